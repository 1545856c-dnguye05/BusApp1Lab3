      *              portion alongside each SM-PAYMENTS slot, kept by
      *              lab3upd as payments post); layout picked up here
      *              so the record length matches.
      *  2026-10-15  The master record grew deferment/forbearance
      *              status fields (SM-DEFER-TYPE, SM-DEFER-START,
      *              SM-DEFER-END - set through lab3mnt).  A student
      *              whose deferment or forbearance is in force on the
      *              run date is no longer aged or listed - lab3sch
      *              holds the schedule while it lasts - and is counted
      *              on an IN DEFERMENT line after the grand total
      *              instead, so the excluded dollars are still shown.
      *  2026-10-15  The master record grew charge-off fields
      *              (SM-CHGOFF-STATUS, SM-CHGOFF-DATE,
      *              SM-CHGOFF-AMOUNT, SM-RECOVERED - set by the
      *              lab3chg charge-off run and lab3upd recoveries);
      *              layout picked up here so the record length
      *              matches.  A charged-off student carries a zero
      *              SM-BALANCE, so it drops off this report with no
      *              further change.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3del.
               05 SM-LN-INT-ACCRUED PIC 9(5)V9(2).
           03 SM-INT-ACCRUED PIC 9(5)V9(2).
           03 SM-PAYMENT-INT PIC 9(4)V9(2) OCCURS 12 TIMES.
           03 SM-DEFER-TYPE PIC X(1).
               88 SM-DEFER-SUBSIDIZED VALUE 'S'.
               88 SM-DEFER-UNSUBSIDIZED VALUE 'U'.
               88 SM-DEFER-FORBEARANCE VALUE 'F'.
           03 SM-DEFER-START PIC 9(8).
           03 SM-DEFER-END PIC 9(8).
           03 SM-CHGOFF-STATUS PIC X(1).
               88 SM-COLL-REFERRED VALUE 'R'.
               88 SM-CHARGED-OFF VALUE 'C'.
           03 SM-CHGOFF-DATE PIC 9(8).
           03 SM-CHGOFF-AMOUNT PIC 9(5)V9(2).
           03 SM-RECOVERED PIC 9(5)V9(2).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
       01  GRAND-TOTAL-LINE.
           03 FILLER PIC X(20) VALUES 'GRAND TOTAL'.
           03 GT-AMOUNT PIC Z(6)9.99.
       01  DEFER-TOTAL-LINE.
           03 FILLER PIC X(20) VALUES 'IN DEFERMENT'.
           03 DT-AMOUNT PIC Z(6)9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 DT-COUNT PIC ZZZZZ9.
           03 FILLER PIC X(09) VALUES ' STUDENTS'.
       01  MISC.
           03 EOF-I PIC 9 VALUE 0.
           03 PMT-IDX PIC 9(2) VALUE 0.
           03 DL-RUN-DATE PIC 9(8) VALUE 0.
           03 DL-DEFER-COUNT PIC 9(6) VALUE 0.
           03 DL-DEFER-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 DL-DEFER-SW PIC X(01) VALUE 'N'.
               88 DEFERMENT-ACTIVE VALUE 'Y'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           PERFORM 1100-SELECT-LOOP
               UNTIL EOF-I = 1.
       1100-SELECT-LOOP.
           PERFORM 1150-CHECK-DEFERMENT.
           IF DEFERMENT-ACTIVE
               IF SM-BALANCE > 0
                   ADD 1 TO DL-DEFER-COUNT
                   ADD SM-BALANCE TO DL-DEFER-TOTAL
               END-IF
           ELSE
               PERFORM 1200-CHECK-BALANCE
           END-IF.
           PERFORM 2000-READ-MASTER.
       1150-CHECK-DEFERMENT.
           MOVE 'N' TO DL-DEFER-SW.
           IF SM-DEFER-TYPE NOT = SPACES
               AND SM-DEFER-START IS NUMERIC
               AND SM-DEFER-END IS NUMERIC
               IF SM-DEFER-START NOT > DL-RUN-DATE
                   AND SM-DEFER-END NOT < DL-RUN-DATE
                   MOVE 'Y' TO DL-DEFER-SW
               END-IF
           END-IF.
       1200-CHECK-BALANCE.
           IF SM-BALANCE > 0
               MOVE SM-BALANCE TO SR-BALANCE
           MOVE DL-GRAND TO GT-AMOUNT.
           WRITE DELQ-REC FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE DL-DEFER-TOTAL TO DT-AMOUNT.
           MOVE DL-DEFER-COUNT TO DT-COUNT.
           WRITE DELQ-REC FROM DEFER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       2000-READ-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-I.
