      *              portion alongside each SM-PAYMENTS slot, kept by
      *              lab3upd as payments post); layout picked up here
      *              so the record length matches.
      *  2026-10-15  The master record grew deferment/forbearance
      *              status fields (SM-DEFER-TYPE, SM-DEFER-START,
      *              SM-DEFER-END - set through lab3mnt).  A student
      *              whose deferment or forbearance is in force on the
      *              run date gets no collection letter, whatever the
      *              schedule showed when the deferment began.
      *  2026-10-15  The master record grew charge-off fields
      *              (SM-CHGOFF-STATUS, SM-CHGOFF-DATE,
      *              SM-CHGOFF-AMOUNT, SM-RECOVERED - set by the
      *              lab3chg charge-off run and lab3upd recoveries);
      *              layout picked up here so the record length
      *              matches.  A charged-off student carries a zero
      *              SM-BALANCE, so it is already left out of the
      *              letter run with no further change.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3ltr.
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
           03 LN-IDX PIC 9(2) VALUE 0.
           03 LT-FIRST-PAGE PIC X(01) VALUE 'Y'.
               88 FIRST-LETTER VALUE 'Y'.
           03 LT-DEFER-SW PIC X(01) VALUE 'N'.
               88 DEFERMENT-ACTIVE VALUE 'Y'.
       01  LETTER-TEXT-TABLE.
           03 LT-LEVEL-ENTRY OCCURS 3 TIMES.
               05 LT-FILE-SW PIC X(01).
               LTRREG-FILE.
           GOBACK.
       1000-LOOP.
           PERFORM 1050-CHECK-DEFERMENT.
           IF SM-BALANCE IS NUMERIC
               AND SM-BALANCE > 0
               AND NOT DEFERMENT-ACTIVE
               PERFORM 1100-CHECK-STUDENT
           END-IF.
           PERFORM 2000-READ-MASTER.
       1050-CHECK-DEFERMENT.
           MOVE 'N' TO LT-DEFER-SW.
           IF SM-DEFER-TYPE NOT = SPACES
               AND SM-DEFER-START IS NUMERIC
               AND SM-DEFER-END IS NUMERIC
               IF SM-DEFER-START NOT > LT-RUN-DATE
                   AND SM-DEFER-END NOT < LT-RUN-DATE
                   MOVE 'Y' TO LT-DEFER-SW
               END-IF
           END-IF.
       1100-CHECK-STUDENT.
           PERFORM 1300-AGE-BALANCE.
           PERFORM 1150-PICK-LEVEL.
