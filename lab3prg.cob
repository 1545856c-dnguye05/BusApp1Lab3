      *              portion alongside each SM-PAYMENTS slot); layout
      *              and the AM-MASTER-DATA image picked up here so
      *              the record length matches.
      *  2026-10-15  The master record grew deferment/forbearance
      *              status fields (SM-DEFER-TYPE, SM-DEFER-START,
      *              SM-DEFER-END - set through lab3mnt); layout and
      *              the AM-MASTER-DATA image picked up here so the
      *              record length matches.
      *  2026-10-15  The master record grew charge-off fields
      *              (SM-CHGOFF-STATUS, SM-CHGOFF-DATE,
      *              SM-CHGOFF-AMOUNT, SM-RECOVERED - set by the
      *              lab3chg charge-off run and lab3upd recoveries);
      *              layout and the AM-MASTER-DATA image picked up
      *              here.  A charged-off account carries a zero
      *              SM-BALANCE but is still owed, so it is no longer
      *              purged as paid off until recoveries have brought
      *              in the whole amount charged off.
      *  2026-10-15  DA-S-JOURNAL grew JR-OPERATOR, the ID of the
      *              operator who keyed the change (carried by lab3upd
      *              and lab3mnt from DA-S-TRANS and DA-S-MAINT);
      *              layout picked up here so the record length
      *              matches.  Entries from this scheduled run have no
      *              keying operator and carry BATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3prg.
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
       FD  ARCH-MASTER
               LABEL RECORDS ARE STANDARD.
       01  ARCH-MASTER-REC.
           03 AM-STUDENT-ID PIC X(9).
           03 AM-MASTER-DATA PIC X(553).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
           03 JR-NEW-NBR-PMTS PIC 9(2).
           03 JR-INT-PORTION PIC 9(4)V9(2).
           03 JR-PRIN-PORTION PIC 9(4)V9(2).
           03 JR-OPERATOR PIC X(8).
       FD  ADDRESS-FILE
               LABEL RECORDS ARE STANDARD.
       01  ADDRESS-REC.
           GOBACK.
       1000-LOOP.
           IF SM-BALANCE = 0
               IF NOT SM-CHARGED-OFF
                   OR SM-RECOVERED NOT < SM-CHGOFF-AMOUNT
                   PERFORM 1100-PURGE-STUDENT
               END-IF
           END-IF.
           PERFORM 2000-READ-MASTER.
       1100-PURGE-STUDENT.
           MOVE 0 TO JR-NEW-BALANCE.
           MOVE SM-NBR-PAYMENTS TO JR-OLD-NBR-PMTS.
           MOVE 0 TO JR-NEW-NBR-PMTS.
           MOVE 'BATCH' TO JR-OPERATOR.
           WRITE JOURNAL-REC
               AFTER ADVANCING 1 LINE.
       2000-READ-MASTER.
