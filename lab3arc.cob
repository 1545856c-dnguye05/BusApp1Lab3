      *              clears the interest slots along with the amounts
      *              and dates, so lab3int can report interest paid by
      *              calendar year across terms.
      *  2026-10-15  The master record grew deferment/forbearance
      *              status fields (SM-DEFER-TYPE, SM-DEFER-START,
      *              SM-DEFER-END - set through lab3mnt); layout picked
      *              up here so the record length matches.
      *  2026-10-15  The master record grew charge-off fields
      *              (SM-CHGOFF-STATUS, SM-CHGOFF-DATE,
      *              SM-CHGOFF-AMOUNT, SM-RECOVERED - set by the
      *              lab3chg charge-off run and lab3upd recoveries);
      *              layout and the archive record image picked up
      *              here so the record length matches.
      *  2026-10-15  DA-S-JOURNAL grew JR-OPERATOR, the ID of the
      *              operator who keyed the change (carried by lab3upd
      *              and lab3mnt from DA-S-TRANS and DA-S-MAINT);
      *              layout picked up here so the record length
      *              matches.  Entries from this scheduled run have no
      *              keying operator and carry BATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3arc.
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
       FD  PAYHIST-FILE
               LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC.
           03 JR-NEW-NBR-PMTS PIC 9(2).
           03 JR-INT-PORTION PIC 9(4)V9(2).
           03 JR-PRIN-PORTION PIC 9(4)V9(2).
           03 JR-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           MOVE SM-BALANCE TO JR-NEW-BALANCE.
           MOVE JD-OLD-NBR-PMTS TO JR-OLD-NBR-PMTS.
           MOVE SM-NBR-PAYMENTS TO JR-NEW-NBR-PMTS.
           MOVE 'BATCH' TO JR-OPERATOR.
           WRITE JOURNAL-REC
               AFTER ADVANCING 1 LINE.
       2000-READ-MASTER.
