      *              can be researched without digging out the purge
      *              register.  NOT ON FILE still prints when the ID
      *              is on neither file.
      *  2026-10-15  The master record grew deferment/forbearance
      *              status fields (SM-DEFER-TYPE, SM-DEFER-START,
      *              SM-DEFER-END - set through lab3mnt); layout and
      *              the AM-MASTER-DATA image picked up here so the
      *              record length matches.
      *  2026-10-15  The master record grew charge-off fields
      *              (SM-CHGOFF-STATUS, SM-CHGOFF-DATE,
      *              SM-CHGOFF-AMOUNT, SM-RECOVERED - set by the
      *              lab3chg charge-off run and lab3upd recoveries);
      *              layout and the archive record image picked up
      *              here so the record length matches.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3inq.
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
       FD  INQ-FILE
               LABEL RECORDS ARE OMITTED.
       01  INQ-REC PIC X(80).
