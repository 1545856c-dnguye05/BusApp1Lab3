      *              RJ-MASTER-REC/REJECT-REC widened to the new
      *              record length and the master edits cover the new
      *              numeric fields.
      *  2026-10-15  The master record grew deferment/forbearance
      *              status fields (SM-DEFER-TYPE, SM-DEFER-START,
      *              SM-DEFER-END - set through lab3mnt).
      *              RJ-MASTER-REC/REJECT-REC widened to the new
      *              record length, and a record carrying a deferment
      *              type now needs a known type and numeric start and
      *              end dates (BAD DEFER).
      *  2026-10-15  The master record grew charge-off fields
      *              (SM-CHGOFF-STATUS, SM-CHGOFF-DATE,
      *              SM-CHGOFF-AMOUNT, SM-RECOVERED - set by the
      *              lab3chg charge-off run and lab3upd recoveries).
      *              RJ-MASTER-REC/REJECT-REC widened to the new
      *              record length, and the status must be blank, R
      *              (referred by collections) or C (charged off), a
      *              charged-off record needing a numeric date and
      *              amounts with no more recovered than was charged
      *              off (BAD CHGOFF).
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3.
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
       FD  PRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  PRNT-REC PIC X(70).
       FD  REJECT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REJECT-REC PIC X(574).
       FD  EXTRACT-FILE
               LABEL RECORDS ARE OMITTED.
       01  EXTRACT-REC PIC X(80).
       01  REJECT-DATA.
           03 RJ-REASON PIC X(11).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RJ-MASTER-REC PIC X(562).
       01  LOAN-DETAIL-LINE.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(05) VALUES 'LOAN'.
                   MOVE 'BAD INT ACC' TO REJECT-REASON
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               AND SM-DEFER-TYPE NOT = SPACES
               IF (NOT SM-DEFER-SUBSIDIZED
                   AND NOT SM-DEFER-UNSUBSIDIZED
                   AND NOT SM-DEFER-FORBEARANCE)
                   OR SM-DEFER-START NOT NUMERIC
                   OR SM-DEFER-END NOT NUMERIC
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD DEFER' TO REJECT-REASON
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               AND SM-CHGOFF-STATUS NOT = SPACES
               IF NOT SM-COLL-REFERRED
                   AND NOT SM-CHARGED-OFF
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD CHGOFF' TO REJECT-REASON
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               AND SM-CHARGED-OFF
               IF SM-CHGOFF-DATE NOT NUMERIC
                   OR SM-CHGOFF-AMOUNT NOT NUMERIC
                   OR SM-RECOVERED NOT NUMERIC
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD CHGOFF' TO REJECT-REASON
               ELSE
                   IF SM-RECOVERED > SM-CHGOFF-AMOUNT
                       MOVE 'N' TO VALID-REC
                       MOVE 'BAD CHGOFF' TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 2160-VALIDATE-LOANS
                   VARYING VM-IDX FROM 1 BY 1
