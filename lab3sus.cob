      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3sus - unapplied-cash suspense maintenance.  Reads
      *         the DA-S-SUSACT action file against the DA-S-SUSPENSE
      *         items that lab3lbx could not post.  Action A applies
      *         an open item to the student named on the action (who
      *         must be on DA-S-MASTER) by appending a P payment for
      *         the item's amount, dated the run date on DA-S-RUNDATE
      *         (today's date when that file is absent), to DA-S-TRANS
      *         for tonight's lab3upd; an item over 9999.99 goes as
      *         several P payments of at most 9999.99 each.  An apply
      *         that lab3upd would reject as a duplicate payment is
      *         refused and the item left open.  Action R marks an
      *         open item refunded to the remitter.  Either way the
      *         item leaves the open suspense balance and keeps the
      *         status, date and applied student for the audit trail.
      *         Every action and its result is listed on UR-S-SUSREG,
      *         with applied, refunded and rejected totals at the end.
      *Modification History:
      *  2026-10-15  DA-S-SUSACT grew SA-OPERATOR, the ID of the
      *              operator keying the action; a blank one rejects NO
      *              OPERATOR.  DA-S-TRANS grew PT-OPERATOR and
      *              PT-PEND-KEY (see lab3upd); an applied item's
      *              payment carries the operator through to the
      *              journal.
      *  2026-10-15  An apply is checked against the P payments already
      *              waiting on DA-S-TRANS, the items applied earlier in
      *              this run and the payments on the student's master
      *              record; one for the same student, amount and run
      *              date rejects DUP APPLY and the item stays open,
      *              since lab3upd would reject the payment as a
      *              duplicate.  An item over 9999.99 (lab3lbx TOO
      *              LARGE) is no longer rejected BAD AMOUNT: it is
      *              applied as several P payments of at most 9999.99,
      *              each a cent less than the one before so that
      *              lab3upd takes them all.  An apply that would not
      *              fit in the student's twelve payment entries
      *              rejects NO ROOM.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3sus.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSACT-FILE ASSIGN TO 'DA-S-SUSACT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO 'DA-S-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'DA-S-SUSPENSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO 'DA-S-TRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE ASSIGN TO 'DA-S-RUNDATE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSREG-FILE ASSIGN TO 'UR-S-SUSREG'.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSACT-FILE
               LABEL RECORDS ARE STANDARD.
       01  SUSACT-REC.
           03 SA-ACTION PIC X(1).
               88 SA-IS-APPLY VALUE 'A'.
               88 SA-IS-REFUND VALUE 'R'.
           03 SA-BATCH-NBR PIC X(6).
           03 SA-ITEM-NBR PIC 9(4).
           03 SA-STUDENT-ID PIC X(9).
           03 SA-OPERATOR PIC X(8).
       FD  STUDENT-MASTER
               LABEL RECORDS ARE STANDARD.
       01  STUDENT-MASTER-REC.
           03 SM-STUDENT-ID PIC X(9).
           03 SM-NAME PIC X(20).
           03 SM-MAJOR PIC X(4).
           03 SM-YEAR PIC X(4).
           03 SM-LOAN PIC 9(5)V9(2).
           03 SM-BALANCE PIC 9(5)V9(2).
           03 SM-INT-RATE PIC 9V9(4).
           03 SM-NBR-PAYMENTS PIC 9(2).
           03 SM-PAYMENTS PIC 9(4)V9(2) OCCURS 12 TIMES.
           03 SM-PAYMENT-DATES PIC 9(8) OCCURS 12 TIMES.
           03 SM-LAST-PMT-DATE PIC 9(8).
           03 SM-ORIG-DATE PIC 9(8).
           03 SM-INST-AMOUNT PIC 9(4)V9(2).
           03 SM-NEXT-DUE-DATE PIC 9(8).
           03 SM-PAST-DUE PIC 9(5)V9(2).
           03 SM-OLDEST-DUE-DATE PIC 9(8).
           03 SM-NBR-LOANS PIC 9(2).
           03 SM-LOAN-ENTRY OCCURS 5 TIMES.
               05 SM-LN-PRINCIPAL PIC 9(5)V9(2).
               05 SM-LN-RATE PIC 9V9(4).
               05 SM-LN-ORIG-DATE PIC 9(8).
               05 SM-LN-BALANCE PIC 9(5)V9(2).
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
       FD  SUSPENSE-FILE
               LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-REC.
           03 SU-KEY.
               05 SU-BATCH-NBR PIC X(6).
               05 SU-ITEM-NBR PIC 9(4).
           03 SU-DEPOSIT-DATE PIC 9(8).
           03 SU-CHECK-NBR PIC X(10).
           03 SU-STUDENT-ID PIC X(9).
           03 SU-NAME PIC X(20).
           03 SU-AMOUNT PIC 9(5)V9(2).
           03 SU-REASON PIC X(11).
           03 SU-STATUS PIC X(1).
               88 SU-IS-OPEN VALUE 'O'.
               88 SU-IS-APPLIED VALUE 'A'.
               88 SU-IS-REFUNDED VALUE 'R'.
           03 SU-STATUS-DATE PIC 9(8).
           03 SU-APPLIED-ID PIC X(9).
       FD  TRANS-FILE
               LABEL RECORDS ARE STANDARD.
       01  TRANS-REC.
           03 PT-STUDENT-ID PIC X(9).
           03 PT-AMOUNT PIC 9(4)V9(2).
           03 PT-DATE PIC 9(8).
           03 PT-TRAN-TYPE PIC X(1).
           03 PT-SIGN PIC X(1).
           03 PT-LOAN-NBR PIC X(1).
           03 PT-OPERATOR PIC X(8).
           03 PT-PEND-KEY PIC X(14).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
       FD  SUSREG-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSREG-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-A PIC 9 VALUE 0.
           03 SP-RUN-DATE PIC 9(8) VALUE 0.
           03 SP-APPLY-COUNT PIC 9(6) VALUE 0.
           03 SP-APPLY-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 SP-REFUND-COUNT PIC 9(6) VALUE 0.
           03 SP-REFUND-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 SP-REJECT-COUNT PIC 9(6) VALUE 0.
           03 EOF-T PIC 9 VALUE 0.
           03 SP-PMT-IDX PIC 9(2) VALUE 0.
           03 SP-CHUNK-IDX PIC 9(2) VALUE 0.
           03 SP-CHUNK-COUNT PIC 9(2) VALUE 0.
           03 SP-CHUNK-LIMIT PIC 9(4)V9(2) VALUE 0.
           03 SP-REMAINING PIC 9(5)V9(2) VALUE 0.
           03 SP-SLOTS-USED PIC 9(4) VALUE 0.
           03 SP-APPLIED-IDX PIC 9(4) VALUE 0.
           03 SP-DUP-SW PIC X(01) VALUE 'N'.
               88 DUP-FOUND VALUE 'Y'.
           03 SP-FULL-SW PIC X(01) VALUE 'N'.
               88 APPLIED-TABLE-FULL VALUE 'Y'.
       01  CHUNK-TABLE.
           03 SP-CHUNK-AMOUNT PIC 9(4)V9(2) OCCURS 12 TIMES.
       01  APPLIED-TABLE.
           03 SP-APPLIED-COUNT PIC 9(4) VALUE 0.
           03 SP-APPLIED-ENTRY OCCURS 2000 TIMES.
               05 SP-AE-STUDENT-ID PIC X(9).
               05 SP-AE-AMOUNT PIC 9(4)V9(2).
               05 SP-AE-DATE PIC 9(8).
       01  EDIT-SWITCHES.
           03 VALID-REC PIC X(01) VALUE 'Y'.
               88 RECORD-IS-VALID VALUE 'Y'.
               88 RECORD-IS-INVALID VALUE 'N'.
           03 REJECT-REASON PIC X(11) VALUE SPACES.
       01  SUSREG-DATE-LINE.
           03 FILLER PIC X(28) VALUES 'SUSPENSE MAINTENANCE FOR'.
           03 SD-RUN-DATE PIC 9(8).
       01  SUSREG-HEADING.
           03 FILLER PIC X(04) VALUES 'ACT'.
           03 FILLER PIC X(07) VALUES 'BATCH'.
           03 FILLER PIC X(06) VALUES 'ITEM'.
           03 FILLER PIC X(11) VALUES 'CHECK'.
           03 FILLER PIC X(21) VALUES 'REMITTER'.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(11) VALUES 'AMOUNT'.
           03 FILLER PIC X(11) VALUES 'RESULT'.
       01  SUSREG-DATA.
           03 SG-ACTION PIC X(1).
           03 FILLER PIC X(03) VALUE SPACES.
           03 SG-BATCH-NBR PIC X(6).
           03 FILLER PIC X(01) VALUE SPACES.
           03 SG-ITEM-NBR PIC X(4).
           03 FILLER PIC X(02) VALUE SPACES.
           03 SG-CHECK-NBR PIC X(10).
           03 FILLER PIC X(01) VALUE SPACES.
           03 SG-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 SG-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 SG-AMOUNT PIC Z(4)9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 SG-RESULT PIC X(11).
       01  SUSREG-TOTAL-LINE.
           03 ST-LABEL PIC X(24).
           03 ST-COUNT PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 ST-AMOUNT PIC Z(6)9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           PERFORM 1700-LOAD-WAITING-PAYMENTS.
           OPEN INPUT SUSACT-FILE
               INPUT STUDENT-MASTER
               I-O SUSPENSE-FILE
               EXTEND TRANS-FILE
               OUTPUT SUSREG-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-SUSACT.
           PERFORM 1000-LOOP
               UNTIL EOF-A = 1.
           PERFORM 1800-PRINT-TOTAL.
           CLOSE SUSACT-FILE
               STUDENT-MASTER
               SUSPENSE-FILE
               TRANS-FILE
               SUSREG-FILE.
           GOBACK.
       1000-LOOP.
           PERFORM 1100-VALIDATE-ACTION.
           IF RECORD-IS-VALID
               IF SA-IS-APPLY
                   PERFORM 1200-APPLY-ITEM
               ELSE
                   PERFORM 1300-REFUND-ITEM
               END-IF
           END-IF.
           IF RECORD-IS-INVALID
               ADD 1 TO SP-REJECT-COUNT
               MOVE REJECT-REASON TO SG-RESULT
               PERFORM 1900-WRITE-REGISTER
           END-IF.
           PERFORM 2000-READ-SUSACT.
       1100-VALIDATE-ACTION.
           MOVE 'Y' TO VALID-REC.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO SUSPENSE-REC.
           MOVE 0 TO SU-AMOUNT.
           IF NOT SA-IS-APPLY
               AND NOT SA-IS-REFUND
               MOVE 'N' TO VALID-REC
               MOVE 'BAD ACTION' TO REJECT-REASON
           ELSE
               IF SA-ITEM-NBR NOT NUMERIC
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD ITEM' TO REJECT-REASON
               ELSE
                   MOVE SA-BATCH-NBR TO SU-BATCH-NBR
                   MOVE SA-ITEM-NBR TO SU-ITEM-NBR
                   READ SUSPENSE-FILE
                       INVALID KEY
                           MOVE 'N' TO VALID-REC
                           MOVE 'NOT FOUND' TO REJECT-REASON
                           MOVE SPACES TO SUSPENSE-REC
                           MOVE 0 TO SU-AMOUNT
                   END-READ
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               AND SA-OPERATOR = SPACES
               MOVE 'N' TO VALID-REC
               MOVE 'NO OPERATOR' TO REJECT-REASON
           END-IF.
           IF RECORD-IS-VALID
               AND NOT SU-IS-OPEN
               MOVE 'N' TO VALID-REC
               MOVE 'NOT OPEN' TO REJECT-REASON
           END-IF.
       1200-APPLY-ITEM.
           IF SU-AMOUNT = 0
               MOVE 'N' TO VALID-REC
               MOVE 'BAD AMOUNT' TO REJECT-REASON
           ELSE
               IF SA-STUDENT-ID = SPACES
                   MOVE 'N' TO VALID-REC
                   MOVE 'BLANK ID' TO REJECT-REASON
               ELSE
                   MOVE SA-STUDENT-ID TO SM-STUDENT-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE 'N' TO VALID-REC
                           MOVE 'NO STUDENT' TO REJECT-REASON
                       NOT INVALID KEY
                           PERFORM 1220-CHECK-APPLY
                   END-READ
               END-IF
           END-IF.
       1220-CHECK-APPLY.
           PERFORM 1230-SPLIT-AMOUNT.
           IF SM-NBR-PAYMENTS NOT NUMERIC
               OR SM-NBR-PAYMENTS > 12
               MOVE 12 TO SM-NBR-PAYMENTS
           END-IF.
           MOVE SM-NBR-PAYMENTS TO SP-SLOTS-USED.
           ADD SP-CHUNK-COUNT TO SP-SLOTS-USED.
           MOVE 'N' TO SP-DUP-SW.
           PERFORM 1240-CHECK-CHUNK
               VARYING SP-CHUNK-IDX FROM 1 BY 1
               UNTIL SP-CHUNK-IDX > SP-CHUNK-COUNT
                   OR DUP-FOUND.
           PERFORM 1246-COUNT-APPLIED
               VARYING SP-APPLIED-IDX FROM 1 BY 1
               UNTIL SP-APPLIED-IDX > SP-APPLIED-COUNT.
           IF DUP-FOUND
               MOVE 'N' TO VALID-REC
               MOVE 'DUP APPLY' TO REJECT-REASON
           ELSE
               IF SP-SLOTS-USED > 12
                   MOVE 'N' TO VALID-REC
                   MOVE 'NO ROOM' TO REJECT-REASON
               ELSE
                   PERFORM 1250-POST-ITEM
               END-IF
           END-IF.
       1230-SPLIT-AMOUNT.
           MOVE 0 TO SP-CHUNK-COUNT.
           MOVE SU-AMOUNT TO SP-REMAINING.
           MOVE 9999.99 TO SP-CHUNK-LIMIT.
           PERFORM 1235-TAKE-CHUNK
               UNTIL SP-REMAINING = 0.
       1235-TAKE-CHUNK.
           ADD 1 TO SP-CHUNK-COUNT.
           IF SP-REMAINING > SP-CHUNK-LIMIT
               MOVE SP-CHUNK-LIMIT TO SP-CHUNK-AMOUNT (SP-CHUNK-COUNT)
               SUBTRACT SP-CHUNK-LIMIT FROM SP-REMAINING
               SUBTRACT 0.01 FROM SP-CHUNK-LIMIT
           ELSE
               MOVE SP-REMAINING TO SP-CHUNK-AMOUNT (SP-CHUNK-COUNT)
               MOVE 0 TO SP-REMAINING
           END-IF.
       1240-CHECK-CHUNK.
           PERFORM 1242-SCAN-PAYMENT
               VARYING SP-PMT-IDX FROM 1 BY 1
               UNTIL SP-PMT-IDX > SM-NBR-PAYMENTS
                   OR DUP-FOUND.
           PERFORM 1244-SCAN-APPLIED
               VARYING SP-APPLIED-IDX FROM 1 BY 1
               UNTIL SP-APPLIED-IDX > SP-APPLIED-COUNT
                   OR DUP-FOUND.
       1242-SCAN-PAYMENT.
           IF SM-PAYMENTS (SP-PMT-IDX) = SP-CHUNK-AMOUNT (SP-CHUNK-IDX)
               AND SM-PAYMENT-DATES (SP-PMT-IDX) = SP-RUN-DATE
               MOVE 'Y' TO SP-DUP-SW
           END-IF.
       1244-SCAN-APPLIED.
           IF SP-AE-STUDENT-ID (SP-APPLIED-IDX) = SM-STUDENT-ID
               AND SP-AE-AMOUNT (SP-APPLIED-IDX)
                   = SP-CHUNK-AMOUNT (SP-CHUNK-IDX)
               AND SP-AE-DATE (SP-APPLIED-IDX) = SP-RUN-DATE
               MOVE 'Y' TO SP-DUP-SW
           END-IF.
       1246-COUNT-APPLIED.
           IF SP-AE-STUDENT-ID (SP-APPLIED-IDX) = SM-STUDENT-ID
               ADD 1 TO SP-SLOTS-USED
           END-IF.
       1250-POST-ITEM.
           MOVE 'A' TO SU-STATUS.
           MOVE SP-RUN-DATE TO SU-STATUS-DATE.
           MOVE SM-STUDENT-ID TO SU-APPLIED-ID.
           REWRITE SUSPENSE-REC
               INVALID KEY
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD REWRITE' TO REJECT-REASON
               NOT INVALID KEY
                   PERFORM 1260-WRITE-PAYMENT
                       VARYING SP-CHUNK-IDX FROM 1 BY 1
                       UNTIL SP-CHUNK-IDX > SP-CHUNK-COUNT
                   ADD 1 TO SP-APPLY-COUNT
                   ADD SU-AMOUNT TO SP-APPLY-TOTAL
                   IF SP-CHUNK-COUNT > 1
                       MOVE 'SPLIT APPLY' TO SG-RESULT
                   ELSE
                       MOVE 'APPLIED' TO SG-RESULT
                   END-IF
                   PERFORM 1900-WRITE-REGISTER
           END-REWRITE.
       1260-WRITE-PAYMENT.
           MOVE SPACES TO TRANS-REC.
           MOVE SM-STUDENT-ID TO PT-STUDENT-ID.
           MOVE SP-CHUNK-AMOUNT (SP-CHUNK-IDX) TO PT-AMOUNT.
           MOVE SP-RUN-DATE TO PT-DATE.
           MOVE 'P' TO PT-TRAN-TYPE.
           MOVE SA-OPERATOR TO PT-OPERATOR.
           WRITE TRANS-REC.
           PERFORM 1270-ADD-APPLIED-ENTRY.
       1270-ADD-APPLIED-ENTRY.
           IF SP-APPLIED-COUNT < 2000
               ADD 1 TO SP-APPLIED-COUNT
               MOVE PT-STUDENT-ID TO SP-AE-STUDENT-ID (SP-APPLIED-COUNT)
               MOVE PT-AMOUNT TO SP-AE-AMOUNT (SP-APPLIED-COUNT)
               MOVE PT-DATE TO SP-AE-DATE (SP-APPLIED-COUNT)
           ELSE
               IF NOT APPLIED-TABLE-FULL
                   MOVE 'Y' TO SP-FULL-SW
                   DISPLAY 'LAB3SUS: APPLIED PAYMENT TABLE FULL - '
                   DISPLAY 'DUPLICATE CHECK DEGRADED'
               END-IF
           END-IF.
       1300-REFUND-ITEM.
           MOVE 'R' TO SU-STATUS.
           MOVE SP-RUN-DATE TO SU-STATUS-DATE.
           MOVE SPACES TO SU-APPLIED-ID.
           REWRITE SUSPENSE-REC
               INVALID KEY
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD REWRITE' TO REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO SP-REFUND-COUNT
                   ADD SU-AMOUNT TO SP-REFUND-TOTAL
                   MOVE 'REFUNDED' TO SG-RESULT
                   PERFORM 1900-WRITE-REGISTER
           END-REWRITE.
       1400-PRINT-HEAD.
           MOVE SP-RUN-DATE TO SD-RUN-DATE.
           WRITE SUSREG-REC FROM SUSREG-DATE-LINE.
           MOVE SPACES TO SUSREG-REC.
           WRITE SUSREG-REC
               AFTER ADVANCING 1 LINE.
           WRITE SUSREG-REC FROM SUSREG-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SUSREG-REC.
           WRITE SUSREG-REC
               AFTER ADVANCING 1 LINE.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO SP-RUN-DATE
               AT END MOVE 0 TO SP-RUN-DATE.
           CLOSE RUNDATE-FILE.
           IF SP-RUN-DATE NOT NUMERIC
               OR SP-RUN-DATE = 0
               ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       1700-LOAD-WAITING-PAYMENTS.
           MOVE 0 TO EOF-T.
           OPEN INPUT TRANS-FILE.
           PERFORM 1720-READ-WAITING
               UNTIL EOF-T = 1.
           CLOSE TRANS-FILE.
       1720-READ-WAITING.
           READ TRANS-FILE
               AT END MOVE 1 TO EOF-T
               NOT AT END
                   IF PT-TRAN-TYPE = 'P'
                       AND PT-AMOUNT IS NUMERIC
                       AND PT-DATE IS NUMERIC
                       PERFORM 1270-ADD-APPLIED-ENTRY
                   END-IF
           END-READ.
       1800-PRINT-TOTAL.
           MOVE SPACES TO SUSREG-REC.
           WRITE SUSREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'APPLIED TO STUDENTS' TO ST-LABEL.
           MOVE SP-APPLY-COUNT TO ST-COUNT.
           MOVE SP-APPLY-TOTAL TO ST-AMOUNT.
           WRITE SUSREG-REC FROM SUSREG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REFUNDED' TO ST-LABEL.
           MOVE SP-REFUND-COUNT TO ST-COUNT.
           MOVE SP-REFUND-TOTAL TO ST-AMOUNT.
           WRITE SUSREG-REC FROM SUSREG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REJECTED' TO ST-LABEL.
           MOVE SP-REJECT-COUNT TO ST-COUNT.
           MOVE 0 TO ST-AMOUNT.
           WRITE SUSREG-REC FROM SUSREG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       1900-WRITE-REGISTER.
           MOVE SA-ACTION TO SG-ACTION.
           MOVE SA-BATCH-NBR TO SG-BATCH-NBR.
           MOVE SA-ITEM-NBR TO SG-ITEM-NBR.
           MOVE SU-CHECK-NBR TO SG-CHECK-NBR.
           MOVE SU-NAME TO SG-NAME.
           IF SA-IS-APPLY
               MOVE SA-STUDENT-ID TO SG-STUDENT-ID
           ELSE
               MOVE SU-STUDENT-ID TO SG-STUDENT-ID
           END-IF.
           MOVE SU-AMOUNT TO SG-AMOUNT.
           WRITE SUSREG-REC FROM SUSREG-DATA
               AFTER ADVANCING 1 LINE.
       2000-READ-SUSACT.
           READ SUSACT-FILE
               AT END MOVE 1 TO EOF-A.
       END PROGRAM lab3sus.
