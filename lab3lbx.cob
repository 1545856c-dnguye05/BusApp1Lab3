      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3lbx - bank lockbox remittance intake.  Reads the
      *         bank's DA-S-LOCKBOX remittance file (a header, one
      *         detail per check, and a trailer carrying the bank's
      *         item count and dollar total for each deposit batch)
      *         so the morning listing no longer has to be re-keyed.
      *         Each item is matched to DA-S-MASTER by student ID;
      *         when the ID is blank or not on the master, by name
      *         the way lab3inq looks a name up (the master name
      *         starting with the remitted name, one student only).
      *         A matched item is appended to DA-S-TRANS as a P
      *         payment dated the deposit date, for tonight's lab3upd
      *         (a charged-off student's payment posts there as a
      *         recovery).  An item that will not match (NO MATCH,
      *         MULTI MATCH), matches an account purged to
      *         DA-S-ARCMAST (ARCHIVED), or cannot be posted as it
      *         stands (BAD AMOUNT, TOO LARGE, DUP ITEM) is written to
      *         the keyed DA-S-SUSPENSE unapplied-cash file, keyed by
      *         batch and item, instead of being dropped; lab3sus
      *         applies it to a student later or refunds it.
      *         UR-S-DEPPROOF lists every item and its disposition and
      *         proves each batch - items and dollars posted plus
      *         suspended against the bank's trailer.  UR-S-SUSAGE
      *         then ages every open suspense item from its deposit
      *         date against the run date on DA-S-RUNDATE (today's
      *         date when that file is absent).
      *Modification History:
      *  2026-10-15  DA-S-TRANS grew PT-OPERATOR and PT-PEND-KEY (see
      *              lab3upd).  Payments appended here carry LOCKBOX as
      *              the operator, so the journal shows they came from
      *              the bank file rather than a keyed entry.
      *  2026-10-15  A name-only match is now checked against the
      *              DA-S-ARCMAST names as well; a remitted name that
      *              also fits a purged account suspends ARCHIVED
      *              instead of posting to the one active student with
      *              that name, the same as an archived student ID.
      *  2026-10-15  A matched item is checked against the P payments
      *              already waiting on DA-S-TRANS, the items posted
      *              earlier in this run and the payments on the
      *              student's master record; one for the same student,
      *              amount and deposit date suspends DUP ITEM instead
      *              of reaching lab3upd, which would reject it as a
      *              duplicate and leave the cash unaccounted for.
      *              TOO LARGE items can now be applied through lab3sus.
      *  2026-10-15  Each batch header is recorded, by batch number and
      *              deposit date, on the keyed DA-S-LBXLOG batch log.
      *              A batch already on the log (the same remittance
      *              file resubmitted or the run restarted) is refused:
      *              none of its items are posted or suspended, and the
      *              proof shows the date it was first processed and
      *              the items and dollars not taken.  Delete the log
      *              record to take a batch in again.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3lbx.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO 'DA-S-LOCKBOX'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO 'DA-S-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL ARCH-MASTER ASSIGN TO 'DA-S-ARCMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-STUDENT-ID.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'DA-S-SUSPENSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO 'DA-S-TRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOG ASSIGN TO 'DA-S-LBXLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY.
           SELECT OPTIONAL RUNDATE-FILE ASSIGN TO 'DA-S-RUNDATE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPPROOF-FILE ASSIGN TO 'UR-S-DEPPROOF'.
           SELECT SUSAGE-FILE ASSIGN TO 'UR-S-SUSAGE'.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE
               LABEL RECORDS ARE STANDARD.
       01  LOCKBOX-REC.
           03 LB-REC-TYPE PIC X(1).
               88 LB-IS-HEADER VALUE 'H'.
               88 LB-IS-DETAIL VALUE 'D'.
               88 LB-IS-TRAILER VALUE 'T'.
           03 LB-DETAIL.
               05 LB-CHECK-NBR PIC X(10).
               05 LB-STUDENT-ID PIC X(9).
               05 LB-NAME PIC X(20).
               05 LB-AMOUNT PIC 9(5)V9(2).
           03 LB-HEADER REDEFINES LB-DETAIL.
               05 LB-BATCH-NBR PIC X(6).
               05 LB-DEPOSIT-DATE PIC 9(8).
               05 FILLER PIC X(32).
           03 LB-TRAILER REDEFINES LB-DETAIL.
               05 LB-BATCH-COUNT PIC 9(5).
               05 LB-BATCH-TOTAL PIC 9(7)V9(2).
               05 FILLER PIC X(32).
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
       FD  ARCH-MASTER
               LABEL RECORDS ARE STANDARD.
       01  ARCH-MASTER-REC.
           03 AM-STUDENT-ID PIC X(9).
           03 AM-MASTER-DATA PIC X(553).
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
       FD  BATCH-LOG
               LABEL RECORDS ARE STANDARD.
       01  BATCH-LOG-REC.
           03 BL-KEY.
               05 BL-BATCH-NBR PIC X(6).
               05 BL-DEPOSIT-DATE PIC 9(8).
           03 BL-RUN-DATE PIC 9(8).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
       FD  DEPPROOF-FILE
               LABEL RECORDS ARE OMITTED.
       01  DEPPROOF-REC PIC X(100).
       FD  SUSAGE-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSAGE-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-L PIC 9 VALUE 0.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 LX-RUN-DATE PIC 9(8) VALUE 0.
           03 LX-BATCH-NBR PIC X(6) VALUE SPACES.
           03 LX-DEPOSIT-DATE PIC 9(8) VALUE 0.
           03 LX-ITEM-NBR PIC 9(4) VALUE 0.
           03 LX-NAME-LEN PIC 9(2) VALUE 0.
           03 LX-SCAN-IDX PIC 9(2) VALUE 0.
           03 LX-MATCH-COUNT PIC 9(2) VALUE 0.
           03 LX-ARCH-COUNT PIC 9(2) VALUE 0.
           03 LX-MATCH-ID PIC X(9) VALUE SPACES.
           03 LX-REASON PIC X(11) VALUE SPACES.
           03 LX-BATCH-SW PIC X(01) VALUE 'N'.
               88 BATCH-OPEN VALUE 'Y'.
               88 BATCH-REFUSED VALUE 'R'.
           03 LX-MATCH-SW PIC X(01) VALUE 'N'.
               88 ITEM-MATCHED VALUE 'Y'.
           03 EOF-T PIC 9 VALUE 0.
           03 LX-PMT-IDX PIC 9(2) VALUE 0.
           03 LX-POSTED-IDX PIC 9(4) VALUE 0.
           03 LX-CHECK-ID PIC X(9) VALUE SPACES.
           03 LX-CHECK-AMOUNT PIC 9(4)V9(2) VALUE 0.
           03 LX-CHECK-DATE PIC 9(8) VALUE 0.
           03 LX-DUP-SW PIC X(01) VALUE 'N'.
               88 DUP-FOUND VALUE 'Y'.
           03 LX-FULL-SW PIC X(01) VALUE 'N'.
               88 POSTED-TABLE-FULL VALUE 'Y'.
       01  POSTED-TABLE.
           03 LX-POSTED-COUNT PIC 9(4) VALUE 0.
           03 LX-POSTED-ENTRY OCCURS 2000 TIMES.
               05 LX-PE-STUDENT-ID PIC X(9).
               05 LX-PE-AMOUNT PIC 9(4)V9(2).
               05 LX-PE-DATE PIC 9(8).
       01  BATCH-TOTALS.
           03 LX-ITEM-COUNT PIC 9(5) VALUE 0.
           03 LX-ITEM-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 LX-POST-COUNT PIC 9(5) VALUE 0.
           03 LX-POST-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 LX-SUSP-COUNT PIC 9(5) VALUE 0.
           03 LX-SUSP-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  AGE-TOTALS.
           03 LX-AGE-CUR PIC 9(7)V9(2) VALUE 0.
           03 LX-AGE-30 PIC 9(7)V9(2) VALUE 0.
           03 LX-AGE-60 PIC 9(7)V9(2) VALUE 0.
           03 LX-AGE-90 PIC 9(7)V9(2) VALUE 0.
           03 LX-AGE-COUNT PIC 9(6) VALUE 0.
           03 LX-AGE-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  DATA-TRANSFER.
           03 D-DAYS PIC S9(7).
           03 D-AGE-DAYS PIC 9(5).
       01  PROOF-DATE-LINE.
           03 FILLER PIC X(23) VALUES 'LOCKBOX DEPOSIT PROOF'.
           03 PD-RUN-DATE PIC 9(8).
       01  PROOF-BATCH-LINE.
           03 FILLER PIC X(06) VALUES 'BATCH'.
           03 PB-BATCH-NBR PIC X(6).
           03 FILLER PIC X(16) VALUES '  DEPOSIT DATE'.
           03 PB-DEPOSIT-DATE PIC 9(8).
       01  PROOF-HEADING.
           03 FILLER PIC X(06) VALUES 'ITEM'.
           03 FILLER PIC X(11) VALUES 'CHECK'.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(21) VALUES 'NAME'.
           03 FILLER PIC X(11) VALUES 'AMOUNT'.
           03 FILLER PIC X(10) VALUES 'DISPOSAL'.
           03 FILLER PIC X(11) VALUES 'STUDENT'.
       01  PROOF-DATA.
           03 PF-ITEM-NBR PIC ZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 PF-CHECK-NBR PIC X(10).
           03 FILLER PIC X(01) VALUE SPACES.
           03 PF-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 PF-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 PF-AMOUNT PIC Z(4)9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 PF-DISPOSAL PIC X(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 PF-RESULT PIC X(11).
       01  PROOF-TOTAL-LINE.
           03 PO-LABEL PIC X(24).
           03 PO-COUNT PIC ZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 PO-AMOUNT PIC Z(6)9.99.
       01  PROOF-GOOD-LINE.
           03 FILLER PIC X(30) VALUES 'DEPOSIT PROVES TO BANK TOTAL'.
       01  PROOF-BAD-LINE.
           03 FILLER PIC X(32) VALUES '*** DEPOSIT DOES NOT PROVE ***'.
       01  PROOF-REFUSED-LINE.
           03 FILLER PIC X(31) VALUES '*** BATCH ALREADY PROCESSED ON'.
           03 PR-RUN-DATE PIC 9(8).
           03 FILLER PIC X(16) VALUES ' - NOT TAKEN'.
       01  PROOF-NOTRL-LINE.
           03 FILLER PIC X(40)
               VALUES '*** NO BANK TRAILER - BATCH NOT PROVEN'.
       01  AGE-DATE-LINE.
           03 FILLER PIC X(24) VALUES 'AGED SUSPENSE REPORT FOR'.
           03 AD-RUN-DATE PIC 9(8).
       01  AGE-HEADING.
           03 FILLER PIC X(07) VALUES 'BATCH'.
           03 FILLER PIC X(06) VALUES 'ITEM'.
           03 FILLER PIC X(10) VALUES 'DEPOSITED'.
           03 FILLER PIC X(07) VALUES 'DAYS'.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(21) VALUES 'NAME'.
           03 FILLER PIC X(11) VALUES 'AMOUNT'.
           03 FILLER PIC X(11) VALUES 'REASON'.
       01  AGE-DATA.
           03 AG-BATCH-NBR PIC X(6).
           03 FILLER PIC X(01) VALUE SPACES.
           03 AG-ITEM-NBR PIC ZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 AG-DEPOSIT-DATE PIC 9(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 AG-DAYS PIC Z(4)9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 AG-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 AG-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 AG-AMOUNT PIC Z(4)9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 AG-REASON PIC X(11).
       01  AGE-TOTAL-LINE.
           03 AT-LABEL PIC X(24).
           03 AT-AMOUNT PIC Z(6)9.99.
       01  AGE-COUNT-LINE.
           03 FILLER PIC X(24) VALUES 'OPEN ITEMS'.
           03 AC-COUNT PIC ZZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           PERFORM 1700-LOAD-WAITING-PAYMENTS.
           OPEN INPUT LOCKBOX-FILE
               INPUT STUDENT-MASTER
               INPUT ARCH-MASTER
               I-O SUSPENSE-FILE
               EXTEND TRANS-FILE
               I-O BATCH-LOG
               OUTPUT DEPPROOF-FILE
               OUTPUT SUSAGE-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-LOCKBOX.
           PERFORM 1000-LOOP
               UNTIL EOF-L = 1.
           IF BATCH-OPEN
               PERFORM 1850-NO-TRAILER
           END-IF.
           IF BATCH-REFUSED
               PERFORM 1140-CLOSE-REFUSED
           END-IF.
           PERFORM 1600-AGE-SUSPENSE.
           CLOSE LOCKBOX-FILE
               STUDENT-MASTER
               ARCH-MASTER
               SUSPENSE-FILE
               TRANS-FILE
               BATCH-LOG
               DEPPROOF-FILE
               SUSAGE-FILE.
           GOBACK.
       1000-LOOP.
           IF LB-IS-HEADER
               PERFORM 1100-START-BATCH
           ELSE
               IF LB-IS-DETAIL
                   IF BATCH-REFUSED
                       PERFORM 1135-COUNT-REFUSED
                   ELSE
                       PERFORM 1200-PROCESS-ITEM
                   END-IF
               ELSE
                   IF LB-IS-TRAILER
                       IF BATCH-REFUSED
                           PERFORM 1140-CLOSE-REFUSED
                       ELSE
                           PERFORM 1800-PROVE-BATCH
                       END-IF
                   ELSE
                       DISPLAY 'LAB3LBX: UNKNOWN RECORD TYPE IGNORED'
                   END-IF
               END-IF
           END-IF.
           PERFORM 2000-READ-LOCKBOX.
       1100-START-BATCH.
           IF BATCH-OPEN
               PERFORM 1850-NO-TRAILER
           END-IF.
           IF BATCH-REFUSED
               PERFORM 1140-CLOSE-REFUSED
           END-IF.
           MOVE LB-BATCH-NBR TO LX-BATCH-NBR.
           IF LB-DEPOSIT-DATE IS NUMERIC
               AND LB-DEPOSIT-DATE > 0
               MOVE LB-DEPOSIT-DATE TO LX-DEPOSIT-DATE
           ELSE
               MOVE LX-RUN-DATE TO LX-DEPOSIT-DATE
           END-IF.
           MOVE LX-BATCH-NBR TO BL-BATCH-NBR.
           MOVE LX-DEPOSIT-DATE TO BL-DEPOSIT-DATE.
           READ BATCH-LOG
               INVALID KEY
                   PERFORM 1120-LOG-BATCH
                   PERFORM 1150-OPEN-BATCH
               NOT INVALID KEY
                   PERFORM 1130-REFUSE-BATCH
           END-READ.
       1120-LOG-BATCH.
           MOVE LX-RUN-DATE TO BL-RUN-DATE.
           WRITE BATCH-LOG-REC
               INVALID KEY
                   DISPLAY 'LAB3LBX: BATCH LOG WRITE FAILED FOR '
                   DISPLAY BL-KEY
           END-WRITE.
       1130-REFUSE-BATCH.
           DISPLAY 'LAB3LBX: BATCH ALREADY PROCESSED - NOT TAKEN '.
           DISPLAY BL-KEY.
           MOVE 'R' TO LX-BATCH-SW.
           INITIALIZE BATCH-TOTALS.
           MOVE LX-BATCH-NBR TO PB-BATCH-NBR.
           MOVE LX-DEPOSIT-DATE TO PB-DEPOSIT-DATE.
           WRITE DEPPROOF-REC FROM PROOF-BATCH-LINE
               AFTER ADVANCING 1 LINE.
           MOVE BL-RUN-DATE TO PR-RUN-DATE.
           WRITE DEPPROOF-REC FROM PROOF-REFUSED-LINE
               AFTER ADVANCING 1 LINE.
       1135-COUNT-REFUSED.
           ADD 1 TO LX-ITEM-COUNT.
           IF LB-AMOUNT IS NUMERIC
               ADD LB-AMOUNT TO LX-ITEM-TOTAL
           END-IF.
       1140-CLOSE-REFUSED.
           MOVE 'ITEMS NOT TAKEN' TO PO-LABEL.
           MOVE LX-ITEM-COUNT TO PO-COUNT.
           MOVE LX-ITEM-TOTAL TO PO-AMOUNT.
           WRITE DEPPROOF-REC FROM PROOF-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DEPPROOF-REC.
           WRITE DEPPROOF-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'N' TO LX-BATCH-SW.
       1150-OPEN-BATCH.
           MOVE 'Y' TO LX-BATCH-SW.
           MOVE 0 TO LX-ITEM-NBR.
           INITIALIZE BATCH-TOTALS.
           MOVE LX-BATCH-NBR TO PB-BATCH-NBR.
           MOVE LX-DEPOSIT-DATE TO PB-DEPOSIT-DATE.
           WRITE DEPPROOF-REC FROM PROOF-BATCH-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DEPPROOF-REC FROM PROOF-HEADING
               AFTER ADVANCING 1 LINE.
       1200-PROCESS-ITEM.
           IF NOT BATCH-OPEN
               DISPLAY 'LAB3LBX: ITEMS WITH NO BATCH HEADER'
               MOVE 'NOHDR' TO LX-BATCH-NBR
               MOVE LX-RUN-DATE TO LX-DEPOSIT-DATE
               PERFORM 1150-OPEN-BATCH
           END-IF.
           ADD 1 TO LX-ITEM-NBR.
           ADD 1 TO LX-ITEM-COUNT.
           MOVE 'N' TO LX-MATCH-SW.
           MOVE SPACES TO LX-REASON.
           MOVE SPACES TO LX-MATCH-ID.
           IF LB-AMOUNT NOT NUMERIC
               OR LB-AMOUNT = 0
               MOVE 'BAD AMOUNT' TO LX-REASON
           ELSE
               ADD LB-AMOUNT TO LX-ITEM-TOTAL
               IF LB-AMOUNT > 9999.99
                   MOVE 'TOO LARGE' TO LX-REASON
               ELSE
                   PERFORM 1300-MATCH-ITEM
               END-IF
           END-IF.
           IF ITEM-MATCHED
               PERFORM 1410-CHECK-DUP-ITEM
           END-IF.
           IF ITEM-MATCHED
               PERFORM 1420-POST-ITEM
           ELSE
               PERFORM 1440-SUSPEND-ITEM
           END-IF.
       1300-MATCH-ITEM.
           IF LB-STUDENT-ID NOT = SPACES
               MOVE LB-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       PERFORM 1330-CHECK-ARCHIVE
                   NOT INVALID KEY
                       MOVE 'Y' TO LX-MATCH-SW
                       MOVE SM-STUDENT-ID TO LX-MATCH-ID
               END-READ
           ELSE
               PERFORM 1360-MATCH-BY-NAME
           END-IF.
       1330-CHECK-ARCHIVE.
           MOVE LB-STUDENT-ID TO AM-STUDENT-ID.
           READ ARCH-MASTER
               INVALID KEY
                   PERFORM 1360-MATCH-BY-NAME
               NOT INVALID KEY
                   MOVE 'ARCHIVED' TO LX-REASON
           END-READ.
       1360-MATCH-BY-NAME.
           IF LB-NAME = SPACES
               MOVE 'NO MATCH' TO LX-REASON
           ELSE
               PERFORM 1370-TRIM-NAME
               PERFORM 1380-SCAN-MASTER
               MOVE 0 TO LX-ARCH-COUNT
               IF LX-MATCH-COUNT < 2
                   PERFORM 1392-SCAN-ARCHIVE
               END-IF
               IF LX-ARCH-COUNT > 0
                   MOVE 'ARCHIVED' TO LX-REASON
               ELSE
                   IF LX-MATCH-COUNT = 1
                       MOVE 'Y' TO LX-MATCH-SW
                   ELSE
                       IF LX-MATCH-COUNT = 0
                           MOVE 'NO MATCH' TO LX-REASON
                       ELSE
                           MOVE 'MULTI MATCH' TO LX-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1370-TRIM-NAME.
           MOVE 0 TO LX-NAME-LEN.
           PERFORM 1375-FIND-NAME-END
               VARYING LX-SCAN-IDX FROM 1 BY 1
               UNTIL LX-SCAN-IDX > 20.
       1375-FIND-NAME-END.
           IF LB-NAME (LX-SCAN-IDX:1) NOT = SPACE
               MOVE LX-SCAN-IDX TO LX-NAME-LEN
           END-IF.
       1380-SCAN-MASTER.
           MOVE 0 TO LX-MATCH-COUNT.
           MOVE SPACES TO LX-MATCH-ID.
           MOVE 0 TO EOF-M.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY > SM-STUDENT-ID
               INVALID KEY MOVE 1 TO EOF-M
           END-START.
           PERFORM 1385-SCAN-LOOP
               UNTIL EOF-M = 1
                   OR LX-MATCH-COUNT > 1.
       1385-SCAN-LOOP.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-M
               NOT AT END
                   PERFORM 1390-CHECK-MATCH
           END-READ.
       1390-CHECK-MATCH.
           IF SM-NAME (1:LX-NAME-LEN) = LB-NAME (1:LX-NAME-LEN)
               ADD 1 TO LX-MATCH-COUNT
               MOVE SM-STUDENT-ID TO LX-MATCH-ID
           END-IF.
       1392-SCAN-ARCHIVE.
           MOVE 0 TO EOF-A.
           MOVE LOW-VALUES TO AM-STUDENT-ID.
           START ARCH-MASTER KEY > AM-STUDENT-ID
               INVALID KEY MOVE 1 TO EOF-A
           END-START.
           PERFORM 1394-ARCHIVE-LOOP
               UNTIL EOF-A = 1
                   OR LX-ARCH-COUNT > 0.
       1394-ARCHIVE-LOOP.
           READ ARCH-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-A
               NOT AT END
                   PERFORM 1396-CHECK-ARCH-MATCH
           END-READ.
       1396-CHECK-ARCH-MATCH.
           IF AM-MASTER-DATA (1:LX-NAME-LEN) = LB-NAME (1:LX-NAME-LEN)
               AND AM-STUDENT-ID NOT = LX-MATCH-ID
               ADD 1 TO LX-ARCH-COUNT
           END-IF.
       1400-PRINT-HEAD.
           MOVE LX-RUN-DATE TO PD-RUN-DATE.
           WRITE DEPPROOF-REC FROM PROOF-DATE-LINE.
           MOVE SPACES TO DEPPROOF-REC.
           WRITE DEPPROOF-REC
               AFTER ADVANCING 1 LINE.
       1410-CHECK-DUP-ITEM.
           MOVE LX-MATCH-ID TO LX-CHECK-ID.
           MOVE LB-AMOUNT TO LX-CHECK-AMOUNT.
           MOVE LX-DEPOSIT-DATE TO LX-CHECK-DATE.
           MOVE 'N' TO LX-DUP-SW.
           PERFORM 1415-SCAN-POSTED
               VARYING LX-POSTED-IDX FROM 1 BY 1
               UNTIL LX-POSTED-IDX > LX-POSTED-COUNT
                   OR DUP-FOUND.
           IF NOT DUP-FOUND
               MOVE LX-MATCH-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 0 TO SM-NBR-PAYMENTS
               END-READ
               IF SM-NBR-PAYMENTS NOT NUMERIC
                   OR SM-NBR-PAYMENTS > 12
                   MOVE 0 TO SM-NBR-PAYMENTS
               END-IF
               PERFORM 1417-SCAN-PAYMENT
                   VARYING LX-PMT-IDX FROM 1 BY 1
                   UNTIL LX-PMT-IDX > SM-NBR-PAYMENTS
                       OR DUP-FOUND
           END-IF.
           IF DUP-FOUND
               MOVE 'N' TO LX-MATCH-SW
               MOVE 'DUP ITEM' TO LX-REASON
           END-IF.
       1415-SCAN-POSTED.
           IF LX-PE-STUDENT-ID (LX-POSTED-IDX) = LX-CHECK-ID
               AND LX-PE-AMOUNT (LX-POSTED-IDX) = LX-CHECK-AMOUNT
               AND LX-PE-DATE (LX-POSTED-IDX) = LX-CHECK-DATE
               MOVE 'Y' TO LX-DUP-SW
           END-IF.
       1417-SCAN-PAYMENT.
           IF SM-PAYMENTS (LX-PMT-IDX) = LX-CHECK-AMOUNT
               AND SM-PAYMENT-DATES (LX-PMT-IDX) = LX-CHECK-DATE
               MOVE 'Y' TO LX-DUP-SW
           END-IF.
       1420-POST-ITEM.
           MOVE SPACES TO TRANS-REC.
           MOVE LX-MATCH-ID TO PT-STUDENT-ID.
           MOVE LB-AMOUNT TO PT-AMOUNT.
           MOVE LX-DEPOSIT-DATE TO PT-DATE.
           MOVE 'P' TO PT-TRAN-TYPE.
           MOVE 'LOCKBOX' TO PT-OPERATOR.
           WRITE TRANS-REC.
           PERFORM 1430-ADD-POSTED-ENTRY.
           ADD 1 TO LX-POST-COUNT.
           ADD LB-AMOUNT TO LX-POST-TOTAL.
           MOVE 'POSTED' TO PF-DISPOSAL.
           MOVE LX-MATCH-ID TO PF-RESULT.
           PERFORM 1900-WRITE-PROOF-ITEM.
       1430-ADD-POSTED-ENTRY.
           IF LX-POSTED-COUNT < 2000
               ADD 1 TO LX-POSTED-COUNT
               MOVE PT-STUDENT-ID TO LX-PE-STUDENT-ID (LX-POSTED-COUNT)
               MOVE PT-AMOUNT TO LX-PE-AMOUNT (LX-POSTED-COUNT)
               MOVE PT-DATE TO LX-PE-DATE (LX-POSTED-COUNT)
           ELSE
               IF NOT POSTED-TABLE-FULL
                   MOVE 'Y' TO LX-FULL-SW
                   DISPLAY 'LAB3LBX: POSTED ITEM TABLE FULL - '
                   DISPLAY 'DUPLICATE CHECK DEGRADED'
               END-IF
           END-IF.
       1440-SUSPEND-ITEM.
           MOVE LX-BATCH-NBR TO SU-BATCH-NBR.
           MOVE LX-ITEM-NBR TO SU-ITEM-NBR.
           MOVE LX-DEPOSIT-DATE TO SU-DEPOSIT-DATE.
           MOVE LB-CHECK-NBR TO SU-CHECK-NBR.
           MOVE LB-STUDENT-ID TO SU-STUDENT-ID.
           MOVE LB-NAME TO SU-NAME.
           IF LB-AMOUNT IS NUMERIC
               MOVE LB-AMOUNT TO SU-AMOUNT
           ELSE
               MOVE 0 TO SU-AMOUNT
           END-IF.
           MOVE LX-REASON TO SU-REASON.
           MOVE 'O' TO SU-STATUS.
           MOVE LX-RUN-DATE TO SU-STATUS-DATE.
           MOVE SPACES TO SU-APPLIED-ID.
           WRITE SUSPENSE-REC
               INVALID KEY
                   DISPLAY 'LAB3LBX: SUSPENSE ITEM ALREADY ON FILE '
                   DISPLAY SU-KEY
           END-WRITE.
           ADD 1 TO LX-SUSP-COUNT.
           ADD SU-AMOUNT TO LX-SUSP-TOTAL.
           MOVE 'SUSPENSE' TO PF-DISPOSAL.
           MOVE LX-REASON TO PF-RESULT.
           PERFORM 1900-WRITE-PROOF-ITEM.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO LX-RUN-DATE
               AT END MOVE 0 TO LX-RUN-DATE.
           CLOSE RUNDATE-FILE.
           IF LX-RUN-DATE NOT NUMERIC
               OR LX-RUN-DATE = 0
               ACCEPT LX-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       1600-AGE-SUSPENSE.
           MOVE LX-RUN-DATE TO AD-RUN-DATE.
           WRITE SUSAGE-REC FROM AGE-DATE-LINE.
           MOVE SPACES TO SUSAGE-REC.
           WRITE SUSAGE-REC
               AFTER ADVANCING 1 LINE.
           WRITE SUSAGE-REC FROM AGE-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO EOF-S.
           MOVE LOW-VALUES TO SU-KEY.
           START SUSPENSE-FILE KEY > SU-KEY
               INVALID KEY MOVE 1 TO EOF-S
           END-START.
           PERFORM 1620-AGE-LOOP
               UNTIL EOF-S = 1.
           PERFORM 1680-PRINT-AGE-TOTALS.
       1620-AGE-LOOP.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-S
               NOT AT END
                   IF SU-IS-OPEN
                       PERFORM 1650-AGE-ITEM
                   END-IF
           END-READ.
       1650-AGE-ITEM.
           COMPUTE D-DAYS =
               FUNCTION INTEGER-OF-DATE (LX-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (SU-DEPOSIT-DATE).
           IF D-DAYS < 0
               MOVE 0 TO D-AGE-DAYS
           ELSE
               MOVE D-DAYS TO D-AGE-DAYS
           END-IF.
           IF D-AGE-DAYS NOT > 30
               ADD SU-AMOUNT TO LX-AGE-CUR
           ELSE
               IF D-AGE-DAYS NOT > 60
                   ADD SU-AMOUNT TO LX-AGE-30
               ELSE
                   IF D-AGE-DAYS NOT > 90
                       ADD SU-AMOUNT TO LX-AGE-60
                   ELSE
                       ADD SU-AMOUNT TO LX-AGE-90
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO LX-AGE-COUNT.
           ADD SU-AMOUNT TO LX-AGE-TOTAL.
           MOVE SU-BATCH-NBR TO AG-BATCH-NBR.
           MOVE SU-ITEM-NBR TO AG-ITEM-NBR.
           MOVE SU-DEPOSIT-DATE TO AG-DEPOSIT-DATE.
           MOVE D-AGE-DAYS TO AG-DAYS.
           MOVE SU-STUDENT-ID TO AG-STUDENT-ID.
           MOVE SU-NAME TO AG-NAME.
           MOVE SU-AMOUNT TO AG-AMOUNT.
           MOVE SU-REASON TO AG-REASON.
           WRITE SUSAGE-REC FROM AGE-DATA
               AFTER ADVANCING 1 LINE.
       1680-PRINT-AGE-TOTALS.
           MOVE SPACES TO SUSAGE-REC.
           WRITE SUSAGE-REC
               AFTER ADVANCING 1 LINE.
           MOVE '0-30 DAYS' TO AT-LABEL.
           MOVE LX-AGE-CUR TO AT-AMOUNT.
           WRITE SUSAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '31-60 DAYS' TO AT-LABEL.
           MOVE LX-AGE-30 TO AT-AMOUNT.
           WRITE SUSAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '61-90 DAYS' TO AT-LABEL.
           MOVE LX-AGE-60 TO AT-AMOUNT.
           WRITE SUSAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OVER 90 DAYS' TO AT-LABEL.
           MOVE LX-AGE-90 TO AT-AMOUNT.
           WRITE SUSAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL UNAPPLIED' TO AT-LABEL.
           MOVE LX-AGE-TOTAL TO AT-AMOUNT.
           WRITE SUSAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE LX-AGE-COUNT TO AC-COUNT.
           WRITE SUSAGE-REC FROM AGE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
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
                       PERFORM 1430-ADD-POSTED-ENTRY
                   END-IF
           END-READ.
       1800-PROVE-BATCH.
           IF NOT BATCH-OPEN
               DISPLAY 'LAB3LBX: TRAILER WITH NO BATCH IGNORED'
           ELSE
               PERFORM 1810-PRINT-BATCH-TOTALS
               MOVE 'BANK BATCH TOTAL' TO PO-LABEL
               IF LB-BATCH-COUNT IS NUMERIC
                   AND LB-BATCH-TOTAL IS NUMERIC
                   MOVE LB-BATCH-COUNT TO PO-COUNT
                   MOVE LB-BATCH-TOTAL TO PO-AMOUNT
                   WRITE DEPPROOF-REC FROM PROOF-TOTAL-LINE
                       AFTER ADVANCING 1 LINE
                   IF LB-BATCH-COUNT = LX-ITEM-COUNT
                       AND LB-BATCH-TOTAL = LX-ITEM-TOTAL
                       WRITE DEPPROOF-REC FROM PROOF-GOOD-LINE
                           AFTER ADVANCING 1 LINE
                   ELSE
                       WRITE DEPPROOF-REC FROM PROOF-BAD-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               ELSE
                   WRITE DEPPROOF-REC FROM PROOF-BAD-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO DEPPROOF-REC
               WRITE DEPPROOF-REC
                   AFTER ADVANCING 1 LINE
               MOVE 'N' TO LX-BATCH-SW
           END-IF.
       1810-PRINT-BATCH-TOTALS.
           MOVE SPACES TO DEPPROOF-REC.
           WRITE DEPPROOF-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'POSTED TO DA-S-TRANS' TO PO-LABEL.
           MOVE LX-POST-COUNT TO PO-COUNT.
           MOVE LX-POST-TOTAL TO PO-AMOUNT.
           WRITE DEPPROOF-REC FROM PROOF-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TO SUSPENSE' TO PO-LABEL.
           MOVE LX-SUSP-COUNT TO PO-COUNT.
           MOVE LX-SUSP-TOTAL TO PO-AMOUNT.
           WRITE DEPPROOF-REC FROM PROOF-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DEPOSIT TOTAL' TO PO-LABEL.
           MOVE LX-ITEM-COUNT TO PO-COUNT.
           MOVE LX-ITEM-TOTAL TO PO-AMOUNT.
           WRITE DEPPROOF-REC FROM PROOF-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       1850-NO-TRAILER.
           PERFORM 1810-PRINT-BATCH-TOTALS.
           WRITE DEPPROOF-REC FROM PROOF-NOTRL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DEPPROOF-REC.
           WRITE DEPPROOF-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'N' TO LX-BATCH-SW.
       1900-WRITE-PROOF-ITEM.
           MOVE LX-ITEM-NBR TO PF-ITEM-NBR.
           MOVE LB-CHECK-NBR TO PF-CHECK-NBR.
           MOVE LB-STUDENT-ID TO PF-STUDENT-ID.
           MOVE LB-NAME TO PF-NAME.
           IF LB-AMOUNT IS NUMERIC
               MOVE LB-AMOUNT TO PF-AMOUNT
           ELSE
               MOVE 0 TO PF-AMOUNT
           END-IF.
           WRITE DEPPROOF-REC FROM PROOF-DATA
               AFTER ADVANCING 1 LINE.
       2000-READ-LOCKBOX.
           READ LOCKBOX-FILE
               AT END MOVE 1 TO EOF-L.
       END PROGRAM lab3lbx.
