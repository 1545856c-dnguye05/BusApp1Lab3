      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3apv - supervisor approval of held items.  lab3upd
      *         holds any reversal, fee, or adjustment, and lab3mnt
      *         any reinstatement, over the approval limit on the
      *         DA-S-APVCTL control record on the keyed DA-S-PENDING
      *         approval file instead of posting it.  This run reads
      *         the supervisors' decisions on DA-S-APPROVE - A to
      *         release, D to decline, naming the pending item and the
      *         deciding operator.  The approver must be a different
      *         operator from the one who keyed the item (SAME OPER),
      *         and an item that has sat pending longer than the
      *         expiry days on DA-S-APVCTL (14 when that file is
      *         absent) can no longer be acted on (EXPIRED).  A
      *         released item is appended, with its pending key, to
      *         DA-S-TRANS or DA-S-MAINT for tonight's lab3upd or
      *         lab3mnt, which post it and mark it posted; a declined
      *         item is closed.  Every decision and its result is
      *         listed on UR-S-APVREG with totals.  UR-S-PNDAGE then
      *         ages every item still pending from the date it was
      *         held against the run date on DA-S-RUNDATE (today's
      *         date when that file is absent), expiring the ones
      *         nobody acted on in time, and lists released items
      *         that were never posted.
      *Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3apv.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVE-FILE ASSIGN TO 'DA-S-APPROVE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'DA-S-PENDING'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO 'DA-S-TRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-FILE ASSIGN TO 'DA-S-MAINT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APVCTL-FILE ASSIGN TO 'DA-S-APVCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE ASSIGN TO 'DA-S-RUNDATE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APVREG-FILE ASSIGN TO 'UR-S-APVREG'.
           SELECT PNDAGE-FILE ASSIGN TO 'UR-S-PNDAGE'.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  APPROVE-REC.
           03 AV-DECISION PIC X(1).
               88 AV-IS-RELEASE VALUE 'A'.
               88 AV-IS-DECLINE VALUE 'D'.
           03 AV-PEND-KEY PIC X(14).
           03 AV-OPERATOR PIC X(8).
       FD  PENDING-FILE
               LABEL RECORDS ARE STANDARD.
       01  PENDING-REC.
           03 PD-KEY.
               05 PD-HELD-DATE PIC 9(8).
               05 PD-SOURCE PIC X(1).
                   88 PD-FROM-TRANS VALUE 'T'.
                   88 PD-FROM-MAINT VALUE 'M'.
               05 PD-SEQ PIC 9(5).
           03 PD-STATUS PIC X(1).
               88 PD-PENDING VALUE 'P'.
               88 PD-RELEASED VALUE 'A'.
               88 PD-DECLINED VALUE 'D'.
               88 PD-EXPIRED VALUE 'E'.
               88 PD-POSTED VALUE 'X'.
           03 PD-STATUS-DATE PIC 9(8).
           03 PD-STUDENT-ID PIC X(9).
           03 PD-ACTION PIC X(10).
           03 PD-AMOUNT PIC 9(5)V9(2).
           03 PD-OPERATOR PIC X(8).
           03 PD-APPROVER PIC X(8).
           03 PD-IMAGE PIC X(90).
       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
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
       FD  MAINT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  MAINT-REC.
           03 MN-ACTION PIC X(1).
           03 MN-STUDENT-ID PIC X(9).
           03 MN-NAME PIC X(20).
           03 MN-MAJOR PIC X(4).
           03 MN-YEAR PIC X(4).
           03 MN-LOAN PIC 9(5)V9(2).
           03 MN-INT-RATE PIC 9V9(4).
           03 MN-DEFER-TYPE PIC X(1).
           03 MN-DEFER-START PIC 9(8).
           03 MN-DEFER-END PIC 9(8).
           03 MN-REFER-FLAG PIC X(1).
           03 MN-OPERATOR PIC X(8).
           03 MN-PEND-KEY PIC X(14).
       FD  APVCTL-FILE
               LABEL RECORDS ARE OMITTED.
       01  APVCTL-REC.
           03 AP-THRESHOLD PIC 9(5)V9(2).
           03 AP-EXPIRE-DAYS PIC 9(3).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
       FD  APVREG-FILE
               LABEL RECORDS ARE OMITTED.
       01  APVREG-REC PIC X(100).
       FD  PNDAGE-FILE
               LABEL RECORDS ARE OMITTED.
       01  PNDAGE-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-P PIC 9 VALUE 0.
           03 PV-RUN-DATE PIC 9(8) VALUE 0.
           03 PV-APV-CONTROL.
               05 PV-APV-THRESHOLD PIC 9(5)V9(2) VALUE 0.
               05 PV-EXPIRE-DAYS PIC 9(3) VALUE 0.
           03 PV-RELEASE-COUNT PIC 9(5) VALUE 0.
           03 PV-RELEASE-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 PV-DECLINE-COUNT PIC 9(5) VALUE 0.
           03 PV-DECLINE-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 PV-REJECT-COUNT PIC 9(5) VALUE 0.
       01  AGE-TOTALS.
           03 PV-AGE-0 PIC 9(7)V9(2) VALUE 0.
           03 PV-AGE-4 PIC 9(7)V9(2) VALUE 0.
           03 PV-AGE-8 PIC 9(7)V9(2) VALUE 0.
           03 PV-AGE-15 PIC 9(7)V9(2) VALUE 0.
           03 PV-AGE-COUNT PIC 9(5) VALUE 0.
           03 PV-AGE-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 PV-EXPIRE-COUNT PIC 9(5) VALUE 0.
           03 PV-EXPIRE-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 PV-UNPOSTED-COUNT PIC 9(5) VALUE 0.
           03 PV-UNPOSTED-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  DATA-TRANSFER.
           03 D-DAYS PIC S9(7).
           03 D-AGE-DAYS PIC 9(5).
       01  EDIT-SWITCHES.
           03 VALID-REC PIC X(01) VALUE 'Y'.
               88 RECORD-IS-VALID VALUE 'Y'.
               88 RECORD-IS-INVALID VALUE 'N'.
           03 REJECT-REASON PIC X(11) VALUE SPACES.
       01  APVREG-DATE-LINE.
           03 FILLER PIC X(24) VALUES 'APPROVAL REGISTER FOR'.
           03 VD-RUN-DATE PIC 9(8).
       01  APVREG-LIMIT-LINE.
           03 FILLER PIC X(24) VALUES 'APPROVAL LIMIT'.
           03 VL-THRESHOLD PIC Z(4)9.99.
           03 FILLER PIC X(16) VALUES '   EXPIRES AFTER'.
           03 VL-EXPIRE-DAYS PIC ZZ9.
           03 FILLER PIC X(05) VALUES ' DAYS'.
       01  APVREG-HEADING.
           03 FILLER PIC X(04) VALUES 'DEC'.
           03 FILLER PIC X(15) VALUES 'PENDING KEY'.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(11) VALUES 'ACTION'.
           03 FILLER PIC X(10) VALUES 'AMOUNT'.
           03 FILLER PIC X(10) VALUES 'KEYED BY'.
           03 FILLER PIC X(10) VALUES 'APPROVER'.
           03 FILLER PIC X(11) VALUES 'RESULT'.
       01  APVREG-DATA.
           03 VG-DECISION PIC X(1).
           03 FILLER PIC X(03) VALUE SPACES.
           03 VG-PEND-KEY PIC X(14).
           03 FILLER PIC X(01) VALUE SPACES.
           03 VG-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 VG-ACTION PIC X(10).
           03 FILLER PIC X(01) VALUE SPACES.
           03 VG-AMOUNT PIC Z(4)9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 VG-OPERATOR PIC X(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 VG-APPROVER PIC X(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 VG-RESULT PIC X(11).
       01  APVREG-TOTAL-LINE.
           03 VT-LABEL PIC X(24).
           03 VT-COUNT PIC ZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 VT-AMOUNT PIC Z(6)9.99.
       01  AGE-DATE-LINE.
           03 FILLER PIC X(24) VALUES 'PENDING APPROVALS AS OF'.
           03 AD-RUN-DATE PIC 9(8).
       01  AGE-HEADING.
           03 FILLER PIC X(15) VALUES 'PENDING KEY'.
           03 FILLER PIC X(10) VALUES 'HELD'.
           03 FILLER PIC X(07) VALUES 'DAYS'.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(11) VALUES 'ACTION'.
           03 FILLER PIC X(10) VALUES 'AMOUNT'.
           03 FILLER PIC X(10) VALUES 'KEYED BY'.
           03 FILLER PIC X(10) VALUES 'STATUS'.
       01  AGE-DATA.
           03 AG-PEND-KEY PIC X(14).
           03 FILLER PIC X(01) VALUE SPACES.
           03 AG-HELD-DATE PIC 9(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 AG-DAYS PIC Z(4)9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 AG-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 AG-ACTION PIC X(10).
           03 FILLER PIC X(01) VALUE SPACES.
           03 AG-AMOUNT PIC Z(4)9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 AG-OPERATOR PIC X(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 AG-STATUS PIC X(10).
       01  AGE-TOTAL-LINE.
           03 AT-LABEL PIC X(24).
           03 AT-COUNT PIC ZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 AT-AMOUNT PIC Z(6)9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           PERFORM 1550-GET-APPROVAL-CONTROL.
           OPEN INPUT APPROVE-FILE
               I-O PENDING-FILE
               EXTEND TRANS-FILE
               EXTEND MAINT-FILE
               OUTPUT APVREG-FILE
               OUTPUT PNDAGE-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-APPROVE.
           PERFORM 1000-LOOP
               UNTIL EOF-A = 1.
           PERFORM 1800-PRINT-TOTAL.
           PERFORM 1600-AGE-PENDING.
           CLOSE APPROVE-FILE
               PENDING-FILE
               TRANS-FILE
               MAINT-FILE
               APVREG-FILE
               PNDAGE-FILE.
           GOBACK.
       1000-LOOP.
           PERFORM 1100-VALIDATE-DECISION.
           IF RECORD-IS-VALID
               IF AV-IS-RELEASE
                   PERFORM 1200-RELEASE-ITEM
               ELSE
                   PERFORM 1300-DECLINE-ITEM
               END-IF
           END-IF.
           IF RECORD-IS-INVALID
               ADD 1 TO PV-REJECT-COUNT
               MOVE REJECT-REASON TO VG-RESULT
               PERFORM 1900-WRITE-REGISTER
           END-IF.
           PERFORM 2000-READ-APPROVE.
       1100-VALIDATE-DECISION.
           MOVE 'Y' TO VALID-REC.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO PENDING-REC.
           MOVE 0 TO PD-AMOUNT.
           IF NOT AV-IS-RELEASE
               AND NOT AV-IS-DECLINE
               MOVE 'N' TO VALID-REC
               MOVE 'BAD ACTION' TO REJECT-REASON
           ELSE
               MOVE AV-PEND-KEY TO PD-KEY
               READ PENDING-FILE
                   INVALID KEY
                       MOVE 'N' TO VALID-REC
                       MOVE 'NOT FOUND' TO REJECT-REASON
                       MOVE SPACES TO PENDING-REC
                       MOVE 0 TO PD-AMOUNT
               END-READ
           END-IF.
           IF RECORD-IS-VALID
               AND NOT PD-PENDING
               MOVE 'N' TO VALID-REC
               MOVE 'NOT PENDING' TO REJECT-REASON
           END-IF.
           IF RECORD-IS-VALID
               AND AV-OPERATOR = SPACES
               MOVE 'N' TO VALID-REC
               MOVE 'NO OPERATOR' TO REJECT-REASON
           END-IF.
           IF RECORD-IS-VALID
               AND AV-OPERATOR = PD-OPERATOR
               MOVE 'N' TO VALID-REC
               MOVE 'SAME OPER' TO REJECT-REASON
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 1650-COMPUTE-AGE
               IF D-AGE-DAYS > PV-EXPIRE-DAYS
                   MOVE 'N' TO VALID-REC
                   MOVE 'EXPIRED' TO REJECT-REASON
                   PERFORM 1150-EXPIRE-ITEM
               END-IF
           END-IF.
       1150-EXPIRE-ITEM.
           MOVE 'E' TO PD-STATUS.
           MOVE PV-RUN-DATE TO PD-STATUS-DATE.
           REWRITE PENDING-REC
               INVALID KEY
                   MOVE 'BAD REWRITE' TO REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO PV-EXPIRE-COUNT
                   ADD PD-AMOUNT TO PV-EXPIRE-TOTAL
           END-REWRITE.
       1200-RELEASE-ITEM.
           MOVE 'A' TO PD-STATUS.
           MOVE PV-RUN-DATE TO PD-STATUS-DATE.
           MOVE AV-OPERATOR TO PD-APPROVER.
           REWRITE PENDING-REC
               INVALID KEY
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD REWRITE' TO REJECT-REASON
               NOT INVALID KEY
                   PERFORM 1250-FEED-ITEM
                   ADD 1 TO PV-RELEASE-COUNT
                   ADD PD-AMOUNT TO PV-RELEASE-TOTAL
                   MOVE 'RELEASED' TO VG-RESULT
                   PERFORM 1900-WRITE-REGISTER
           END-REWRITE.
       1250-FEED-ITEM.
           IF PD-FROM-MAINT
               MOVE PD-IMAGE TO MAINT-REC
               MOVE PD-KEY TO MN-PEND-KEY
               WRITE MAINT-REC
           ELSE
               MOVE PD-IMAGE TO TRANS-REC
               MOVE PD-KEY TO PT-PEND-KEY
               WRITE TRANS-REC
           END-IF.
       1300-DECLINE-ITEM.
           MOVE 'D' TO PD-STATUS.
           MOVE PV-RUN-DATE TO PD-STATUS-DATE.
           MOVE AV-OPERATOR TO PD-APPROVER.
           REWRITE PENDING-REC
               INVALID KEY
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD REWRITE' TO REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO PV-DECLINE-COUNT
                   ADD PD-AMOUNT TO PV-DECLINE-TOTAL
                   MOVE 'DECLINED' TO VG-RESULT
                   PERFORM 1900-WRITE-REGISTER
           END-REWRITE.
       1400-PRINT-HEAD.
           MOVE PV-RUN-DATE TO VD-RUN-DATE.
           WRITE APVREG-REC FROM APVREG-DATE-LINE.
           MOVE PV-APV-THRESHOLD TO VL-THRESHOLD.
           MOVE PV-EXPIRE-DAYS TO VL-EXPIRE-DAYS.
           WRITE APVREG-REC FROM APVREG-LIMIT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO APVREG-REC.
           WRITE APVREG-REC
               AFTER ADVANCING 1 LINE.
           WRITE APVREG-REC FROM APVREG-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO APVREG-REC.
           WRITE APVREG-REC
               AFTER ADVANCING 1 LINE.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO PV-RUN-DATE
               AT END MOVE 0 TO PV-RUN-DATE.
           CLOSE RUNDATE-FILE.
           IF PV-RUN-DATE NOT NUMERIC
               OR PV-RUN-DATE = 0
               ACCEPT PV-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       1550-GET-APPROVAL-CONTROL.
           OPEN INPUT APVCTL-FILE.
           READ APVCTL-FILE INTO PV-APV-CONTROL
               AT END MOVE ZEROS TO PV-APV-CONTROL.
           CLOSE APVCTL-FILE.
           IF PV-APV-THRESHOLD NOT NUMERIC
               OR PV-APV-THRESHOLD = 0
               MOVE 500.00 TO PV-APV-THRESHOLD
           END-IF.
           IF PV-EXPIRE-DAYS NOT NUMERIC
               OR PV-EXPIRE-DAYS = 0
               MOVE 14 TO PV-EXPIRE-DAYS
           END-IF.
       1600-AGE-PENDING.
           MOVE PV-RUN-DATE TO AD-RUN-DATE.
           WRITE PNDAGE-REC FROM AGE-DATE-LINE.
           MOVE SPACES TO PNDAGE-REC.
           WRITE PNDAGE-REC
               AFTER ADVANCING 1 LINE.
           WRITE PNDAGE-REC FROM AGE-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO EOF-P.
           MOVE LOW-VALUES TO PD-KEY.
           START PENDING-FILE KEY > PD-KEY
               INVALID KEY MOVE 1 TO EOF-P
           END-START.
           PERFORM 1620-AGE-LOOP
               UNTIL EOF-P = 1.
           PERFORM 1680-PRINT-AGE-TOTALS.
       1620-AGE-LOOP.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-P
               NOT AT END
                   IF PD-PENDING
                       PERFORM 1660-AGE-ITEM
                   ELSE
                       IF PD-RELEASED
                           AND PD-STATUS-DATE < PV-RUN-DATE
                           PERFORM 1670-LIST-UNPOSTED
                       END-IF
                   END-IF
           END-READ.
       1650-COMPUTE-AGE.
           COMPUTE D-DAYS =
               FUNCTION INTEGER-OF-DATE (PV-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (PD-HELD-DATE).
           IF D-DAYS < 0
               MOVE 0 TO D-AGE-DAYS
           ELSE
               MOVE D-DAYS TO D-AGE-DAYS
           END-IF.
       1660-AGE-ITEM.
           PERFORM 1650-COMPUTE-AGE.
           IF D-AGE-DAYS > PV-EXPIRE-DAYS
               MOVE 'E' TO PD-STATUS
               MOVE PV-RUN-DATE TO PD-STATUS-DATE
               REWRITE PENDING-REC
                   INVALID KEY
                       DISPLAY 'LAB3APV: PENDING REWRITE FAILED FOR '
                       DISPLAY PD-KEY
                   NOT INVALID KEY
                       ADD 1 TO PV-EXPIRE-COUNT
                       ADD PD-AMOUNT TO PV-EXPIRE-TOTAL
                       MOVE 'EXPIRED' TO AG-STATUS
                       PERFORM 1690-WRITE-AGE-LINE
               END-REWRITE
           ELSE
               IF D-AGE-DAYS NOT > 3
                   ADD PD-AMOUNT TO PV-AGE-0
               ELSE
                   IF D-AGE-DAYS NOT > 7
                       ADD PD-AMOUNT TO PV-AGE-4
                   ELSE
                       IF D-AGE-DAYS NOT > 14
                           ADD PD-AMOUNT TO PV-AGE-8
                       ELSE
                           ADD PD-AMOUNT TO PV-AGE-15
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO PV-AGE-COUNT
               ADD PD-AMOUNT TO PV-AGE-TOTAL
               MOVE 'PENDING' TO AG-STATUS
               PERFORM 1690-WRITE-AGE-LINE
           END-IF.
       1670-LIST-UNPOSTED.
           PERFORM 1650-COMPUTE-AGE.
           ADD 1 TO PV-UNPOSTED-COUNT.
           ADD PD-AMOUNT TO PV-UNPOSTED-TOTAL.
           MOVE 'NOT POSTED' TO AG-STATUS.
           PERFORM 1690-WRITE-AGE-LINE.
       1680-PRINT-AGE-TOTALS.
           MOVE SPACES TO PNDAGE-REC.
           WRITE PNDAGE-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO AT-COUNT.
           MOVE '0-3 DAYS' TO AT-LABEL.
           MOVE PV-AGE-0 TO AT-AMOUNT.
           WRITE PNDAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '4-7 DAYS' TO AT-LABEL.
           MOVE PV-AGE-4 TO AT-AMOUNT.
           WRITE PNDAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '8-14 DAYS' TO AT-LABEL.
           MOVE PV-AGE-8 TO AT-AMOUNT.
           WRITE PNDAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OVER 14 DAYS' TO AT-LABEL.
           MOVE PV-AGE-15 TO AT-AMOUNT.
           WRITE PNDAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL PENDING' TO AT-LABEL.
           MOVE PV-AGE-COUNT TO AT-COUNT.
           MOVE PV-AGE-TOTAL TO AT-AMOUNT.
           WRITE PNDAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EXPIRED THIS RUN' TO AT-LABEL.
           MOVE PV-EXPIRE-COUNT TO AT-COUNT.
           MOVE PV-EXPIRE-TOTAL TO AT-AMOUNT.
           WRITE PNDAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RELEASED NOT POSTED' TO AT-LABEL.
           MOVE PV-UNPOSTED-COUNT TO AT-COUNT.
           MOVE PV-UNPOSTED-TOTAL TO AT-AMOUNT.
           WRITE PNDAGE-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       1690-WRITE-AGE-LINE.
           MOVE PD-KEY TO AG-PEND-KEY.
           MOVE PD-HELD-DATE TO AG-HELD-DATE.
           MOVE D-AGE-DAYS TO AG-DAYS.
           MOVE PD-STUDENT-ID TO AG-STUDENT-ID.
           MOVE PD-ACTION TO AG-ACTION.
           MOVE PD-AMOUNT TO AG-AMOUNT.
           MOVE PD-OPERATOR TO AG-OPERATOR.
           WRITE PNDAGE-REC FROM AGE-DATA
               AFTER ADVANCING 1 LINE.
       1800-PRINT-TOTAL.
           MOVE SPACES TO APVREG-REC.
           WRITE APVREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'RELEASED' TO VT-LABEL.
           MOVE PV-RELEASE-COUNT TO VT-COUNT.
           MOVE PV-RELEASE-TOTAL TO VT-AMOUNT.
           WRITE APVREG-REC FROM APVREG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DECLINED' TO VT-LABEL.
           MOVE PV-DECLINE-COUNT TO VT-COUNT.
           MOVE PV-DECLINE-TOTAL TO VT-AMOUNT.
           WRITE APVREG-REC FROM APVREG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REJECTED' TO VT-LABEL.
           MOVE PV-REJECT-COUNT TO VT-COUNT.
           MOVE 0 TO VT-AMOUNT.
           WRITE APVREG-REC FROM APVREG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       1900-WRITE-REGISTER.
           MOVE AV-DECISION TO VG-DECISION.
           MOVE AV-PEND-KEY TO VG-PEND-KEY.
           MOVE PD-STUDENT-ID TO VG-STUDENT-ID.
           MOVE PD-ACTION TO VG-ACTION.
           MOVE PD-AMOUNT TO VG-AMOUNT.
           MOVE PD-OPERATOR TO VG-OPERATOR.
           MOVE AV-OPERATOR TO VG-APPROVER.
           WRITE APVREG-REC FROM APVREG-DATA
               AFTER ADVANCING 1 LINE.
       2000-READ-APPROVE.
           READ APPROVE-FILE
               AT END MOVE 1 TO EOF-A.
       END PROGRAM lab3apv.
