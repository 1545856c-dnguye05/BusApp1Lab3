      *              lab3rec), and the action prints on the register.
      *              An ID not on the archive rejects NOT ARCHVD; one
      *              already back on the master rejects DUP ID.
      *  2026-10-15  New S deferment action.  The master record grew
      *              SM-DEFER-TYPE (S subsidized deferment, U
      *              unsubsidized deferment, F forbearance),
      *              SM-DEFER-START and SM-DEFER-END, and MAINT-REC
      *              grew MN-DEFER-TYPE/MN-DEFER-START/MN-DEFER-END,
      *              appended so old maintenance files still read.  An
      *              S record sets (or re-keys, e.g. to cut one short)
      *              the student's deferment; an S record with a blank
      *              type cancels one keyed in error.  A bad type
      *              rejects BAD DEF TYP, missing or backward dates
      *              BAD DEF DTE, and a charged-off account rejects
      *              CHARGED OFF.  Each is printed on the register and
      *              journaled as DEFER (DEFERCXL for a cancel) with
      *              the balance unchanged.
      *              lab3sch holds the schedule while the deferment is
      *              in force and closes it out when it ends.
      *  2026-10-15  New X collections-referral action.  The master
      *              record grew charge-off fields (SM-CHGOFF-STATUS,
      *              SM-CHGOFF-DATE, SM-CHGOFF-AMOUNT, SM-RECOVERED)
      *              and MAINT-REC grew MN-REFER-FLAG, appended so old
      *              maintenance files still read.  An X record marks
      *              the student referred (status R) so the next
      *              lab3chg run charges the account off whatever its
      *              age; an X record with flag N withdraws the
      *              referral.  A student already charged off rejects
      *              CHARGED OFF, a referral with nothing owing NO
      *              BALANCE.  Printed on the register and journaled as
      *              REFER/REFERCXL with the balance unchanged.  A
      *              delete is now also refused (CHARGED OFF) while a
      *              charged-off amount is still unrecovered - the
      *              zero SM-BALANCE no longer means nothing is owed.
      *  2026-10-15  MAINT-REC grew MN-OPERATOR, the ID of the operator
      *              who keyed the change, and MN-PEND-KEY, appended
      *              after MN-REFER-FLAG.  A blank operator rejects NO
      *              OPERATOR; the operator prints in a new OPERATOR
      *              column on the register and is carried on every
      *              DA-S-JOURNAL entry (JR-OPERATOR).  A reinstatement
      *              whose original loan (SM-LOAN on the archived
      *              record - lab3prg archives only paid-off accounts,
      *              so the archived balance is always zero) is over
      *              the approval limit on DA-S-APVCTL (500.00 when
      *              that file is absent) is no longer applied: it is
      *              written to the DA-S-PENDING approval file (with
      *              SM-LOAN as the amount) and listed on UR-S-MNTREJ
      *              as HELD APPRVL.  The lab3apv approval
      *              run feeds a released one back in with MN-PEND-KEY
      *              set; it is applied only if the pending record is
      *              released, matches the maintenance record, and was
      *              approved by a different operator (otherwise BAD
      *              APPROVL), and is then marked posted.  A
      *              reinstatement already held under the same run date
      *              with the same image (a rerun of the step) rejects
      *              ALRDY HELD instead of being held a second time.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3mnt.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNAL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APVCTL-FILE ASSIGN TO 'DA-S-APVCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'DA-S-PENDING'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
               88 MN-IS-CHANGE VALUE 'C'.
               88 MN-IS-DELETE VALUE 'D'.
               88 MN-IS-REINSTATE VALUE 'R'.
               88 MN-IS-DEFER VALUE 'S'.
               88 MN-IS-REFER VALUE 'X'.
           03 MN-STUDENT-ID PIC X(9).
           03 MN-NAME PIC X(20).
           03 MN-MAJOR PIC X(4).
           03 MN-YEAR PIC X(4).
           03 MN-LOAN PIC 9(5)V9(2).
           03 MN-INT-RATE PIC 9V9(4).
           03 MN-DEFER-TYPE PIC X(1).
               88 MN-DEFER-VALID VALUES 'S', 'U', 'F'.
           03 MN-DEFER-START PIC 9(8).
           03 MN-DEFER-END PIC 9(8).
           03 MN-REFER-FLAG PIC X(1).
               88 MN-REFER-WITHDRAW VALUE 'N'.
           03 MN-OPERATOR PIC X(8).
           03 MN-PEND-KEY PIC X(14).
       FD  STUDENT-MASTER
               LABEL RECORDS ARE STANDARD.
       01  STUDENT-MASTER-REC.
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
       FD  MNTREJ-FILE
               LABEL RECORDS ARE OMITTED.
       01  MNTREJ-REC.
           03 MR-REASON PIC X(11).
           03 FILLER PIC X(01) VALUE SPACES.
           03 MR-MAINT-REC PIC X(90).
       FD  MNTREG-FILE
               LABEL RECORDS ARE OMITTED.
       01  MNTREG-REC PIC X(80).
           03 JR-NEW-NBR-PMTS PIC 9(2).
           03 JR-INT-PORTION PIC 9(4)V9(2).
           03 JR-PRIN-PORTION PIC 9(4)V9(2).
           03 JR-OPERATOR PIC X(8).
       FD  APVCTL-FILE
               LABEL RECORDS ARE OMITTED.
       01  APVCTL-REC.
           03 AP-THRESHOLD PIC 9(5)V9(2).
           03 AP-EXPIRE-DAYS PIC 9(3).
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
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 MN-RUN-DATE PIC 9(8) VALUE 0.
           03 MN-APV-CONTROL.
               05 MN-APV-THRESHOLD PIC 9(5)V9(2) VALUE 0.
               05 MN-APV-EXPIRE-DAYS PIC 9(3) VALUE 0.
           03 MN-PEND-SEQ PIC 9(5) VALUE 0.
           03 MN-HOLD-SW PIC X(01) VALUE 'N'.
               88 MAINT-HELD VALUE 'Y'.
           03 MN-RELEASE-SW PIC X(01) VALUE 'N'.
               88 MAINT-RELEASED VALUE 'Y'.
           03 MN-PEND-SW PIC X(01) VALUE 'N'.
               88 PEND-WRITTEN VALUE 'Y'.
           03 MN-HELD-SW PIC X(01) VALUE 'N'.
               88 ALREADY-HELD VALUE 'Y'.
           03 EOF-P PIC 9 VALUE 0.
       01  MONTH-DATE-WORK.
           03 MD-DATE PIC 9(8).
           03 MD-SPLIT REDEFINES MD-DATE.
           03 FILLER PIC X(08) VALUES 'ACTION'.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(21) VALUES 'NAME'.
           03 FILLER PIC X(31) VALUES 'DETAIL'.
           03 FILLER PIC X(08) VALUES 'OPERATOR'.
       01  REGISTER-DATA.
           03 RG-ACTION PIC X(08).
           03 RG-STUDENT-ID PIC X(9).
           03 RG-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RG-DETAIL PIC X(30).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RG-OPERATOR PIC X(8).
       01  REGISTER-AMOUNTS.
           03 RA-LOAN PIC Z(4)9.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 RA-RATE PIC 9.9999.
       01  REGISTER-DEFER-DETAIL.
           03 FILLER PIC X(05) VALUES 'TYPE '.
           03 RD-TYPE PIC X(1).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RD-START PIC 9(8).
           03 FILLER PIC X(04) VALUES ' TO '.
           03 RD-END PIC 9(8).
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT MAINT-FILE
               I-O ARCH-MASTER
               OUTPUT MNTREJ-FILE
               OUTPUT MNTREG-FILE
               EXTEND JOURNAL-FILE
               I-O PENDING-FILE.
           PERFORM 1600-GET-RUN-DATE.
           PERFORM 1620-GET-APPROVAL-LIMIT.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-MAINT.
           PERFORM 1000-LOOP
               ARCH-MASTER
               MNTREJ-FILE
               MNTREG-FILE
               JOURNAL-FILE
               PENDING-FILE.
           GOBACK.
       1000-LOOP.
           PERFORM 1100-APPLY-MAINT.
                       IF MN-IS-DELETE
                           PERFORM 1500-DELETE-STUDENT
                       ELSE
                           IF MN-IS-REINSTATE
                               PERFORM 1700-REINSTATE-STUDENT
                           ELSE
                               IF MN-IS-DEFER
                                   PERFORM 1800-DEFER-STUDENT
                               ELSE
                                   PERFORM 1880-REFER-STUDENT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               AND NOT MN-IS-CHANGE
               AND NOT MN-IS-DELETE
               AND NOT MN-IS-REINSTATE
               AND NOT MN-IS-DEFER
               AND NOT MN-IS-REFER
               MOVE 'N' TO VALID-REC
               MOVE 'BAD ACTION' TO REJECT-REASON
           END-IF.
                   MOVE 'BLANK ID' TO REJECT-REASON
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               IF MN-OPERATOR = SPACES
                   MOVE 'N' TO VALID-REC
                   MOVE 'NO OPERATOR' TO REJECT-REASON
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               AND MN-IS-ADD
               IF MN-NAME = SPACES
                   MOVE 'NO CHANGES' TO REJECT-REASON
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               AND MN-IS-DEFER
               AND MN-DEFER-TYPE NOT = SPACES
               IF NOT MN-DEFER-VALID
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD DEF TYP' TO REJECT-REASON
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               AND MN-IS-DEFER
               AND MN-DEFER-TYPE NOT = SPACES
               IF MN-DEFER-START NOT NUMERIC
                   OR MN-DEFER-END NOT NUMERIC
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD DEF DTE' TO REJECT-REASON
               ELSE
                   IF MN-DEFER-START = 0
                       OR MN-DEFER-END < MN-DEFER-START
                       MOVE 'N' TO VALID-REC
                       MOVE 'BAD DEF DTE' TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       1200-ADD-STUDENT.
           INITIALIZE STUDENT-MASTER-REC.
           MOVE MN-STUDENT-ID TO SM-STUDENT-ID.
               MOVE 'BAL OWING' TO REJECT-REASON
               PERFORM 1900-WRITE-MNTREJ
           ELSE
               IF SM-CHARGED-OFF
                   AND SM-RECOVERED < SM-CHGOFF-AMOUNT
                   MOVE 'CHARGED OFF' TO REJECT-REASON
                   PERFORM 1900-WRITE-MNTREJ
               ELSE
                   PERFORM 1570-APPLY-DELETE-GOOD
               END-IF
           END-IF.
       1570-APPLY-DELETE-GOOD.
           DELETE STUDENT-MASTER
               INVALID KEY
                   MOVE 'BAD DELETE' TO REJECT-REASON
                   PERFORM 1900-WRITE-MNTREJ
               NOT INVALID KEY
                   MOVE 'DELETE' TO RG-ACTION
                   MOVE SPACES TO RG-DETAIL
                   PERFORM 1950-WRITE-REGISTER
                   PERFORM 1560-JOURNAL-DELETE
           END-DELETE.
       1560-JOURNAL-DELETE.
           MOVE 'DELETE' TO JD-ACTION.
           MOVE SM-BALANCE TO JD-OLD-BALANCE.
           END-READ.
       1750-APPLY-REINSTATE.
           MOVE ARCH-MASTER-REC TO STUDENT-MASTER-REC.
           PERFORM 1720-CHECK-APPROVAL.
           IF RECORD-IS-INVALID
               PERFORM 1900-WRITE-MNTREJ
           ELSE
               IF MAINT-HELD
                   PERFORM 1730-HOLD-MAINT
               ELSE
                   PERFORM 1760-WRITE-REINSTATE
               END-IF
           END-IF.
       1760-WRITE-REINSTATE.
           WRITE STUDENT-MASTER-REC
               INVALID KEY
                   MOVE 'DUP ID' TO REJECT-REASON
                   PERFORM 1900-WRITE-MNTREJ
               NOT INVALID KEY
                   PERFORM 1770-FINISH-REINSTATE
                   PERFORM 1790-MARK-POSTED
           END-WRITE.
       1720-CHECK-APPROVAL.
           MOVE 'N' TO MN-HOLD-SW.
           MOVE 'N' TO MN-RELEASE-SW.
           IF MN-PEND-KEY NOT = SPACES
               PERFORM 1725-CHECK-RELEASE
           ELSE
               IF SM-LOAN IS NUMERIC
                   AND SM-LOAN > MN-APV-THRESHOLD
                   MOVE 'Y' TO MN-HOLD-SW
               END-IF
           END-IF.
       1725-CHECK-RELEASE.
           MOVE MN-PEND-KEY TO PD-KEY.
           READ PENDING-FILE
               INVALID KEY
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD APPROVL' TO REJECT-REASON
               NOT INVALID KEY
                   IF PD-RELEASED
                       AND PD-FROM-MAINT
                       AND PD-IMAGE (1:76) = MAINT-REC (1:76)
                       AND PD-APPROVER NOT = MN-OPERATOR
                       MOVE 'Y' TO MN-RELEASE-SW
                   ELSE
                       MOVE 'N' TO VALID-REC
                       MOVE 'BAD APPROVL' TO REJECT-REASON
                   END-IF
           END-READ.
       1730-HOLD-MAINT.
           PERFORM 1732-FIND-HELD.
           IF ALREADY-HELD
               MOVE 'ALRDY HELD' TO REJECT-REASON
               PERFORM 1900-WRITE-MNTREJ
           ELSE
               PERFORM 1731-HOLD-NEW
           END-IF.
       1731-HOLD-NEW.
           MOVE MN-RUN-DATE TO PD-HELD-DATE.
           MOVE 'M' TO PD-SOURCE.
           MOVE 'P' TO PD-STATUS.
           MOVE MN-RUN-DATE TO PD-STATUS-DATE.
           MOVE MN-STUDENT-ID TO PD-STUDENT-ID.
           MOVE 'REINSTATE' TO PD-ACTION.
           MOVE SM-LOAN TO PD-AMOUNT.
           MOVE MN-OPERATOR TO PD-OPERATOR.
           MOVE SPACES TO PD-APPROVER.
           MOVE MAINT-REC TO PD-IMAGE.
           MOVE 'N' TO MN-PEND-SW.
           PERFORM 1735-WRITE-PENDING
               UNTIL PEND-WRITTEN
                   OR MN-PEND-SEQ NOT < 99999.
           IF PEND-WRITTEN
               MOVE 'HELD APPRVL' TO REJECT-REASON
           ELSE
               MOVE 'PEND FAILED' TO REJECT-REASON
           END-IF.
           PERFORM 1900-WRITE-MNTREJ.
       1732-FIND-HELD.
           MOVE 'N' TO MN-HELD-SW.
           MOVE 0 TO EOF-P.
           MOVE MN-RUN-DATE TO PD-HELD-DATE.
           MOVE 'M' TO PD-SOURCE.
           MOVE 0 TO PD-SEQ.
           START PENDING-FILE KEY NOT < PD-KEY
               INVALID KEY MOVE 1 TO EOF-P
           END-START.
           PERFORM 1733-SCAN-HELD
               UNTIL EOF-P = 1
                   OR ALREADY-HELD.
       1733-SCAN-HELD.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-P
               NOT AT END
                   IF PD-HELD-DATE NOT = MN-RUN-DATE
                       OR NOT PD-FROM-MAINT
                       MOVE 1 TO EOF-P
                   ELSE
                       IF PD-IMAGE = MAINT-REC
                           MOVE 'Y' TO MN-HELD-SW
                       END-IF
                   END-IF
           END-READ.
       1735-WRITE-PENDING.
           ADD 1 TO MN-PEND-SEQ.
           MOVE MN-PEND-SEQ TO PD-SEQ.
           WRITE PENDING-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MN-PEND-SW
           END-WRITE.
       1790-MARK-POSTED.
           IF MAINT-RELEASED
               MOVE 'X' TO PD-STATUS
               MOVE MN-RUN-DATE TO PD-STATUS-DATE
               REWRITE PENDING-REC
                   INVALID KEY
                       DISPLAY 'LAB3MNT: PENDING REWRITE FAILED FOR '
                       DISPLAY PD-KEY
               END-REWRITE
           END-IF.
       1770-FINISH-REINSTATE.
           DELETE ARCH-MASTER
               INVALID KEY
           MOVE SM-BALANCE TO JD-NEW-BALANCE.
           MOVE SM-NBR-PAYMENTS TO JD-NEW-NBR-PMTS.
           PERFORM 1960-WRITE-JOURNAL.
       1800-DEFER-STUDENT.
           MOVE MN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'NOT FOUND' TO REJECT-REASON
                   PERFORM 1900-WRITE-MNTREJ
               NOT INVALID KEY
                   IF SM-CHARGED-OFF
                       MOVE 'CHARGED OFF' TO REJECT-REASON
                       PERFORM 1900-WRITE-MNTREJ
                   ELSE
                       PERFORM 1850-APPLY-DEFER
                   END-IF
           END-READ.
       1850-APPLY-DEFER.
           IF MN-DEFER-TYPE = SPACES
               MOVE SPACES TO SM-DEFER-TYPE
               MOVE 0 TO SM-DEFER-START
               MOVE 0 TO SM-DEFER-END
               MOVE 'DEFERCXL' TO RG-ACTION
           ELSE
               MOVE MN-DEFER-TYPE TO SM-DEFER-TYPE
               MOVE MN-DEFER-START TO SM-DEFER-START
               MOVE MN-DEFER-END TO SM-DEFER-END
               MOVE 'DEFER' TO RG-ACTION
           END-IF.
           REWRITE STUDENT-MASTER-REC
               INVALID KEY
                   MOVE 'BAD REWRITE' TO REJECT-REASON
                   PERFORM 1900-WRITE-MNTREJ
               NOT INVALID KEY
                   MOVE MN-DEFER-TYPE TO RD-TYPE
                   MOVE SM-DEFER-START TO RD-START
                   MOVE SM-DEFER-END TO RD-END
                   MOVE REGISTER-DEFER-DETAIL TO RG-DETAIL
                   PERFORM 1950-WRITE-REGISTER
                   MOVE RG-ACTION TO JD-ACTION
                   MOVE SM-BALANCE TO JD-OLD-BALANCE
                   MOVE SM-NBR-PAYMENTS TO JD-OLD-NBR-PMTS
                   MOVE SM-BALANCE TO JD-NEW-BALANCE
                   MOVE SM-NBR-PAYMENTS TO JD-NEW-NBR-PMTS
                   PERFORM 1960-WRITE-JOURNAL
           END-REWRITE.
       1880-REFER-STUDENT.
           MOVE MN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'NOT FOUND' TO REJECT-REASON
                   PERFORM 1900-WRITE-MNTREJ
               NOT INVALID KEY
                   PERFORM 1885-CHECK-REFER
           END-READ.
       1885-CHECK-REFER.
           IF SM-CHARGED-OFF
               MOVE 'CHARGED OFF' TO REJECT-REASON
               PERFORM 1900-WRITE-MNTREJ
           ELSE
               IF MN-REFER-WITHDRAW
                   MOVE SPACES TO SM-CHGOFF-STATUS
                   MOVE 'REFERCXL' TO RG-ACTION
                   PERFORM 1890-APPLY-REFER
               ELSE
                   IF SM-BALANCE = 0
                       MOVE 'NO BALANCE' TO REJECT-REASON
                       PERFORM 1900-WRITE-MNTREJ
                   ELSE
                       MOVE 'R' TO SM-CHGOFF-STATUS
                       MOVE 'REFER' TO RG-ACTION
                       PERFORM 1890-APPLY-REFER
                   END-IF
               END-IF
           END-IF.
       1890-APPLY-REFER.
           REWRITE STUDENT-MASTER-REC
               INVALID KEY
                   MOVE 'BAD REWRITE' TO REJECT-REASON
                   PERFORM 1900-WRITE-MNTREJ
               NOT INVALID KEY
                   MOVE SPACES TO RG-DETAIL
                   PERFORM 1950-WRITE-REGISTER
                   MOVE RG-ACTION TO JD-ACTION
                   MOVE SM-BALANCE TO JD-OLD-BALANCE
                   MOVE SM-NBR-PAYMENTS TO JD-OLD-NBR-PMTS
                   MOVE SM-BALANCE TO JD-NEW-BALANCE
                   MOVE SM-NBR-PAYMENTS TO JD-NEW-NBR-PMTS
                   PERFORM 1960-WRITE-JOURNAL
           END-REWRITE.
       1400-PRINT-HEAD.
           WRITE MNTREG-REC FROM REGISTER-HEADING.
           MOVE SPACES TO MNTREG-REC.
       1950-WRITE-REGISTER.
           MOVE MN-STUDENT-ID TO RG-STUDENT-ID.
           MOVE SM-NAME TO RG-NAME.
           MOVE MN-OPERATOR TO RG-OPERATOR.
           WRITE MNTREG-REC FROM REGISTER-DATA
               AFTER ADVANCING 1 LINE.
       1600-GET-RUN-DATE.
               OR MN-RUN-DATE = 0
               ACCEPT MN-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       1620-GET-APPROVAL-LIMIT.
           OPEN INPUT APVCTL-FILE.
           READ APVCTL-FILE INTO MN-APV-CONTROL
               AT END MOVE 0 TO MN-APV-THRESHOLD.
           CLOSE APVCTL-FILE.
           IF MN-APV-THRESHOLD NOT NUMERIC
               OR MN-APV-THRESHOLD = 0
               MOVE 500.00 TO MN-APV-THRESHOLD
           END-IF.
       1960-WRITE-JOURNAL.
           MOVE MN-RUN-DATE TO JR-RUN-DATE.
           MOVE 0 TO JR-INT-PORTION.
           MOVE JD-NEW-BALANCE TO JR-NEW-BALANCE.
           MOVE JD-OLD-NBR-PMTS TO JR-OLD-NBR-PMTS.
           MOVE JD-NEW-NBR-PMTS TO JR-NEW-NBR-PMTS.
           MOVE MN-OPERATOR TO JR-OPERATOR.
           WRITE JOURNAL-REC
               AFTER ADVANCING 1 LINE.
       2000-READ-MAINT.
