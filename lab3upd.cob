      *              post-conversion fields get, so posting to a
      *              record written before the schedule fields
      *              existed no longer does arithmetic on spaces.
      *  2026-10-15  The master record grew deferment/forbearance
      *              status fields (SM-DEFER-TYPE, SM-DEFER-START,
      *              SM-DEFER-END - set through lab3mnt).  The accrual
      *              pass now skips a student whose subsidized (S)
      *              deferment is in force on the run date - the
      *              government carries that interest.  Unsubsidized
      *              (U) deferments and forbearance (F) keep accruing
      *              as before; lab3sch capitalizes what is still
      *              unpaid when the deferment ends.
      *  2026-10-15  The master record grew charge-off fields
      *              (SM-CHGOFF-STATUS, SM-CHGOFF-DATE,
      *              SM-CHGOFF-AMOUNT, SM-RECOVERED - set by the
      *              lab3chg charge-off run).  A charged-off account
      *              carries a zero SM-BALANCE, so the accrual pass
      *              already leaves it alone.  A P payment on a
      *              charged-off account now posts as a recovery
      *              instead: it is added to SM-RECOVERED (up to the
      *              amount still unrecovered - any excess goes on
      *              UR-S-CREDIT as refund due, like an overpayment),
      *              stays out of the SM-PAYMENTS table, and is
      *              journaled as RECOVERY with the unrecovered
      *              charged-off amount as its before/after images and
      *              the amount in JR-PRIN-PORTION, so lab3gl books it
      *              through its own chart row.  Duplicates are caught
      *              against the day's journal like fees (DUP TRAN).
      *              Disbursements, reversals, fees, and adjustments
      *              against a charged-off account reject as CHARGED
      *              OFF.
      *  2026-10-15  TRANS-REC grew PT-OPERATOR, the ID of the operator
      *              who keyed the transaction, and PT-PEND-KEY; a
      *              blank operator rejects as NO OPERATOR, and the
      *              operator is carried on every DA-S-JOURNAL entry
      *              posted from the transaction (JR-OPERATOR; the
      *              accrual pass journals as BATCH).  A reversal, fee,
      *              or adjustment over the approval limit on the
      *              DA-S-APVCTL control record (500.00 when that file
      *              is absent) no longer posts: it is written to the
      *              DA-S-PENDING approval file and listed on
      *              UR-S-TRANREJ as HELD APPRVL.  The lab3apv approval
      *              run feeds a released item back in with PT-PEND-KEY
      *              set; it posts only if the pending record is
      *              released, matches the transaction, and was
      *              approved by a different operator (otherwise BAD
      *              APPROVL), and is then marked posted so it cannot
      *              post twice.  A transaction already held under the
      *              same run date with the same image (a rerun of the
      *              step) rejects ALRDY HELD instead of being held a
      *              second time.
      *  2026-10-15  Payoff quotes.  A P payment is checked against the
      *              student's open quotes on the keyed DA-S-QUOTE
      *              history written by lab3pay.  A payment for the
      *              quoted amount, dated from the quote date through
      *              its good-through date (and for the quoted loan or
      *              no loan), closes the account - or the one loan
      *              quoted - as paid in full: it posts up to what is
      *              owed, any excess goes on UR-S-CREDIT as refund
      *              due, and a shortfall of up to 1.00 left by the
      *              interest arithmetic is written off and journaled
      *              as PAYOFF WO (accrued interest written off in
      *              JR-INT-PORTION, the rest in JR-PRIN-PORTION).  A
      *              larger shortfall posts as an ordinary payment and
      *              leaves the quote open.  The quote is marked paid
      *              with the date, write-off, and refund, and a second
      *              copy of the same payment rejects as DUP PAYMENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3upd.
           SELECT OPTIONAL RATE-FILE ASSIGN TO 'DA-S-RATES'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-FILE ASSIGN TO 'UR-S-CREDIT'.
           SELECT OPTIONAL APVCTL-FILE ASSIGN TO 'DA-S-APVCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'DA-S-PENDING'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY.
           SELECT OPTIONAL QUOTE-FILE ASSIGN TO 'DA-S-QUOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
               88 PT-ADJ-UP VALUE '+'.
               88 PT-ADJ-DOWN VALUE '-'.
           03 PT-LOAN-NBR PIC X(1).
           03 PT-OPERATOR PIC X(8).
           03 PT-PEND-KEY PIC X(14).
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
       FD  TRANREJ-FILE
               LABEL RECORDS ARE OMITTED.
       01  TRANREJ-REC.
           03 TR-REASON PIC X(11).
           03 FILLER PIC X(01) VALUE SPACES.
           03 TR-TRANS-REC PIC X(48).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
           03 JR-NEW-NBR-PMTS PIC 9(2).
           03 JR-INT-PORTION PIC 9(4)V9(2).
           03 JR-PRIN-PORTION PIC 9(4)V9(2).
           03 JR-OPERATOR PIC X(8).
       FD  ACCRCTL-FILE
               LABEL RECORDS ARE OMITTED.
       01  ACCRCTL-REC.
       FD  CREDIT-FILE
               LABEL RECORDS ARE OMITTED.
       01  CREDIT-REC PIC X(80).
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
       FD  QUOTE-FILE
               LABEL RECORDS ARE STANDARD.
       01  QUOTE-REC.
           03 QH-KEY.
               05 QH-STUDENT-ID PIC X(9).
               05 QH-QUOTE-DATE PIC 9(8).
               05 QH-SEQ PIC 9(3).
           03 QH-LOAN-NBR PIC X(1).
           03 QH-GOOD-THRU PIC 9(8).
           03 QH-PRINCIPAL PIC 9(6)V9(2).
           03 QH-INT-ACCRUED PIC 9(5)V9(2).
           03 QH-INT-PROJECTED PIC 9(5)V9(2).
           03 QH-PAYOFF PIC 9(6)V9(2).
           03 QH-PER-DIEM PIC 9(3)V9(2).
           03 QH-STATUS PIC X(1).
               88 QH-OPEN VALUE 'O'.
               88 QH-PAID VALUE 'P'.
           03 QH-PAID-DATE PIC 9(8).
           03 QH-WRITEOFF PIC 9(5)V9(2).
           03 QH-REFUND PIC 9(5)V9(2).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 UP-BEST-DATE PIC 9(8) VALUE 0.
           03 UP-BEST-LIMIT PIC 9(5)V9(2) VALUE 0.
           03 UP-PICK-RATE PIC 9V9(4) VALUE 0.
           03 UP-SUBSIDY-SW PIC X(01) VALUE 'N'.
               88 INTEREST-SUBSIDIZED VALUE 'Y'.
           03 UP-APV-CONTROL.
               05 UP-APV-THRESHOLD PIC 9(5)V9(2) VALUE 0.
               05 UP-APV-EXPIRE-DAYS PIC 9(3) VALUE 0.
           03 UP-PEND-SEQ PIC 9(5) VALUE 0.
           03 UP-HOLD-SW PIC X(01) VALUE 'N'.
               88 TRANS-HELD VALUE 'Y'.
           03 UP-RELEASE-SW PIC X(01) VALUE 'N'.
               88 TRANS-RELEASED VALUE 'Y'.
           03 UP-PEND-SW PIC X(01) VALUE 'N'.
               88 PEND-WRITTEN VALUE 'Y'.
           03 UP-HELD-SW PIC X(01) VALUE 'N'.
               88 ALREADY-HELD VALUE 'Y'.
           03 EOF-P PIC 9 VALUE 0.
           03 EOF-Q PIC 9 VALUE 0.
           03 UP-WRITEOFF-LIMIT PIC 9(3)V9(2) VALUE 1.00.
           03 UP-QUOTE-SW PIC X(01) VALUE 'N'.
               88 QUOTE-MATCHED VALUE 'Y'.
       01  RATE-TABLE.
           03 UP-RATE-COUNT PIC 9(2) VALUE 0.
           03 UP-RATE-ENTRY OCCURS 20 TIMES.
           03 D-PRIN-PORTION PIC 9(4)V9(2).
           03 D-INT-TAKE PIC 9(4)V9(2).
           03 D-REV-INT PIC 9(4)V9(2).
           03 D-CO-OWED PIC 9(5)V9(2).
           03 D-OWED PIC 9(5)V9(2).
           03 D-WRITEOFF PIC 9(5)V9(2).
           03 D-WO-INT PIC 9(5)V9(2).
       01  MONTH-DATE-WORK.
           03 MD-DATE PIC 9(8).
           03 MD-SPLIT REDEFINES MD-DATE.
               88 RECORD-IS-INVALID VALUE 'N'.
       01  JOURNAL-DATA.
           03 JD-ACTION PIC X(10) VALUE SPACES.
           03 JD-OPERATOR PIC X(8) VALUE SPACES.
           03 JD-OLD-BALANCE PIC 9(5)V9(2) VALUE 0.
           03 JD-NEW-BALANCE PIC 9(5)V9(2) VALUE 0.
           03 JD-OLD-NBR-PMTS PIC 9(2) VALUE 0.
           PERFORM 1500-GET-RUN-DATE.
           PERFORM 1530-LOAD-DAY-JOURNAL.
           PERFORM 1600-LOAD-RATE-TABLE.
           PERFORM 1570-GET-APPROVAL-LIMIT.
           OPEN INPUT TRANS-FILE
               I-O STUDENT-MASTER
               I-O PENDING-FILE
               I-O QUOTE-FILE
               OUTPUT TRANREJ-FILE
               OUTPUT CREDIT-FILE
               EXTEND JOURNAL-FILE.
               STUDENT-MASTER
               TRANREJ-FILE
               CREDIT-FILE
               JOURNAL-FILE
               PENDING-FILE
               QUOTE-FILE.
           GOBACK.
       1050-ACCRUE-ALL-INTEREST.
           PERFORM 1510-GET-LAST-ACCR-DATE.
           MOVE 'BATCH' TO JD-OPERATOR.
           IF UP-LAST-ACCR-DATE = UP-RUN-DATE
               DISPLAY 'LAB3UPD: INTEREST ALREADY ACCRUED FOR '
               DISPLAY UP-RUN-DATE
               AT END MOVE 1 TO EOF-M.
       1070-ACCRUAL-LOOP.
           IF SM-BALANCE > 0
               PERFORM 1075-CHECK-SUBSIDY
               IF NOT INTEREST-SUBSIDIZED
                   PERFORM 1080-ACCRUE-AND-REWRITE
               END-IF
           END-IF.
           PERFORM 1060-READ-NEXT-MASTER.
       1075-CHECK-SUBSIDY.
           MOVE 'N' TO UP-SUBSIDY-SW.
           IF SM-DEFER-SUBSIDIZED
               AND SM-DEFER-START IS NUMERIC
               AND SM-DEFER-END IS NUMERIC
               IF SM-DEFER-START NOT > UP-RUN-DATE
                   AND SM-DEFER-END NOT < UP-RUN-DATE
                   MOVE 'Y' TO UP-SUBSIDY-SW
               END-IF
           END-IF.
       1080-ACCRUE-AND-REWRITE.
           MOVE SM-BALANCE TO JD-OLD-BALANCE.
           MOVE SM-NBR-PAYMENTS TO JD-OLD-NBR-PMTS.
           PERFORM 1100-APPLY-TRANS.
           PERFORM 2000-READ-TRANS.
       1100-APPLY-TRANS.
           MOVE PT-OPERATOR TO JD-OPERATOR.
           PERFORM 1110-VALIDATE-TRANS.
           IF RECORD-IS-INVALID
               PERFORM 1200-WRITE-TRANREJ
           END-IF.
       1110-VALIDATE-TRANS.
           MOVE 'Y' TO VALID-REC.
           IF PT-OPERATOR = SPACES
               MOVE 'N' TO VALID-REC
               MOVE 'NO OPERATOR' TO TJ-REASON
           END-IF.
           IF RECORD-IS-VALID
               AND NOT PT-IS-PAYMENT
               AND NOT PT-IS-DISBURSE
               AND NOT PT-IS-REVERSAL
               AND NOT PT-IS-FEE
               END-IF
           END-IF.
       1160-ROUTE-TRANS.
           IF SM-CHARGED-OFF
               PERFORM 1390-POST-CHARGED-OFF
           ELSE
               PERFORM 1170-CHECK-APPROVAL
               IF RECORD-IS-INVALID
                   PERFORM 1200-WRITE-TRANREJ
               ELSE
                   IF TRANS-HELD
                       PERFORM 1180-HOLD-TRANS
                   ELSE
                       PERFORM 1165-ROUTE-OPEN-TRANS
                   END-IF
               END-IF
           END-IF.
       1170-CHECK-APPROVAL.
           MOVE 'N' TO UP-HOLD-SW.
           MOVE 'N' TO UP-RELEASE-SW.
           IF PT-PEND-KEY NOT = SPACES
               PERFORM 1175-CHECK-RELEASE
           ELSE
               IF (PT-IS-REVERSAL OR PT-IS-FEE OR PT-IS-ADJUST)
                   AND PT-AMOUNT > UP-APV-THRESHOLD
                   MOVE 'Y' TO UP-HOLD-SW
               END-IF
           END-IF.
       1175-CHECK-RELEASE.
           MOVE PT-PEND-KEY TO PD-KEY.
           READ PENDING-FILE
               INVALID KEY
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD APPROVL' TO TJ-REASON
               NOT INVALID KEY
                   IF PD-RELEASED
                       AND PD-FROM-TRANS
                       AND PD-IMAGE (1:34) = TRANS-REC (1:34)
                       AND PD-APPROVER NOT = PT-OPERATOR
                       MOVE 'Y' TO UP-RELEASE-SW
                   ELSE
                       MOVE 'N' TO VALID-REC
                       MOVE 'BAD APPROVL' TO TJ-REASON
                   END-IF
           END-READ.
       1180-HOLD-TRANS.
           PERFORM 1182-FIND-HELD.
           IF ALREADY-HELD
               MOVE 'ALRDY HELD' TO TJ-REASON
               PERFORM 1200-WRITE-TRANREJ
           ELSE
               PERFORM 1181-HOLD-NEW
           END-IF.
       1181-HOLD-NEW.
           MOVE UP-RUN-DATE TO PD-HELD-DATE.
           MOVE 'T' TO PD-SOURCE.
           MOVE 'P' TO PD-STATUS.
           MOVE UP-RUN-DATE TO PD-STATUS-DATE.
           MOVE PT-STUDENT-ID TO PD-STUDENT-ID.
           IF PT-IS-REVERSAL
               MOVE 'REVERSAL' TO PD-ACTION
           ELSE
               IF PT-IS-FEE
                   MOVE 'FEE' TO PD-ACTION
               ELSE
                   MOVE 'ADJUST' TO PD-ACTION
               END-IF
           END-IF.
           MOVE PT-AMOUNT TO PD-AMOUNT.
           MOVE PT-OPERATOR TO PD-OPERATOR.
           MOVE SPACES TO PD-APPROVER.
           MOVE TRANS-REC TO PD-IMAGE.
           MOVE 'N' TO UP-PEND-SW.
           PERFORM 1185-WRITE-PENDING
               UNTIL PEND-WRITTEN
                   OR UP-PEND-SEQ NOT < 99999.
           IF PEND-WRITTEN
               MOVE 'HELD APPRVL' TO TJ-REASON
           ELSE
               MOVE 'PEND FAILED' TO TJ-REASON
           END-IF.
           PERFORM 1200-WRITE-TRANREJ.
       1182-FIND-HELD.
           MOVE 'N' TO UP-HELD-SW.
           MOVE 0 TO EOF-P.
           MOVE UP-RUN-DATE TO PD-HELD-DATE.
           MOVE 'T' TO PD-SOURCE.
           MOVE 0 TO PD-SEQ.
           START PENDING-FILE KEY NOT < PD-KEY
               INVALID KEY MOVE 1 TO EOF-P
           END-START.
           PERFORM 1183-SCAN-HELD
               UNTIL EOF-P = 1
                   OR ALREADY-HELD.
       1183-SCAN-HELD.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-P
               NOT AT END
                   IF PD-HELD-DATE NOT = UP-RUN-DATE
                       OR NOT PD-FROM-TRANS
                       MOVE 1 TO EOF-P
                   ELSE
                       IF PD-IMAGE = TRANS-REC
                           MOVE 'Y' TO UP-HELD-SW
                       END-IF
                   END-IF
           END-READ.
       1185-WRITE-PENDING.
           ADD 1 TO UP-PEND-SEQ.
           MOVE UP-PEND-SEQ TO PD-SEQ.
           WRITE PENDING-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO UP-PEND-SW
           END-WRITE.
       1190-MARK-POSTED.
           IF TRANS-RELEASED
               MOVE 'X' TO PD-STATUS
               MOVE UP-RUN-DATE TO PD-STATUS-DATE
               REWRITE PENDING-REC
                   INVALID KEY
                       DISPLAY 'LAB3UPD: PENDING REWRITE FAILED FOR '
                       DISPLAY PD-KEY
               END-REWRITE
           END-IF.
       1165-ROUTE-OPEN-TRANS.
           IF PT-IS-PAYMENT
               PERFORM 1300-POST-PAYMENT
           ELSE
           END-IF.
       1300-POST-PAYMENT.
           PERFORM 1250-CHECK-DUPLICATE.
           MOVE 'N' TO UP-QUOTE-SW.
           IF NOT DUP-FOUND
               PERFORM 1400-FIND-QUOTE
           END-IF.
           IF DUP-FOUND
               MOVE 'DUP PAYMENT' TO TJ-REASON
               PERFORM 1200-WRITE-TRANREJ
           ELSE
               IF QUOTE-MATCHED
                   PERFORM 1410-POST-PAYOFF
               ELSE
                   IF PT-AMOUNT > SM-BALANCE
                       PERFORM 1305-POST-OVERPAYMENT
                   ELSE
                       PERFORM 1307-POST-FULL-PAYMENT
                   END-IF
               END-IF
           END-IF.
       1307-POST-FULL-PAYMENT.
                       NOT INVALID KEY
                           MOVE 'REVERSAL' TO JD-ACTION
                           PERFORM 1950-WRITE-JOURNAL
                           PERFORM 1190-MARK-POSTED
                   END-REWRITE
               END-IF
           END-IF.
                           MOVE 'FEE' TO JD-ACTION
                           PERFORM 1950-WRITE-JOURNAL
                           PERFORM 1290-RECORD-TRAN-DUP
                           PERFORM 1190-MARK-POSTED
                   END-REWRITE
               END-IF
           END-IF.
                           MOVE 'ADJUST' TO JD-ACTION
                           PERFORM 1950-WRITE-JOURNAL
                           PERFORM 1290-RECORD-TRAN-DUP
                           PERFORM 1190-MARK-POSTED
                   END-REWRITE
               END-IF
           END-IF.
       1390-POST-CHARGED-OFF.
           IF PT-IS-PAYMENT
               MOVE 'RECOVERY' TO DJ-CHECK-ACTION
               COMPUTE DJ-CHECK-AMOUNT = 0 - PT-AMOUNT
               PERFORM 1280-CHECK-TRAN-DUP
               IF DUP-FOUND
                   MOVE 'DUP TRAN' TO TJ-REASON
                   PERFORM 1200-WRITE-TRANREJ
               ELSE
                   PERFORM 1395-POST-RECOVERY
               END-IF
           ELSE
               MOVE 'CHARGED OFF' TO TJ-REASON
               PERFORM 1200-WRITE-TRANREJ
           END-IF.
       1395-POST-RECOVERY.
           IF SM-RECOVERED NOT NUMERIC
               MOVE 0 TO SM-RECOVERED
           END-IF.
           COMPUTE D-CO-OWED = SM-CHGOFF-AMOUNT - SM-RECOVERED.
           IF PT-AMOUNT > D-CO-OWED
               MOVE D-CO-OWED TO D-APPLIED
               COMPUTE D-REFUND = PT-AMOUNT - D-CO-OWED
           ELSE
               MOVE PT-AMOUNT TO D-APPLIED
               MOVE 0 TO D-REFUND
           END-IF.
           IF D-APPLIED = 0
               PERFORM 1350-WRITE-CREDIT
           ELSE
               MOVE D-CO-OWED TO JD-OLD-BALANCE
               MOVE SM-NBR-PAYMENTS TO JD-OLD-NBR-PMTS
               ADD D-APPLIED TO SM-RECOVERED
               IF PT-DATE > SM-LAST-PMT-DATE
                   MOVE PT-DATE TO SM-LAST-PMT-DATE
               END-IF
               MOVE D-APPLIED TO JD-PRIN-PORTION
               REWRITE STUDENT-MASTER-REC
                   INVALID KEY
                       MOVE 'BAD REWRITE' TO TJ-REASON
                       PERFORM 1200-WRITE-TRANREJ
                   NOT INVALID KEY
                       MOVE 'RECOVERY' TO JD-ACTION
                       PERFORM 1950-WRITE-JOURNAL
                       PERFORM 1290-RECORD-TRAN-DUP
                       IF D-REFUND > 0
                           PERFORM 1350-WRITE-CREDIT
                       END-IF
               END-REWRITE
           END-IF.
       1400-FIND-QUOTE.
           MOVE 0 TO EOF-Q.
           MOVE PT-STUDENT-ID TO QH-STUDENT-ID.
           MOVE 0 TO QH-QUOTE-DATE.
           MOVE 0 TO QH-SEQ.
           START QUOTE-FILE KEY NOT < QH-KEY
               INVALID KEY MOVE 1 TO EOF-Q
           END-START.
           PERFORM 1405-SCAN-QUOTE
               UNTIL EOF-Q = 1
                   OR QUOTE-MATCHED
                   OR DUP-FOUND.
       1405-SCAN-QUOTE.
           READ QUOTE-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-Q
           END-READ.
           IF EOF-Q = 0
               IF QH-STUDENT-ID NOT = PT-STUDENT-ID
                   MOVE 1 TO EOF-Q
               ELSE
                   IF QH-PAYOFF = PT-AMOUNT
                       AND (PT-LOAN-NBR = SPACE
                           OR PT-LOAN-NBR = QH-LOAN-NBR)
                       IF QH-OPEN
                           AND PT-DATE NOT < QH-QUOTE-DATE
                           AND PT-DATE NOT > QH-GOOD-THRU
                           MOVE 'Y' TO UP-QUOTE-SW
                       END-IF
                       IF QH-PAID
                           AND QH-PAID-DATE = PT-DATE
                           MOVE 'Y' TO DUP-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1410-POST-PAYOFF.
           IF QH-LOAN-NBR IS NUMERIC
               AND QH-LOAN-NBR > '0'
               MOVE QH-LOAN-NBR TO PT-LOAN-NBR
               MOVE QH-LOAN-NBR TO D-TGT-LOAN
               MOVE SM-LN-BALANCE (D-TGT-LOAN) TO D-OWED
           ELSE
               MOVE SM-BALANCE TO D-OWED
           END-IF.
           IF PT-AMOUNT NOT < D-OWED
               MOVE D-OWED TO D-APPLIED
               COMPUTE D-REFUND = PT-AMOUNT - D-OWED
               MOVE 0 TO D-WRITEOFF
           ELSE
               MOVE PT-AMOUNT TO D-APPLIED
               MOVE 0 TO D-REFUND
               COMPUTE D-WRITEOFF = D-OWED - PT-AMOUNT
           END-IF.
           IF D-WRITEOFF > UP-WRITEOFF-LIMIT
               PERFORM 1307-POST-FULL-PAYMENT
           ELSE
               IF D-APPLIED = 0
                   PERFORM 1350-WRITE-CREDIT
               ELSE
                   IF SM-NBR-PAYMENTS < 12
                       PERFORM 1420-POST-PAYOFF-GOOD
                   ELSE
                       MOVE 'TABLE FULL' TO TJ-REASON
                       PERFORM 1200-WRITE-TRANREJ
                   END-IF
               END-IF
           END-IF.
       1420-POST-PAYOFF-GOOD.
           MOVE SM-BALANCE TO JD-OLD-BALANCE.
           MOVE SM-NBR-PAYMENTS TO JD-OLD-NBR-PMTS.
           ADD 1 TO SM-NBR-PAYMENTS.
           MOVE D-APPLIED TO SM-PAYMENTS (SM-NBR-PAYMENTS).
           MOVE PT-DATE TO SM-PAYMENT-DATES (SM-NBR-PAYMENTS).
           IF PT-DATE > SM-LAST-PMT-DATE
               MOVE PT-DATE TO SM-LAST-PMT-DATE
           END-IF.
           SUBTRACT D-APPLIED FROM SM-BALANCE.
           MOVE D-APPLIED TO D-SCHED-PAID.
           PERFORM 1360-RELIEVE-PAST-DUE.
           MOVE D-APPLIED TO D-LN-APPLY.
           PERFORM 1370-APPLY-TO-LOANS.
           MOVE D-INT-PORTION TO SM-PAYMENT-INT (SM-NBR-PAYMENTS).
           MOVE D-INT-PORTION TO JD-INT-PORTION.
           MOVE D-PRIN-PORTION TO JD-PRIN-PORTION.
           REWRITE STUDENT-MASTER-REC
               INVALID KEY
                   MOVE 'BAD REWRITE' TO TJ-REASON
                   PERFORM 1200-WRITE-TRANREJ
               NOT INVALID KEY
                   MOVE 'PAYMENT' TO JD-ACTION
                   PERFORM 1950-WRITE-JOURNAL
                   IF D-WRITEOFF > 0
                       PERFORM 1430-WRITE-OFF-REST
                   END-IF
                   IF D-REFUND > 0
                       PERFORM 1350-WRITE-CREDIT
                   END-IF
                   PERFORM 1440-CLOSE-QUOTE
           END-REWRITE.
       1430-WRITE-OFF-REST.
           MOVE SM-BALANCE TO JD-OLD-BALANCE.
           MOVE SM-NBR-PAYMENTS TO JD-OLD-NBR-PMTS.
           MOVE 0 TO D-WO-INT.
           IF QH-LOAN-NBR IS NUMERIC
               AND QH-LOAN-NBR > '0'
               MOVE D-TGT-LOAN TO LN-IDX
               PERFORM 1435-CLEAR-ONE-LOAN
           ELSE
               PERFORM 1435-CLEAR-ONE-LOAN
                   VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > SM-NBR-LOANS
               IF SM-INT-ACCRUED IS NUMERIC
                   ADD SM-INT-ACCRUED TO D-WO-INT
               END-IF
               MOVE 0 TO SM-INT-ACCRUED
           END-IF.
           IF D-WO-INT > D-WRITEOFF
               MOVE D-WRITEOFF TO D-WO-INT
           END-IF.
           IF D-WRITEOFF > SM-BALANCE
               MOVE SM-BALANCE TO D-WRITEOFF
           END-IF.
           SUBTRACT D-WRITEOFF FROM SM-BALANCE.
           IF SM-BALANCE = 0
               MOVE 0 TO SM-PAST-DUE
               MOVE 0 TO SM-OLDEST-DUE-DATE
           END-IF.
           MOVE D-WO-INT TO JD-INT-PORTION.
           COMPUTE JD-PRIN-PORTION = D-WRITEOFF - D-WO-INT.
           REWRITE STUDENT-MASTER-REC
               INVALID KEY
                   MOVE 'BAD REWRITE' TO TJ-REASON
                   PERFORM 1200-WRITE-TRANREJ
               NOT INVALID KEY
                   MOVE 'PAYOFF WO' TO JD-ACTION
                   PERFORM 1950-WRITE-JOURNAL
           END-REWRITE.
       1435-CLEAR-ONE-LOAN.
           IF SM-LN-INT-ACCRUED (LN-IDX) IS NUMERIC
               ADD SM-LN-INT-ACCRUED (LN-IDX) TO D-WO-INT
           END-IF.
           MOVE 0 TO SM-LN-INT-ACCRUED (LN-IDX).
           MOVE 0 TO SM-LN-BALANCE (LN-IDX).
       1440-CLOSE-QUOTE.
           MOVE 'P' TO QH-STATUS.
           MOVE PT-DATE TO QH-PAID-DATE.
           MOVE D-WRITEOFF TO QH-WRITEOFF.
           MOVE D-REFUND TO QH-REFUND.
           REWRITE QUOTE-REC
               INVALID KEY
                   DISPLAY 'LAB3UPD: QUOTE REWRITE FAILED FOR '
                   DISPLAY QH-KEY
           END-REWRITE.
       1200-WRITE-TRANREJ.
           MOVE SPACES TO TRANREJ-REC.
           MOVE TJ-REASON TO TR-REASON.
           IF JR-RUN-DATE = UP-RUN-DATE
               AND (JR-ACTION = 'DISBURSE'
                   OR JR-ACTION = 'FEE'
                   OR JR-ACTION = 'ADJUST'
                   OR JR-ACTION = 'RECOVERY')
               MOVE JR-STUDENT-ID TO DJ-CHECK-ID
               MOVE JR-ACTION TO DJ-CHECK-ACTION
               COMPUTE DJ-CHECK-AMOUNT =
                   DISPLAY 'DUPLICATE CHECK DEGRADED'
               END-IF
           END-IF.
       1570-GET-APPROVAL-LIMIT.
           OPEN INPUT APVCTL-FILE.
           READ APVCTL-FILE INTO UP-APV-CONTROL
               AT END MOVE 0 TO UP-APV-THRESHOLD.
           CLOSE APVCTL-FILE.
           IF UP-APV-THRESHOLD NOT NUMERIC
               OR UP-APV-THRESHOLD = 0
               MOVE 500.00 TO UP-APV-THRESHOLD
           END-IF.
       1600-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           PERFORM 1650-READ-RATE.
               MOVE 'Y' TO DUP-SW
           END-IF.
       1950-WRITE-JOURNAL.
           IF JD-ACTION = 'RECOVERY'
               COMPUTE JD-NEW-BALANCE =
                   SM-CHGOFF-AMOUNT - SM-RECOVERED
           ELSE
               MOVE SM-BALANCE TO JD-NEW-BALANCE
           END-IF.
           MOVE SM-NBR-PAYMENTS TO JD-NEW-NBR-PMTS.
           MOVE UP-RUN-DATE TO JR-RUN-DATE.
           MOVE 'LAB3UPD' TO JR-PROGRAM.
           MOVE JD-NEW-NBR-PMTS TO JR-NEW-NBR-PMTS.
           MOVE JD-INT-PORTION TO JR-INT-PORTION.
           MOVE JD-PRIN-PORTION TO JR-PRIN-PORTION.
           MOVE JD-OPERATOR TO JR-OPERATOR.
           WRITE JOURNAL-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO JD-INT-PORTION.
