      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3cbr - monthly credit bureau reporting extract.
      *         Run at month end.  Walks DA-S-MASTER and writes the
      *         fixed-format DA-S-BUREAU file - a header, one account
      *         segment per loan in the SM-LOAN-ENTRY table (a student
      *         with no loan table is sent as one segment off SM-LOAN
      *         and SM-BALANCE), and a trailer with the segment count
      *         and balance total.  Each segment carries the loan's
      *         original amount and current balance, its share of the
      *         scheduled payment (SM-INST-AMOUNT) and past-due amount
      *         (SM-PAST-DUE) - apportioned over the open loans by
      *         balance so the segments add back to the student -
      *         the date of first delinquency (SM-OLDEST-DUE-DATE),
      *         and a status code from the lab3del aging on the run
      *         date (DA-S-RUNDATE, today's date when that file is
      *         absent): 11 current, 71 30-59 days, 78 60-89, 80
      *         90-119, 82 120 and over, 13 paid (zero balance).  A
      *         student in an active deferment or forbearance is
      *         current and carries the deferment type.  A charged-off
      *         student reports 97 with the charged-off amount less
      *         recoveries apportioned over the loans by original
      *         amount, or 64 once fully recovered.  Name and address
      *         come from DA-S-ADDRESS.  Every account purged to
      *         DA-S-ARCMAST this month (a PURGE on DA-S-JOURNAL dated
      *         in the run month) is reported one last time from the
      *         archive as 13 paid in full (64 if it had been charged
      *         off).  A student with no address on file, an
      *         incomplete address, or unusable master data is not
      *         sent and is listed with the reason on the UR-S-CBREXC
      *         exception list, which ends with the run counts.
      *Modification History:
      *  2026-10-15  DA-S-JOURNAL grew JR-OPERATOR, the ID of the
      *              operator who keyed the change (carried by lab3upd
      *              and lab3mnt from DA-S-TRANS and DA-S-MAINT);
      *              layout picked up here so the record length
      *              matches.
      *  2026-10-15  Balance not carried on any loan (fees and
      *              adjustments in SM-BALANCE beyond the SM-LN-BALANCE
      *              total) now goes out on the last open loan's
      *              segment - the last loan when none is open - with
      *              that segment's share of the installment and past
      *              due, instead of being dropped.  A loan with no
      *              balance of its own reports 13 paid only when the
      *              student owes nothing; otherwise it carries the
      *              student's status.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3cbr.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'DA-S-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL ARCH-MASTER ASSIGN TO 'DA-S-ARCMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-STUDENT-ID.
           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO 'DA-S-ADDRESS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-STUDENT-ID.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNAL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE ASSIGN TO 'DA-S-RUNDATE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUREAU-FILE ASSIGN TO 'DA-S-BUREAU'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CBREXC-FILE ASSIGN TO 'UR-S-CBREXC'.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ADDRESS-FILE
               LABEL RECORDS ARE STANDARD.
       01  ADDRESS-REC.
           03 AD-STUDENT-ID PIC X(9).
           03 AD-STREET PIC X(25).
           03 AD-CITY PIC X(15).
           03 AD-STATE PIC X(2).
           03 AD-ZIP PIC X(10).
           03 AD-EMAIL PIC X(30).
       FD  JOURNAL-FILE
               LABEL RECORDS ARE OMITTED.
       01  JOURNAL-REC.
           03 JR-RUN-DATE PIC 9(8).
           03 JR-PROGRAM PIC X(8).
           03 JR-ACTION PIC X(10).
           03 JR-STUDENT-ID PIC X(9).
           03 JR-OLD-BALANCE PIC 9(5)V9(2).
           03 JR-NEW-BALANCE PIC 9(5)V9(2).
           03 JR-OLD-NBR-PMTS PIC 9(2).
           03 JR-NEW-NBR-PMTS PIC 9(2).
           03 JR-INT-PORTION PIC 9(4)V9(2).
           03 JR-PRIN-PORTION PIC 9(4)V9(2).
           03 JR-OPERATOR PIC X(8).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
       FD  BUREAU-FILE
               LABEL RECORDS ARE STANDARD.
       01  BUREAU-REC.
           03 BS-REC-TYPE PIC X(1).
           03 BS-SEGMENT.
               05 BS-STUDENT-ID PIC X(9).
               05 BS-LOAN-NBR PIC 9(1).
               05 BS-NAME PIC X(20).
               05 BS-STREET PIC X(25).
               05 BS-CITY PIC X(15).
               05 BS-STATE PIC X(2).
               05 BS-ZIP PIC X(10).
               05 BS-OPEN-DATE PIC 9(8).
               05 BS-ORIG-AMOUNT PIC 9(5)V9(2).
               05 BS-BALANCE PIC 9(5)V9(2).
               05 BS-SCHED-PMT PIC 9(4)V9(2).
               05 BS-PAST-DUE PIC 9(5)V9(2).
               05 BS-FIRST-DELQ PIC 9(8).
               05 BS-STATUS PIC X(2).
               05 BS-DEFER-TYPE PIC X(1).
               05 BS-ACTIVITY-DATE PIC 9(8).
           03 BS-HEADER REDEFINES BS-SEGMENT.
               05 BH-REPORTER PIC X(30).
               05 BH-ACTIVITY-DATE PIC 9(8).
               05 FILLER PIC X(98).
           03 BS-TRAILER REDEFINES BS-SEGMENT.
               05 BT-SEGMENT-COUNT PIC 9(7).
               05 BT-BALANCE-TOTAL PIC 9(9)V9(2).
               05 FILLER PIC X(118).
       FD  CBREXC-FILE
               LABEL RECORDS ARE OMITTED.
       01  CBREXC-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 CB-RUN-DATE PIC 9(8) VALUE 0.
           03 CB-RUN-MONTH PIC 9(6) VALUE 0.
           03 CB-REPORTER PIC X(30) VALUE 'STUDENT LOAN OFFICE'.
           03 CB-STUDENT-COUNT PIC 9(6) VALUE 0.
           03 CB-SEGMENT-COUNT PIC 9(7) VALUE 0.
           03 CB-PAID-COUNT PIC 9(6) VALUE 0.
           03 CB-CHGOFF-COUNT PIC 9(6) VALUE 0.
           03 CB-EXCEPT-COUNT PIC 9(6) VALUE 0.
           03 CB-BALANCE-TOTAL PIC 9(9)V9(2) VALUE 0.
           03 CB-NBR-SEGS PIC 9(2) VALUE 0.
           03 CB-LAST-OPEN PIC 9(2) VALUE 0.
           03 LN-IDX PIC 9(2) VALUE 0.
           03 CB-PURGED-COUNT PIC 9(4) VALUE 0.
           03 CB-PURGED-MAX PIC 9(4) VALUE 500.
           03 PRG-IDX PIC 9(4) VALUE 0.
           03 FOUND-IDX PIC 9(4) VALUE 0.
           03 CB-EXCEPT-REASON PIC X(11) VALUE SPACES.
           03 CB-STATUS PIC X(2) VALUE SPACES.
           03 CB-DEFER-TYPE PIC X(1) VALUE SPACES.
           03 CB-FIRST-DELQ PIC 9(8) VALUE 0.
           03 CB-SOURCE-SW PIC X(01) VALUE 'M'.
               88 FROM-MASTER VALUE 'M'.
               88 FROM-ARCHIVE VALUE 'A'.
           03 CB-DEFER-SW PIC X(01) VALUE 'N'.
               88 DEFERMENT-ACTIVE VALUE 'Y'.
       01  PURGED-TABLE.
           03 PRG-STUDENT-ID PIC X(9) OCCURS 500 TIMES.
       01  DATA-TRANSFER.
           03 D-ACT-DATE PIC 9(8).
           03 D-DAYS PIC S9(7).
           03 D-AGE-DAYS PIC 9(5).
           03 D-BASE-TOTAL PIC 9(7)V9(2).
           03 D-CO-OWED PIC 9(5)V9(2).
           03 D-INST-LEFT PIC 9(4)V9(2).
           03 D-PASTDUE-LEFT PIC 9(5)V9(2).
           03 D-CO-LEFT PIC 9(5)V9(2).
           03 D-SHARE PIC 9(5)V9(2).
           03 D-LOANS-BAL PIC 9(7)V9(2).
           03 D-OTHER-BAL PIC 9(5)V9(2).
       01  EXC-DATE-LINE.
           03 FILLER PIC X(32) VALUES 'CREDIT BUREAU EXCEPTIONS FOR'.
           03 ED-RUN-DATE PIC 9(8).
       01  EXC-HEADING.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(21) VALUES 'NAME'.
           03 FILLER PIC X(12) VALUES 'REASON'.
           03 FILLER PIC X(10) VALUES 'SOURCE'.
       01  EXC-DATA.
           03 EX-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 EX-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 EX-REASON PIC X(11).
           03 FILLER PIC X(01) VALUE SPACES.
           03 EX-SOURCE PIC X(07).
       01  EXC-TOTAL-LINE.
           03 ET-LABEL PIC X(30).
           03 ET-COUNT PIC Z(6)9.
       01  EXC-AMOUNT-LINE.
           03 FILLER PIC X(30) VALUES 'BALANCE REPORTED'.
           03 EA-AMOUNT PIC Z(8)9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           OPEN INPUT STUDENT-MASTER
               INPUT ARCH-MASTER
               INPUT ADDRESS-FILE
               INPUT JOURNAL-FILE
               OUTPUT BUREAU-FILE
               OUTPUT CBREXC-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-MASTER.
           PERFORM 1000-LOOP
               UNTIL EOF-M = 1.
           PERFORM 2100-READ-JOURNAL.
           PERFORM 1600-PURGED-LOOP
               UNTIL EOF-J = 1.
           PERFORM 1800-PRINT-TOTAL.
           CLOSE STUDENT-MASTER
               ARCH-MASTER
               ADDRESS-FILE
               JOURNAL-FILE
               BUREAU-FILE
               CBREXC-FILE.
           GOBACK.
       1000-LOOP.
           MOVE 'M' TO CB-SOURCE-SW.
           PERFORM 1100-REPORT-STUDENT.
           PERFORM 2000-READ-MASTER.
       1100-REPORT-STUDENT.
           PERFORM 1150-EDIT-STUDENT.
           IF CB-EXCEPT-REASON = SPACES
               PERFORM 1170-GET-ADDRESS
           END-IF.
           IF CB-EXCEPT-REASON NOT = SPACES
               PERFORM 1900-WRITE-EXCEPTION
           ELSE
               ADD 1 TO CB-STUDENT-COUNT
               PERFORM 1200-SET-STATUS
               PERFORM 1300-WRITE-SEGMENTS
           END-IF.
       1150-EDIT-STUDENT.
           MOVE SPACES TO CB-EXCEPT-REASON.
           IF SM-NAME = SPACES
               MOVE 'BLANK NAME' TO CB-EXCEPT-REASON
           ELSE
               IF SM-BALANCE NOT NUMERIC
                   OR SM-LOAN NOT NUMERIC
                   MOVE 'BAD BALANCE' TO CB-EXCEPT-REASON
               ELSE
                   IF SM-NBR-LOANS NOT NUMERIC
                       OR SM-NBR-LOANS > 5
                       MOVE 'BAD LOANS' TO CB-EXCEPT-REASON
                   ELSE
                       IF SM-INST-AMOUNT NOT NUMERIC
                           OR SM-PAST-DUE NOT NUMERIC
                           OR SM-OLDEST-DUE-DATE NOT NUMERIC
                           MOVE 'BAD SCHEDULE' TO CB-EXCEPT-REASON
                       ELSE
                           PERFORM 1160-EDIT-LOANS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CB-EXCEPT-REASON = SPACES
               AND SM-CHARGED-OFF
               IF SM-CHGOFF-AMOUNT NOT NUMERIC
                   OR SM-RECOVERED NOT NUMERIC
                   MOVE 'BAD CHGOFF' TO CB-EXCEPT-REASON
               END-IF
           END-IF.
       1160-EDIT-LOANS.
           PERFORM 1165-EDIT-ONE-LOAN
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > SM-NBR-LOANS.
       1165-EDIT-ONE-LOAN.
           IF SM-LN-PRINCIPAL (LN-IDX) NOT NUMERIC
               OR SM-LN-BALANCE (LN-IDX) NOT NUMERIC
               OR SM-LN-ORIG-DATE (LN-IDX) NOT NUMERIC
               MOVE 'BAD LOANS' TO CB-EXCEPT-REASON
           END-IF.
       1170-GET-ADDRESS.
           MOVE SM-STUDENT-ID TO AD-STUDENT-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE 'NO ADDRESS' TO CB-EXCEPT-REASON
               NOT INVALID KEY
                   IF AD-STREET = SPACES
                       OR AD-CITY = SPACES
                       OR AD-STATE = SPACES
                       OR AD-ZIP = SPACES
                       MOVE 'BAD ADDRESS' TO CB-EXCEPT-REASON
                   END-IF
           END-READ.
       1200-SET-STATUS.
           MOVE SPACES TO CB-DEFER-TYPE.
           MOVE 0 TO CB-FIRST-DELQ.
           IF SM-CHARGED-OFF
               PERFORM 1280-SET-CHGOFF-STATUS
           ELSE
               IF SM-BALANCE = 0
                   OR FROM-ARCHIVE
                   MOVE '13' TO CB-STATUS
                   ADD 1 TO CB-PAID-COUNT
               ELSE
                   PERFORM 1210-CHECK-DEFERMENT
                   IF DEFERMENT-ACTIVE
                       MOVE '11' TO CB-STATUS
                       MOVE SM-DEFER-TYPE TO CB-DEFER-TYPE
                   ELSE
                       PERFORM 1220-AGE-STUDENT
                   END-IF
               END-IF
           END-IF.
       1210-CHECK-DEFERMENT.
           MOVE 'N' TO CB-DEFER-SW.
           IF SM-DEFER-TYPE NOT = SPACES
               AND SM-DEFER-START IS NUMERIC
               AND SM-DEFER-END IS NUMERIC
               IF SM-DEFER-START NOT > CB-RUN-DATE
                   AND SM-DEFER-END NOT < CB-RUN-DATE
                   MOVE 'Y' TO CB-DEFER-SW
               END-IF
           END-IF.
       1220-AGE-STUDENT.
           IF SM-INST-AMOUNT > 0
               IF SM-PAST-DUE > 0
                   AND SM-OLDEST-DUE-DATE > 0
                   MOVE SM-OLDEST-DUE-DATE TO D-ACT-DATE
                   MOVE SM-OLDEST-DUE-DATE TO CB-FIRST-DELQ
                   PERFORM 1240-COUNT-DAYS
               ELSE
                   MOVE 0 TO D-AGE-DAYS
               END-IF
           ELSE
               IF SM-LAST-PMT-DATE IS NUMERIC
                   AND SM-LAST-PMT-DATE > 0
                   MOVE SM-LAST-PMT-DATE TO D-ACT-DATE
               ELSE
                   IF SM-ORIG-DATE IS NUMERIC
                       MOVE SM-ORIG-DATE TO D-ACT-DATE
                   ELSE
                       MOVE 0 TO D-ACT-DATE
                   END-IF
               END-IF
               PERFORM 1240-COUNT-DAYS
           END-IF.
           IF D-AGE-DAYS < 30
               MOVE '11' TO CB-STATUS
           ELSE
               IF D-AGE-DAYS < 60
                   MOVE '71' TO CB-STATUS
               ELSE
                   IF D-AGE-DAYS < 90
                       MOVE '78' TO CB-STATUS
                   ELSE
                       IF D-AGE-DAYS < 120
                           MOVE '80' TO CB-STATUS
                       ELSE
                           MOVE '82' TO CB-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1240-COUNT-DAYS.
           IF D-ACT-DATE = 0
               MOVE 99999 TO D-AGE-DAYS
           ELSE
               COMPUTE D-DAYS =
                   FUNCTION INTEGER-OF-DATE (CB-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (D-ACT-DATE)
               IF D-DAYS < 0
                   MOVE 0 TO D-AGE-DAYS
               ELSE
                   IF D-DAYS > 99999
                       MOVE 99999 TO D-AGE-DAYS
                   ELSE
                       MOVE D-DAYS TO D-AGE-DAYS
                   END-IF
               END-IF
           END-IF.
       1280-SET-CHGOFF-STATUS.
           ADD 1 TO CB-CHGOFF-COUNT.
           IF SM-RECOVERED NOT < SM-CHGOFF-AMOUNT
               MOVE '64' TO CB-STATUS
               MOVE 0 TO D-CO-OWED
           ELSE
               MOVE '97' TO CB-STATUS
               COMPUTE D-CO-OWED = SM-CHGOFF-AMOUNT - SM-RECOVERED
               IF SM-OLDEST-DUE-DATE > 0
                   MOVE SM-OLDEST-DUE-DATE TO CB-FIRST-DELQ
               END-IF
           END-IF.
           IF FROM-ARCHIVE
               MOVE '64' TO CB-STATUS
               MOVE 0 TO D-CO-OWED
           END-IF.
       1300-WRITE-SEGMENTS.
           IF SM-NBR-LOANS = 0
               PERFORM 1320-WRITE-SINGLE-SEGMENT
           ELSE
               PERFORM 1340-FIND-APPORTION-BASE
               MOVE SM-INST-AMOUNT TO D-INST-LEFT
               MOVE SM-PAST-DUE TO D-PASTDUE-LEFT
               MOVE D-CO-OWED TO D-CO-LEFT
               PERFORM 1360-WRITE-LOAN-SEGMENT
                   VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > SM-NBR-LOANS
           END-IF.
       1320-WRITE-SINGLE-SEGMENT.
           PERFORM 1390-MOVE-STUDENT-FIELDS.
           MOVE 1 TO BS-LOAN-NBR.
           MOVE SM-ORIG-DATE TO BS-OPEN-DATE.
           MOVE SM-LOAN TO BS-ORIG-AMOUNT.
           IF SM-CHARGED-OFF
               MOVE D-CO-OWED TO BS-BALANCE
               MOVE 0 TO BS-SCHED-PMT
               MOVE D-CO-OWED TO BS-PAST-DUE
           ELSE
               MOVE SM-BALANCE TO BS-BALANCE
               MOVE SM-INST-AMOUNT TO BS-SCHED-PMT
               MOVE SM-PAST-DUE TO BS-PAST-DUE
           END-IF.
           PERFORM 1395-WRITE-SEGMENT.
      * The student-level installment and past-due amounts are spread
      * over the open loans by balance (a charged-off student's unpaid
      * charge-off over every loan by original amount); the last loan
      * in the base takes whatever rounding leaves so the segments
      * add back to the student's own figures.
      * Any balance the loans do not account for rides on the last
      * open loan (the last loan when none is open), so the segments
      * still add back to SM-BALANCE.
       1340-FIND-APPORTION-BASE.
           MOVE 0 TO D-BASE-TOTAL.
           MOVE 0 TO D-LOANS-BAL.
           MOVE 0 TO D-OTHER-BAL.
           MOVE 0 TO CB-LAST-OPEN.
           PERFORM 1345-ADD-TO-BASE
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > SM-NBR-LOANS.
           IF NOT SM-CHARGED-OFF
               AND SM-BALANCE > D-LOANS-BAL
               COMPUTE D-OTHER-BAL = SM-BALANCE - D-LOANS-BAL
               ADD D-OTHER-BAL TO D-BASE-TOTAL
               IF CB-LAST-OPEN = 0
                   MOVE SM-NBR-LOANS TO CB-LAST-OPEN
               END-IF
           END-IF.
       1345-ADD-TO-BASE.
           IF SM-CHARGED-OFF
               ADD SM-LN-PRINCIPAL (LN-IDX) TO D-BASE-TOTAL
               MOVE LN-IDX TO CB-LAST-OPEN
           ELSE
               ADD SM-LN-BALANCE (LN-IDX) TO D-LOANS-BAL
               IF SM-LN-BALANCE (LN-IDX) > 0
                   ADD SM-LN-BALANCE (LN-IDX) TO D-BASE-TOTAL
                   MOVE LN-IDX TO CB-LAST-OPEN
               END-IF
           END-IF.
       1360-WRITE-LOAN-SEGMENT.
           PERFORM 1390-MOVE-STUDENT-FIELDS.
           MOVE LN-IDX TO BS-LOAN-NBR.
           MOVE SM-LN-ORIG-DATE (LN-IDX) TO BS-OPEN-DATE.
           MOVE SM-LN-PRINCIPAL (LN-IDX) TO BS-ORIG-AMOUNT.
           MOVE 0 TO BS-SCHED-PMT.
           MOVE 0 TO BS-PAST-DUE.
           IF SM-CHARGED-OFF
               PERFORM 1370-APPORTION-CHGOFF
           ELSE
               MOVE SM-LN-BALANCE (LN-IDX) TO BS-BALANCE
               IF LN-IDX = CB-LAST-OPEN
                   ADD D-OTHER-BAL TO BS-BALANCE
               END-IF
               IF BS-BALANCE > 0
                   PERFORM 1380-APPORTION-SCHEDULE
               ELSE
                   IF SM-BALANCE = 0
                       MOVE '13' TO BS-STATUS
                       MOVE 0 TO BS-FIRST-DELQ
                   END-IF
               END-IF
           END-IF.
           PERFORM 1395-WRITE-SEGMENT.
       1370-APPORTION-CHGOFF.
           IF LN-IDX = CB-LAST-OPEN
               OR D-BASE-TOTAL = 0
               MOVE D-CO-LEFT TO D-SHARE
           ELSE
               COMPUTE D-SHARE ROUNDED =
                   D-CO-OWED * SM-LN-PRINCIPAL (LN-IDX)
                   / D-BASE-TOTAL
               IF D-SHARE > D-CO-LEFT
                   MOVE D-CO-LEFT TO D-SHARE
               END-IF
           END-IF.
           SUBTRACT D-SHARE FROM D-CO-LEFT.
           MOVE D-SHARE TO BS-BALANCE.
           MOVE D-SHARE TO BS-PAST-DUE.
       1380-APPORTION-SCHEDULE.
           IF LN-IDX = CB-LAST-OPEN
               MOVE D-INST-LEFT TO BS-SCHED-PMT
               MOVE D-PASTDUE-LEFT TO BS-PAST-DUE
           ELSE
               COMPUTE BS-SCHED-PMT ROUNDED =
                   SM-INST-AMOUNT * SM-LN-BALANCE (LN-IDX)
                   / D-BASE-TOTAL
               IF BS-SCHED-PMT > D-INST-LEFT
                   MOVE D-INST-LEFT TO BS-SCHED-PMT
               END-IF
               COMPUTE BS-PAST-DUE ROUNDED =
                   SM-PAST-DUE * SM-LN-BALANCE (LN-IDX)
                   / D-BASE-TOTAL
               IF BS-PAST-DUE > D-PASTDUE-LEFT
                   MOVE D-PASTDUE-LEFT TO BS-PAST-DUE
               END-IF
           END-IF.
           SUBTRACT BS-SCHED-PMT FROM D-INST-LEFT.
           SUBTRACT BS-PAST-DUE FROM D-PASTDUE-LEFT.
       1390-MOVE-STUDENT-FIELDS.
           MOVE SPACES TO BUREAU-REC.
           MOVE 'D' TO BS-REC-TYPE.
           MOVE SM-STUDENT-ID TO BS-STUDENT-ID.
           MOVE SM-NAME TO BS-NAME.
           MOVE AD-STREET TO BS-STREET.
           MOVE AD-CITY TO BS-CITY.
           MOVE AD-STATE TO BS-STATE.
           MOVE AD-ZIP TO BS-ZIP.
           MOVE CB-FIRST-DELQ TO BS-FIRST-DELQ.
           MOVE CB-STATUS TO BS-STATUS.
           MOVE CB-DEFER-TYPE TO BS-DEFER-TYPE.
           MOVE CB-RUN-DATE TO BS-ACTIVITY-DATE.
       1395-WRITE-SEGMENT.
           WRITE BUREAU-REC.
           ADD 1 TO CB-SEGMENT-COUNT.
           ADD BS-BALANCE TO CB-BALANCE-TOTAL.
       1400-PRINT-HEAD.
           MOVE CB-RUN-DATE TO ED-RUN-DATE.
           WRITE CBREXC-REC FROM EXC-DATE-LINE.
           MOVE SPACES TO CBREXC-REC.
           WRITE CBREXC-REC
               AFTER ADVANCING 1 LINE.
           WRITE CBREXC-REC FROM EXC-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CBREXC-REC.
           WRITE CBREXC-REC
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BUREAU-REC.
           MOVE 'H' TO BS-REC-TYPE.
           MOVE CB-REPORTER TO BH-REPORTER.
           MOVE CB-RUN-DATE TO BH-ACTIVITY-DATE.
           WRITE BUREAU-REC.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO CB-RUN-DATE
               AT END MOVE 0 TO CB-RUN-DATE.
           CLOSE RUNDATE-FILE.
           IF CB-RUN-DATE NOT NUMERIC
               OR CB-RUN-DATE = 0
               ACCEPT CB-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE CB-RUN-DATE (1:6) TO CB-RUN-MONTH.
       1600-PURGED-LOOP.
           IF JR-ACTION = 'PURGE'
               AND JR-RUN-DATE IS NUMERIC
               AND JR-RUN-DATE (1:6) = CB-RUN-MONTH
               PERFORM 1620-CHECK-PURGED
           END-IF.
           PERFORM 2100-READ-JOURNAL.
      * A student purged more than once in the month (reinstated and
      * paid off again) is still reported only once, and one who has
      * been reinstated and is still open was already sent off the
      * master above.
       1620-CHECK-PURGED.
           MOVE 0 TO FOUND-IDX.
           PERFORM 1625-SCAN-PURGED
               VARYING PRG-IDX FROM 1 BY 1
               UNTIL PRG-IDX > CB-PURGED-COUNT
                   OR FOUND-IDX > 0.
           IF FOUND-IDX = 0
               MOVE JR-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       PERFORM 1640-REPORT-PURGED
               END-READ
           END-IF.
       1625-SCAN-PURGED.
           IF PRG-STUDENT-ID (PRG-IDX) = JR-STUDENT-ID
               MOVE PRG-IDX TO FOUND-IDX
           END-IF.
       1640-REPORT-PURGED.
           IF CB-PURGED-COUNT < CB-PURGED-MAX
               ADD 1 TO CB-PURGED-COUNT
               MOVE JR-STUDENT-ID TO PRG-STUDENT-ID (CB-PURGED-COUNT)
           ELSE
               DISPLAY 'LAB3CBR: PURGED TABLE FULL'
           END-IF.
           MOVE JR-STUDENT-ID TO AM-STUDENT-ID.
           READ ARCH-MASTER
               INVALID KEY
                   MOVE SPACES TO STUDENT-MASTER-REC
                   MOVE JR-STUDENT-ID TO SM-STUDENT-ID
                   MOVE 'NOT ARCHVD' TO CB-EXCEPT-REASON
                   MOVE 'A' TO CB-SOURCE-SW
                   PERFORM 1900-WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE ARCH-MASTER-REC TO STUDENT-MASTER-REC
                   MOVE 'A' TO CB-SOURCE-SW
                   PERFORM 1100-REPORT-STUDENT
           END-READ.
       1800-PRINT-TOTAL.
           MOVE SPACES TO BUREAU-REC.
           MOVE 'T' TO BS-REC-TYPE.
           MOVE CB-SEGMENT-COUNT TO BT-SEGMENT-COUNT.
           MOVE CB-BALANCE-TOTAL TO BT-BALANCE-TOTAL.
           WRITE BUREAU-REC.
           MOVE SPACES TO CBREXC-REC.
           WRITE CBREXC-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'STUDENTS REPORTED' TO ET-LABEL.
           MOVE CB-STUDENT-COUNT TO ET-COUNT.
           WRITE CBREXC-REC FROM EXC-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCOUNT SEGMENTS WRITTEN' TO ET-LABEL.
           MOVE CB-SEGMENT-COUNT TO ET-COUNT.
           WRITE CBREXC-REC FROM EXC-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAID IN FULL' TO ET-LABEL.
           MOVE CB-PAID-COUNT TO ET-COUNT.
           WRITE CBREXC-REC FROM EXC-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHARGED OFF' TO ET-LABEL.
           MOVE CB-CHGOFF-COUNT TO ET-COUNT.
           WRITE CBREXC-REC FROM EXC-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EXCEPTIONS NOT SENT' TO ET-LABEL.
           MOVE CB-EXCEPT-COUNT TO ET-COUNT.
           WRITE CBREXC-REC FROM EXC-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CB-BALANCE-TOTAL TO EA-AMOUNT.
           WRITE CBREXC-REC FROM EXC-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
       1900-WRITE-EXCEPTION.
           ADD 1 TO CB-EXCEPT-COUNT.
           MOVE SM-STUDENT-ID TO EX-STUDENT-ID.
           MOVE SM-NAME TO EX-NAME.
           MOVE CB-EXCEPT-REASON TO EX-REASON.
           IF FROM-ARCHIVE
               MOVE 'ARCHIVE' TO EX-SOURCE
           ELSE
               MOVE 'MASTER' TO EX-SOURCE
           END-IF.
           WRITE CBREXC-REC FROM EXC-DATA
               AFTER ADVANCING 1 LINE.
       2000-READ-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-M.
       2100-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE 1 TO EOF-J.
       END PROGRAM lab3cbr.
