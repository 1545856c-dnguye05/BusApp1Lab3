      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3pay - payoff quotes.  Students, schools, and
      *         refinancing lenders ask for the exact amount that will
      *         close a loan, and a figure worked by hand from the
      *         lab3inq printout was stale by the time the check came
      *         in.  This run reads the quote requests on DA-S-PAYREQ
      *         (student ID, an optional loan number - blank quotes
      *         the whole account - and the good-through date) and,
      *         for each loan quoted, projects the principal plus the
      *         accrued interest in SM-LN-INT-ACCRUED plus interest at
      *         SM-LN-RATE, on the lab3upd accrual basis (balance times
      *         rate over 360, per day), from the date interest was
      *         last accrued (DA-S-ACCRCTL) through the good-through
      *         date.  Days inside a subsidized deferment accrue
      *         nothing.  A whole-account quote also carries any
      *         balance not attributed to a loan at SM-INT-RATE.  Each
      *         quote prints as a one-page letter on UR-S-PAYQUOTE
      *         with the DA-S-ADDRESS address block, the figures by
      *         loan, the payoff amount, and the per-diem to add for
      *         each day past the good-through date, and is saved open
      *         on the keyed DA-S-QUOTE quote history (student ID,
      *         quote date, sequence).  lab3upd closes the account -
      *         or the one loan quoted - as paid in full when a
      *         payment for the quoted amount arrives by the
      *         good-through date.  Requests that cannot be quoted
      *         (BAD DATE, NOT FOUND, CHARGED OFF, BAD LOAN NO,
      *         NO BALANCE) and every quote issued are listed on the
      *         UR-S-PAYQREG register with counts.
      *Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3pay.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYREQ-FILE ASSIGN TO 'DA-S-PAYREQ'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO 'DA-S-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO 'DA-S-ADDRESS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-STUDENT-ID.
           SELECT OPTIONAL QUOTE-FILE ASSIGN TO 'DA-S-QUOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-KEY.
           SELECT OPTIONAL RUNDATE-FILE ASSIGN TO 'DA-S-RUNDATE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCRCTL-FILE ASSIGN TO 'DA-S-ACCRCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUOTE-LETTER-FILE ASSIGN TO 'UR-S-PAYQUOTE'.
           SELECT PAYQREG-FILE ASSIGN TO 'UR-S-PAYQREG'.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYREQ-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYREQ-REC.
           03 QR-STUDENT-ID PIC X(9).
           03 QR-LOAN-NBR PIC X(1).
           03 QR-GOOD-THRU PIC 9(8).
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
       FD  ADDRESS-FILE
               LABEL RECORDS ARE STANDARD.
       01  ADDRESS-REC.
           03 AD-STUDENT-ID PIC X(9).
           03 AD-STREET PIC X(25).
           03 AD-CITY PIC X(15).
           03 AD-STATE PIC X(2).
           03 AD-ZIP PIC X(10).
           03 AD-EMAIL PIC X(30).
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
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
       FD  ACCRCTL-FILE
               LABEL RECORDS ARE OMITTED.
       01  ACCRCTL-REC.
           03 AC-LAST-ACCR-DATE PIC 9(8).
       FD  QUOTE-LETTER-FILE
               LABEL RECORDS ARE OMITTED.
       01  QUOTE-LETTER-REC PIC X(80).
       FD  PAYQREG-FILE
               LABEL RECORDS ARE OMITTED.
       01  PAYQREG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-Q PIC 9 VALUE 0.
           03 PF-RUN-DATE PIC 9(8) VALUE 0.
           03 PF-FROM-DATE PIC 9(8) VALUE 0.
           03 PF-QUOTE-COUNT PIC 9(6) VALUE 0.
           03 PF-REJECT-COUNT PIC 9(6) VALUE 0.
           03 PF-QUOTE-SEQ PIC 9(3) VALUE 0.
           03 PF-DAYS PIC 9(5) VALUE 0.
           03 PF-TGT-LOAN PIC 9(2) VALUE 0.
           03 LN-IDX PIC 9(2) VALUE 0.
           03 QL-IDX PIC 9(2) VALUE 0.
           03 PF-FIRST-PAGE PIC X(01) VALUE 'Y'.
               88 FIRST-LETTER VALUE 'Y'.
           03 PF-WRITE-SW PIC X(01) VALUE 'N'.
               88 QUOTE-WRITTEN VALUE 'Y'.
       01  DATA-TRANSFER.
           03 D-FROM-INT PIC S9(7).
           03 D-THRU-INT PIC S9(7).
           03 D-DEFER-START-INT PIC S9(7).
           03 D-DEFER-END-INT PIC S9(7).
           03 D-OVERLAP-FROM PIC S9(7).
           03 D-OVERLAP-THRU PIC S9(7).
           03 D-DAYS PIC S9(7).
           03 D-LOANS-BAL PIC 9(6)V9(2).
           03 D-OTHER-BAL PIC 9(6)V9(2).
           03 D-LINE-BAL PIC 9(5)V9(2).
           03 D-LINE-ACCRUED PIC 9(5)V9(2).
           03 D-LINE-RATE PIC 9V9(4).
           03 D-LINE-PER-DIEM PIC 9(3)V9(2).
           03 D-LINE-PROJECTED PIC 9(5)V9(2).
           03 D-LOAN-DIGIT PIC 9(1).
       01  DATE-WORK.
           03 DW-DATE PIC 9(8).
           03 DW-SPLIT REDEFINES DW-DATE.
               05 DW-YEAR PIC 9(4).
               05 DW-MONTH PIC 9(2).
               05 DW-DAY PIC 9(2).
       01  QUOTE-TOTALS.
           03 QT-PRINCIPAL PIC 9(6)V9(2).
           03 QT-INT-ACCRUED PIC 9(5)V9(2).
           03 QT-INT-PROJECTED PIC 9(5)V9(2).
           03 QT-PAYOFF PIC 9(6)V9(2).
           03 QT-PER-DIEM PIC 9(3)V9(2).
       01  QUOTE-LINE-TABLE.
           03 QL-COUNT PIC 9(2) VALUE 0.
           03 QL-ENTRY OCCURS 6 TIMES.
               05 QL-LABEL PIC X(6).
               05 QL-PRINCIPAL PIC 9(5)V9(2).
               05 QL-ACCRUED PIC 9(5)V9(2).
               05 QL-PROJECTED PIC 9(5)V9(2).
               05 QL-PAYOFF PIC 9(6)V9(2).
       01  EDIT-SWITCHES.
           03 VALID-REC PIC X(01) VALUE 'Y'.
               88 RECORD-IS-VALID VALUE 'Y'.
               88 RECORD-IS-INVALID VALUE 'N'.
           03 REJECT-REASON PIC X(11) VALUE SPACES.
       01  ADDR-STREET-LINE.
           03 AS-STREET PIC X(25).
       01  ADDR-CITY-LINE.
           03 AC-CITY PIC X(15).
           03 FILLER PIC X(01) VALUE SPACES.
           03 AC-STATE PIC X(2).
           03 FILLER PIC X(01) VALUE SPACES.
           03 AC-ZIP PIC X(10).
       01  ADDR-NONE-LINE.
           03 FILLER PIC X(24) VALUES '** NO ADDRESS ON FILE **'.
       01  LETTER-DATE-LINE.
           03 LD-RUN-DATE PIC 9(8).
       01  LETTER-NAME-LINE.
           03 LN-NAME PIC X(20).
           03 FILLER PIC X(06) VALUES '  ID: '.
           03 LN-STUDENT-ID PIC X(9).
       01  LETTER-TITLE-LINE.
           03 FILLER PIC X(30) VALUES 'PAYOFF QUOTE'.
       01  LETTER-QUOTE-LINE.
           03 FILLER PIC X(20) VALUES 'QUOTE NUMBER'.
           03 LQ-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUES '-'.
           03 LQ-QUOTE-DATE PIC 9(8).
           03 FILLER PIC X(01) VALUES '-'.
           03 LQ-SEQ PIC 9(3).
       01  LETTER-GOOD-LINE.
           03 FILLER PIC X(20) VALUES 'GOOD THROUGH'.
           03 LG-GOOD-THRU PIC 9(8).
       01  LETTER-FROM-LINE.
           03 FILLER PIC X(20) VALUES 'INTEREST FROM'.
           03 LF-FROM-DATE PIC 9(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 LF-DAYS PIC ZZZZ9.
           03 FILLER PIC X(05) VALUES ' DAYS'.
       01  LETTER-LOAN-HEADING.
           03 FILLER PIC X(08) VALUES 'LOAN'.
           03 FILLER PIC X(12) VALUES '   PRINCIPAL'.
           03 FILLER PIC X(12) VALUES '    INTEREST'.
           03 FILLER PIC X(12) VALUES '  INT TO GTD'.
           03 FILLER PIC X(12) VALUES '      PAYOFF'.
       01  LETTER-LOAN-LINE.
           03 LL-LABEL PIC X(6).
           03 FILLER PIC X(02) VALUE SPACES.
           03 LL-PRINCIPAL PIC Z(5)9.99.
           03 FILLER PIC X(03) VALUE SPACES.
           03 LL-ACCRUED PIC Z(5)9.99.
           03 FILLER PIC X(03) VALUE SPACES.
           03 LL-PROJECTED PIC Z(5)9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 LL-PAYOFF PIC Z(6)9.99.
       01  LETTER-PAYOFF-LINE.
           03 FILLER PIC X(44) VALUES 'PAYOFF AMOUNT'.
           03 LP-PAYOFF PIC Z(6)9.99.
       01  LETTER-PER-DIEM-LINE.
           03 FILLER PIC X(44)
               VALUES 'PER DIEM AFTER THE GOOD-THROUGH DATE'.
           03 LP-PER-DIEM PIC Z(6)9.99.
       01  LETTER-TEXT-1.
           03 FILLER PIC X(60)
               VALUES 'REMIT THE PAYOFF AMOUNT TO REACH US BY THE'.
       01  LETTER-TEXT-2.
           03 FILLER PIC X(60)
               VALUES 'GOOD-THROUGH DATE.  FUNDS RECEIVED AFTER IT'.
       01  LETTER-TEXT-3.
           03 FILLER PIC X(60)
               VALUES 'MUST ADD THE PER DIEM FOR EACH EXTRA DAY.'.
       01  REGISTER-HEADING.
           03 FILLER PIC X(12) VALUES 'RESULT'.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(21) VALUES 'NAME'.
           03 FILLER PIC X(05) VALUES 'LOAN'.
           03 FILLER PIC X(10) VALUES 'GOOD THRU'.
           03 FILLER PIC X(11) VALUES '     PAYOFF'.
           03 FILLER PIC X(09) VALUES ' PER DIEM'.
       01  REGISTER-DATA.
           03 RG-RESULT PIC X(11).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RG-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RG-NAME PIC X(20).
           03 FILLER PIC X(02) VALUE SPACES.
           03 RG-LOAN-NBR PIC X(1).
           03 FILLER PIC X(02) VALUE SPACES.
           03 RG-GOOD-THRU PIC X(8).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RG-PAYOFF PIC Z(6)9.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 RG-PER-DIEM PIC Z(4)9.99.
       01  REGISTER-TOTAL-LINE.
           03 RT-LABEL PIC X(30).
           03 RT-COUNT PIC ZZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           PERFORM 1550-GET-ACCRUAL-DATE.
           OPEN INPUT PAYREQ-FILE
               INPUT STUDENT-MASTER
               INPUT ADDRESS-FILE
               I-O QUOTE-FILE
               OUTPUT QUOTE-LETTER-FILE
               OUTPUT PAYQREG-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-PAYREQ.
           PERFORM 1000-LOOP
               UNTIL EOF-Q = 1.
           PERFORM 1800-PRINT-TOTAL.
           CLOSE PAYREQ-FILE
               STUDENT-MASTER
               ADDRESS-FILE
               QUOTE-FILE
               QUOTE-LETTER-FILE
               PAYQREG-FILE.
           GOBACK.
       1000-LOOP.
           PERFORM 1100-VALIDATE-REQUEST.
           IF RECORD-IS-VALID
               PERFORM 1200-BUILD-QUOTE
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 1300-SAVE-QUOTE
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 1700-PRINT-LETTER
               ADD 1 TO PF-QUOTE-COUNT
               MOVE 'QUOTED' TO RG-RESULT
           ELSE
               ADD 1 TO PF-REJECT-COUNT
               MOVE REJECT-REASON TO RG-RESULT
           END-IF.
           PERFORM 1900-WRITE-REGISTER.
           PERFORM 2000-READ-PAYREQ.
       1100-VALIDATE-REQUEST.
           MOVE 'Y' TO VALID-REC.
           MOVE SPACES TO SM-NAME.
           IF QR-GOOD-THRU NOT NUMERIC
               OR QR-GOOD-THRU < PF-RUN-DATE
               MOVE 'N' TO VALID-REC
               MOVE 'BAD DATE' TO REJECT-REASON
           ELSE
               MOVE QR-GOOD-THRU TO DW-DATE
               IF DW-MONTH < 1 OR DW-MONTH > 12
                   OR DW-DAY < 1 OR DW-DAY > 31
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD DATE' TO REJECT-REASON
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               MOVE QR-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'N' TO VALID-REC
                       MOVE 'NOT FOUND' TO REJECT-REASON
                       MOVE SPACES TO SM-NAME
               END-READ
           END-IF.
           IF RECORD-IS-VALID
               AND SM-CHARGED-OFF
               MOVE 'N' TO VALID-REC
               MOVE 'CHARGED OFF' TO REJECT-REASON
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 1150-CHECK-LOAN-NBR
           END-IF.
       1150-CHECK-LOAN-NBR.
           MOVE 0 TO PF-TGT-LOAN.
           IF SM-NBR-LOANS NOT NUMERIC
               MOVE 0 TO SM-NBR-LOANS
           END-IF.
           IF QR-LOAN-NBR NOT = SPACE
               IF QR-LOAN-NBR IS NUMERIC
                   AND QR-LOAN-NBR > '0'
                   MOVE QR-LOAN-NBR TO PF-TGT-LOAN
                   IF PF-TGT-LOAN > SM-NBR-LOANS
                       MOVE 'N' TO VALID-REC
                       MOVE 'BAD LOAN NO' TO REJECT-REASON
                   END-IF
               ELSE
                   MOVE 'N' TO VALID-REC
                   MOVE 'BAD LOAN NO' TO REJECT-REASON
               END-IF
           END-IF.
       1200-BUILD-QUOTE.
           INITIALIZE QUOTE-TOTALS.
           MOVE 0 TO QL-COUNT.
           PERFORM 1210-COUNT-DAYS.
           IF PF-TGT-LOAN > 0
               MOVE PF-TGT-LOAN TO LN-IDX
               PERFORM 1250-QUOTE-LOAN
           ELSE
               MOVE 0 TO D-LOANS-BAL
               PERFORM 1250-QUOTE-LOAN
                   VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > SM-NBR-LOANS
               PERFORM 1260-QUOTE-OTHER
           END-IF.
           IF QT-PAYOFF = 0
               MOVE 'N' TO VALID-REC
               MOVE 'NO BALANCE' TO REJECT-REASON
           END-IF.
       1210-COUNT-DAYS.
           COMPUTE D-FROM-INT =
               FUNCTION INTEGER-OF-DATE (PF-FROM-DATE).
           COMPUTE D-THRU-INT =
               FUNCTION INTEGER-OF-DATE (QR-GOOD-THRU).
           COMPUTE D-DAYS = D-THRU-INT - D-FROM-INT.
           IF D-DAYS < 0
               MOVE 0 TO D-DAYS
           END-IF.
           IF D-DAYS > 0
               AND SM-DEFER-SUBSIDIZED
               AND SM-DEFER-START IS NUMERIC
               AND SM-DEFER-END IS NUMERIC
               AND SM-DEFER-START > 0
               AND SM-DEFER-END NOT < SM-DEFER-START
               PERFORM 1220-DROP-DEFER-DAYS
           END-IF.
           MOVE D-DAYS TO PF-DAYS.
       1220-DROP-DEFER-DAYS.
           COMPUTE D-DEFER-START-INT =
               FUNCTION INTEGER-OF-DATE (SM-DEFER-START).
           COMPUTE D-DEFER-END-INT =
               FUNCTION INTEGER-OF-DATE (SM-DEFER-END).
           COMPUTE D-OVERLAP-FROM = D-FROM-INT + 1.
           IF D-DEFER-START-INT > D-OVERLAP-FROM
               MOVE D-DEFER-START-INT TO D-OVERLAP-FROM
           END-IF.
           MOVE D-THRU-INT TO D-OVERLAP-THRU.
           IF D-DEFER-END-INT < D-OVERLAP-THRU
               MOVE D-DEFER-END-INT TO D-OVERLAP-THRU
           END-IF.
           IF D-OVERLAP-THRU NOT < D-OVERLAP-FROM
               COMPUTE D-DAYS =
                   D-DAYS - (D-OVERLAP-THRU - D-OVERLAP-FROM + 1)
           END-IF.
       1250-QUOTE-LOAN.
           IF SM-LN-BALANCE (LN-IDX) IS NUMERIC
               AND SM-LN-BALANCE (LN-IDX) > 0
               ADD SM-LN-BALANCE (LN-IDX) TO D-LOANS-BAL
               MOVE SM-LN-BALANCE (LN-IDX) TO D-LINE-BAL
               IF SM-LN-INT-ACCRUED (LN-IDX) IS NUMERIC
                   MOVE SM-LN-INT-ACCRUED (LN-IDX) TO D-LINE-ACCRUED
               ELSE
                   MOVE 0 TO D-LINE-ACCRUED
               END-IF
               MOVE SM-LN-RATE (LN-IDX) TO D-LINE-RATE
               MOVE LN-IDX TO D-LOAN-DIGIT
               MOVE D-LOAN-DIGIT TO QL-LABEL (QL-COUNT + 1)
               PERFORM 1270-PROJECT-LINE
           END-IF.
       1260-QUOTE-OTHER.
           IF SM-BALANCE > D-LOANS-BAL
               COMPUTE D-OTHER-BAL = SM-BALANCE - D-LOANS-BAL
               MOVE D-OTHER-BAL TO D-LINE-BAL
               IF SM-INT-ACCRUED IS NUMERIC
                   MOVE SM-INT-ACCRUED TO D-LINE-ACCRUED
               ELSE
                   MOVE 0 TO D-LINE-ACCRUED
               END-IF
               IF D-LINE-ACCRUED > D-LINE-BAL
                   MOVE D-LINE-BAL TO D-LINE-ACCRUED
               END-IF
               MOVE SM-INT-RATE TO D-LINE-RATE
               MOVE 'OTHER' TO QL-LABEL (QL-COUNT + 1)
               PERFORM 1270-PROJECT-LINE
           END-IF.
       1270-PROJECT-LINE.
           ADD 1 TO QL-COUNT.
           COMPUTE D-LINE-PER-DIEM ROUNDED =
               D-LINE-BAL * D-LINE-RATE / 360.
           COMPUTE D-LINE-PROJECTED = D-LINE-PER-DIEM * PF-DAYS.
           COMPUTE QL-PRINCIPAL (QL-COUNT) =
               D-LINE-BAL - D-LINE-ACCRUED.
           MOVE D-LINE-ACCRUED TO QL-ACCRUED (QL-COUNT).
           MOVE D-LINE-PROJECTED TO QL-PROJECTED (QL-COUNT).
           COMPUTE QL-PAYOFF (QL-COUNT) =
               D-LINE-BAL + D-LINE-PROJECTED.
           ADD QL-PRINCIPAL (QL-COUNT) TO QT-PRINCIPAL.
           ADD D-LINE-ACCRUED TO QT-INT-ACCRUED.
           ADD D-LINE-PROJECTED TO QT-INT-PROJECTED.
           ADD QL-PAYOFF (QL-COUNT) TO QT-PAYOFF.
           ADD D-LINE-PER-DIEM TO QT-PER-DIEM.
       1300-SAVE-QUOTE.
           MOVE QR-STUDENT-ID TO QH-STUDENT-ID.
           MOVE PF-RUN-DATE TO QH-QUOTE-DATE.
           MOVE QR-LOAN-NBR TO QH-LOAN-NBR.
           MOVE QR-GOOD-THRU TO QH-GOOD-THRU.
           MOVE QT-PRINCIPAL TO QH-PRINCIPAL.
           MOVE QT-INT-ACCRUED TO QH-INT-ACCRUED.
           MOVE QT-INT-PROJECTED TO QH-INT-PROJECTED.
           MOVE QT-PAYOFF TO QH-PAYOFF.
           MOVE QT-PER-DIEM TO QH-PER-DIEM.
           MOVE 'O' TO QH-STATUS.
           MOVE 0 TO QH-PAID-DATE.
           MOVE 0 TO QH-WRITEOFF.
           MOVE 0 TO QH-REFUND.
           MOVE 0 TO PF-QUOTE-SEQ.
           MOVE 'N' TO PF-WRITE-SW.
           PERFORM 1350-WRITE-QUOTE
               UNTIL QUOTE-WRITTEN
                   OR PF-QUOTE-SEQ NOT < 999.
           IF NOT QUOTE-WRITTEN
               MOVE 'N' TO VALID-REC
               MOVE 'QUOTE FULL' TO REJECT-REASON
           END-IF.
       1350-WRITE-QUOTE.
           ADD 1 TO PF-QUOTE-SEQ.
           MOVE PF-QUOTE-SEQ TO QH-SEQ.
           WRITE QUOTE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PF-WRITE-SW
           END-WRITE.
       1400-PRINT-HEAD.
           WRITE PAYQREG-REC FROM REGISTER-HEADING.
           MOVE SPACES TO PAYQREG-REC.
           WRITE PAYQREG-REC
               AFTER ADVANCING 1 LINE.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO PF-RUN-DATE
               AT END MOVE 0 TO PF-RUN-DATE.
           CLOSE RUNDATE-FILE.
           IF PF-RUN-DATE NOT NUMERIC
               OR PF-RUN-DATE = 0
               ACCEPT PF-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       1550-GET-ACCRUAL-DATE.
           OPEN INPUT ACCRCTL-FILE.
           READ ACCRCTL-FILE INTO PF-FROM-DATE
               AT END MOVE 0 TO PF-FROM-DATE.
           CLOSE ACCRCTL-FILE.
           IF PF-FROM-DATE NOT NUMERIC
               OR PF-FROM-DATE = 0
               OR PF-FROM-DATE > PF-RUN-DATE
               MOVE PF-RUN-DATE TO PF-FROM-DATE
           END-IF.
       1700-PRINT-LETTER.
           MOVE PF-RUN-DATE TO LD-RUN-DATE.
           IF FIRST-LETTER
               MOVE 'N' TO PF-FIRST-PAGE
               WRITE QUOTE-LETTER-REC FROM LETTER-DATE-LINE
           ELSE
               WRITE QUOTE-LETTER-REC FROM LETTER-DATE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO QUOTE-LETTER-REC.
           WRITE QUOTE-LETTER-REC
               AFTER ADVANCING 1 LINE.
           MOVE SM-NAME TO LN-NAME.
           MOVE SM-STUDENT-ID TO LN-STUDENT-ID.
           WRITE QUOTE-LETTER-REC FROM LETTER-NAME-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 1720-PRINT-ADDRESS.
           MOVE SPACES TO QUOTE-LETTER-REC.
           WRITE QUOTE-LETTER-REC
               AFTER ADVANCING 1 LINE.
           WRITE QUOTE-LETTER-REC FROM LETTER-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO QUOTE-LETTER-REC.
           WRITE QUOTE-LETTER-REC
               AFTER ADVANCING 1 LINE.
           MOVE QH-STUDENT-ID TO LQ-STUDENT-ID.
           MOVE QH-QUOTE-DATE TO LQ-QUOTE-DATE.
           MOVE QH-SEQ TO LQ-SEQ.
           WRITE QUOTE-LETTER-REC FROM LETTER-QUOTE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE QR-GOOD-THRU TO LG-GOOD-THRU.
           WRITE QUOTE-LETTER-REC FROM LETTER-GOOD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE PF-FROM-DATE TO LF-FROM-DATE.
           MOVE PF-DAYS TO LF-DAYS.
           WRITE QUOTE-LETTER-REC FROM LETTER-FROM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO QUOTE-LETTER-REC.
           WRITE QUOTE-LETTER-REC
               AFTER ADVANCING 1 LINE.
           WRITE QUOTE-LETTER-REC FROM LETTER-LOAN-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM 1750-PRINT-LOAN-LINE
               VARYING QL-IDX FROM 1 BY 1
               UNTIL QL-IDX > QL-COUNT.
           MOVE SPACES TO QUOTE-LETTER-REC.
           WRITE QUOTE-LETTER-REC
               AFTER ADVANCING 1 LINE.
           MOVE QT-PAYOFF TO LP-PAYOFF.
           WRITE QUOTE-LETTER-REC FROM LETTER-PAYOFF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE QT-PER-DIEM TO LP-PER-DIEM.
           WRITE QUOTE-LETTER-REC FROM LETTER-PER-DIEM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO QUOTE-LETTER-REC.
           WRITE QUOTE-LETTER-REC
               AFTER ADVANCING 1 LINE.
           WRITE QUOTE-LETTER-REC FROM LETTER-TEXT-1
               AFTER ADVANCING 1 LINE.
           WRITE QUOTE-LETTER-REC FROM LETTER-TEXT-2
               AFTER ADVANCING 1 LINE.
           WRITE QUOTE-LETTER-REC FROM LETTER-TEXT-3
               AFTER ADVANCING 1 LINE.
       1720-PRINT-ADDRESS.
           MOVE SM-STUDENT-ID TO AD-STUDENT-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   PERFORM 1722-PRINT-NO-ADDRESS
               NOT INVALID KEY
                   PERFORM 1724-PRINT-ADDRESS-BLOCK
           END-READ.
       1722-PRINT-NO-ADDRESS.
           WRITE QUOTE-LETTER-REC FROM ADDR-NONE-LINE
               AFTER ADVANCING 1 LINE.
       1724-PRINT-ADDRESS-BLOCK.
           MOVE AD-STREET TO AS-STREET.
           WRITE QUOTE-LETTER-REC FROM ADDR-STREET-LINE
               AFTER ADVANCING 1 LINE.
           MOVE AD-CITY TO AC-CITY.
           MOVE AD-STATE TO AC-STATE.
           MOVE AD-ZIP TO AC-ZIP.
           WRITE QUOTE-LETTER-REC FROM ADDR-CITY-LINE
               AFTER ADVANCING 1 LINE.
       1750-PRINT-LOAN-LINE.
           MOVE QL-LABEL (QL-IDX) TO LL-LABEL.
           MOVE QL-PRINCIPAL (QL-IDX) TO LL-PRINCIPAL.
           MOVE QL-ACCRUED (QL-IDX) TO LL-ACCRUED.
           MOVE QL-PROJECTED (QL-IDX) TO LL-PROJECTED.
           MOVE QL-PAYOFF (QL-IDX) TO LL-PAYOFF.
           WRITE QUOTE-LETTER-REC FROM LETTER-LOAN-LINE
               AFTER ADVANCING 1 LINE.
       1800-PRINT-TOTAL.
           MOVE SPACES TO PAYQREG-REC.
           WRITE PAYQREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'QUOTES ISSUED' TO RT-LABEL.
           MOVE PF-QUOTE-COUNT TO RT-COUNT.
           WRITE PAYQREG-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REQUESTS REJECTED' TO RT-LABEL.
           MOVE PF-REJECT-COUNT TO RT-COUNT.
           WRITE PAYQREG-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       1900-WRITE-REGISTER.
           MOVE QR-STUDENT-ID TO RG-STUDENT-ID.
           MOVE SM-NAME TO RG-NAME.
           MOVE QR-LOAN-NBR TO RG-LOAN-NBR.
           MOVE PAYREQ-REC (11:8) TO RG-GOOD-THRU.
           IF RECORD-IS-VALID
               MOVE QT-PAYOFF TO RG-PAYOFF
               MOVE QT-PER-DIEM TO RG-PER-DIEM
           ELSE
               MOVE 0 TO RG-PAYOFF
               MOVE 0 TO RG-PER-DIEM
           END-IF.
           WRITE PAYQREG-REC FROM REGISTER-DATA
               AFTER ADVANCING 1 LINE.
       2000-READ-PAYREQ.
           READ PAYREQ-FILE
               AT END MOVE 1 TO EOF-Q.
       END PROGRAM lab3pay.
