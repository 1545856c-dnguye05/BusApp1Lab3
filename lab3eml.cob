      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3eml - nightly email notices.  lab3adr keeps an
      *         email address for most students on DA-S-ADDRESS, but
      *         the only contact a student got was a mailed statement
      *         or a collection letter once already 30 days late.
      *         This run writes the outbound DA-S-EMLOUT feed for the
      *         mail gateway (an H header per notice with the address
      *         and subject, B body lines, and a T trailer with the
      *         notice count) with two kinds of notice.  A reminder
      *         goes out when SM-NEXT-DUE-DATE falls within the lead
      *         days on DA-S-EMLCTL (10 when that file is absent) of
      *         the run date on DA-S-RUNDATE (today's date when that
      *         file is absent), showing the due date, SM-INST-AMOUNT
      *         and any SM-PAST-DUE; students in deferment or charged
      *         off get none.  A receipt goes out for each PAYMENT
      *         lab3upd journaled on DA-S-JOURNAL for the run date,
      *         showing the interest/principal split and the new
      *         balance; the day's payment entries are sorted by
      *         student and matched against the master as it is
      *         read, so there is no limit on how many go out.  The
      *         wording comes from the DA-S-EMLTEXT paragraph file (R
      *         reminder or P receipt byte plus a line of text, up to
      *         ten lines each) the same way lab3ltr uses
      *         DA-S-LTRTEXT, with a built-in line for each when the
      *         file is absent.  Every notice sent is
      *         recorded on the keyed DA-S-NOTHIST notice history
      *         (student, type, due date or run date, sequence) and a
      *         notice already on the history is not sent again, so a
      *         rerun cannot send it twice.  Notices sent print on
      *         UR-S-EMLREG with counts; every student with a balance
      *         or a notice but no email address on file is listed on
      *         UR-S-EMLEXC so collections can see who only gets paper.
      *Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3eml.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'DA-S-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO 'DA-S-ADDRESS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-STUDENT-ID.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNAL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE ASSIGN TO 'DA-S-RUNDATE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMLCTL-FILE ASSIGN TO 'DA-S-EMLCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMLTEXT-FILE ASSIGN TO 'DA-S-EMLTEXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTHIST-FILE ASSIGN TO 'DA-S-NOTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-KEY.
           SELECT EMLOUT-FILE ASSIGN TO 'DA-S-EMLOUT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMLREG-FILE ASSIGN TO 'UR-S-EMLREG'.
           SELECT EMLEXC-FILE ASSIGN TO 'UR-S-EMLEXC'.
           SELECT SORT-WORK ASSIGN TO 'EML-SORT-WORK'.
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
       FD  EMLCTL-FILE
               LABEL RECORDS ARE OMITTED.
       01  EMLCTL-REC.
           03 EC-LEAD-DAYS PIC 9(3).
       FD  EMLTEXT-FILE
               LABEL RECORDS ARE OMITTED.
       01  EMLTEXT-REC.
           03 EX-TYPE PIC X(1).
           03 EX-TEXT PIC X(60).
       FD  NOTHIST-FILE
               LABEL RECORDS ARE STANDARD.
       01  NOTHIST-REC.
           03 NH-KEY.
               05 NH-STUDENT-ID PIC X(9).
               05 NH-TYPE PIC X(1).
                   88 NH-REMINDER VALUE 'R'.
                   88 NH-RECEIPT VALUE 'P'.
               05 NH-REF-DATE PIC 9(8).
               05 NH-SEQ PIC 9(3).
           03 NH-SENT-DATE PIC 9(8).
           03 NH-AMOUNT PIC 9(5)V9(2).
           03 NH-EMAIL PIC X(30).
       FD  EMLOUT-FILE
               LABEL RECORDS ARE STANDARD.
       01  EMLOUT-REC.
           03 EO-REC-TYPE PIC X(1).
               88 EO-HEADER VALUE 'H'.
               88 EO-BODY VALUE 'B'.
               88 EO-TRAILER VALUE 'T'.
           03 EO-NOTICE-ID PIC X(21).
           03 EO-DETAIL PIC X(78).
           03 EO-HEADER-DATA REDEFINES EO-DETAIL.
               05 EO-EMAIL PIC X(30).
               05 FILLER PIC X(01).
               05 EO-SUBJECT PIC X(40).
               05 FILLER PIC X(07).
           03 EO-TRAILER-DATA REDEFINES EO-DETAIL.
               05 EO-RUN-DATE PIC 9(8).
               05 EO-NOTICE-COUNT PIC 9(7).
               05 FILLER PIC X(63).
       FD  EMLREG-FILE
               LABEL RECORDS ARE OMITTED.
       01  EMLREG-REC PIC X(80).
       FD  EMLEXC-FILE
               LABEL RECORDS ARE OMITTED.
       01  EMLEXC-REC PIC X(80).
       SD  SORT-WORK.
       01  SORT-REC.
           03 SR-STUDENT-ID PIC X(9).
           03 SR-INT-PORTION PIC 9(4)V9(2).
           03 SR-PRIN-PORTION PIC 9(4)V9(2).
           03 SR-NEW-BALANCE PIC 9(5)V9(2).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 EOF-X PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 EM-RUN-DATE PIC 9(8) VALUE 0.
           03 EM-LEAD-DAYS PIC 9(3) VALUE 0.
           03 EM-REMIND-COUNT PIC 9(6) VALUE 0.
           03 EM-RECEIPT-COUNT PIC 9(6) VALUE 0.
           03 EM-RESEND-COUNT PIC 9(6) VALUE 0.
           03 EM-WITHHELD-COUNT PIC 9(6) VALUE 0.
           03 EM-EXCEPT-COUNT PIC 9(6) VALUE 0.
           03 EM-NOTICE-COUNT PIC 9(7) VALUE 0.
           03 EM-STUDENT-HELD PIC 9(3) VALUE 0.
           03 EM-RECEIPT-SEQ PIC 9(3) VALUE 0.
           03 EM-TYPE-IDX PIC 9(1) VALUE 0.
           03 LN-IDX PIC 9(2) VALUE 0.
           03 EM-EMAIL-SW PIC X(01) VALUE 'N'.
               88 EMAIL-ON-FILE VALUE 'Y'.
           03 EM-DEFER-SW PIC X(01) VALUE 'N'.
               88 DEFERMENT-ACTIVE VALUE 'Y'.
           03 EM-NO-EMAIL-REASON PIC X(10) VALUE SPACES.
       01  DATA-TRANSFER.
           03 D-DAYS PIC S9(7).
           03 D-AMOUNT PIC 9(5)V9(2).
           03 D-SUBJECT PIC X(40).
       01  NOTICE-TEXT-TABLE.
           03 NT-TYPE-ENTRY OCCURS 2 TIMES.
               05 NT-FILE-SW PIC X(01).
               05 NT-LINE-COUNT PIC 9(2).
               05 NT-LINE PIC X(60) OCCURS 10 TIMES.
       01  BODY-NAME-LINE.
           03 FILLER PIC X(05) VALUES 'DEAR '.
           03 BN-NAME PIC X(20).
           03 FILLER PIC X(06) VALUES '  ID: '.
           03 BN-STUDENT-ID PIC X(9).
       01  BODY-DATE-LINE.
           03 BD-LABEL PIC X(30).
           03 BD-DATE PIC 9(8).
       01  BODY-AMOUNT-LINE.
           03 BA-LABEL PIC X(30).
           03 BA-AMOUNT PIC Z(5)9.99.
       01  BODY-TEXT-LINE.
           03 BT-TEXT PIC X(60).
       01  REGISTER-DATE-LINE.
           03 FILLER PIC X(23) VALUES 'EMAIL NOTICES FOR'.
           03 RD-RUN-DATE PIC 9(8).
       01  REGISTER-HEADING.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(21) VALUES 'NAME'.
           03 FILLER PIC X(10) VALUES 'NOTICE'.
           03 FILLER PIC X(10) VALUES 'DATE'.
           03 FILLER PIC X(10) VALUES '    AMOUNT'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(05) VALUES 'EMAIL'.
       01  REGISTER-DATA.
           03 RG-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RG-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RG-NOTICE PIC X(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 RG-DATE PIC 9(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 RG-AMOUNT PIC Z(5)9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 RG-EMAIL PIC X(30).
       01  REGISTER-TOTAL-LINE.
           03 RT-LABEL PIC X(30).
           03 RT-COUNT PIC ZZZZZ9.
       01  EXCEPT-HEADING.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(21) VALUES 'NAME'.
           03 FILLER PIC X(12) VALUES 'REASON'.
           03 FILLER PIC X(10) VALUES '   BALANCE'.
           03 FILLER PIC X(10) VALUES '  WITHHELD'.
       01  EXCEPT-DATA.
           03 EX-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 EX-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 EX-REASON PIC X(10).
           03 FILLER PIC X(02) VALUE SPACES.
           03 EX-BALANCE PIC Z(5)9.99.
           03 FILLER PIC X(07) VALUE SPACES.
           03 EX-WITHHELD PIC ZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           PERFORM 1550-GET-LEAD-DAYS.
           PERFORM 1600-LOAD-NOTICE-TEXT.
           OPEN INPUT JOURNAL-FILE
               INPUT STUDENT-MASTER
               INPUT ADDRESS-FILE
               I-O NOTHIST-FILE
               OUTPUT EMLOUT-FILE
               OUTPUT EMLREG-FILE
               OUTPUT EMLEXC-FILE.
           PERFORM 1350-PRINT-HEAD.
           SORT SORT-WORK
               ON ASCENDING KEY SR-STUDENT-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1650-RELEASE-RECEIPTS
               OUTPUT PROCEDURE IS 1050-SEND-NOTICES.
           PERFORM 1800-PRINT-TOTAL.
           CLOSE JOURNAL-FILE
               STUDENT-MASTER
               ADDRESS-FILE
               NOTHIST-FILE
               EMLOUT-FILE
               EMLREG-FILE
               EMLEXC-FILE.
           GOBACK.
       1050-SEND-NOTICES.
           MOVE 0 TO EOF-S.
           PERFORM 1060-RETURN-RECEIPT.
           PERFORM 2000-READ-MASTER.
           PERFORM 1000-LOOP
               UNTIL EOF-M = 1.
           PERFORM 1310-SKIP-RECEIPT
               UNTIL EOF-S = 1.
       1060-RETURN-RECEIPT.
           RETURN SORT-WORK
               AT END MOVE 1 TO EOF-S
           END-RETURN.
       1000-LOOP.
           MOVE 0 TO EM-STUDENT-HELD.
           PERFORM 1100-CHECK-EMAIL.
           PERFORM 1200-CHECK-REMINDER.
           PERFORM 1310-SKIP-RECEIPT
               UNTIL EOF-S = 1
                   OR SR-STUDENT-ID NOT < SM-STUDENT-ID.
           MOVE 0 TO EM-RECEIPT-SEQ.
           PERFORM 1300-CHECK-RECEIPT
               UNTIL EOF-S = 1
                   OR SR-STUDENT-ID NOT = SM-STUDENT-ID.
           IF NOT EMAIL-ON-FILE
               IF EM-STUDENT-HELD > 0
                   OR (SM-BALANCE IS NUMERIC AND SM-BALANCE > 0)
                   PERFORM 1950-WRITE-EXCEPTION
               END-IF
           END-IF.
           PERFORM 2000-READ-MASTER.
       1100-CHECK-EMAIL.
           MOVE 'N' TO EM-EMAIL-SW.
           MOVE SM-STUDENT-ID TO AD-STUDENT-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE 'NO ADDRESS' TO EM-NO-EMAIL-REASON
               NOT INVALID KEY
                   IF AD-EMAIL = SPACES
                       MOVE 'NO EMAIL' TO EM-NO-EMAIL-REASON
                   ELSE
                       MOVE 'Y' TO EM-EMAIL-SW
                   END-IF
           END-READ.
       1200-CHECK-REMINDER.
           PERFORM 1250-CHECK-DEFERMENT.
           IF SM-BALANCE IS NUMERIC
               AND SM-BALANCE > 0
               AND NOT SM-CHARGED-OFF
               AND NOT DEFERMENT-ACTIVE
               AND SM-INST-AMOUNT IS NUMERIC
               AND SM-INST-AMOUNT > 0
               AND SM-NEXT-DUE-DATE IS NUMERIC
               AND SM-NEXT-DUE-DATE > 0
               COMPUTE D-DAYS =
                   FUNCTION INTEGER-OF-DATE (SM-NEXT-DUE-DATE)
                   - FUNCTION INTEGER-OF-DATE (EM-RUN-DATE)
               IF D-DAYS NOT < 0
                   AND D-DAYS NOT > EM-LEAD-DAYS
                   MOVE SM-STUDENT-ID TO NH-STUDENT-ID
                   MOVE 'R' TO NH-TYPE
                   MOVE SM-NEXT-DUE-DATE TO NH-REF-DATE
                   MOVE 0 TO NH-SEQ
                   MOVE SM-INST-AMOUNT TO D-AMOUNT
                   IF SM-PAST-DUE IS NUMERIC
                       ADD SM-PAST-DUE TO D-AMOUNT
                   END-IF
                   MOVE 'LOAN PAYMENT REMINDER' TO D-SUBJECT
                   MOVE 1 TO EM-TYPE-IDX
                   PERFORM 1400-SEND-NOTICE
               END-IF
           END-IF.
       1250-CHECK-DEFERMENT.
           MOVE 'N' TO EM-DEFER-SW.
           IF SM-DEFER-TYPE NOT = SPACES
               AND SM-DEFER-START IS NUMERIC
               AND SM-DEFER-END IS NUMERIC
               IF SM-DEFER-START NOT > SM-NEXT-DUE-DATE
                   AND SM-DEFER-END NOT < EM-RUN-DATE
                   MOVE 'Y' TO EM-DEFER-SW
               END-IF
           END-IF.
       1300-CHECK-RECEIPT.
           ADD 1 TO EM-RECEIPT-SEQ.
           MOVE SM-STUDENT-ID TO NH-STUDENT-ID.
           MOVE 'P' TO NH-TYPE.
           MOVE EM-RUN-DATE TO NH-REF-DATE.
           MOVE EM-RECEIPT-SEQ TO NH-SEQ.
           COMPUTE D-AMOUNT = SR-INT-PORTION + SR-PRIN-PORTION.
           MOVE 'LOAN PAYMENT RECEIPT' TO D-SUBJECT.
           MOVE 2 TO EM-TYPE-IDX.
           PERFORM 1400-SEND-NOTICE.
           PERFORM 1060-RETURN-RECEIPT.
       1310-SKIP-RECEIPT.
           DISPLAY 'LAB3EML: RECEIPT FOR STUDENT NOT ON MASTER '.
           DISPLAY SR-STUDENT-ID.
           PERFORM 1060-RETURN-RECEIPT.
       1400-SEND-NOTICE.
           READ NOTHIST-FILE
               INVALID KEY
                   PERFORM 1410-NEW-NOTICE
               NOT INVALID KEY
                   ADD 1 TO EM-RESEND-COUNT
           END-READ.
       1410-NEW-NOTICE.
           IF EMAIL-ON-FILE
               PERFORM 1420-WRITE-NOTICE
           ELSE
               ADD 1 TO EM-WITHHELD-COUNT
               ADD 1 TO EM-STUDENT-HELD
           END-IF.
       1420-WRITE-NOTICE.
           MOVE SPACES TO EMLOUT-REC.
           MOVE 'H' TO EO-REC-TYPE.
           MOVE NH-KEY TO EO-NOTICE-ID.
           MOVE AD-EMAIL TO EO-EMAIL.
           MOVE D-SUBJECT TO EO-SUBJECT.
           WRITE EMLOUT-REC.
           MOVE SM-NAME TO BN-NAME.
           MOVE SM-STUDENT-ID TO BN-STUDENT-ID.
           MOVE BODY-NAME-LINE TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
           MOVE SPACES TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
           IF NH-REMINDER
               PERFORM 1430-REMINDER-FIGURES
           ELSE
               PERFORM 1440-RECEIPT-FIGURES
           END-IF.
           MOVE SPACES TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
           PERFORM 1480-WRITE-TEXT-LINE
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > NT-LINE-COUNT (EM-TYPE-IDX).
           ADD 1 TO EM-NOTICE-COUNT.
           MOVE EM-RUN-DATE TO NH-SENT-DATE.
           MOVE D-AMOUNT TO NH-AMOUNT.
           MOVE AD-EMAIL TO NH-EMAIL.
           WRITE NOTHIST-REC
               INVALID KEY
                   DISPLAY 'LAB3EML: HISTORY WRITE FAILED FOR '
                   DISPLAY NH-STUDENT-ID
           END-WRITE.
           IF NH-REMINDER
               ADD 1 TO EM-REMIND-COUNT
               MOVE 'REMINDER' TO RG-NOTICE
           ELSE
               ADD 1 TO EM-RECEIPT-COUNT
               MOVE 'RECEIPT' TO RG-NOTICE
           END-IF.
           PERFORM 1900-WRITE-REGISTER.
       1430-REMINDER-FIGURES.
           MOVE 'PAYMENT DUE DATE' TO BD-LABEL.
           MOVE SM-NEXT-DUE-DATE TO BD-DATE.
           MOVE BODY-DATE-LINE TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
           MOVE 'INSTALLMENT AMOUNT' TO BA-LABEL.
           MOVE SM-INST-AMOUNT TO BA-AMOUNT.
           MOVE BODY-AMOUNT-LINE TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
           IF SM-PAST-DUE IS NUMERIC
               AND SM-PAST-DUE > 0
               MOVE 'PAST DUE AMOUNT' TO BA-LABEL
               MOVE SM-PAST-DUE TO BA-AMOUNT
               MOVE BODY-AMOUNT-LINE TO BT-TEXT
               PERFORM 1490-WRITE-BODY
               MOVE 'TOTAL NOW DUE' TO BA-LABEL
               MOVE D-AMOUNT TO BA-AMOUNT
               MOVE BODY-AMOUNT-LINE TO BT-TEXT
               PERFORM 1490-WRITE-BODY
           END-IF.
       1440-RECEIPT-FIGURES.
           MOVE 'PAYMENT POSTED' TO BD-LABEL.
           MOVE EM-RUN-DATE TO BD-DATE.
           MOVE BODY-DATE-LINE TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
           MOVE 'PAYMENT AMOUNT' TO BA-LABEL.
           MOVE D-AMOUNT TO BA-AMOUNT.
           MOVE BODY-AMOUNT-LINE TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
           MOVE 'APPLIED TO INTEREST' TO BA-LABEL.
           MOVE SR-INT-PORTION TO BA-AMOUNT.
           MOVE BODY-AMOUNT-LINE TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
           MOVE 'APPLIED TO PRINCIPAL' TO BA-LABEL.
           MOVE SR-PRIN-PORTION TO BA-AMOUNT.
           MOVE BODY-AMOUNT-LINE TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
           MOVE 'NEW BALANCE' TO BA-LABEL.
           MOVE SR-NEW-BALANCE TO BA-AMOUNT.
           MOVE BODY-AMOUNT-LINE TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
       1480-WRITE-TEXT-LINE.
           MOVE NT-LINE (EM-TYPE-IDX LN-IDX) TO BT-TEXT.
           PERFORM 1490-WRITE-BODY.
       1490-WRITE-BODY.
           MOVE SPACES TO EMLOUT-REC.
           MOVE 'B' TO EO-REC-TYPE.
           MOVE NH-KEY TO EO-NOTICE-ID.
           MOVE BT-TEXT TO EO-DETAIL.
           WRITE EMLOUT-REC.
       1350-PRINT-HEAD.
           MOVE EM-RUN-DATE TO RD-RUN-DATE.
           WRITE EMLREG-REC FROM REGISTER-DATE-LINE.
           MOVE SPACES TO EMLREG-REC.
           WRITE EMLREG-REC
               AFTER ADVANCING 1 LINE.
           WRITE EMLREG-REC FROM REGISTER-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO EMLREG-REC.
           WRITE EMLREG-REC
               AFTER ADVANCING 1 LINE.
           WRITE EMLEXC-REC FROM EXCEPT-HEADING.
           MOVE SPACES TO EMLEXC-REC.
           WRITE EMLEXC-REC
               AFTER ADVANCING 1 LINE.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO EM-RUN-DATE
               AT END MOVE 0 TO EM-RUN-DATE.
           CLOSE RUNDATE-FILE.
           IF EM-RUN-DATE NOT NUMERIC
               OR EM-RUN-DATE = 0
               ACCEPT EM-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       1550-GET-LEAD-DAYS.
           OPEN INPUT EMLCTL-FILE.
           READ EMLCTL-FILE INTO EM-LEAD-DAYS
               AT END MOVE 0 TO EM-LEAD-DAYS.
           CLOSE EMLCTL-FILE.
           IF EM-LEAD-DAYS NOT NUMERIC
               OR EM-LEAD-DAYS = 0
               MOVE 10 TO EM-LEAD-DAYS
           END-IF.
       1600-LOAD-NOTICE-TEXT.
           MOVE 'N' TO NT-FILE-SW (1).
           MOVE 'N' TO NT-FILE-SW (2).
           MOVE 1 TO NT-LINE-COUNT (1).
           MOVE 'PLEASE SEND YOUR PAYMENT TO ARRIVE BY THE DUE DATE.'
               TO NT-LINE (1 1).
           MOVE 1 TO NT-LINE-COUNT (2).
           MOVE 'THANK YOU - YOUR PAYMENT HAS BEEN APPLIED AS SHOWN.'
               TO NT-LINE (2 1).
           OPEN INPUT EMLTEXT-FILE.
           PERFORM 1610-READ-EMLTEXT.
           PERFORM 1620-STORE-EMLTEXT
               UNTIL EOF-X = 1.
           CLOSE EMLTEXT-FILE.
       1610-READ-EMLTEXT.
           READ EMLTEXT-FILE
               AT END MOVE 1 TO EOF-X.
       1620-STORE-EMLTEXT.
           IF EX-TYPE = 'R'
               MOVE 1 TO EM-TYPE-IDX
           ELSE
               IF EX-TYPE = 'P'
                   MOVE 2 TO EM-TYPE-IDX
               ELSE
                   MOVE 0 TO EM-TYPE-IDX
               END-IF
           END-IF.
           IF EM-TYPE-IDX = 0
               DISPLAY 'LAB3EML: NOTICE TEXT LINE IGNORED'
           ELSE
               IF NT-FILE-SW (EM-TYPE-IDX) = 'N'
                   MOVE 'Y' TO NT-FILE-SW (EM-TYPE-IDX)
                   MOVE 0 TO NT-LINE-COUNT (EM-TYPE-IDX)
               END-IF
               IF NT-LINE-COUNT (EM-TYPE-IDX) < 10
                   ADD 1 TO NT-LINE-COUNT (EM-TYPE-IDX)
                   MOVE EX-TEXT TO
                       NT-LINE (EM-TYPE-IDX
                           NT-LINE-COUNT (EM-TYPE-IDX))
               ELSE
                   DISPLAY 'LAB3EML: NOTICE TEXT LINE IGNORED'
               END-IF
           END-IF.
           PERFORM 1610-READ-EMLTEXT.
       1650-RELEASE-RECEIPTS.
           PERFORM 1660-READ-JOURNAL.
           PERFORM 1670-RELEASE-RECEIPT
               UNTIL EOF-J = 1.
       1660-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE 1 TO EOF-J.
       1670-RELEASE-RECEIPT.
           IF JR-RUN-DATE = EM-RUN-DATE
               AND JR-PROGRAM = 'LAB3UPD'
               AND JR-ACTION = 'PAYMENT'
               MOVE JR-STUDENT-ID TO SR-STUDENT-ID
               MOVE JR-INT-PORTION TO SR-INT-PORTION
               MOVE JR-PRIN-PORTION TO SR-PRIN-PORTION
               MOVE JR-NEW-BALANCE TO SR-NEW-BALANCE
               RELEASE SORT-REC
           END-IF.
           PERFORM 1660-READ-JOURNAL.
       1800-PRINT-TOTAL.
           MOVE SPACES TO EMLOUT-REC.
           MOVE 'T' TO EO-REC-TYPE.
           MOVE EM-RUN-DATE TO EO-RUN-DATE.
           MOVE EM-NOTICE-COUNT TO EO-NOTICE-COUNT.
           WRITE EMLOUT-REC.
           MOVE SPACES TO EMLREG-REC.
           WRITE EMLREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'REMINDERS SENT' TO RT-LABEL.
           MOVE EM-REMIND-COUNT TO RT-COUNT.
           WRITE EMLREG-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECEIPTS SENT' TO RT-LABEL.
           MOVE EM-RECEIPT-COUNT TO RT-COUNT.
           WRITE EMLREG-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ALREADY SENT - SKIPPED' TO RT-LABEL.
           MOVE EM-RESEND-COUNT TO RT-COUNT.
           WRITE EMLREG-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NO EMAIL - WITHHELD' TO RT-LABEL.
           MOVE EM-WITHHELD-COUNT TO RT-COUNT.
           WRITE EMLREG-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO EMLEXC-REC.
           WRITE EMLEXC-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'STUDENTS WITH NO EMAIL' TO RT-LABEL.
           MOVE EM-EXCEPT-COUNT TO RT-COUNT.
           WRITE EMLEXC-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       1900-WRITE-REGISTER.
           MOVE SM-STUDENT-ID TO RG-STUDENT-ID.
           MOVE SM-NAME TO RG-NAME.
           MOVE NH-REF-DATE TO RG-DATE.
           MOVE D-AMOUNT TO RG-AMOUNT.
           MOVE AD-EMAIL TO RG-EMAIL.
           WRITE EMLREG-REC FROM REGISTER-DATA
               AFTER ADVANCING 1 LINE.
       1950-WRITE-EXCEPTION.
           ADD 1 TO EM-EXCEPT-COUNT.
           MOVE SM-STUDENT-ID TO EX-STUDENT-ID.
           MOVE SM-NAME TO EX-NAME.
           MOVE EM-NO-EMAIL-REASON TO EX-REASON.
           IF SM-BALANCE IS NUMERIC
               MOVE SM-BALANCE TO EX-BALANCE
           ELSE
               MOVE 0 TO EX-BALANCE
           END-IF.
           MOVE EM-STUDENT-HELD TO EX-WITHHELD.
           WRITE EMLEXC-REC FROM EXCEPT-DATA
               AFTER ADVANCING 1 LINE.
       2000-READ-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-M.
       END PROGRAM lab3eml.
