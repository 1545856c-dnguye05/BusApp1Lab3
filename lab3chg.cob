      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3chg - charge-off run.  Walks the DA-S-MASTER
      *         student loan master and charges off every account
      *         that is past the days-delinquent threshold on the
      *         DA-S-CHGOCTL control record (180 days when that file
      *         is absent), aged the same way lab3del ages it - from
      *         the oldest missed due date, or from the last payment
      *         or origination date for a record with no schedule -
      *         or that collections has referred through lab3mnt (X
      *         action, status R) whatever its age.  A student in an
      *         active deferment is not aged.  The balance is moved
      *         to SM-CHGOFF-AMOUNT (status C, SM-CHGOFF-DATE the run
      *         date on DA-S-RUNDATE, today's date when that file is
      *         absent) and SM-BALANCE, the loan balances, the
      *         accrued interest, and the installment are zeroed, so
      *         lab3upd stops accruing and lab3sch stops scheduling;
      *         SM-PAST-DUE and SM-OLDEST-DUE-DATE are kept as they
      *         stood.  Each charge-off writes a WRITEOFF journal
      *         entry (balance down to zero) for lab3gl to book to
      *         bad debt, and prints on the UR-S-CHGREG register,
      *         which ends with counts and dollars by SM-MAJOR and in
      *         total.  Money received later posts through lab3upd
      *         as a RECOVERY.
      *Modification History:
      *  2026-10-15  DA-S-JOURNAL grew JR-OPERATOR, the ID of the
      *              operator who keyed the change (carried by lab3upd
      *              and lab3mnt from DA-S-TRANS and DA-S-MAINT);
      *              layout picked up here so the record length
      *              matches.  Entries from this scheduled run have no
      *              keying operator and carry BATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3chg.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'DA-S-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL RUNDATE-FILE ASSIGN TO 'DA-S-RUNDATE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHGOCTL-FILE ASSIGN TO 'DA-S-CHGOCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNAL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHGREG-FILE ASSIGN TO 'UR-S-CHGREG'.
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
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
       FD  CHGOCTL-FILE
               LABEL RECORDS ARE OMITTED.
       01  CHGOCTL-REC.
           03 CC-DAYS-THRESHOLD PIC 9(4).
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
       FD  CHGREG-FILE
               LABEL RECORDS ARE OMITTED.
       01  CHGREG-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 CG-RUN-DATE PIC 9(8) VALUE 0.
           03 CG-THRESHOLD PIC 9(4) VALUE 0.
           03 CG-DAYS PIC 9(5) VALUE 0.
           03 CG-AMOUNT PIC 9(5)V9(2) VALUE 0.
           03 CG-REASON PIC X(8) VALUE SPACES.
           03 CG-CHGOFF-COUNT PIC 9(6) VALUE 0.
           03 CG-CHGOFF-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 CG-REFER-COUNT PIC 9(6) VALUE 0.
           03 CG-FOUND-IDX PIC 9(2) VALUE 0.
           03 LN-IDX PIC 9(2) VALUE 0.
           03 MJ-IDX PIC 9(2) VALUE 0.
           03 CG-SELECT-SW PIC X(01) VALUE 'N'.
               88 CHARGE-OFF-DUE VALUE 'Y'.
           03 CG-DEFER-SW PIC X(01) VALUE 'N'.
               88 DEFERMENT-ACTIVE VALUE 'Y'.
       01  DATA-TRANSFER.
           03 D-ACT-DATE PIC 9(8).
           03 D-DAYS PIC S9(7).
       01  MAJOR-TABLE.
           03 CG-MAJOR-COUNT PIC 9(2) VALUE 0.
           03 CG-MAJOR-ENTRY OCCURS 50 TIMES.
               05 CG-MJ-MAJOR PIC X(4).
               05 CG-MJ-COUNT PIC 9(6).
               05 CG-MJ-AMOUNT PIC 9(7)V9(2).
       01  CHGREG-DATE-LINE.
           03 FILLER PIC X(24) VALUES 'CHARGE-OFF REGISTER FOR'.
           03 CD-RUN-DATE PIC 9(8).
           03 FILLER PIC X(14) VALUES '  THRESHOLD'.
           03 CD-THRESHOLD PIC ZZZ9.
           03 FILLER PIC X(05) VALUES ' DAYS'.
       01  CHGREG-HEADING.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(21) VALUES 'NAME'.
           03 FILLER PIC X(06) VALUES 'MAJOR'.
           03 FILLER PIC X(10) VALUES 'REASON'.
           03 FILLER PIC X(07) VALUES 'DAYS'.
           03 FILLER PIC X(10) VALUES 'PAST DUE'.
           03 FILLER PIC X(10) VALUES 'CHARGED'.
       01  CHGREG-DATA.
           03 CR-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 CR-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 CR-MAJOR PIC X(4).
           03 FILLER PIC X(02) VALUE SPACES.
           03 CR-REASON PIC X(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 CR-DAYS PIC Z(4)9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 CR-PAST-DUE PIC Z(4)9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 CR-AMOUNT PIC Z(4)9.99.
       01  MAJOR-HEADING.
           03 FILLER PIC X(10) VALUES 'MAJOR'.
           03 FILLER PIC X(10) VALUES 'COUNT'.
           03 FILLER PIC X(12) VALUES 'CHARGED OFF'.
       01  MAJOR-DATA.
           03 MR-MAJOR PIC X(4).
           03 FILLER PIC X(06) VALUE SPACES.
           03 MR-COUNT PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 MR-AMOUNT PIC Z(6)9.99.
       01  CHGREG-TOTAL-LINE.
           03 FILLER PIC X(10) VALUES 'TOTAL'.
           03 CT-COUNT PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 CT-AMOUNT PIC Z(6)9.99.
       01  CHGREG-REFER-LINE.
           03 FILLER PIC X(30) VALUES 'REFERRED BY COLLECTIONS'.
           03 CF-COUNT PIC ZZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           PERFORM 1550-GET-THRESHOLD.
           OPEN I-O STUDENT-MASTER
               OUTPUT CHGREG-FILE
               EXTEND JOURNAL-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-MASTER.
           PERFORM 1000-LOOP
               UNTIL EOF-M = 1.
           PERFORM 1800-PRINT-TOTAL.
           CLOSE STUDENT-MASTER
               CHGREG-FILE
               JOURNAL-FILE.
           GOBACK.
       1000-LOOP.
           IF SM-BALANCE IS NUMERIC
               AND SM-BALANCE > 0
               AND NOT SM-CHARGED-OFF
               PERFORM 1100-CHECK-STUDENT
           END-IF.
           PERFORM 2000-READ-MASTER.
       1100-CHECK-STUDENT.
           MOVE 'N' TO CG-SELECT-SW.
           PERFORM 1200-AGE-STUDENT.
           IF SM-COLL-REFERRED
               MOVE 'REFERRED' TO CG-REASON
               MOVE 'Y' TO CG-SELECT-SW
               ADD 1 TO CG-REFER-COUNT
           ELSE
               PERFORM 1150-CHECK-DEFERMENT
               IF NOT DEFERMENT-ACTIVE
                   AND CG-DAYS NOT < CG-THRESHOLD
                   MOVE 'DAYS' TO CG-REASON
                   MOVE 'Y' TO CG-SELECT-SW
               END-IF
           END-IF.
           IF CHARGE-OFF-DUE
               PERFORM 1300-CHARGE-OFF
           END-IF.
       1150-CHECK-DEFERMENT.
           MOVE 'N' TO CG-DEFER-SW.
           IF SM-DEFER-TYPE NOT = SPACES
               AND SM-DEFER-START IS NUMERIC
               AND SM-DEFER-END IS NUMERIC
               IF SM-DEFER-START NOT > CG-RUN-DATE
                   AND SM-DEFER-END NOT < CG-RUN-DATE
                   MOVE 'Y' TO CG-DEFER-SW
               END-IF
           END-IF.
       1200-AGE-STUDENT.
           IF SM-INST-AMOUNT IS NUMERIC
               AND SM-INST-AMOUNT > 0
               PERFORM 1220-AGE-BY-SCHEDULE
           ELSE
               PERFORM 1240-AGE-BY-ACTIVITY
           END-IF.
       1220-AGE-BY-SCHEDULE.
           IF SM-PAST-DUE IS NUMERIC
               AND SM-PAST-DUE > 0
               AND SM-OLDEST-DUE-DATE IS NUMERIC
               AND SM-OLDEST-DUE-DATE > 0
               MOVE SM-OLDEST-DUE-DATE TO D-ACT-DATE
               PERFORM 1260-COUNT-DAYS
           ELSE
               MOVE 0 TO CG-DAYS
           END-IF.
       1240-AGE-BY-ACTIVITY.
           IF SM-LAST-PMT-DATE IS NUMERIC
               AND SM-LAST-PMT-DATE > 0
               MOVE SM-LAST-PMT-DATE TO D-ACT-DATE
           ELSE
               IF SM-ORIG-DATE IS NUMERIC
                   MOVE SM-ORIG-DATE TO D-ACT-DATE
               ELSE
                   MOVE 0 TO D-ACT-DATE
               END-IF
           END-IF.
           PERFORM 1260-COUNT-DAYS.
       1260-COUNT-DAYS.
           IF D-ACT-DATE = 0
               MOVE 99999 TO CG-DAYS
           ELSE
               COMPUTE D-DAYS =
                   FUNCTION INTEGER-OF-DATE (CG-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (D-ACT-DATE)
               IF D-DAYS < 0
                   MOVE 0 TO CG-DAYS
               ELSE
                   IF D-DAYS > 99999
                       MOVE 99999 TO CG-DAYS
                   ELSE
                       MOVE D-DAYS TO CG-DAYS
                   END-IF
               END-IF
           END-IF.
       1300-CHARGE-OFF.
           MOVE SM-BALANCE TO CG-AMOUNT.
           MOVE 'C' TO SM-CHGOFF-STATUS.
           MOVE CG-RUN-DATE TO SM-CHGOFF-DATE.
           MOVE SM-BALANCE TO SM-CHGOFF-AMOUNT.
           MOVE 0 TO SM-RECOVERED.
           MOVE 0 TO SM-BALANCE.
           MOVE 0 TO SM-INT-ACCRUED.
           MOVE 0 TO SM-INST-AMOUNT.
           MOVE 0 TO SM-NEXT-DUE-DATE.
           IF SM-NBR-LOANS IS NUMERIC
               PERFORM 1350-CLEAR-LOAN
                   VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > SM-NBR-LOANS
           END-IF.
           MOVE SPACES TO SM-DEFER-TYPE.
           MOVE 0 TO SM-DEFER-START.
           MOVE 0 TO SM-DEFER-END.
           REWRITE STUDENT-MASTER-REC
               INVALID KEY
                   DISPLAY 'LAB3CHG: CHARGE-OFF REWRITE FAILED FOR '
                   DISPLAY SM-STUDENT-ID
               NOT INVALID KEY
                   ADD 1 TO CG-CHGOFF-COUNT
                   ADD CG-AMOUNT TO CG-CHGOFF-TOTAL
                   PERFORM 1700-TOTAL-MAJOR
                   PERFORM 1900-WRITE-REGISTER
                   PERFORM 1950-WRITE-JOURNAL
           END-REWRITE.
       1350-CLEAR-LOAN.
           MOVE 0 TO SM-LN-BALANCE (LN-IDX).
           MOVE 0 TO SM-LN-INT-ACCRUED (LN-IDX).
       1400-PRINT-HEAD.
           MOVE CG-RUN-DATE TO CD-RUN-DATE.
           MOVE CG-THRESHOLD TO CD-THRESHOLD.
           WRITE CHGREG-REC FROM CHGREG-DATE-LINE.
           MOVE SPACES TO CHGREG-REC.
           WRITE CHGREG-REC
               AFTER ADVANCING 1 LINE.
           WRITE CHGREG-REC FROM CHGREG-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHGREG-REC.
           WRITE CHGREG-REC
               AFTER ADVANCING 1 LINE.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO CG-RUN-DATE
               AT END MOVE 0 TO CG-RUN-DATE.
           CLOSE RUNDATE-FILE.
           IF CG-RUN-DATE NOT NUMERIC
               OR CG-RUN-DATE = 0
               ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       1550-GET-THRESHOLD.
           OPEN INPUT CHGOCTL-FILE.
           READ CHGOCTL-FILE INTO CG-THRESHOLD
               AT END MOVE 0 TO CG-THRESHOLD.
           CLOSE CHGOCTL-FILE.
           IF CG-THRESHOLD NOT NUMERIC
               OR CG-THRESHOLD = 0
               MOVE 180 TO CG-THRESHOLD
           END-IF.
       1700-TOTAL-MAJOR.
           MOVE 0 TO CG-FOUND-IDX.
           PERFORM 1720-SCAN-MAJOR
               VARYING MJ-IDX FROM 1 BY 1
               UNTIL MJ-IDX > CG-MAJOR-COUNT
                   OR CG-FOUND-IDX > 0.
           IF CG-FOUND-IDX = 0
               IF CG-MAJOR-COUNT < 50
                   ADD 1 TO CG-MAJOR-COUNT
                   MOVE CG-MAJOR-COUNT TO CG-FOUND-IDX
                   MOVE SM-MAJOR TO CG-MJ-MAJOR (CG-FOUND-IDX)
                   MOVE 0 TO CG-MJ-COUNT (CG-FOUND-IDX)
                   MOVE 0 TO CG-MJ-AMOUNT (CG-FOUND-IDX)
               ELSE
                   DISPLAY 'LAB3CHG: MAJOR TABLE FULL - '
                   DISPLAY 'MAJOR TOTALS DEGRADED'
               END-IF
           END-IF.
           IF CG-FOUND-IDX > 0
               ADD 1 TO CG-MJ-COUNT (CG-FOUND-IDX)
               ADD CG-AMOUNT TO CG-MJ-AMOUNT (CG-FOUND-IDX)
           END-IF.
       1720-SCAN-MAJOR.
           IF CG-MJ-MAJOR (MJ-IDX) = SM-MAJOR
               MOVE MJ-IDX TO CG-FOUND-IDX
           END-IF.
       1800-PRINT-TOTAL.
           MOVE SPACES TO CHGREG-REC.
           WRITE CHGREG-REC
               AFTER ADVANCING 1 LINE.
           WRITE CHGREG-REC FROM MAJOR-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM 1850-PRINT-MAJOR
               VARYING MJ-IDX FROM 1 BY 1
               UNTIL MJ-IDX > CG-MAJOR-COUNT.
           MOVE SPACES TO CHGREG-REC.
           WRITE CHGREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE CG-CHGOFF-COUNT TO CT-COUNT.
           MOVE CG-CHGOFF-TOTAL TO CT-AMOUNT.
           WRITE CHGREG-REC FROM CHGREG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CG-REFER-COUNT TO CF-COUNT.
           WRITE CHGREG-REC FROM CHGREG-REFER-LINE
               AFTER ADVANCING 1 LINE.
       1850-PRINT-MAJOR.
           MOVE CG-MJ-MAJOR (MJ-IDX) TO MR-MAJOR.
           MOVE CG-MJ-COUNT (MJ-IDX) TO MR-COUNT.
           MOVE CG-MJ-AMOUNT (MJ-IDX) TO MR-AMOUNT.
           WRITE CHGREG-REC FROM MAJOR-DATA
               AFTER ADVANCING 1 LINE.
       1900-WRITE-REGISTER.
           MOVE SM-STUDENT-ID TO CR-STUDENT-ID.
           MOVE SM-NAME TO CR-NAME.
           MOVE SM-MAJOR TO CR-MAJOR.
           MOVE CG-REASON TO CR-REASON.
           MOVE CG-DAYS TO CR-DAYS.
           IF SM-PAST-DUE IS NUMERIC
               MOVE SM-PAST-DUE TO CR-PAST-DUE
           ELSE
               MOVE 0 TO CR-PAST-DUE
           END-IF.
           MOVE CG-AMOUNT TO CR-AMOUNT.
           WRITE CHGREG-REC FROM CHGREG-DATA
               AFTER ADVANCING 1 LINE.
       1950-WRITE-JOURNAL.
           MOVE CG-RUN-DATE TO JR-RUN-DATE.
           MOVE 0 TO JR-INT-PORTION.
           MOVE 0 TO JR-PRIN-PORTION.
           MOVE 'LAB3CHG' TO JR-PROGRAM.
           MOVE 'WRITEOFF' TO JR-ACTION.
           MOVE SM-STUDENT-ID TO JR-STUDENT-ID.
           MOVE CG-AMOUNT TO JR-OLD-BALANCE.
           MOVE 0 TO JR-NEW-BALANCE.
           MOVE SM-NBR-PAYMENTS TO JR-OLD-NBR-PMTS.
           MOVE SM-NBR-PAYMENTS TO JR-NEW-NBR-PMTS.
           MOVE 'BATCH' TO JR-OPERATOR.
           WRITE JOURNAL-REC
               AFTER ADVANCING 1 LINE.
       2000-READ-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-M.
       END PROGRAM lab3chg.
