      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3vin - loan vintage performance report.  Groups
      *         every loan in the SM-LOAN-ENTRY table, on DA-S-MASTER
      *         and on DA-S-ARCMAST, by origination quarter (from
      *         SM-LN-ORIG-DATE) and SM-MAJOR, and prints one line per
      *         vintage and major on UR-S-VINTAGE with a subtotal per
      *         vintage and a grand total.  Each line shows the number
      *         of loans, the dollars originated (SM-LN-PRINCIPAL), the
      *         dollars still outstanding (SM-LN-BALANCE), the share
      *         of the originated dollars now current, in each lab3del
      *         aging bucket (OVER 30/60/90/120), deferred, charged
      *         off, and paid in full, and the interest collected.  A
      *         loan is charged off when its student is (status C),
      *         paid in full when its balance is zero, deferred when
      *         its student's deferment covers the run date on
      *         DA-S-RUNDATE (today's date when that file is absent),
      *         and otherwise ages the way lab3del ages its student -
      *         from SM-OLDEST-DUE-DATE when an installment is past
      *         due, current when the schedule is met, and from the
      *         last payment or origination date when there is no
      *         schedule.  Interest collected is the interest portion
      *         of every payment on DA-S-PAYHIST plus the unarchived
      *         payments still in SM-PAYMENT-INT, apportioned over the
      *         student's loans by original principal (the remainder
      *         on the last loan) since a payment is not posted to a
      *         single loan.  A record with no loan table counts as a
      *         single loan of SM-LOAN from SM-ORIG-DATE; a student on
      *         both files counts once, from the master.  The same
      *         vintage/major lines are written comma-delimited to
      *         UR-S-VINEXTR the way lab3 writes UR-S-EXTRACT, for the
      *         board's spreadsheet.
      *Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3vin.
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
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'DA-S-PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY.
           SELECT OPTIONAL RUNDATE-FILE ASSIGN TO 'DA-S-RUNDATE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO 'VIN-SORT-WORK'.
           SELECT VINTAGE-FILE ASSIGN TO 'UR-S-VINTAGE'.
           SELECT EXTRACT-FILE ASSIGN TO 'UR-S-VINEXTR'.
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
       FD  PAYHIST-FILE
               LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC.
           03 PH-KEY.
               05 PH-STUDENT-ID PIC X(9).
               05 PH-SEQUENCE PIC 9(4).
           03 PH-AMOUNT PIC 9(4)V9(2).
           03 PH-PMT-DATE PIC 9(8).
           03 PH-ARCH-DATE PIC 9(8).
           03 PH-INT-PORTION PIC 9(4)V9(2).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
       SD  SORT-WORK.
       01  SORT-REC.
           03 SR-VINTAGE.
               05 SR-VIN-YEAR PIC 9(4).
               05 SR-VIN-QTR PIC 9(1).
           03 SR-MAJOR PIC X(4).
           03 SR-PRINCIPAL PIC 9(5)V9(2).
           03 SR-OUTSTANDING PIC 9(5)V9(2).
           03 SR-STATUS PIC 9(1).
           03 SR-INTEREST PIC 9(5)V9(2).
       FD  VINTAGE-FILE
               LABEL RECORDS ARE OMITTED.
       01  VINTAGE-REC PIC X(132).
       FD  EXTRACT-FILE
               LABEL RECORDS ARE OMITTED.
       01  EXTRACT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 VN-RUN-DATE PIC 9(8) VALUE 0.
           03 VN-LOAN-COUNT PIC 9(1) VALUE 0.
           03 VN-STATUS PIC 9(1) VALUE 0.
           03 VN-DEFER-SW PIC X(01) VALUE 'N'.
               88 DEFERMENT-ACTIVE VALUE 'Y'.
           03 VN-ON-MASTER-SW PIC X(01) VALUE 'N'.
               88 ALSO-ON-MASTER VALUE 'Y'.
           03 VN-FIRST-TIME PIC X(01) VALUE 'Y'.
           03 LN-IDX PIC 9(2) VALUE 0.
           03 PMT-IDX PIC 9(2) VALUE 0.
           03 ST-IDX PIC 9(1) VALUE 0.
       01  DATE-WORK.
           03 DW-DATE PIC 9(8).
           03 DW-SPLIT REDEFINES DW-DATE.
               05 DW-YEAR PIC 9(4).
               05 DW-MONTH PIC 9(2).
               05 DW-DAY PIC 9(2).
       01  DATA-TRANSFER.
           03 D-DAYS PIC S9(7).
           03 D-ACT-DATE PIC 9(8).
           03 D-AGE-DAYS PIC 9(5).
           03 D-STU-INTEREST PIC 9(7)V9(2).
           03 D-STU-PRINCIPAL PIC 9(7)V9(2).
           03 D-INT-LEFT PIC 9(7)V9(2).
           03 D-PCT PIC 9(3)V9(1).
       01  LOAN-WORK.
           03 LW-ENTRY OCCURS 5 TIMES.
               05 LW-PRINCIPAL PIC 9(5)V9(2).
               05 LW-ORIG-DATE PIC 9(8).
               05 LW-BALANCE PIC 9(5)V9(2).
       01  VINTAGE-BREAK.
           03 VB-SAVE-VINTAGE PIC 9(5) VALUE 0.
           03 VB-SAVE-SPLIT REDEFINES VB-SAVE-VINTAGE.
               05 VB-SAVE-YEAR PIC 9(4).
               05 VB-SAVE-QTR PIC 9(1).
           03 VB-SAVE-MAJOR PIC X(4) VALUE SPACES.
       01  VINTAGE-TOTALS.
           03 VT-LEVEL OCCURS 3 TIMES.
               05 VT-LOANS PIC 9(6).
               05 VT-ORIGINATED PIC 9(8)V9(2).
               05 VT-OUTSTANDING PIC 9(8)V9(2).
               05 VT-INTEREST PIC 9(8)V9(2).
               05 VT-STATUS-AMT PIC 9(8)V9(2) OCCURS 8 TIMES.
           03 VT-LVL PIC 9(1).
       01  VINTAGE-TITLE-LINE.
           03 FILLER PIC X(36) VALUES
               'LOAN VINTAGE PERFORMANCE AS OF'.
           03 VL-RUN-DATE PIC 9(8).
       01  VINTAGE-HEADING-1.
           03 FILLER PIC X(40) VALUE SPACES.
           03 FILLER PIC X(40) VALUES
               '---------- PERCENT OF ORIGINATED DOLLARS'.
           03 FILLER PIC X(12) VALUES ' ----------'.
       01  VINTAGE-HEADING-2.
           03 FILLER PIC X(08) VALUES 'VINTAGE'.
           03 FILLER PIC X(06) VALUES 'MAJOR'.
           03 FILLER PIC X(06) VALUES ' LOANS'.
           03 FILLER PIC X(12) VALUES '  ORIGINATED'.
           03 FILLER PIC X(12) VALUES ' OUTSTANDING'.
           03 FILLER PIC X(06) VALUES '   CUR'.
           03 FILLER PIC X(06) VALUES '  OV30'.
           03 FILLER PIC X(06) VALUES '  OV60'.
           03 FILLER PIC X(06) VALUES '  OV90'.
           03 FILLER PIC X(06) VALUES ' OV120'.
           03 FILLER PIC X(06) VALUES '   DEF'.
           03 FILLER PIC X(06) VALUES '  CHGO'.
           03 FILLER PIC X(06) VALUES '  PAID'.
           03 FILLER PIC X(12) VALUES '    INTEREST'.
       01  VINTAGE-DATA.
           03 VD-VINTAGE PIC X(08).
           03 VD-MAJOR PIC X(06).
           03 VD-LOANS PIC ZZZZZ9.
           03 VD-ORIGINATED PIC Z(8)9.99.
           03 VD-OUTSTANDING PIC Z(8)9.99.
           03 VD-PCT-ENTRY OCCURS 8 TIMES.
               05 FILLER PIC X(01).
               05 VD-PCT PIC ZZ9.9.
           03 VD-INTEREST PIC Z(8)9.99.
       01  VINTAGE-LABEL.
           03 VL-YEAR PIC 9(4).
           03 VL-Q PIC X(01) VALUE 'Q'.
           03 VL-QTR PIC 9(1).
       01  EXTRACT-DATA.
           03 ED-VINTAGE PIC X(7).
           03 ED-MAJOR PIC X(4).
           03 ED-LOANS PIC ZZZZZ9.
           03 ED-ORIGINATED PIC Z(7)9.99.
           03 ED-OUTSTANDING PIC Z(7)9.99.
           03 ED-PCT PIC ZZ9.9 OCCURS 8 TIMES.
           03 ED-INTEREST PIC Z(7)9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           OPEN INPUT STUDENT-MASTER
               INPUT ARCH-MASTER
               INPUT PAYHIST-FILE
               OUTPUT VINTAGE-FILE
               OUTPUT EXTRACT-FILE.
           SORT SORT-WORK
               ON ASCENDING KEY SR-VINTAGE SR-MAJOR
               INPUT PROCEDURE IS 2000-COLLECT-LOANS
               OUTPUT PROCEDURE IS 1000-PRINT-REPORT.
           CLOSE STUDENT-MASTER
               ARCH-MASTER
               PAYHIST-FILE
               VINTAGE-FILE
               EXTRACT-FILE.
           GOBACK.
       1000-PRINT-REPORT.
           PERFORM 1400-PRINT-HEAD.
           MOVE 1 TO VT-LVL.
           PERFORM 1250-CLEAR-LEVEL.
           MOVE 2 TO VT-LVL.
           PERFORM 1250-CLEAR-LEVEL.
           MOVE 3 TO VT-LVL.
           PERFORM 1250-CLEAR-LEVEL.
           MOVE 0 TO EOF-S.
           PERFORM 1100-RETURN-LOOP
               UNTIL EOF-S = 1.
           IF VN-FIRST-TIME = 'N'
               PERFORM 1300-PRINT-MAJOR
               PERFORM 1350-PRINT-VINTAGE
           END-IF.
           PERFORM 1800-PRINT-TOTAL.
       1100-RETURN-LOOP.
           RETURN SORT-WORK
               AT END MOVE 1 TO EOF-S
               NOT AT END
                   PERFORM 1200-ACCUMULATE
           END-RETURN.
       1200-ACCUMULATE.
           IF VN-FIRST-TIME = 'Y'
               MOVE 'N' TO VN-FIRST-TIME
               MOVE SR-VINTAGE TO VB-SAVE-VINTAGE
               MOVE SR-MAJOR TO VB-SAVE-MAJOR
           ELSE
               IF SR-VINTAGE NOT = VB-SAVE-VINTAGE
                   PERFORM 1300-PRINT-MAJOR
                   PERFORM 1350-PRINT-VINTAGE
                   MOVE SR-VINTAGE TO VB-SAVE-VINTAGE
                   MOVE SR-MAJOR TO VB-SAVE-MAJOR
               ELSE
                   IF SR-MAJOR NOT = VB-SAVE-MAJOR
                       PERFORM 1300-PRINT-MAJOR
                       MOVE SR-MAJOR TO VB-SAVE-MAJOR
                   END-IF
               END-IF
           END-IF.
           PERFORM 1220-ADD-LEVEL
               VARYING VT-LVL FROM 1 BY 1
               UNTIL VT-LVL > 3.
       1220-ADD-LEVEL.
           ADD 1 TO VT-LOANS (VT-LVL).
           ADD SR-PRINCIPAL TO VT-ORIGINATED (VT-LVL).
           ADD SR-OUTSTANDING TO VT-OUTSTANDING (VT-LVL).
           ADD SR-INTEREST TO VT-INTEREST (VT-LVL).
           ADD SR-PRINCIPAL TO VT-STATUS-AMT (VT-LVL SR-STATUS).
       1250-CLEAR-LEVEL.
           MOVE 0 TO VT-LOANS (VT-LVL).
           MOVE 0 TO VT-ORIGINATED (VT-LVL).
           MOVE 0 TO VT-OUTSTANDING (VT-LVL).
           MOVE 0 TO VT-INTEREST (VT-LVL).
           PERFORM 1260-CLEAR-STATUS
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > 8.
       1260-CLEAR-STATUS.
           MOVE 0 TO VT-STATUS-AMT (VT-LVL ST-IDX).
       1300-PRINT-MAJOR.
           MOVE 1 TO VT-LVL.
           PERFORM 1370-FORMAT-VINTAGE.
           MOVE VB-SAVE-MAJOR TO VD-MAJOR.
           PERFORM 1380-FORMAT-LINE.
           WRITE VINTAGE-REC FROM VINTAGE-DATA
               AFTER ADVANCING 1 LINE.
           PERFORM 1600-WRITE-EXTRACT.
           PERFORM 1250-CLEAR-LEVEL.
       1350-PRINT-VINTAGE.
           MOVE 2 TO VT-LVL.
           PERFORM 1370-FORMAT-VINTAGE.
           MOVE 'TOTAL' TO VD-MAJOR.
           PERFORM 1380-FORMAT-LINE.
           WRITE VINTAGE-REC FROM VINTAGE-DATA
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO VINTAGE-REC.
           WRITE VINTAGE-REC
               AFTER ADVANCING 1 LINE.
           PERFORM 1250-CLEAR-LEVEL.
       1370-FORMAT-VINTAGE.
           IF VB-SAVE-VINTAGE = 0
               MOVE 'NO DATE' TO VD-VINTAGE
           ELSE
               MOVE VB-SAVE-YEAR TO VL-YEAR
               MOVE VB-SAVE-QTR TO VL-QTR
               MOVE VINTAGE-LABEL TO VD-VINTAGE
           END-IF.
       1380-FORMAT-LINE.
           MOVE VT-LOANS (VT-LVL) TO VD-LOANS.
           MOVE VT-ORIGINATED (VT-LVL) TO VD-ORIGINATED.
           MOVE VT-OUTSTANDING (VT-LVL) TO VD-OUTSTANDING.
           MOVE VT-INTEREST (VT-LVL) TO VD-INTEREST.
           PERFORM 1390-FORMAT-PCT
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > 8.
       1390-FORMAT-PCT.
           IF VT-ORIGINATED (VT-LVL) > 0
               COMPUTE D-PCT ROUNDED =
                   VT-STATUS-AMT (VT-LVL ST-IDX) * 100
                   / VT-ORIGINATED (VT-LVL)
           ELSE
               MOVE 0 TO D-PCT
           END-IF.
           MOVE SPACES TO VD-PCT-ENTRY (ST-IDX).
           MOVE D-PCT TO VD-PCT (ST-IDX).
           MOVE D-PCT TO ED-PCT (ST-IDX).
       1400-PRINT-HEAD.
           MOVE VN-RUN-DATE TO VL-RUN-DATE.
           WRITE VINTAGE-REC FROM VINTAGE-TITLE-LINE.
           MOVE SPACES TO VINTAGE-REC.
           WRITE VINTAGE-REC
               AFTER ADVANCING 1 LINE.
           WRITE VINTAGE-REC FROM VINTAGE-HEADING-1
               AFTER ADVANCING 1 LINE.
           WRITE VINTAGE-REC FROM VINTAGE-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO VINTAGE-REC.
           WRITE VINTAGE-REC
               AFTER ADVANCING 1 LINE.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO VN-RUN-DATE
               AT END MOVE 0 TO VN-RUN-DATE.
           CLOSE RUNDATE-FILE.
           IF VN-RUN-DATE NOT NUMERIC
               OR VN-RUN-DATE = 0
               ACCEPT VN-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       1600-WRITE-EXTRACT.
           MOVE VD-VINTAGE TO ED-VINTAGE.
           MOVE VB-SAVE-MAJOR TO ED-MAJOR.
           MOVE VT-LOANS (1) TO ED-LOANS.
           MOVE VT-ORIGINATED (1) TO ED-ORIGINATED.
           MOVE VT-OUTSTANDING (1) TO ED-OUTSTANDING.
           MOVE VT-INTEREST (1) TO ED-INTEREST.
           MOVE SPACES TO EXTRACT-REC.
           STRING ED-VINTAGE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-MAJOR DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-LOANS DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-ORIGINATED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-OUTSTANDING DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-PCT (1) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-PCT (2) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-PCT (3) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-PCT (4) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-PCT (5) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-PCT (6) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-PCT (7) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-PCT (8) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ED-INTEREST DELIMITED BY SIZE
               INTO EXTRACT-REC
           END-STRING.
           WRITE EXTRACT-REC
               AFTER ADVANCING 1 LINE.
       1800-PRINT-TOTAL.
           MOVE 3 TO VT-LVL.
           MOVE 'ALL' TO VD-VINTAGE.
           MOVE 'TOTAL' TO VD-MAJOR.
           PERFORM 1380-FORMAT-LINE.
           WRITE VINTAGE-REC FROM VINTAGE-DATA
               AFTER ADVANCING 1 LINE.
       2000-COLLECT-LOANS.
           PERFORM 2100-SCAN-MASTER.
           PERFORM 2200-SCAN-ARCHIVE.
       2100-SCAN-MASTER.
           MOVE 0 TO EOF-M.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY > SM-STUDENT-ID
               INVALID KEY MOVE 1 TO EOF-M
           END-START.
           PERFORM 2150-MASTER-LOOP
               UNTIL EOF-M = 1.
       2150-MASTER-LOOP.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-M
               NOT AT END
                   PERFORM 2300-RELEASE-STUDENT
           END-READ.
       2200-SCAN-ARCHIVE.
           MOVE 0 TO EOF-A.
           MOVE LOW-VALUES TO AM-STUDENT-ID.
           START ARCH-MASTER KEY > AM-STUDENT-ID
               INVALID KEY MOVE 1 TO EOF-A
           END-START.
           PERFORM 2250-ARCHIVE-LOOP
               UNTIL EOF-A = 1.
       2250-ARCHIVE-LOOP.
           READ ARCH-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-A
               NOT AT END
                   PERFORM 2260-CHECK-ARCHIVED
           END-READ.
       2260-CHECK-ARCHIVED.
           MOVE 'N' TO VN-ON-MASTER-SW.
           MOVE AM-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO VN-ON-MASTER-SW
               NOT INVALID KEY
                   MOVE 'Y' TO VN-ON-MASTER-SW
           END-READ.
           IF NOT ALSO-ON-MASTER
               MOVE ARCH-MASTER-REC TO STUDENT-MASTER-REC
               PERFORM 2300-RELEASE-STUDENT
           END-IF.
       2300-RELEASE-STUDENT.
           PERFORM 2400-BUILD-LOAN-LIST.
           PERFORM 2500-SUM-INTEREST.
           PERFORM 2600-SET-STATUS.
           MOVE D-STU-INTEREST TO D-INT-LEFT.
           PERFORM 2700-RELEASE-LOAN
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > VN-LOAN-COUNT.
       2400-BUILD-LOAN-LIST.
           MOVE 0 TO D-STU-PRINCIPAL.
           IF SM-NBR-LOANS IS NUMERIC
               AND SM-NBR-LOANS > 0
               AND SM-NBR-LOANS NOT > 5
               MOVE SM-NBR-LOANS TO VN-LOAN-COUNT
               PERFORM 2410-COPY-LOAN
                   VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > VN-LOAN-COUNT
           ELSE
               MOVE 1 TO VN-LOAN-COUNT
               MOVE SM-LOAN TO LW-PRINCIPAL (1)
               MOVE SM-ORIG-DATE TO LW-ORIG-DATE (1)
               MOVE SM-BALANCE TO LW-BALANCE (1)
               IF LW-PRINCIPAL (1) NOT NUMERIC
                   MOVE 0 TO LW-PRINCIPAL (1)
               END-IF
               IF LW-BALANCE (1) NOT NUMERIC
                   MOVE 0 TO LW-BALANCE (1)
               END-IF
               ADD LW-PRINCIPAL (1) TO D-STU-PRINCIPAL
           END-IF.
       2410-COPY-LOAN.
           IF SM-LN-PRINCIPAL (LN-IDX) IS NUMERIC
               MOVE SM-LN-PRINCIPAL (LN-IDX) TO LW-PRINCIPAL (LN-IDX)
           ELSE
               MOVE 0 TO LW-PRINCIPAL (LN-IDX)
           END-IF.
           MOVE SM-LN-ORIG-DATE (LN-IDX) TO LW-ORIG-DATE (LN-IDX).
           IF SM-LN-BALANCE (LN-IDX) IS NUMERIC
               MOVE SM-LN-BALANCE (LN-IDX) TO LW-BALANCE (LN-IDX)
           ELSE
               MOVE 0 TO LW-BALANCE (LN-IDX)
           END-IF.
           ADD LW-PRINCIPAL (LN-IDX) TO D-STU-PRINCIPAL.
       2500-SUM-INTEREST.
           MOVE 0 TO D-STU-INTEREST.
           IF SM-NBR-PAYMENTS IS NUMERIC
               AND SM-NBR-PAYMENTS NOT > 12
               PERFORM 2510-ADD-MASTER-INT
                   VARYING PMT-IDX FROM 1 BY 1
                   UNTIL PMT-IDX > SM-NBR-PAYMENTS
           END-IF.
           MOVE SM-STUDENT-ID TO PH-STUDENT-ID.
           MOVE 0 TO PH-SEQUENCE.
           MOVE 0 TO EOF-H.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 1 TO EOF-H
           END-START.
           PERFORM 2550-HISTORY-LOOP
               UNTIL EOF-H = 1.
       2510-ADD-MASTER-INT.
           IF SM-PAYMENT-INT (PMT-IDX) IS NUMERIC
               ADD SM-PAYMENT-INT (PMT-IDX) TO D-STU-INTEREST
           END-IF.
       2550-HISTORY-LOOP.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-H
               NOT AT END
                   IF PH-STUDENT-ID NOT = SM-STUDENT-ID
                       MOVE 1 TO EOF-H
                   ELSE
                       IF PH-INT-PORTION IS NUMERIC
                           ADD PH-INT-PORTION TO D-STU-INTEREST
                       END-IF
                   END-IF
           END-READ.
       2600-SET-STATUS.
           MOVE 'N' TO VN-DEFER-SW.
           IF SM-DEFER-TYPE NOT = SPACES
               AND SM-DEFER-START IS NUMERIC
               AND SM-DEFER-END IS NUMERIC
               IF SM-DEFER-START NOT > VN-RUN-DATE
                   AND SM-DEFER-END NOT < VN-RUN-DATE
                   MOVE 'Y' TO VN-DEFER-SW
               END-IF
           END-IF.
           IF SM-CHARGED-OFF
               MOVE 7 TO VN-STATUS
           ELSE
               IF DEFERMENT-ACTIVE
                   MOVE 6 TO VN-STATUS
               ELSE
                   PERFORM 2620-AGE-STUDENT
               END-IF
           END-IF.
       2620-AGE-STUDENT.
           IF SM-INST-AMOUNT IS NUMERIC
               AND SM-INST-AMOUNT > 0
               IF SM-PAST-DUE IS NUMERIC
                   AND SM-PAST-DUE > 0
                   AND SM-OLDEST-DUE-DATE IS NUMERIC
                   AND SM-OLDEST-DUE-DATE > 0
                   MOVE SM-OLDEST-DUE-DATE TO D-ACT-DATE
                   PERFORM 2650-COUNT-DAYS
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
               PERFORM 2650-COUNT-DAYS
           END-IF.
           IF D-AGE-DAYS < 30
               MOVE 1 TO VN-STATUS
           ELSE
               IF D-AGE-DAYS < 60
                   MOVE 2 TO VN-STATUS
               ELSE
                   IF D-AGE-DAYS < 90
                       MOVE 3 TO VN-STATUS
                   ELSE
                       IF D-AGE-DAYS < 120
                           MOVE 4 TO VN-STATUS
                       ELSE
                           MOVE 5 TO VN-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2650-COUNT-DAYS.
           IF D-ACT-DATE = 0
               MOVE 99999 TO D-AGE-DAYS
           ELSE
               COMPUTE D-DAYS =
                   FUNCTION INTEGER-OF-DATE (VN-RUN-DATE)
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
       2700-RELEASE-LOAN.
           MOVE LW-ORIG-DATE (LN-IDX) TO DW-DATE.
           IF DW-DATE IS NUMERIC
               AND DW-DATE > 0
               AND DW-MONTH > 0
               AND DW-MONTH < 13
               MOVE DW-YEAR TO SR-VIN-YEAR
               COMPUTE SR-VIN-QTR = (DW-MONTH + 2) / 3
           ELSE
               MOVE ZEROS TO SR-VINTAGE
           END-IF.
           MOVE SM-MAJOR TO SR-MAJOR.
           MOVE LW-PRINCIPAL (LN-IDX) TO SR-PRINCIPAL.
           MOVE LW-BALANCE (LN-IDX) TO SR-OUTSTANDING.
           IF VN-STATUS NOT = 7
               AND LW-BALANCE (LN-IDX) = 0
               MOVE 8 TO SR-STATUS
           ELSE
               MOVE VN-STATUS TO SR-STATUS
           END-IF.
           IF LN-IDX = VN-LOAN-COUNT
               MOVE D-INT-LEFT TO SR-INTEREST
           ELSE
               IF D-STU-PRINCIPAL > 0
                   COMPUTE SR-INTEREST ROUNDED =
                       D-STU-INTEREST * LW-PRINCIPAL (LN-IDX)
                       / D-STU-PRINCIPAL
               ELSE
                   MOVE 0 TO SR-INTEREST
               END-IF
               IF SR-INTEREST > D-INT-LEFT
                   MOVE D-INT-LEFT TO SR-INTEREST
               END-IF
               SUBTRACT SR-INTEREST FROM D-INT-LEFT
           END-IF.
           RELEASE SORT-REC.
       END PROGRAM lab3vin.
