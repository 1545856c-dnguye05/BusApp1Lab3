      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3dfr - deferment register.  Walks the DA-S-MASTER
      *         student loan master and lists, on UR-S-DEFREG, every
      *         deferment or forbearance (SM-DEFER-TYPE, SM-DEFER-START,
      *         SM-DEFER-END - set through lab3mnt) that is starting
      *         (start date from the run date on DA-S-RUNDATE, today's
      *         date when that file is absent, through the next 30
      *         days), expiring (in force, end date within the next
      *         30 days), or ended (end date within the last 30 days -
      *         whether lab3sch has already closed it out and
      *         capitalized the interest or will tonight).  Each line
      *         shows the type, dates, days to the start or end, and
      *         the balance, with a count per category at the end, so
      *         the aid office can see who is about to re-enter
      *         repayment before the first bill goes out.
      *Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3dfr.
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
           SELECT DEFREG-FILE ASSIGN TO 'UR-S-DEFREG'.
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
       FD  DEFREG-FILE
               LABEL RECORDS ARE OMITTED.
       01  DEFREG-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 DF-RUN-DATE PIC 9(8) VALUE 0.
           03 DF-WINDOW-DAYS PIC 9(3) VALUE 30.
           03 DF-START-COUNT PIC 9(6) VALUE 0.
           03 DF-EXPIRE-COUNT PIC 9(6) VALUE 0.
           03 DF-ENDED-COUNT PIC 9(6) VALUE 0.
       01  DATA-TRANSFER.
           03 D-TO-START PIC S9(7).
           03 D-TO-END PIC S9(7).
           03 D-DAYS PIC S9(7).
       01  DEFREG-DATE-LINE.
           03 FILLER PIC X(23) VALUES 'DEFERMENT REGISTER FOR'.
           03 DD-RUN-DATE PIC 9(8).
       01  DEFREG-HEADING.
           03 FILLER PIC X(10) VALUES 'STATUS'.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(21) VALUES 'NAME'.
           03 FILLER PIC X(05) VALUES 'TYPE'.
           03 FILLER PIC X(10) VALUES 'START'.
           03 FILLER PIC X(10) VALUES 'END'.
           03 FILLER PIC X(07) VALUES 'DAYS'.
           03 FILLER PIC X(10) VALUES 'BALANCE'.
       01  DEFREG-DATA.
           03 DR-STATUS PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 DR-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 DR-NAME PIC X(20).
           03 FILLER PIC X(02) VALUE SPACES.
           03 DR-TYPE PIC X(1).
           03 FILLER PIC X(02) VALUE SPACES.
           03 DR-START PIC 9(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 DR-END PIC 9(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 DR-DAYS PIC -(4)9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 DR-BALANCE PIC Z(4)9.99.
       01  DEFREG-TOTAL-LINE.
           03 DT-LABEL PIC X(30).
           03 DT-COUNT PIC ZZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           OPEN INPUT STUDENT-MASTER
               OUTPUT DEFREG-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-MASTER.
           PERFORM 1000-LOOP
               UNTIL EOF-M = 1.
           PERFORM 1800-PRINT-TOTAL.
           CLOSE STUDENT-MASTER
               DEFREG-FILE.
           GOBACK.
       1000-LOOP.
           IF SM-DEFER-START IS NUMERIC
               AND SM-DEFER-END IS NUMERIC
               AND SM-DEFER-START > 0
               AND SM-DEFER-END > 0
               PERFORM 1100-CHECK-DEFERMENT
           END-IF.
           PERFORM 2000-READ-MASTER.
       1100-CHECK-DEFERMENT.
           COMPUTE D-TO-START =
               FUNCTION INTEGER-OF-DATE (SM-DEFER-START)
               - FUNCTION INTEGER-OF-DATE (DF-RUN-DATE).
           COMPUTE D-TO-END =
               FUNCTION INTEGER-OF-DATE (SM-DEFER-END)
               - FUNCTION INTEGER-OF-DATE (DF-RUN-DATE).
           IF D-TO-END < 0
               IF D-TO-END NOT < 0 - DF-WINDOW-DAYS
                   MOVE 'ENDED' TO DR-STATUS
                   MOVE D-TO-END TO D-DAYS
                   ADD 1 TO DF-ENDED-COUNT
                   PERFORM 1900-WRITE-REGISTER
               END-IF
           ELSE
               IF SM-DEFER-TYPE NOT = SPACES
                   IF D-TO-START NOT < 0
                       IF D-TO-START NOT > DF-WINDOW-DAYS
                           MOVE 'STARTING' TO DR-STATUS
                           MOVE D-TO-START TO D-DAYS
                           ADD 1 TO DF-START-COUNT
                           PERFORM 1900-WRITE-REGISTER
                       END-IF
                   ELSE
                       IF D-TO-END NOT > DF-WINDOW-DAYS
                           MOVE 'EXPIRING' TO DR-STATUS
                           MOVE D-TO-END TO D-DAYS
                           ADD 1 TO DF-EXPIRE-COUNT
                           PERFORM 1900-WRITE-REGISTER
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1400-PRINT-HEAD.
           MOVE DF-RUN-DATE TO DD-RUN-DATE.
           WRITE DEFREG-REC FROM DEFREG-DATE-LINE.
           MOVE SPACES TO DEFREG-REC.
           WRITE DEFREG-REC
               AFTER ADVANCING 1 LINE.
           WRITE DEFREG-REC FROM DEFREG-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DEFREG-REC.
           WRITE DEFREG-REC
               AFTER ADVANCING 1 LINE.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO DF-RUN-DATE
               AT END MOVE 0 TO DF-RUN-DATE.
           CLOSE RUNDATE-FILE.
           IF DF-RUN-DATE NOT NUMERIC
               OR DF-RUN-DATE = 0
               ACCEPT DF-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       1800-PRINT-TOTAL.
           MOVE SPACES TO DEFREG-REC.
           WRITE DEFREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'DEFERMENTS STARTING' TO DT-LABEL.
           MOVE DF-START-COUNT TO DT-COUNT.
           WRITE DEFREG-REC FROM DEFREG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DEFERMENTS EXPIRING' TO DT-LABEL.
           MOVE DF-EXPIRE-COUNT TO DT-COUNT.
           WRITE DEFREG-REC FROM DEFREG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DEFERMENTS ENDED' TO DT-LABEL.
           MOVE DF-ENDED-COUNT TO DT-COUNT.
           WRITE DEFREG-REC FROM DEFREG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       1900-WRITE-REGISTER.
           MOVE SM-STUDENT-ID TO DR-STUDENT-ID.
           MOVE SM-NAME TO DR-NAME.
           MOVE SM-DEFER-TYPE TO DR-TYPE.
           MOVE SM-DEFER-START TO DR-START.
           MOVE SM-DEFER-END TO DR-END.
           MOVE D-DAYS TO DR-DAYS.
           IF SM-BALANCE IS NUMERIC
               MOVE SM-BALANCE TO DR-BALANCE
           ELSE
               MOVE 0 TO DR-BALANCE
           END-IF.
           WRITE DEFREG-REC FROM DEFREG-DATA
               AFTER ADVANCING 1 LINE.
       2000-READ-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-M.
       END PROGRAM lab3dfr.
