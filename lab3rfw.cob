      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3rfw - month-end balance snapshot and receivables
      *         roll-forward.  Run at month end, after the night's
      *         updates, with the month-end run date on DA-S-RUNDATE
      *         (today's date when that file is absent).  Saves every
      *         student's balance, and each loan's principal, balance
      *         and accrued interest, from DA-S-MASTER to the keyed
      *         DA-S-SNAPSHOT period snapshot file under the run
      *         month (a rerun in the same month replaces that
      *         month's records), so month-end history accumulates for
      *         trend reporting.  The prior month's snapshot is the
      *         opening balance; that month's DA-S-JOURNAL entries,
      *         each taken as its new SM-BALANCE image less its old,
      *         supply the movement: DISBURSED (LOAD, ADD, DISBURSE),
      *         INTEREST (ACCRUAL), FEES (FEE), PAYMENTS (PAYMENT),
      *         ADJUSTMENTS (ADJUST, REVERSAL, REINSTATE and anything
      *         else that moved the balance) and PURGE/CHGOFF (PURGE,
      *         DELETE, WRITEOFF).  RECOVERY entries carry the
      *         charged-off amount rather than SM-BALANCE and are left
      *         out.  UR-S-ROLLFWD prints the roll-forward by SM-MAJOR
      *         (the student's major at month end, else at the prior
      *         month end, else on DA-S-ARCMAST) and in total, with
      *         the computed closing balance beside the new snapshot
      *         total and the difference.  Every student whose opening
      *         plus movement does not equal the new snapshot is listed
      *         on UR-S-ROLLEXC.  The first month there is no prior
      *         snapshot: the opening is then taken as the closing less
      *         the month's movement and nothing is listed.
      *Modification History:
      *  2026-10-15  DA-S-JOURNAL grew JR-OPERATOR, the ID of the
      *              operator who keyed the change (carried by lab3upd
      *              and lab3mnt from DA-S-TRANS and DA-S-MAINT);
      *              layout picked up here so the record length
      *              matches.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3rfw.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'DA-S-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL ARCH-MASTER ASSIGN TO 'DA-S-ARCMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-STUDENT-ID.
           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO 'DA-S-SNAPSHOT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNAL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE ASSIGN TO 'DA-S-RUNDATE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLLFWD-FILE ASSIGN TO 'UR-S-ROLLFWD'.
           SELECT ROLLEXC-FILE ASSIGN TO 'UR-S-ROLLEXC'.
           SELECT SORT-WORK ASSIGN TO 'RFW-SORT-WORK'.
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
       FD  SNAPSHOT-FILE
               LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-REC.
           03 SN-KEY.
               05 SN-PERIOD PIC 9(6).
               05 SN-STUDENT-ID PIC X(9).
           03 SN-SNAP-DATE PIC 9(8).
           03 SN-MAJOR PIC X(4).
           03 SN-BALANCE PIC 9(5)V9(2).
           03 SN-INT-ACCRUED PIC 9(5)V9(2).
           03 SN-PAST-DUE PIC 9(5)V9(2).
           03 SN-CHGOFF-STATUS PIC X(1).
           03 SN-CHGOFF-OWED PIC 9(5)V9(2).
           03 SN-NBR-LOANS PIC 9(2).
           03 SN-LOAN-ENTRY OCCURS 5 TIMES.
               05 SN-LN-PRINCIPAL PIC 9(5)V9(2).
               05 SN-LN-BALANCE PIC 9(5)V9(2).
               05 SN-LN-INT-ACCRUED PIC 9(5)V9(2).
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
       FD  ROLLFWD-FILE
               LABEL RECORDS ARE OMITTED.
       01  ROLLFWD-REC PIC X(132).
       FD  ROLLEXC-FILE
               LABEL RECORDS ARE OMITTED.
       01  ROLLEXC-REC PIC X(90).
       SD  SORT-WORK.
       01  SORT-REC.
           03 SR-STUDENT-ID PIC X(9).
           03 SR-REC-TYPE PIC X(1).
               88 SR-IS-OPENING VALUE 'O'.
               88 SR-IS-CLOSING VALUE 'C'.
               88 SR-IS-MOVEMENT VALUE 'J'.
           03 SR-MAJOR PIC X(4).
           03 SR-COLUMN PIC X(1).
               88 SR-COL-DISBURSED VALUE 'D'.
               88 SR-COL-INTEREST VALUE 'I'.
               88 SR-COL-FEES VALUE 'F'.
               88 SR-COL-PAYMENTS VALUE 'P'.
               88 SR-COL-ADJUST VALUE 'A'.
               88 SR-COL-PURGE VALUE 'X'.
           03 SR-AMOUNT PIC S9(7)V9(2).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 EOF-N PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 RF-RUN-DATE PIC 9(8) VALUE 0.
           03 RF-PERIOD PIC 9(6) VALUE 0.
           03 RF-PERIOD-X REDEFINES RF-PERIOD.
               05 RF-PERIOD-YYYY PIC 9(4).
               05 RF-PERIOD-MM PIC 9(2).
           03 RF-PRIOR-PERIOD PIC 9(6) VALUE 0.
           03 RF-PRIOR-X REDEFINES RF-PRIOR-PERIOD.
               05 RF-PRIOR-YYYY PIC 9(4).
               05 RF-PRIOR-MM PIC 9(2).
           03 RF-PRIOR-COUNT PIC 9(6) VALUE 0.
           03 RF-SNAP-COUNT PIC 9(6) VALUE 0.
           03 RF-EXCEPT-COUNT PIC 9(6) VALUE 0.
           03 RF-SAVE-ID PIC X(9) VALUE SPACES.
           03 LN-IDX PIC 9(2) VALUE 0.
           03 MJ-IDX PIC 9(2) VALUE 0.
           03 RF-FOUND-IDX PIC 9(2) VALUE 0.
       01  STUDENT-TOTALS.
           03 ST-MAJOR PIC X(4).
           03 ST-OPEN-MAJOR PIC X(4).
           03 ST-OPENING PIC S9(7)V9(2).
           03 ST-DISBURSED PIC S9(7)V9(2).
           03 ST-INTEREST PIC S9(7)V9(2).
           03 ST-FEES PIC S9(7)V9(2).
           03 ST-PAYMENTS PIC S9(7)V9(2).
           03 ST-ADJUST PIC S9(7)V9(2).
           03 ST-PURGE PIC S9(7)V9(2).
           03 ST-MOVEMENT PIC S9(7)V9(2).
           03 ST-COMPUTED PIC S9(7)V9(2).
           03 ST-CLOSING PIC S9(7)V9(2).
           03 ST-DIFFERENCE PIC S9(7)V9(2).
       01  MAJOR-TABLE.
           03 RF-MAJOR-COUNT PIC 9(2) VALUE 0.
           03 RF-MAJOR-ENTRY OCCURS 50 TIMES.
               05 RF-MJ-MAJOR PIC X(4).
               05 RF-MJ-AMOUNTS.
                   07 RF-MJ-OPENING PIC S9(9)V9(2).
                   07 RF-MJ-DISBURSED PIC S9(9)V9(2).
                   07 RF-MJ-INTEREST PIC S9(9)V9(2).
                   07 RF-MJ-FEES PIC S9(9)V9(2).
                   07 RF-MJ-PAYMENTS PIC S9(9)V9(2).
                   07 RF-MJ-ADJUST PIC S9(9)V9(2).
                   07 RF-MJ-PURGE PIC S9(9)V9(2).
                   07 RF-MJ-CLOSING PIC S9(9)V9(2).
       01  GRAND-TOTALS.
           03 RF-GT-OPENING PIC S9(9)V9(2) VALUE 0.
           03 RF-GT-DISBURSED PIC S9(9)V9(2) VALUE 0.
           03 RF-GT-INTEREST PIC S9(9)V9(2) VALUE 0.
           03 RF-GT-FEES PIC S9(9)V9(2) VALUE 0.
           03 RF-GT-PAYMENTS PIC S9(9)V9(2) VALUE 0.
           03 RF-GT-ADJUST PIC S9(9)V9(2) VALUE 0.
           03 RF-GT-PURGE PIC S9(9)V9(2) VALUE 0.
           03 RF-GT-CLOSING PIC S9(9)V9(2) VALUE 0.
       01  DATA-TRANSFER.
           03 D-COMPUTED PIC S9(9)V9(2).
           03 D-DIFFERENCE PIC S9(9)V9(2).
       01  ROLLFWD-DATE-LINE.
           03 FILLER PIC X(34) VALUES
               'RECEIVABLES ROLL-FORWARD FOR MONTH'.
           03 RD-PERIOD PIC 9(6).
           03 FILLER PIC X(14) VALUES '  OPENING FROM'.
           03 RD-PRIOR-PERIOD PIC 9(6).
       01  ROLLFWD-NOPRIOR-LINE.
           03 FILLER PIC X(50) VALUES
               'NO PRIOR SNAPSHOT - OPENING IS CLOSING LESS MOVES'.
       01  ROLLFWD-HEADING.
           03 FILLER PIC X(06) VALUES 'MAJOR'.
           03 FILLER PIC X(12) VALUES '     OPENING'.
           03 FILLER PIC X(12) VALUES '   DISBURSED'.
           03 FILLER PIC X(12) VALUES '    INTEREST'.
           03 FILLER PIC X(12) VALUES '        FEES'.
           03 FILLER PIC X(12) VALUES '    PAYMENTS'.
           03 FILLER PIC X(12) VALUES ' ADJUSTMENTS'.
           03 FILLER PIC X(12) VALUES 'PURGE/CHGOFF'.
           03 FILLER PIC X(12) VALUES '    COMPUTED'.
           03 FILLER PIC X(12) VALUES '    SNAPSHOT'.
           03 FILLER PIC X(12) VALUES '  DIFFERENCE'.
       01  ROLLFWD-DATA.
           03 RL-MAJOR PIC X(6).
           03 RL-OPENING PIC -(8)9.99.
           03 RL-DISBURSED PIC -(8)9.99.
           03 RL-INTEREST PIC -(8)9.99.
           03 RL-FEES PIC -(8)9.99.
           03 RL-PAYMENTS PIC -(8)9.99.
           03 RL-ADJUST PIC -(8)9.99.
           03 RL-PURGE PIC -(8)9.99.
           03 RL-COMPUTED PIC -(8)9.99.
           03 RL-CLOSING PIC -(8)9.99.
           03 RL-DIFFERENCE PIC -(8)9.99.
       01  ROLLFWD-TIE-LINE.
           03 FILLER PIC X(30) VALUES 'STUDENTS NOT TYING'.
           03 RT-COUNT PIC ZZZZZ9.
       01  ROLLFWD-SNAP-LINE.
           03 FILLER PIC X(30) VALUES 'STUDENTS SNAPSHOT'.
           03 RS-COUNT PIC ZZZZZ9.
       01  ROLLEXC-DATE-LINE.
           03 FILLER PIC X(34) VALUES
               'ROLL-FORWARD EXCEPTIONS FOR MONTH'.
           03 XD-PERIOD PIC 9(6).
       01  ROLLEXC-HEADING.
           03 FILLER PIC X(10) VALUES 'ID'.
           03 FILLER PIC X(06) VALUES 'MAJOR'.
           03 FILLER PIC X(12) VALUES '     OPENING'.
           03 FILLER PIC X(12) VALUES '    MOVEMENT'.
           03 FILLER PIC X(12) VALUES '    COMPUTED'.
           03 FILLER PIC X(12) VALUES '    SNAPSHOT'.
           03 FILLER PIC X(12) VALUES '  DIFFERENCE'.
       01  ROLLEXC-DATA.
           03 XL-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 XL-MAJOR PIC X(6).
           03 XL-OPENING PIC -(8)9.99.
           03 XL-MOVEMENT PIC -(8)9.99.
           03 XL-COMPUTED PIC -(8)9.99.
           03 XL-CLOSING PIC -(8)9.99.
           03 XL-DIFFERENCE PIC -(8)9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           OPEN INPUT STUDENT-MASTER
               INPUT ARCH-MASTER
               I-O SNAPSHOT-FILE
               INPUT JOURNAL-FILE
               OUTPUT ROLLFWD-FILE
               OUTPUT ROLLEXC-FILE.
           PERFORM 1400-PRINT-HEAD.
           SORT SORT-WORK
               ON ASCENDING KEY SR-STUDENT-ID
               INPUT PROCEDURE IS 2000-RELEASE-ALL
               OUTPUT PROCEDURE IS 1000-ROLL-STUDENTS.
           PERFORM 1800-PRINT-ROLLFWD.
           CLOSE STUDENT-MASTER
               ARCH-MASTER
               SNAPSHOT-FILE
               JOURNAL-FILE
               ROLLFWD-FILE
               ROLLEXC-FILE.
           GOBACK.
       1000-ROLL-STUDENTS.
           MOVE 0 TO EOF-S.
           MOVE SPACES TO RF-SAVE-ID.
           INITIALIZE STUDENT-TOTALS.
           PERFORM 1100-RETURN-LOOP
               UNTIL EOF-S = 1.
           IF RF-SAVE-ID NOT = SPACES
               PERFORM 1300-CLOSE-STUDENT
           END-IF.
       1100-RETURN-LOOP.
           RETURN SORT-WORK
               AT END MOVE 1 TO EOF-S
               NOT AT END
                   PERFORM 1200-ADD-ENTRY
           END-RETURN.
       1200-ADD-ENTRY.
           IF RF-SAVE-ID NOT = SPACES
               AND SR-STUDENT-ID NOT = RF-SAVE-ID
               PERFORM 1300-CLOSE-STUDENT
               INITIALIZE STUDENT-TOTALS
           END-IF.
           MOVE SR-STUDENT-ID TO RF-SAVE-ID.
           IF SR-IS-OPENING
               ADD SR-AMOUNT TO ST-OPENING
               MOVE SR-MAJOR TO ST-OPEN-MAJOR
           ELSE
               IF SR-IS-CLOSING
                   ADD SR-AMOUNT TO ST-CLOSING
                   MOVE SR-MAJOR TO ST-MAJOR
               ELSE
                   PERFORM 1250-ADD-MOVEMENT
               END-IF
           END-IF.
       1250-ADD-MOVEMENT.
           ADD SR-AMOUNT TO ST-MOVEMENT.
           IF SR-COL-DISBURSED
               ADD SR-AMOUNT TO ST-DISBURSED
           ELSE
               IF SR-COL-INTEREST
                   ADD SR-AMOUNT TO ST-INTEREST
               ELSE
                   IF SR-COL-FEES
                       ADD SR-AMOUNT TO ST-FEES
                   ELSE
                       IF SR-COL-PAYMENTS
                           ADD SR-AMOUNT TO ST-PAYMENTS
                       ELSE
                           IF SR-COL-PURGE
                               ADD SR-AMOUNT TO ST-PURGE
                           ELSE
                               ADD SR-AMOUNT TO ST-ADJUST
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1300-CLOSE-STUDENT.
           IF ST-MAJOR = SPACES
               MOVE ST-OPEN-MAJOR TO ST-MAJOR
           END-IF.
           IF ST-MAJOR = SPACES
               PERFORM 1320-GET-ARCHIVE-MAJOR
           END-IF.
           IF RF-PRIOR-COUNT = 0
               COMPUTE ST-OPENING = ST-CLOSING - ST-MOVEMENT
           END-IF.
           COMPUTE ST-COMPUTED = ST-OPENING + ST-MOVEMENT.
           COMPUTE ST-DIFFERENCE = ST-CLOSING - ST-COMPUTED.
           IF ST-DIFFERENCE NOT = 0
               PERFORM 1900-WRITE-EXCEPTION
           END-IF.
           PERFORM 1700-TOTAL-MAJOR.
           ADD ST-OPENING TO RF-GT-OPENING.
           ADD ST-DISBURSED TO RF-GT-DISBURSED.
           ADD ST-INTEREST TO RF-GT-INTEREST.
           ADD ST-FEES TO RF-GT-FEES.
           ADD ST-PAYMENTS TO RF-GT-PAYMENTS.
           ADD ST-ADJUST TO RF-GT-ADJUST.
           ADD ST-PURGE TO RF-GT-PURGE.
           ADD ST-CLOSING TO RF-GT-CLOSING.
       1320-GET-ARCHIVE-MAJOR.
           MOVE RF-SAVE-ID TO AM-STUDENT-ID.
           READ ARCH-MASTER
               INVALID KEY
                   MOVE '????' TO ST-MAJOR
               NOT INVALID KEY
                   MOVE ARCH-MASTER-REC TO STUDENT-MASTER-REC
                   MOVE SM-MAJOR TO ST-MAJOR
           END-READ.
       1400-PRINT-HEAD.
           MOVE RF-PERIOD TO RD-PERIOD.
           MOVE RF-PRIOR-PERIOD TO RD-PRIOR-PERIOD.
           WRITE ROLLFWD-REC FROM ROLLFWD-DATE-LINE.
           MOVE SPACES TO ROLLFWD-REC.
           WRITE ROLLFWD-REC
               AFTER ADVANCING 1 LINE.
           MOVE RF-PERIOD TO XD-PERIOD.
           WRITE ROLLEXC-REC FROM ROLLEXC-DATE-LINE.
           MOVE SPACES TO ROLLEXC-REC.
           WRITE ROLLEXC-REC
               AFTER ADVANCING 1 LINE.
           WRITE ROLLEXC-REC FROM ROLLEXC-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ROLLEXC-REC.
           WRITE ROLLEXC-REC
               AFTER ADVANCING 1 LINE.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO RF-RUN-DATE
               AT END MOVE 0 TO RF-RUN-DATE.
           CLOSE RUNDATE-FILE.
           IF RF-RUN-DATE NOT NUMERIC
               OR RF-RUN-DATE = 0
               ACCEPT RF-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE RF-RUN-DATE (1:6) TO RF-PERIOD.
           IF RF-PERIOD-MM = 1
               COMPUTE RF-PRIOR-YYYY = RF-PERIOD-YYYY - 1
               MOVE 12 TO RF-PRIOR-MM
           ELSE
               MOVE RF-PERIOD-YYYY TO RF-PRIOR-YYYY
               COMPUTE RF-PRIOR-MM = RF-PERIOD-MM - 1
           END-IF.
       1700-TOTAL-MAJOR.
           MOVE 0 TO RF-FOUND-IDX.
           PERFORM 1720-SCAN-MAJOR
               VARYING MJ-IDX FROM 1 BY 1
               UNTIL MJ-IDX > RF-MAJOR-COUNT
                   OR RF-FOUND-IDX > 0.
           IF RF-FOUND-IDX = 0
               IF RF-MAJOR-COUNT < 50
                   ADD 1 TO RF-MAJOR-COUNT
                   MOVE RF-MAJOR-COUNT TO RF-FOUND-IDX
                   MOVE ST-MAJOR TO RF-MJ-MAJOR (RF-FOUND-IDX)
                   MOVE 0 TO RF-MJ-OPENING (RF-FOUND-IDX)
                   MOVE 0 TO RF-MJ-DISBURSED (RF-FOUND-IDX)
                   MOVE 0 TO RF-MJ-INTEREST (RF-FOUND-IDX)
                   MOVE 0 TO RF-MJ-FEES (RF-FOUND-IDX)
                   MOVE 0 TO RF-MJ-PAYMENTS (RF-FOUND-IDX)
                   MOVE 0 TO RF-MJ-ADJUST (RF-FOUND-IDX)
                   MOVE 0 TO RF-MJ-PURGE (RF-FOUND-IDX)
                   MOVE 0 TO RF-MJ-CLOSING (RF-FOUND-IDX)
               ELSE
                   DISPLAY 'LAB3RFW: MAJOR TABLE FULL - '
                   DISPLAY 'MAJOR TOTALS DEGRADED'
               END-IF
           END-IF.
           IF RF-FOUND-IDX > 0
               ADD ST-OPENING TO RF-MJ-OPENING (RF-FOUND-IDX)
               ADD ST-DISBURSED TO RF-MJ-DISBURSED (RF-FOUND-IDX)
               ADD ST-INTEREST TO RF-MJ-INTEREST (RF-FOUND-IDX)
               ADD ST-FEES TO RF-MJ-FEES (RF-FOUND-IDX)
               ADD ST-PAYMENTS TO RF-MJ-PAYMENTS (RF-FOUND-IDX)
               ADD ST-ADJUST TO RF-MJ-ADJUST (RF-FOUND-IDX)
               ADD ST-PURGE TO RF-MJ-PURGE (RF-FOUND-IDX)
               ADD ST-CLOSING TO RF-MJ-CLOSING (RF-FOUND-IDX)
           END-IF.
       1720-SCAN-MAJOR.
           IF RF-MJ-MAJOR (MJ-IDX) = ST-MAJOR
               MOVE MJ-IDX TO RF-FOUND-IDX
           END-IF.
       1800-PRINT-ROLLFWD.
           IF RF-PRIOR-COUNT = 0
               WRITE ROLLFWD-REC FROM ROLLFWD-NOPRIOR-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO ROLLFWD-REC
               WRITE ROLLFWD-REC
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE ROLLFWD-REC FROM ROLLFWD-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ROLLFWD-REC.
           WRITE ROLLFWD-REC
               AFTER ADVANCING 1 LINE.
           PERFORM 1850-PRINT-MAJOR
               VARYING MJ-IDX FROM 1 BY 1
               UNTIL MJ-IDX > RF-MAJOR-COUNT.
           MOVE SPACES TO ROLLFWD-REC.
           WRITE ROLLFWD-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL' TO RL-MAJOR.
           MOVE RF-GT-OPENING TO RL-OPENING.
           MOVE RF-GT-DISBURSED TO RL-DISBURSED.
           MOVE RF-GT-INTEREST TO RL-INTEREST.
           MOVE RF-GT-FEES TO RL-FEES.
           MOVE RF-GT-PAYMENTS TO RL-PAYMENTS.
           MOVE RF-GT-ADJUST TO RL-ADJUST.
           MOVE RF-GT-PURGE TO RL-PURGE.
           COMPUTE D-COMPUTED = RF-GT-OPENING + RF-GT-DISBURSED
               + RF-GT-INTEREST + RF-GT-FEES + RF-GT-PAYMENTS
               + RF-GT-ADJUST + RF-GT-PURGE.
           COMPUTE D-DIFFERENCE = RF-GT-CLOSING - D-COMPUTED.
           MOVE D-COMPUTED TO RL-COMPUTED.
           MOVE RF-GT-CLOSING TO RL-CLOSING.
           MOVE D-DIFFERENCE TO RL-DIFFERENCE.
           WRITE ROLLFWD-REC FROM ROLLFWD-DATA
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ROLLFWD-REC.
           WRITE ROLLFWD-REC
               AFTER ADVANCING 1 LINE.
           MOVE RF-SNAP-COUNT TO RS-COUNT.
           WRITE ROLLFWD-REC FROM ROLLFWD-SNAP-LINE
               AFTER ADVANCING 1 LINE.
           MOVE RF-EXCEPT-COUNT TO RT-COUNT.
           WRITE ROLLFWD-REC FROM ROLLFWD-TIE-LINE
               AFTER ADVANCING 1 LINE.
       1850-PRINT-MAJOR.
           MOVE RF-MJ-MAJOR (MJ-IDX) TO RL-MAJOR.
           MOVE RF-MJ-OPENING (MJ-IDX) TO RL-OPENING.
           MOVE RF-MJ-DISBURSED (MJ-IDX) TO RL-DISBURSED.
           MOVE RF-MJ-INTEREST (MJ-IDX) TO RL-INTEREST.
           MOVE RF-MJ-FEES (MJ-IDX) TO RL-FEES.
           MOVE RF-MJ-PAYMENTS (MJ-IDX) TO RL-PAYMENTS.
           MOVE RF-MJ-ADJUST (MJ-IDX) TO RL-ADJUST.
           MOVE RF-MJ-PURGE (MJ-IDX) TO RL-PURGE.
           COMPUTE D-COMPUTED = RF-MJ-OPENING (MJ-IDX)
               + RF-MJ-DISBURSED (MJ-IDX) + RF-MJ-INTEREST (MJ-IDX)
               + RF-MJ-FEES (MJ-IDX) + RF-MJ-PAYMENTS (MJ-IDX)
               + RF-MJ-ADJUST (MJ-IDX) + RF-MJ-PURGE (MJ-IDX).
           COMPUTE D-DIFFERENCE = RF-MJ-CLOSING (MJ-IDX) - D-COMPUTED.
           MOVE D-COMPUTED TO RL-COMPUTED.
           MOVE RF-MJ-CLOSING (MJ-IDX) TO RL-CLOSING.
           MOVE D-DIFFERENCE TO RL-DIFFERENCE.
           WRITE ROLLFWD-REC FROM ROLLFWD-DATA
               AFTER ADVANCING 1 LINE.
       1900-WRITE-EXCEPTION.
           ADD 1 TO RF-EXCEPT-COUNT.
           MOVE RF-SAVE-ID TO XL-STUDENT-ID.
           MOVE ST-MAJOR TO XL-MAJOR.
           MOVE ST-OPENING TO XL-OPENING.
           MOVE ST-MOVEMENT TO XL-MOVEMENT.
           MOVE ST-COMPUTED TO XL-COMPUTED.
           MOVE ST-CLOSING TO XL-CLOSING.
           MOVE ST-DIFFERENCE TO XL-DIFFERENCE.
           WRITE ROLLEXC-REC FROM ROLLEXC-DATA
               AFTER ADVANCING 1 LINE.
      * The prior month's snapshot is read before this month's is
      * written, since both live on the one keyed file.
       2000-RELEASE-ALL.
           PERFORM 2100-RELEASE-OPENING.
           PERFORM 2200-RELEASE-CLOSING.
           PERFORM 2300-RELEASE-JOURNAL.
       2100-RELEASE-OPENING.
           MOVE 0 TO EOF-N.
           MOVE RF-PRIOR-PERIOD TO SN-PERIOD.
           MOVE LOW-VALUES TO SN-STUDENT-ID.
           START SNAPSHOT-FILE KEY NOT < SN-KEY
               INVALID KEY MOVE 1 TO EOF-N
           END-START.
           PERFORM 2120-OPENING-LOOP
               UNTIL EOF-N = 1.
       2120-OPENING-LOOP.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-N
               NOT AT END
                   IF SN-PERIOD NOT = RF-PRIOR-PERIOD
                       MOVE 1 TO EOF-N
                   ELSE
                       ADD 1 TO RF-PRIOR-COUNT
                       MOVE SN-STUDENT-ID TO SR-STUDENT-ID
                       MOVE 'O' TO SR-REC-TYPE
                       MOVE SN-MAJOR TO SR-MAJOR
                       MOVE SPACES TO SR-COLUMN
                       MOVE SN-BALANCE TO SR-AMOUNT
                       RELEASE SORT-REC
                   END-IF
           END-READ.
       2200-RELEASE-CLOSING.
           PERFORM 2900-READ-MASTER.
           PERFORM 2220-CLOSING-LOOP
               UNTIL EOF-M = 1.
       2220-CLOSING-LOOP.
           PERFORM 2250-WRITE-SNAPSHOT.
           MOVE SM-STUDENT-ID TO SR-STUDENT-ID.
           MOVE 'C' TO SR-REC-TYPE.
           MOVE SM-MAJOR TO SR-MAJOR.
           MOVE SPACES TO SR-COLUMN.
           MOVE SN-BALANCE TO SR-AMOUNT.
           RELEASE SORT-REC.
           PERFORM 2900-READ-MASTER.
       2250-WRITE-SNAPSHOT.
           INITIALIZE SNAPSHOT-REC.
           MOVE RF-PERIOD TO SN-PERIOD.
           MOVE SM-STUDENT-ID TO SN-STUDENT-ID.
           MOVE RF-RUN-DATE TO SN-SNAP-DATE.
           MOVE SM-MAJOR TO SN-MAJOR.
           IF SM-BALANCE IS NUMERIC
               MOVE SM-BALANCE TO SN-BALANCE
           END-IF.
           IF SM-INT-ACCRUED IS NUMERIC
               MOVE SM-INT-ACCRUED TO SN-INT-ACCRUED
           END-IF.
           IF SM-PAST-DUE IS NUMERIC
               MOVE SM-PAST-DUE TO SN-PAST-DUE
           END-IF.
           MOVE SM-CHGOFF-STATUS TO SN-CHGOFF-STATUS.
           IF SM-CHARGED-OFF
               AND SM-CHGOFF-AMOUNT IS NUMERIC
               AND SM-RECOVERED IS NUMERIC
               AND SM-RECOVERED < SM-CHGOFF-AMOUNT
               COMPUTE SN-CHGOFF-OWED =
                   SM-CHGOFF-AMOUNT - SM-RECOVERED
           END-IF.
           IF SM-NBR-LOANS IS NUMERIC
               AND SM-NBR-LOANS NOT > 5
               MOVE SM-NBR-LOANS TO SN-NBR-LOANS
               PERFORM 2270-SNAP-LOAN
                   VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > SM-NBR-LOANS
           END-IF.
           WRITE SNAPSHOT-REC
               INVALID KEY
                   REWRITE SNAPSHOT-REC
                       INVALID KEY
                           DISPLAY 'LAB3RFW: SNAPSHOT WRITE FAILED FOR '
                           DISPLAY SN-STUDENT-ID
                   END-REWRITE
           END-WRITE.
           ADD 1 TO RF-SNAP-COUNT.
       2270-SNAP-LOAN.
           IF SM-LN-PRINCIPAL (LN-IDX) IS NUMERIC
               MOVE SM-LN-PRINCIPAL (LN-IDX) TO SN-LN-PRINCIPAL (LN-IDX)
           END-IF.
           IF SM-LN-BALANCE (LN-IDX) IS NUMERIC
               MOVE SM-LN-BALANCE (LN-IDX) TO SN-LN-BALANCE (LN-IDX)
           END-IF.
           IF SM-LN-INT-ACCRUED (LN-IDX) IS NUMERIC
               MOVE SM-LN-INT-ACCRUED (LN-IDX)
                   TO SN-LN-INT-ACCRUED (LN-IDX)
           END-IF.
       2300-RELEASE-JOURNAL.
           PERFORM 2910-READ-JOURNAL.
           PERFORM 2320-JOURNAL-LOOP
               UNTIL EOF-J = 1.
       2320-JOURNAL-LOOP.
           IF JR-RUN-DATE IS NUMERIC
               AND JR-RUN-DATE (1:6) = RF-PERIOD
               AND JR-ACTION NOT = 'RECOVERY'
               AND JR-OLD-BALANCE IS NUMERIC
               AND JR-NEW-BALANCE IS NUMERIC
               AND JR-NEW-BALANCE NOT = JR-OLD-BALANCE
               PERFORM 2350-RELEASE-MOVEMENT
           END-IF.
           PERFORM 2910-READ-JOURNAL.
       2350-RELEASE-MOVEMENT.
           MOVE JR-STUDENT-ID TO SR-STUDENT-ID.
           MOVE 'J' TO SR-REC-TYPE.
           MOVE SPACES TO SR-MAJOR.
           COMPUTE SR-AMOUNT = JR-NEW-BALANCE - JR-OLD-BALANCE.
           IF JR-ACTION = 'LOAD' OR 'ADD' OR 'DISBURSE'
               MOVE 'D' TO SR-COLUMN
           ELSE
               IF JR-ACTION = 'ACCRUAL'
                   MOVE 'I' TO SR-COLUMN
               ELSE
                   IF JR-ACTION = 'FEE'
                       MOVE 'F' TO SR-COLUMN
                   ELSE
                       IF JR-ACTION = 'PAYMENT'
                           MOVE 'P' TO SR-COLUMN
                       ELSE
                           IF JR-ACTION = 'PURGE' OR 'DELETE'
                               OR 'WRITEOFF'
                               MOVE 'X' TO SR-COLUMN
                           ELSE
                               MOVE 'A' TO SR-COLUMN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           RELEASE SORT-REC.
       2900-READ-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-M.
       2910-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE 1 TO EOF-J.
       END PROGRAM lab3rfw.
