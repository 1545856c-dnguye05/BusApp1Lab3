      *              portion alongside each SM-PAYMENTS slot, kept by
      *              lab3upd as payments post); layout picked up here
      *              so the record length matches.
      *  2026-10-15  Deferment and forbearance.  The master record grew
      *              SM-DEFER-TYPE/SM-DEFER-START/SM-DEFER-END (set
      *              through lab3mnt).  While a deferment is in force
      *              (start date reached, end date not yet passed) the
      *              schedule is left alone - no installment rolls into
      *              SM-PAST-DUE.  The first night after the end date
      *              the deferment is closed out: any unpaid accrued
      *              interest (SM-LN-INT-ACCRUED per loan and
      *              SM-INT-ACCRUED, already carried in the balances)
      *              is capitalized - cleared from the accrued buckets
      *              so it is owed as principal from then on - the
      *              installment is recomputed from the balance, the
      *              schedule restarts one month out with nothing past
      *              due, and the deferment type is cleared.  Each
      *              close-out prints on UR-S-SCHEDREG and writes a
      *              CAPITALIZE journal entry (balance unchanged,
      *              capitalized interest in JR-INT-PORTION).
      *  2026-10-15  The master record grew charge-off fields
      *              (SM-CHGOFF-STATUS, SM-CHGOFF-DATE,
      *              SM-CHGOFF-AMOUNT, SM-RECOVERED - set by the
      *              lab3chg charge-off run and lab3upd recoveries);
      *              layout picked up here so the record length
      *              matches.  The charge-off run zeroes SM-BALANCE
      *              and the installment, so a charged-off student's
      *              schedule is no longer advanced with no further
      *              change here.
      *  2026-10-15  DA-S-JOURNAL grew JR-OPERATOR, the ID of the
      *              operator who keyed the change (carried by lab3upd
      *              and lab3mnt from DA-S-TRANS and DA-S-MAINT);
      *              layout picked up here so the record length
      *              matches.  Entries from this scheduled run have no
      *              keying operator and carry BATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3sch.
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
           03 JR-NEW-NBR-PMTS PIC 9(2).
           03 JR-INT-PORTION PIC 9(4)V9(2).
           03 JR-PRIN-PORTION PIC 9(4)V9(2).
           03 JR-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 SC-FLAG-COUNT PIC 9(6) VALUE 0.
           03 SC-ROLLED PIC X(01) VALUE 'N'.
               88 INSTALLMENT-ROLLED VALUE 'Y'.
           03 SC-DEFER-SW PIC X(01) VALUE 'N'.
               88 DEFERMENT-ACTIVE VALUE 'Y'.
           03 SC-END-COUNT PIC 9(6) VALUE 0.
           03 SC-CAP-AMOUNT PIC 9(5)V9(2) VALUE 0.
           03 LN-IDX PIC 9(2) VALUE 0.
       01  JOURNAL-DATA.
           03 JD-ACTION PIC X(10) VALUE SPACES.
           03 JD-INT-PORTION PIC 9(4)V9(2) VALUE 0.
       01  MONTH-DATE-WORK.
           03 MD-DATE PIC 9(8).
           03 MD-SPLIT REDEFINES MD-DATE.
           03 RG-PAST-DUE PIC Z(4)9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 RG-NEXT-DUE PIC 9(8).
       01  REGISTER-CAP-DATA.
           03 RC-STUDENT-ID PIC X(9).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RC-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(23) VALUES 'DEFERMENT ENDED - CAP'.
           03 RC-CAP-AMOUNT PIC Z(4)9.99.
       01  REGISTER-TOTAL-LINE.
           03 FILLER PIC X(30) VALUES 'RECORDS FLAGGED'.
           03 RT-FLAG-COUNT PIC ZZZZZ9.
       01  REGISTER-END-LINE.
           03 FILLER PIC X(30) VALUES 'DEFERMENTS ENDED'.
           03 RT-END-COUNT PIC ZZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN I-O STUDENT-MASTER
               JOURNAL-FILE.
           GOBACK.
       1000-LOOP.
           PERFORM 1050-CHECK-DEFERMENT.
           IF NOT DEFERMENT-ACTIVE
               AND SM-BALANCE IS NUMERIC
               AND SM-BALANCE > 0
               AND SM-INST-AMOUNT IS NUMERIC
               AND SM-INST-AMOUNT > 0
               PERFORM 1100-CHECK-SCHEDULE
           END-IF.
           PERFORM 2000-READ-MASTER.
       1050-CHECK-DEFERMENT.
           MOVE 'N' TO SC-DEFER-SW.
           IF SM-DEFER-TYPE NOT = SPACES
               AND SM-DEFER-START IS NUMERIC
               AND SM-DEFER-END IS NUMERIC
               IF SM-DEFER-END < SC-RUN-DATE
                   PERFORM 1600-END-DEFERMENT
               ELSE
                   IF SM-DEFER-START NOT > SC-RUN-DATE
                       MOVE 'Y' TO SC-DEFER-SW
                   END-IF
               END-IF
           END-IF.
       1100-CHECK-SCHEDULE.
           MOVE 'N' TO SC-ROLLED.
           PERFORM 1200-ROLL-INSTALLMENT
                       DISPLAY SM-STUDENT-ID
                   NOT INVALID KEY
                       ADD 1 TO SC-FLAG-COUNT
                       MOVE 'SCHEDULE' TO JD-ACTION
                       MOVE 0 TO JD-INT-PORTION
                       PERFORM 1950-WRITE-JOURNAL
                       PERFORM 1900-WRITE-REGISTER
               END-REWRITE
           IF MD-DAY > 28
               MOVE 28 TO MD-DAY
           END-IF.
       1600-END-DEFERMENT.
           MOVE 0 TO SC-CAP-AMOUNT.
           IF SM-INT-ACCRUED IS NUMERIC
               ADD SM-INT-ACCRUED TO SC-CAP-AMOUNT
           END-IF.
           MOVE 0 TO SM-INT-ACCRUED.
           IF SM-NBR-LOANS IS NUMERIC
               PERFORM 1620-CAPITALIZE-LOAN
                   VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > SM-NBR-LOANS
           END-IF.
           MOVE SPACES TO SM-DEFER-TYPE.
           MOVE 0 TO SM-PAST-DUE.
           MOVE 0 TO SM-OLDEST-DUE-DATE.
           IF SM-BALANCE IS NUMERIC
               AND SM-BALANCE > 0
               COMPUTE SM-INST-AMOUNT ROUNDED = SM-BALANCE / 12
               IF SM-INST-AMOUNT = 0
                   MOVE 0.01 TO SM-INST-AMOUNT
               END-IF
               MOVE SC-RUN-DATE TO MD-DATE
               PERFORM 1300-ADVANCE-MONTH
               MOVE MD-DATE TO SM-NEXT-DUE-DATE
           END-IF.
           REWRITE STUDENT-MASTER-REC
               INVALID KEY
                   DISPLAY 'LAB3SCH: REWRITE FAILED FOR '
                   DISPLAY SM-STUDENT-ID
               NOT INVALID KEY
                   ADD 1 TO SC-END-COUNT
                   MOVE 'CAPITALIZE' TO JD-ACTION
                   MOVE SC-CAP-AMOUNT TO JD-INT-PORTION
                   PERFORM 1950-WRITE-JOURNAL
                   PERFORM 1910-WRITE-CAP-REGISTER
           END-REWRITE.
       1620-CAPITALIZE-LOAN.
           IF SM-LN-INT-ACCRUED (LN-IDX) IS NUMERIC
               ADD SM-LN-INT-ACCRUED (LN-IDX) TO SC-CAP-AMOUNT
           END-IF.
           MOVE 0 TO SM-LN-INT-ACCRUED (LN-IDX).
       1400-PRINT-HEAD.
           WRITE SCHEDREG-REC FROM REGISTER-HEADING.
           MOVE SPACES TO SCHEDREG-REC.
           MOVE SC-FLAG-COUNT TO RT-FLAG-COUNT.
           WRITE SCHEDREG-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SC-END-COUNT TO RT-END-COUNT.
           WRITE SCHEDREG-REC FROM REGISTER-END-LINE
               AFTER ADVANCING 1 LINE.
       1900-WRITE-REGISTER.
           MOVE SM-STUDENT-ID TO RG-STUDENT-ID.
           MOVE SM-NAME TO RG-NAME.
           MOVE SM-NEXT-DUE-DATE TO RG-NEXT-DUE.
           WRITE SCHEDREG-REC FROM REGISTER-DATA
               AFTER ADVANCING 1 LINE.
       1910-WRITE-CAP-REGISTER.
           MOVE SM-STUDENT-ID TO RC-STUDENT-ID.
           MOVE SM-NAME TO RC-NAME.
           MOVE SC-CAP-AMOUNT TO RC-CAP-AMOUNT.
           WRITE SCHEDREG-REC FROM REGISTER-CAP-DATA
               AFTER ADVANCING 1 LINE.
       1950-WRITE-JOURNAL.
           MOVE SC-RUN-DATE TO JR-RUN-DATE.
           MOVE JD-INT-PORTION TO JR-INT-PORTION.
           MOVE 0 TO JR-PRIN-PORTION.
           MOVE 'LAB3SCH' TO JR-PROGRAM.
           MOVE JD-ACTION TO JR-ACTION.
           MOVE SM-STUDENT-ID TO JR-STUDENT-ID.
           MOVE SM-BALANCE TO JR-OLD-BALANCE.
           MOVE SM-BALANCE TO JR-NEW-BALANCE.
           MOVE SM-NBR-PAYMENTS TO JR-OLD-NBR-PMTS.
           MOVE SM-NBR-PAYMENTS TO JR-NEW-NBR-PMTS.
           MOVE 'BATCH' TO JR-OPERATOR.
           WRITE JOURNAL-REC
               AFTER ADVANCING 1 LINE.
       2000-READ-MASTER.
