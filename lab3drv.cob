      *              ends with RETURN-CODE 16 when the stream stopped
      *              on a failed step (a completed stream still exits
      *              zero).
      *  2026-10-15  Generation backups.  Before each step that updates
      *              the master files the driver copies DA-S-MASTER,
      *              DA-S-ARCMAST, DA-S-PAYHIST, the DA-S-PENDING
      *              approval file and the DA-S-QUOTE payoff quotes
      *              (lab3mnt and lab3upd mark those as they post) into
      *              numbered generation DA-S-GENBKUP and records the
      *              count and last record of DA-S-JOURNAL on
      *              DA-S-GENCTL.  The stream steps that update those
      *              files are backed up by default; a Y or N after the
      *              program name on DA-S-JOBSTRM forces or suppresses
      *              it.  Generations beyond the DA-S-BKUPCTL retention
      *              count (default 5) roll off.  A step whose backup
      *              fails is logged FAILED and not run.  The run log
      *              carries the generation each step started from, the
      *              status report shows it and names the generation to
      *              restore with lab3rst, and a RESTORED log entry from
      *              lab3rst reruns that step and every step after it on
      *              resubmission.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3drv.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNSTAT-FILE ASSIGN TO 'UR-S-RUNSTAT'.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN TO 'DA-S-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL ARCH-MASTER ASSIGN TO 'DA-S-ARCMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-STUDENT-ID.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'DA-S-PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'DA-S-PENDING'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-KEY.
           SELECT OPTIONAL QUOTE-FILE ASSIGN TO 'DA-S-QUOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QH-KEY.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNAL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GENCTL-FILE ASSIGN TO 'DA-S-GENCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-GEN.
           SELECT OPTIONAL GENBKUP-FILE ASSIGN TO 'DA-S-GENBKUP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY.
           SELECT OPTIONAL BKUPCTL-FILE ASSIGN TO 'DA-S-BKUPCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBSTRM-FILE
               LABEL RECORDS ARE OMITTED.
       01  JOBSTRM-REC.
           03 JS-STEP-NAME PIC X(8).
           03 JS-BACKUP PIC X(1).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
           03 RL-RUN-DATE PIC 9(8).
           03 RL-STEP-NAME PIC X(8).
           03 RL-STATUS PIC X(8).
           03 RL-GENERATION PIC 9(5).
       FD  RUNSTAT-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNSTAT-REC PIC X(80).
       FD  STUDENT-MASTER
               LABEL RECORDS ARE STANDARD.
       01  STUDENT-MASTER-REC.
           03 SM-STUDENT-ID PIC X(9).
           03 SM-MASTER-DATA PIC X(553).
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
           03 PH-HIST-DATA PIC X(28).
       FD  PENDING-FILE
               LABEL RECORDS ARE STANDARD.
       01  PENDING-REC.
           03 PD-KEY PIC X(14).
           03 PD-PEND-DATA PIC X(141).
       FD  QUOTE-FILE
               LABEL RECORDS ARE STANDARD.
       01  QUOTE-REC.
           03 QH-KEY PIC X(20).
           03 QH-QUOTE-DATA PIC X(67).
       FD  JOURNAL-FILE
               LABEL RECORDS ARE OMITTED.
       01  JOURNAL-REC PIC X(73).
       FD  GENCTL-FILE
               LABEL RECORDS ARE STANDARD.
       01  GENCTL-REC.
           03 GC-GEN PIC 9(5).
           03 GC-RUN-DATE PIC 9(8).
           03 GC-STEP-NAME PIC X(8).
           03 GC-STATUS PIC X(1).
               88 GC-INCOMPLETE VALUE 'I'.
               88 GC-COMPLETE VALUE 'C'.
           03 GC-MASTER-COUNT PIC 9(7).
           03 GC-ARCH-COUNT PIC 9(7).
           03 GC-PAYH-COUNT PIC 9(7).
           03 GC-PEND-COUNT PIC 9(7).
           03 GC-QUOTE-COUNT PIC 9(7).
           03 GC-JRNL-COUNT PIC 9(7).
           03 GC-JRNL-LAST PIC X(73).
       FD  GENBKUP-FILE
               LABEL RECORDS ARE STANDARD.
       01  GENBKUP-REC.
           03 GB-KEY.
               05 GB-GEN PIC 9(5).
               05 GB-FILE PIC X(1).
                   88 GB-IS-MASTER VALUE 'M'.
                   88 GB-IS-ARCHIVE VALUE 'A'.
                   88 GB-IS-PAYHIST VALUE 'P'.
                   88 GB-IS-PENDING VALUE 'H'.
                   88 GB-IS-QUOTE VALUE 'Q'.
               05 GB-SEQ PIC 9(7).
           03 GB-DATA PIC X(562).
       FD  BKUPCTL-FILE
               LABEL RECORDS ARE OMITTED.
       01  BKUPCTL-REC.
           03 BK-RETAIN PIC 9(3).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-S PIC 9 VALUE 0.
           03 DV-STREAM-SW PIC X(01) VALUE 'Y'.
               88 STREAM-GOOD VALUE 'Y'.
           03 DV-CALL-NAME PIC X(8) VALUE SPACES.
           03 EOF-G PIC 9 VALUE 0.
           03 EOF-B PIC 9 VALUE 0.
           03 DV-RETAIN PIC 9(3) VALUE 0.
           03 DV-LAST-GEN PIC 9(5) VALUE 0.
           03 DV-DROP-GEN PIC 9(5) VALUE 0.
           03 DV-FAILED-GEN PIC 9(5) VALUE 0.
           03 DV-SEQ PIC 9(7) VALUE 0.
           03 DV-RESET-IDX PIC 9(2) VALUE 0.
           03 DV-DEFAULT-IDX PIC 9(2) VALUE 0.
           03 DV-BACKUP-SW PIC X(01) VALUE 'N'.
               88 BACKUP-WANTED VALUE 'Y'.
           03 DV-BKUP-OK-SW PIC X(01) VALUE 'Y'.
               88 BACKUP-GOOD VALUE 'Y'.
       01  STEP-TABLE.
           03 DV-STEP-COUNT PIC 9(2) VALUE 0.
           03 DV-STEP-ENTRY OCCURS 30 TIMES.
               05 DV-STEP-NAME PIC X(8).
               05 DV-STEP-STATUS PIC X(8).
               05 DV-STEP-BACKUP PIC X(1).
               05 DV-STEP-GEN PIC 9(5).
       01  UPDATE-STEP-LIST.
           03 FILLER PIC X(8) VALUE 'LAB3LOAD'.
           03 FILLER PIC X(8) VALUE 'LAB3MNT'.
           03 FILLER PIC X(8) VALUE 'LAB3UPD'.
           03 FILLER PIC X(8) VALUE 'LAB3SCH'.
           03 FILLER PIC X(8) VALUE 'LAB3CHG'.
           03 FILLER PIC X(8) VALUE 'LAB3ARC'.
           03 FILLER PIC X(8) VALUE 'LAB3PRG'.
           03 FILLER PIC X(8) VALUE 'LAB3RCH'.
       01  UPDATE-STEP-TABLE REDEFINES UPDATE-STEP-LIST.
           03 DV-UPDATE-STEP PIC X(8) OCCURS 8 TIMES.
       01  DATA-TRANSFER.
           03 D-STEP-NAME PIC X(8).
       01  RUNSTAT-DATE-LINE.
           03 FILLER PIC X(22) VALUES 'STEP STATUS REPORT FOR'.
           03 SD-RUN-DATE PIC 9(8).
       01  RUNSTAT-HEADING.
           03 FILLER PIC X(10) VALUES 'STEP'.
           03 FILLER PIC X(10) VALUES 'STATUS'.
           03 FILLER PIC X(10) VALUES 'START GEN'.
       01  RUNSTAT-DATA.
           03 SS-STEP-NAME PIC X(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 SS-STATUS PIC X(8).
           03 FILLER PIC X(02) VALUE SPACES.
           03 SS-GEN PIC X(5).
       01  RUNSTAT-RESTORE-LINE.
           03 FILLER PIC X(28) VALUES 'RESTORE GENERATION'.
           03 SR-GEN PIC 9(5).
           03 FILLER PIC X(33)
               VALUES ' WITH LAB3RST BEFORE RESUBMITTING'.
       01  RUNSTAT-STOP-LINE.
           03 FILLER PIC X(40)
               VALUES 'STREAM STOPPED - FIX AND RESUBMIT'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1500-GET-RUN-DATE.
           PERFORM 1550-GET-RETENTION.
           PERFORM 1100-LOAD-STEPS.
           PERFORM 1200-LOAD-RUN-LOG.
           OPEN EXTEND RUNLOG-FILE
               OUTPUT RUNSTAT-FILE
               I-O GENCTL-FILE
               I-O GENBKUP-FILE.
           PERFORM 1600-FIND-LAST-GEN.
           PERFORM 1300-RUN-STEP
               VARYING DV-STEP-IDX FROM 1 BY 1
               UNTIL DV-STEP-IDX > DV-STEP-COUNT.
           PERFORM 1800-PRINT-STATUS.
           CLOSE RUNLOG-FILE
               RUNSTAT-FILE
               GENCTL-FILE
               GENBKUP-FILE.
           IF NOT STREAM-GOOD
               MOVE 16 TO RETURN-CODE
           END-IF.
               ADD 1 TO DV-STEP-COUNT
               MOVE JS-STEP-NAME TO DV-STEP-NAME (DV-STEP-COUNT)
               MOVE 'NOT RUN' TO DV-STEP-STATUS (DV-STEP-COUNT)
               MOVE JS-BACKUP TO DV-STEP-BACKUP (DV-STEP-COUNT)
               MOVE 0 TO DV-STEP-GEN (DV-STEP-COUNT)
           END-IF.
           PERFORM 1150-READ-STEP.
       1200-LOAD-RUN-LOG.
               AT END MOVE 1 TO EOF-L.
       1260-APPLY-LOG-ENTRY.
           IF RL-RUN-DATE = DV-RUN-DATE
               IF RL-GENERATION NOT NUMERIC
                   MOVE 0 TO RL-GENERATION
               END-IF
               MOVE 0 TO DV-RESET-IDX
               PERFORM 1270-MARK-STEP
                   VARYING DV-LOG-IDX FROM 1 BY 1
                   UNTIL DV-LOG-IDX > DV-STEP-COUNT
               IF DV-RESET-IDX > 0
                   PERFORM 1280-RESET-STEP
                       VARYING DV-LOG-IDX FROM DV-RESET-IDX BY 1
                       UNTIL DV-LOG-IDX > DV-STEP-COUNT
               END-IF
           END-IF.
           PERFORM 1250-READ-RUN-LOG.
       1270-MARK-STEP.
           IF DV-STEP-NAME (DV-LOG-IDX) = RL-STEP-NAME
               IF RL-STATUS = 'RESTORED'
                   MOVE DV-LOG-IDX TO DV-RESET-IDX
               ELSE
                   IF RL-STATUS = 'COMPLETE'
                       MOVE 'PRIOR OK' TO DV-STEP-STATUS (DV-LOG-IDX)
                   ELSE
                       MOVE 'NOT RUN' TO DV-STEP-STATUS (DV-LOG-IDX)
                   END-IF
                   IF RL-STATUS = 'START'
                       MOVE RL-GENERATION TO DV-STEP-GEN (DV-LOG-IDX)
                   END-IF
               END-IF
           END-IF.
       1280-RESET-STEP.
           MOVE 'NOT RUN' TO DV-STEP-STATUS (DV-LOG-IDX).
           MOVE 0 TO DV-STEP-GEN (DV-LOG-IDX).
       1300-RUN-STEP.
           IF STREAM-GOOD
               IF DV-STEP-STATUS (DV-STEP-IDX) = 'PRIOR OK'
           END-IF.
       1350-CALL-STEP.
           MOVE DV-STEP-NAME (DV-STEP-IDX) TO DV-CALL-NAME.
           MOVE 0 TO DV-STEP-GEN (DV-STEP-IDX).
           PERFORM 1360-CHECK-BACKUP.
           IF BACKUP-WANTED
               PERFORM 1400-TAKE-BACKUP
           END-IF.
           MOVE 'START' TO RL-STATUS.
           PERFORM 1900-WRITE-RUN-LOG.
           MOVE 0 TO RETURN-CODE.
           IF BACKUP-GOOD
               CALL DV-CALL-NAME
                   ON EXCEPTION
                       MOVE 'N' TO DV-STREAM-SW
               END-CALL
           ELSE
               MOVE 'N' TO DV-STREAM-SW
               DISPLAY 'LAB3DRV: GENERATION BACKUP FAILED'
           END-IF.
           IF STREAM-GOOD
               AND RETURN-CODE NOT = 0
               MOVE 'N' TO DV-STREAM-SW
               MOVE 'FAILED' TO RL-STATUS
               PERFORM 1900-WRITE-RUN-LOG
               MOVE 'FAILED' TO DV-STEP-STATUS (DV-STEP-IDX)
               IF BACKUP-GOOD
                   MOVE DV-STEP-GEN (DV-STEP-IDX) TO DV-FAILED-GEN
               END-IF
               DISPLAY 'LAB3DRV: STEP FAILED - STREAM STOPPED'
               DISPLAY DV-CALL-NAME
           END-IF.
       1360-CHECK-BACKUP.
           MOVE 'N' TO DV-BACKUP-SW.
           MOVE 'Y' TO DV-BKUP-OK-SW.
           IF DV-STEP-BACKUP (DV-STEP-IDX) = 'Y'
               MOVE 'Y' TO DV-BACKUP-SW
           ELSE
               IF DV-STEP-BACKUP (DV-STEP-IDX) NOT = 'N'
                   MOVE DV-CALL-NAME TO D-STEP-NAME
                   INSPECT D-STEP-NAME CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM 1365-CHECK-UPDATE-STEP
                       VARYING DV-DEFAULT-IDX FROM 1 BY 1
                       UNTIL DV-DEFAULT-IDX > 8
                           OR BACKUP-WANTED
               END-IF
           END-IF.
       1365-CHECK-UPDATE-STEP.
           IF DV-UPDATE-STEP (DV-DEFAULT-IDX) = D-STEP-NAME
               MOVE 'Y' TO DV-BACKUP-SW
           END-IF.
       1400-TAKE-BACKUP.
           ADD 1 TO DV-LAST-GEN.
           MOVE DV-LAST-GEN TO DV-STEP-GEN (DV-STEP-IDX).
           INITIALIZE GENCTL-REC.
           MOVE DV-LAST-GEN TO GC-GEN.
           MOVE DV-RUN-DATE TO GC-RUN-DATE.
           MOVE DV-CALL-NAME TO GC-STEP-NAME.
           MOVE 'I' TO GC-STATUS.
           WRITE GENCTL-REC
               INVALID KEY
                   MOVE 'N' TO DV-BKUP-OK-SW
           END-WRITE.
           IF BACKUP-GOOD
               PERFORM 1410-BACKUP-MASTER
               PERFORM 1420-BACKUP-ARCHIVE
               PERFORM 1430-BACKUP-PAYHIST
               PERFORM 1490-BACKUP-PENDING
               PERFORM 1495-BACKUP-QUOTE
               PERFORM 1440-MARK-JOURNAL-END
           END-IF.
           IF BACKUP-GOOD
               MOVE 'C' TO GC-STATUS
               REWRITE GENCTL-REC
                   INVALID KEY
                       MOVE 'N' TO DV-BKUP-OK-SW
               END-REWRITE
           END-IF.
           IF BACKUP-GOOD
               PERFORM 1450-ROLL-OFF
           END-IF.
       1410-BACKUP-MASTER.
           MOVE 0 TO DV-SEQ.
           MOVE 0 TO EOF-B.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 1415-READ-MASTER.
           PERFORM 1417-COPY-MASTER
               UNTIL EOF-B = 1.
           CLOSE STUDENT-MASTER.
           MOVE DV-SEQ TO GC-MASTER-COUNT.
       1415-READ-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-B.
       1417-COPY-MASTER.
           MOVE 'M' TO GB-FILE.
           MOVE STUDENT-MASTER-REC TO GB-DATA.
           PERFORM 1480-WRITE-BACKUP.
           PERFORM 1415-READ-MASTER.
       1420-BACKUP-ARCHIVE.
           MOVE 0 TO DV-SEQ.
           MOVE 0 TO EOF-B.
           OPEN INPUT ARCH-MASTER.
           PERFORM 1425-READ-ARCHIVE.
           PERFORM 1427-COPY-ARCHIVE
               UNTIL EOF-B = 1.
           CLOSE ARCH-MASTER.
           MOVE DV-SEQ TO GC-ARCH-COUNT.
       1425-READ-ARCHIVE.
           READ ARCH-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-B.
       1427-COPY-ARCHIVE.
           MOVE 'A' TO GB-FILE.
           MOVE ARCH-MASTER-REC TO GB-DATA.
           PERFORM 1480-WRITE-BACKUP.
           PERFORM 1425-READ-ARCHIVE.
       1430-BACKUP-PAYHIST.
           MOVE 0 TO DV-SEQ.
           MOVE 0 TO EOF-B.
           OPEN INPUT PAYHIST-FILE.
           PERFORM 1435-READ-PAYHIST.
           PERFORM 1437-COPY-PAYHIST
               UNTIL EOF-B = 1.
           CLOSE PAYHIST-FILE.
           MOVE DV-SEQ TO GC-PAYH-COUNT.
       1435-READ-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-B.
       1437-COPY-PAYHIST.
           MOVE 'P' TO GB-FILE.
           MOVE PAYHIST-REC TO GB-DATA.
           PERFORM 1480-WRITE-BACKUP.
           PERFORM 1435-READ-PAYHIST.
       1440-MARK-JOURNAL-END.
           MOVE 0 TO DV-SEQ.
           MOVE 0 TO EOF-B.
           OPEN INPUT JOURNAL-FILE.
           PERFORM 1445-READ-JOURNAL.
           PERFORM 1447-COUNT-JOURNAL
               UNTIL EOF-B = 1.
           CLOSE JOURNAL-FILE.
           MOVE DV-SEQ TO GC-JRNL-COUNT.
       1445-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE 1 TO EOF-B.
       1447-COUNT-JOURNAL.
           ADD 1 TO DV-SEQ.
           MOVE JOURNAL-REC TO GC-JRNL-LAST.
           PERFORM 1445-READ-JOURNAL.
       1450-ROLL-OFF.
           IF DV-LAST-GEN > DV-RETAIN
               COMPUTE DV-DROP-GEN = DV-LAST-GEN - DV-RETAIN
               MOVE 0 TO EOF-G
               PERFORM 1460-DROP-OLD-GEN
                   UNTIL EOF-G = 1
           END-IF.
       1460-DROP-OLD-GEN.
           MOVE LOW-VALUES TO GENCTL-REC.
           START GENCTL-FILE KEY > GC-GEN
               INVALID KEY MOVE 1 TO EOF-G
           END-START.
           IF EOF-G = 0
               READ GENCTL-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-G
               END-READ
           END-IF.
           IF EOF-G = 0
               IF GC-GEN > DV-DROP-GEN
                   MOVE 1 TO EOF-G
               ELSE
                   MOVE 0 TO EOF-B
                   PERFORM 1470-DROP-BACKUP-REC
                       UNTIL EOF-B = 1
                   DELETE GENCTL-FILE
                       INVALID KEY MOVE 1 TO EOF-G
                   END-DELETE
               END-IF
           END-IF.
       1470-DROP-BACKUP-REC.
           MOVE GC-GEN TO GB-GEN.
           MOVE LOW-VALUES TO GB-FILE.
           MOVE 0 TO GB-SEQ.
           START GENBKUP-FILE KEY NOT < GB-KEY
               INVALID KEY MOVE 1 TO EOF-B
           END-START.
           IF EOF-B = 0
               READ GENBKUP-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-B
               END-READ
           END-IF.
           IF EOF-B = 0
               IF GB-GEN NOT = GC-GEN
                   MOVE 1 TO EOF-B
               ELSE
                   DELETE GENBKUP-FILE
                       INVALID KEY MOVE 1 TO EOF-B
                   END-DELETE
               END-IF
           END-IF.
       1480-WRITE-BACKUP.
           ADD 1 TO DV-SEQ.
           MOVE DV-LAST-GEN TO GB-GEN.
           MOVE DV-SEQ TO GB-SEQ.
           WRITE GENBKUP-REC
               INVALID KEY
                   MOVE 'N' TO DV-BKUP-OK-SW
           END-WRITE.
       1490-BACKUP-PENDING.
           MOVE 0 TO DV-SEQ.
           MOVE 0 TO EOF-B.
           OPEN INPUT PENDING-FILE.
           PERFORM 1492-READ-PENDING.
           PERFORM 1494-COPY-PENDING
               UNTIL EOF-B = 1.
           CLOSE PENDING-FILE.
           MOVE DV-SEQ TO GC-PEND-COUNT.
       1492-READ-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-B.
       1494-COPY-PENDING.
           MOVE 'H' TO GB-FILE.
           MOVE PENDING-REC TO GB-DATA.
           PERFORM 1480-WRITE-BACKUP.
           PERFORM 1492-READ-PENDING.
       1495-BACKUP-QUOTE.
           MOVE 0 TO DV-SEQ.
           MOVE 0 TO EOF-B.
           OPEN INPUT QUOTE-FILE.
           PERFORM 1497-READ-QUOTE.
           PERFORM 1499-COPY-QUOTE
               UNTIL EOF-B = 1.
           CLOSE QUOTE-FILE.
           MOVE DV-SEQ TO GC-QUOTE-COUNT.
       1497-READ-QUOTE.
           READ QUOTE-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-B.
       1499-COPY-QUOTE.
           MOVE 'Q' TO GB-FILE.
           MOVE QUOTE-REC TO GB-DATA.
           PERFORM 1480-WRITE-BACKUP.
           PERFORM 1497-READ-QUOTE.
       1500-GET-RUN-DATE.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE INTO DV-RUN-DATE
               OR DV-RUN-DATE = 0
               ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       1550-GET-RETENTION.
           OPEN INPUT BKUPCTL-FILE.
           READ BKUPCTL-FILE INTO DV-RETAIN
               AT END MOVE 0 TO DV-RETAIN.
           CLOSE BKUPCTL-FILE.
           IF DV-RETAIN NOT NUMERIC
               OR DV-RETAIN = 0
               MOVE 5 TO DV-RETAIN
           END-IF.
       1600-FIND-LAST-GEN.
           MOVE 0 TO DV-LAST-GEN.
           MOVE 0 TO EOF-G.
           MOVE LOW-VALUES TO GENCTL-REC.
           START GENCTL-FILE KEY > GC-GEN
               INVALID KEY MOVE 1 TO EOF-G
           END-START.
           PERFORM 1650-READ-GENCTL
               UNTIL EOF-G = 1.
       1650-READ-GENCTL.
           READ GENCTL-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-G
               NOT AT END MOVE GC-GEN TO DV-LAST-GEN
           END-READ.
       1800-PRINT-STATUS.
           MOVE DV-RUN-DATE TO SD-RUN-DATE.
           WRITE RUNSTAT-REC FROM RUNSTAT-DATE-LINE.
           ELSE
               WRITE RUNSTAT-REC FROM RUNSTAT-STOP-LINE
                   AFTER ADVANCING 1 LINE
               IF DV-FAILED-GEN > 0
                   MOVE DV-FAILED-GEN TO SR-GEN
                   WRITE RUNSTAT-REC FROM RUNSTAT-RESTORE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       1850-PRINT-STEP.
           MOVE DV-STEP-NAME (DV-STEP-IDX) TO SS-STEP-NAME.
           MOVE DV-STEP-STATUS (DV-STEP-IDX) TO SS-STATUS.
           IF DV-STEP-GEN (DV-STEP-IDX) > 0
               MOVE DV-STEP-GEN (DV-STEP-IDX) TO SS-GEN
           ELSE
               MOVE SPACES TO SS-GEN
           END-IF.
           WRITE RUNSTAT-REC FROM RUNSTAT-DATA
               AFTER ADVANCING 1 LINE.
       1900-WRITE-RUN-LOG.
           MOVE DV-RUN-DATE TO RL-RUN-DATE.
           MOVE DV-CALL-NAME TO RL-STEP-NAME.
           MOVE DV-STEP-GEN (DV-STEP-IDX) TO RL-GENERATION.
           WRITE RUNLOG-REC
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab3drv.
