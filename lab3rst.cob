      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab3rst - generation restore.  lab3drv takes a
      *         numbered generation backup of DA-S-MASTER, DA-S-ARCMAST,
      *         DA-S-PAYHIST, DA-S-PENDING and DA-S-QUOTE on
      *         DA-S-GENBKUP, and records the end of DA-S-JOURNAL on
      *         DA-S-GENCTL, before each step that updates them.  This
      *         run puts all of those files back together to the
      *         generation named on DA-S-RSTGEN (the latest complete
      *         generation when that file is absent or zero): the five
      *         keyed files are reloaded from the backup and the
      *         journal is cut back to the records it held when the
      *         backup was taken, so the failed step can be rerun from
      *         a clean start.  The restore is refused, with nothing
      *         touched, when the generation is not on file or never
      *         completed, or when the journal no longer matches it
      *         (shorter than the backup, or a different record where
      *         the backup's last record was).  A RESTORED entry is
      *         added to DA-S-RUNLOG for the step the generation was
      *         taken before, so lab3drv reruns that step and every
      *         step after it when the stream is resubmitted.
      *         UR-S-RESTORE shows the generation, the counts restored
      *         and the journal records removed.  The run ends with
      *         RETURN-CODE 16 when the restore is refused or the
      *         counts do not agree with the backup.
      *Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3rst.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RSTGEN-FILE ASSIGN TO 'DA-S-RSTGEN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GENCTL-FILE ASSIGN TO 'DA-S-GENCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-GEN.
           SELECT OPTIONAL GENBKUP-FILE ASSIGN TO 'DA-S-GENBKUP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY.
           SELECT STUDENT-MASTER ASSIGN TO 'DA-S-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID.
           SELECT ARCH-MASTER ASSIGN TO 'DA-S-ARCMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-STUDENT-ID.
           SELECT PAYHIST-FILE ASSIGN TO 'DA-S-PAYHIST'
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
           SELECT JRNWORK-FILE ASSIGN TO 'DA-S-JRNWORK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORE-FILE ASSIGN TO 'UR-S-RESTORE'.
       DATA DIVISION.
       FILE SECTION.
       FD  RSTGEN-FILE
               LABEL RECORDS ARE OMITTED.
       01  RSTGEN-REC PIC X(5).
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
       FD  JRNWORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  JRNWORK-REC PIC X(73).
       FD  RUNLOG-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNLOG-REC.
           03 RL-RUN-DATE PIC 9(8).
           03 RL-STEP-NAME PIC X(8).
           03 RL-STATUS PIC X(8).
           03 RL-GENERATION PIC 9(5).
       FD  RESTORE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RESTORE-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-G PIC 9 VALUE 0.
           03 EOF-B PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 RS-GEN PIC 9(5) VALUE 0.
           03 RS-JRNL-TOTAL PIC 9(7) VALUE 0.
           03 RS-JRNL-KEPT PIC 9(7) VALUE 0.
           03 RS-JRNL-DROPPED PIC 9(7) VALUE 0.
           03 RS-MASTER-COUNT PIC 9(7) VALUE 0.
           03 RS-ARCH-COUNT PIC 9(7) VALUE 0.
           03 RS-PAYH-COUNT PIC 9(7) VALUE 0.
           03 RS-PEND-COUNT PIC 9(7) VALUE 0.
           03 RS-QUOTE-COUNT PIC 9(7) VALUE 0.
           03 RS-FILE-CODE PIC X(1) VALUE SPACES.
           03 RS-OK-SW PIC X(01) VALUE 'Y'.
               88 RESTORE-GOOD VALUE 'Y'.
           03 RS-REASON PIC X(40) VALUE SPACES.
           03 RS-WRITTEN-SW PIC X(01) VALUE 'N'.
               88 FILES-REWRITTEN VALUE 'Y'.
       01  RESTORE-TITLE-LINE.
           03 FILLER PIC X(26) VALUES 'RESTORE OF GENERATION'.
           03 RT-GEN PIC 9(5).
       01  RESTORE-TAKEN-LINE.
           03 FILLER PIC X(20) VALUES 'TAKEN BEFORE STEP'.
           03 RK-STEP-NAME PIC X(8).
           03 FILLER PIC X(10) VALUES '  RUN DATE'.
           03 FILLER PIC X(01) VALUE SPACES.
           03 RK-RUN-DATE PIC 9(8).
       01  RESTORE-HEADING.
           03 FILLER PIC X(30) VALUES 'FILE'.
           03 FILLER PIC X(11) VALUES '     BACKUP'.
           03 FILLER PIC X(12) VALUES '    RESTORED'.
       01  RESTORE-DATA.
           03 RD-LABEL PIC X(30).
           03 RD-BACKUP PIC Z(6)9B(4).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RD-RESTORED PIC Z(6)9.
       01  RESTORE-RESULT-LINE.
           03 RR-RESULT PIC X(18).
           03 RR-REASON PIC X(40).
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT GENCTL-FILE
               OUTPUT RESTORE-FILE.
           PERFORM 1100-GET-GENERATION.
           PERFORM 1200-CHECK-GENERATION.
           IF RESTORE-GOOD
               PERFORM 1300-CHECK-JOURNAL
           END-IF.
           IF RESTORE-GOOD
               MOVE 'Y' TO RS-WRITTEN-SW
               OPEN INPUT GENBKUP-FILE
               PERFORM 1400-RESTORE-MASTER
               PERFORM 1420-RESTORE-ARCHIVE
               PERFORM 1440-RESTORE-PAYHIST
               PERFORM 1452-RESTORE-PENDING
               PERFORM 1456-RESTORE-QUOTE
               CLOSE GENBKUP-FILE
               PERFORM 1460-TRIM-JOURNAL
               PERFORM 1490-CHECK-COUNTS
               IF RESTORE-GOOD
                   PERFORM 1700-WRITE-RUN-LOG
               END-IF
           END-IF.
           PERFORM 1800-PRINT-REPORT.
           CLOSE GENCTL-FILE
               RESTORE-FILE.
           IF NOT RESTORE-GOOD
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
       1100-GET-GENERATION.
           OPEN INPUT RSTGEN-FILE.
           READ RSTGEN-FILE INTO RS-GEN
               AT END MOVE 0 TO RS-GEN.
           CLOSE RSTGEN-FILE.
           IF RS-GEN NOT NUMERIC
               OR RS-GEN = 0
               MOVE 0 TO RS-GEN
               PERFORM 1150-FIND-LATEST
           END-IF.
       1150-FIND-LATEST.
           MOVE 0 TO EOF-G.
           MOVE LOW-VALUES TO GENCTL-REC.
           START GENCTL-FILE KEY > GC-GEN
               INVALID KEY MOVE 1 TO EOF-G
           END-START.
           PERFORM 1160-READ-GENCTL
               UNTIL EOF-G = 1.
       1160-READ-GENCTL.
           READ GENCTL-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-G
               NOT AT END
                   IF GC-COMPLETE
                       MOVE GC-GEN TO RS-GEN
                   END-IF
           END-READ.
       1200-CHECK-GENERATION.
           MOVE RS-GEN TO GC-GEN.
           READ GENCTL-FILE
               INVALID KEY
                   MOVE 'N' TO RS-OK-SW
                   MOVE 'GENERATION NOT ON FILE' TO RS-REASON
               NOT INVALID KEY
                   IF NOT GC-COMPLETE
                       MOVE 'N' TO RS-OK-SW
                       MOVE 'GENERATION BACKUP INCOMPLETE'
                           TO RS-REASON
                   END-IF
           END-READ.
       1300-CHECK-JOURNAL.
           MOVE 0 TO RS-JRNL-TOTAL.
           MOVE 0 TO EOF-J.
           OPEN INPUT JOURNAL-FILE.
           PERFORM 1350-READ-JOURNAL.
           PERFORM 1310-COMPARE-JOURNAL
               UNTIL EOF-J = 1.
           CLOSE JOURNAL-FILE.
           IF RESTORE-GOOD
               IF RS-JRNL-TOTAL < GC-JRNL-COUNT
                   MOVE 'N' TO RS-OK-SW
                   MOVE 'JOURNAL SHORTER THAN BACKUP' TO RS-REASON
               ELSE
                   COMPUTE RS-JRNL-DROPPED =
                       RS-JRNL-TOTAL - GC-JRNL-COUNT
               END-IF
           END-IF.
       1310-COMPARE-JOURNAL.
           ADD 1 TO RS-JRNL-TOTAL.
           IF RS-JRNL-TOTAL = GC-JRNL-COUNT
               AND JOURNAL-REC NOT = GC-JRNL-LAST
               MOVE 'N' TO RS-OK-SW
               MOVE 'JOURNAL DOES NOT MATCH BACKUP' TO RS-REASON
           END-IF.
           PERFORM 1350-READ-JOURNAL.
       1350-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE 1 TO EOF-J.
       1400-RESTORE-MASTER.
           MOVE 0 TO RS-MASTER-COUNT.
           MOVE 'M' TO RS-FILE-CODE.
           OPEN OUTPUT STUDENT-MASTER.
           PERFORM 1480-START-BACKUP.
           PERFORM 1410-LOAD-MASTER
               UNTIL EOF-B = 1.
           CLOSE STUDENT-MASTER.
       1410-LOAD-MASTER.
           WRITE STUDENT-MASTER-REC FROM GB-DATA
               INVALID KEY
                   MOVE 'N' TO RS-OK-SW
                   MOVE 'MASTER RECORD OUT OF SEQUENCE' TO RS-REASON
               NOT INVALID KEY
                   ADD 1 TO RS-MASTER-COUNT
           END-WRITE.
           PERFORM 1485-READ-BACKUP.
       1420-RESTORE-ARCHIVE.
           MOVE 0 TO RS-ARCH-COUNT.
           MOVE 'A' TO RS-FILE-CODE.
           OPEN OUTPUT ARCH-MASTER.
           PERFORM 1480-START-BACKUP.
           PERFORM 1430-LOAD-ARCHIVE
               UNTIL EOF-B = 1.
           CLOSE ARCH-MASTER.
       1430-LOAD-ARCHIVE.
           WRITE ARCH-MASTER-REC FROM GB-DATA
               INVALID KEY
                   MOVE 'N' TO RS-OK-SW
                   MOVE 'ARCHIVE RECORD OUT OF SEQUENCE' TO RS-REASON
               NOT INVALID KEY
                   ADD 1 TO RS-ARCH-COUNT
           END-WRITE.
           PERFORM 1485-READ-BACKUP.
       1440-RESTORE-PAYHIST.
           MOVE 0 TO RS-PAYH-COUNT.
           MOVE 'P' TO RS-FILE-CODE.
           OPEN OUTPUT PAYHIST-FILE.
           PERFORM 1480-START-BACKUP.
           PERFORM 1450-LOAD-PAYHIST
               UNTIL EOF-B = 1.
           CLOSE PAYHIST-FILE.
       1450-LOAD-PAYHIST.
           WRITE PAYHIST-REC FROM GB-DATA
               INVALID KEY
                   MOVE 'N' TO RS-OK-SW
                   MOVE 'PAYHIST RECORD OUT OF SEQUENCE' TO RS-REASON
               NOT INVALID KEY
                   ADD 1 TO RS-PAYH-COUNT
           END-WRITE.
           PERFORM 1485-READ-BACKUP.
       1452-RESTORE-PENDING.
           MOVE 0 TO RS-PEND-COUNT.
           MOVE 'H' TO RS-FILE-CODE.
           OPEN OUTPUT PENDING-FILE.
           PERFORM 1480-START-BACKUP.
           PERFORM 1454-LOAD-PENDING
               UNTIL EOF-B = 1.
           CLOSE PENDING-FILE.
       1454-LOAD-PENDING.
           WRITE PENDING-REC FROM GB-DATA
               INVALID KEY
                   MOVE 'N' TO RS-OK-SW
                   MOVE 'PENDING RECORD OUT OF SEQUENCE' TO RS-REASON
               NOT INVALID KEY
                   ADD 1 TO RS-PEND-COUNT
           END-WRITE.
           PERFORM 1485-READ-BACKUP.
       1456-RESTORE-QUOTE.
           MOVE 0 TO RS-QUOTE-COUNT.
           MOVE 'Q' TO RS-FILE-CODE.
           OPEN OUTPUT QUOTE-FILE.
           PERFORM 1480-START-BACKUP.
           PERFORM 1458-LOAD-QUOTE
               UNTIL EOF-B = 1.
           CLOSE QUOTE-FILE.
       1458-LOAD-QUOTE.
           WRITE QUOTE-REC FROM GB-DATA
               INVALID KEY
                   MOVE 'N' TO RS-OK-SW
                   MOVE 'QUOTE RECORD OUT OF SEQUENCE' TO RS-REASON
               NOT INVALID KEY
                   ADD 1 TO RS-QUOTE-COUNT
           END-WRITE.
           PERFORM 1485-READ-BACKUP.
       1460-TRIM-JOURNAL.
           MOVE 0 TO RS-JRNL-KEPT.
           MOVE 0 TO EOF-J.
           OPEN INPUT JOURNAL-FILE
               OUTPUT JRNWORK-FILE.
           PERFORM 1350-READ-JOURNAL.
           PERFORM 1465-COPY-TO-WORK
               UNTIL EOF-J = 1
                   OR RS-JRNL-KEPT = GC-JRNL-COUNT.
           CLOSE JOURNAL-FILE
               JRNWORK-FILE.
           MOVE 0 TO EOF-J.
           OPEN INPUT JRNWORK-FILE
               OUTPUT JOURNAL-FILE.
           PERFORM 1475-READ-WORK.
           PERFORM 1470-COPY-FROM-WORK
               UNTIL EOF-J = 1.
           CLOSE JRNWORK-FILE
               JOURNAL-FILE.
       1465-COPY-TO-WORK.
           WRITE JRNWORK-REC FROM JOURNAL-REC.
           ADD 1 TO RS-JRNL-KEPT.
           PERFORM 1350-READ-JOURNAL.
       1470-COPY-FROM-WORK.
           WRITE JOURNAL-REC FROM JRNWORK-REC.
           PERFORM 1475-READ-WORK.
       1475-READ-WORK.
           READ JRNWORK-FILE
               AT END MOVE 1 TO EOF-J.
       1480-START-BACKUP.
           MOVE 0 TO EOF-B.
           MOVE RS-GEN TO GB-GEN.
           MOVE RS-FILE-CODE TO GB-FILE.
           MOVE 0 TO GB-SEQ.
           START GENBKUP-FILE KEY NOT < GB-KEY
               INVALID KEY MOVE 1 TO EOF-B
           END-START.
           IF EOF-B = 0
               PERFORM 1485-READ-BACKUP
           END-IF.
       1485-READ-BACKUP.
           READ GENBKUP-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-B
           END-READ.
           IF EOF-B = 0
               IF GB-GEN NOT = RS-GEN
                   OR GB-FILE NOT = RS-FILE-CODE
                   MOVE 1 TO EOF-B
               END-IF
           END-IF.
       1490-CHECK-COUNTS.
           IF RESTORE-GOOD
               IF RS-MASTER-COUNT NOT = GC-MASTER-COUNT
                   OR RS-ARCH-COUNT NOT = GC-ARCH-COUNT
                   OR RS-PAYH-COUNT NOT = GC-PAYH-COUNT
                   OR RS-PEND-COUNT NOT = GC-PEND-COUNT
                   OR RS-QUOTE-COUNT NOT = GC-QUOTE-COUNT
                   OR RS-JRNL-KEPT NOT = GC-JRNL-COUNT
                   MOVE 'N' TO RS-OK-SW
                   MOVE 'COUNTS DO NOT AGREE WITH BACKUP'
                       TO RS-REASON
               END-IF
           END-IF.
       1700-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE GC-RUN-DATE TO RL-RUN-DATE.
           MOVE GC-STEP-NAME TO RL-STEP-NAME.
           MOVE 'RESTORED' TO RL-STATUS.
           MOVE GC-GEN TO RL-GENERATION.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.
       1800-PRINT-REPORT.
           MOVE RS-GEN TO RT-GEN.
           WRITE RESTORE-REC FROM RESTORE-TITLE-LINE.
           IF GC-GEN = RS-GEN
               AND RS-GEN > 0
               MOVE GC-STEP-NAME TO RK-STEP-NAME
               MOVE GC-RUN-DATE TO RK-RUN-DATE
               WRITE RESTORE-REC FROM RESTORE-TAKEN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO RESTORE-REC.
           WRITE RESTORE-REC
               AFTER ADVANCING 1 LINE.
           IF FILES-REWRITTEN
               PERFORM 1850-PRINT-COUNTS
           END-IF.
           IF RESTORE-GOOD
               MOVE 'RESTORE COMPLETE' TO RR-RESULT
           ELSE
               MOVE 'RESTORE FAILED -' TO RR-RESULT
           END-IF.
           MOVE RS-REASON TO RR-REASON.
           WRITE RESTORE-REC FROM RESTORE-RESULT-LINE
               AFTER ADVANCING 1 LINE.
       1850-PRINT-COUNTS.
           WRITE RESTORE-REC FROM RESTORE-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE 'DA-S-MASTER' TO RD-LABEL.
           MOVE GC-MASTER-COUNT TO RD-BACKUP.
           MOVE RS-MASTER-COUNT TO RD-RESTORED.
           WRITE RESTORE-REC FROM RESTORE-DATA
               AFTER ADVANCING 1 LINE.
           MOVE 'DA-S-ARCMAST' TO RD-LABEL.
           MOVE GC-ARCH-COUNT TO RD-BACKUP.
           MOVE RS-ARCH-COUNT TO RD-RESTORED.
           WRITE RESTORE-REC FROM RESTORE-DATA
               AFTER ADVANCING 1 LINE.
           MOVE 'DA-S-PAYHIST' TO RD-LABEL.
           MOVE GC-PAYH-COUNT TO RD-BACKUP.
           MOVE RS-PAYH-COUNT TO RD-RESTORED.
           WRITE RESTORE-REC FROM RESTORE-DATA
               AFTER ADVANCING 1 LINE.
           MOVE 'DA-S-PENDING' TO RD-LABEL.
           MOVE GC-PEND-COUNT TO RD-BACKUP.
           MOVE RS-PEND-COUNT TO RD-RESTORED.
           WRITE RESTORE-REC FROM RESTORE-DATA
               AFTER ADVANCING 1 LINE.
           MOVE 'DA-S-QUOTE' TO RD-LABEL.
           MOVE GC-QUOTE-COUNT TO RD-BACKUP.
           MOVE RS-QUOTE-COUNT TO RD-RESTORED.
           WRITE RESTORE-REC FROM RESTORE-DATA
               AFTER ADVANCING 1 LINE.
           MOVE 'DA-S-JOURNAL RECORDS KEPT' TO RD-LABEL.
           MOVE GC-JRNL-COUNT TO RD-BACKUP.
           MOVE RS-JRNL-KEPT TO RD-RESTORED.
           WRITE RESTORE-REC FROM RESTORE-DATA
               AFTER ADVANCING 1 LINE.
           MOVE 'DA-S-JOURNAL RECORDS REMOVED' TO RD-LABEL.
           MOVE 0 TO RD-BACKUP.
           MOVE RS-JRNL-DROPPED TO RD-RESTORED.
           WRITE RESTORE-REC FROM RESTORE-DATA
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RESTORE-REC.
           WRITE RESTORE-REC
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab3rst.
