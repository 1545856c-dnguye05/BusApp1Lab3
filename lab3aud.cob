      *  2026-09-02  DA-S-JOURNAL grew JR-INT-PORTION/JR-PRIN-PORTION
      *              (the payment split kept by lab3upd); layout picked
      *              up here so the record length matches.
      *  2026-10-15  DA-S-JOURNAL grew JR-OPERATOR, the ID of the
      *              operator who keyed the change (BATCH for entries
      *              from scheduled runs); each audit line now shows it
      *              in a new OPERATOR column, so every balance change
      *              on UR-S-AUDIT names the person behind it.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3aud.
           03 JR-NEW-NBR-PMTS PIC 9(2).
           03 JR-INT-PORTION PIC 9(4)V9(2).
           03 JR-PRIN-PORTION PIC 9(4)V9(2).
           03 JR-OPERATOR PIC X(8).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
           03 SR-NEW-BALANCE PIC 9(5)V9(2).
           03 SR-OLD-NBR-PMTS PIC 9(2).
           03 SR-NEW-NBR-PMTS PIC 9(2).
           03 SR-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 EOF-J PIC 9 VALUE 0.
           03 FILLER PIC X(10) VALUES 'OLD BAL'.
           03 FILLER PIC X(10) VALUES 'NEW BAL'.
           03 FILLER PIC X(10) VALUES 'CHANGE'.
           03 FILLER PIC X(07) VALUES 'PMTS'.
           03 FILLER PIC X(08) VALUES 'OPERATOR'.
       01  AUDIT-DATE-LINE.
           03 FILLER PIC X(17) VALUES 'AUDIT REPORT FOR'.
           03 AD-RUN-DATE PIC 9(8).
           03 AL-OLD-NBR-PMTS PIC Z9.
           03 FILLER PIC X(01) VALUES '/'.
           03 AL-NEW-NBR-PMTS PIC Z9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 AL-OPERATOR PIC X(8).
       01  AUDIT-NET-LINE.
           03 FILLER PIC X(20) VALUES 'STUDENT NET'.
           03 AN-NET PIC -(6)9.99.
           COMPUTE AL-CHANGE = SR-NEW-BALANCE - SR-OLD-BALANCE.
           MOVE SR-OLD-NBR-PMTS TO AL-OLD-NBR-PMTS.
           MOVE SR-NEW-NBR-PMTS TO AL-NEW-NBR-PMTS.
           MOVE SR-OPERATOR TO AL-OPERATOR.
           WRITE AUDIT-REC FROM AUDIT-DATA
               AFTER ADVANCING 1 LINE.
           COMPUTE AU-NET = AU-NET
               MOVE JR-NEW-BALANCE TO SR-NEW-BALANCE
               MOVE JR-OLD-NBR-PMTS TO SR-OLD-NBR-PMTS
               MOVE JR-NEW-NBR-PMTS TO SR-NEW-NBR-PMTS
               MOVE JR-OPERATOR TO SR-OPERATOR
               RELEASE SORT-REC
           END-IF.
           PERFORM 2100-READ-JOURNAL.
