      *              up here so the record lengths match.  The chain
      *              arithmetic is unchanged - it runs on the balance
      *              images.
      *  2026-10-15  The master record grew deferment/forbearance
      *              status fields (SM-DEFER-TYPE, SM-DEFER-START,
      *              SM-DEFER-END - set through lab3mnt); layout and
      *              the AM-MASTER-REST image picked up here so the
      *              record length matches.
      *  2026-10-15  The master record grew charge-off fields
      *              (SM-CHGOFF-STATUS, SM-CHGOFF-DATE,
      *              SM-CHGOFF-AMOUNT, SM-RECOVERED); layout and the
      *              AM-MASTER-REST image picked up here.  The new
      *              journal actions are accepted: WRITEOFF (lab3chg)
      *              chains like any other balance change - down to
      *              zero - and starts a second, charged-off chain for
      *              the amount written off.  RECOVERY entries (lab3upd)
      *              carry the unrecovered charged-off amount as their
      *              images, so they chain on that second chain and
      *              leave the balance chain alone (BROKEN RECOVERY
      *              when they do not link).  A charged-off student on
      *              the master must also tie SM-CHGOFF-AMOUNT less
      *              SM-RECOVERED to it (CHGOFF MISMATCH).
      *  2026-10-15  DA-S-JOURNAL grew JR-OPERATOR, the ID of the
      *              operator who keyed the change (carried by lab3upd
      *              and lab3mnt from DA-S-TRANS and DA-S-MAINT);
      *              layout picked up here so the record length
      *              matches.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3rec.
           03 JR-NEW-NBR-PMTS PIC 9(2).
           03 JR-INT-PORTION PIC 9(4)V9(2).
           03 JR-PRIN-PORTION PIC 9(4)V9(2).
           03 JR-OPERATOR PIC X(8).
       FD  STUDENT-MASTER
               LABEL RECORDS ARE STANDARD.
       01  STUDENT-MASTER-REC.
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
           03 AM-YEAR PIC X(4).
           03 AM-LOAN PIC 9(5)V9(2).
           03 AM-BALANCE PIC 9(5)V9(2).
           03 AM-MASTER-REST PIC X(511).
       FD  RECON-FILE
               LABEL RECORDS ARE OMITTED.
       01  RECON-REC PIC X(100).
           03 EOF-S PIC 9 VALUE 0.
           03 RC-SAVE-ID PIC X(9) VALUE SPACES.
           03 RC-COMPUTED-BAL PIC 9(5)V9(2) VALUE 0.
           03 RC-CHGOFF-BAL PIC 9(5)V9(2) VALUE 0.
           03 RC-CHGOFF-ACTUAL PIC 9(5)V9(2) VALUE 0.
           03 RC-STUDENT-COUNT PIC 9(6) VALUE 0.
           03 RC-EXCEPT-COUNT PIC 9(6) VALUE 0.
           03 RC-STUDENT-SW PIC X(01) VALUE 'Y'.
               MOVE SR-STUDENT-ID TO RC-SAVE-ID
               MOVE 'Y' TO RC-STUDENT-SW
               ADD 1 TO RC-STUDENT-COUNT
               IF SR-ACTION = 'RECOVERY'
                   MOVE 0 TO RC-COMPUTED-BAL
                   MOVE SR-OLD-BALANCE TO RC-CHGOFF-BAL
               ELSE
                   MOVE SR-OLD-BALANCE TO RC-COMPUTED-BAL
                   MOVE 0 TO RC-CHGOFF-BAL
               END-IF
           END-IF.
           IF SR-OLD-BALANCE NOT NUMERIC
               OR SR-NEW-BALANCE NOT NUMERIC
               MOVE 0 TO RE-ACTUAL
               PERFORM 1700-WRITE-EXCEPTION
           ELSE
               IF SR-ACTION = 'RECOVERY'
                   PERFORM 1250-CHAIN-RECOVERY
               ELSE
                   PERFORM 1220-CHAIN-BALANCE
               END-IF
           END-IF.
       1220-CHAIN-BALANCE.
           IF SR-OLD-BALANCE NOT = RC-COMPUTED-BAL
               MOVE 'BROKEN CHAIN' TO RE-REASON
               MOVE RC-COMPUTED-BAL TO RE-COMPUTED
               MOVE SR-OLD-BALANCE TO RE-ACTUAL
               PERFORM 1700-WRITE-EXCEPTION
           END-IF.
           MOVE SR-NEW-BALANCE TO RC-COMPUTED-BAL.
           IF SR-ACTION = 'WRITEOFF'
               COMPUTE RC-CHGOFF-BAL =
                   SR-OLD-BALANCE - SR-NEW-BALANCE
           END-IF.
       1250-CHAIN-RECOVERY.
           IF SR-OLD-BALANCE NOT = RC-CHGOFF-BAL
               MOVE 'BROKEN RECOVERY' TO RE-REASON
               MOVE RC-CHGOFF-BAL TO RE-COMPUTED
               MOVE SR-OLD-BALANCE TO RE-ACTUAL
               PERFORM 1700-WRITE-EXCEPTION
           END-IF.
           MOVE SR-NEW-BALANCE TO RC-CHGOFF-BAL.
       1300-CLOSE-STUDENT.
           MOVE RC-SAVE-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
                       MOVE SM-BALANCE TO RE-ACTUAL
                       PERFORM 1700-WRITE-EXCEPTION
                   END-IF
                   IF SM-CHARGED-OFF
                       PERFORM 1310-CHECK-CHARGE-OFF
                   END-IF
           END-READ.
       1310-CHECK-CHARGE-OFF.
           IF SM-CHGOFF-AMOUNT IS NUMERIC
               AND SM-RECOVERED IS NUMERIC
               AND SM-RECOVERED NOT > SM-CHGOFF-AMOUNT
               COMPUTE RC-CHGOFF-ACTUAL =
                   SM-CHGOFF-AMOUNT - SM-RECOVERED
           ELSE
               MOVE 0 TO RC-CHGOFF-ACTUAL
           END-IF.
           IF RC-CHGOFF-ACTUAL NOT = RC-CHGOFF-BAL
               MOVE 'CHGOFF MISMATCH' TO RE-REASON
               MOVE RC-CHGOFF-BAL TO RE-COMPUTED
               MOVE RC-CHGOFF-ACTUAL TO RE-ACTUAL
               PERFORM 1700-WRITE-EXCEPTION
           END-IF.
       1320-CHECK-ARCHIVE.
           MOVE RC-SAVE-ID TO AM-STUDENT-ID.
           READ ARCH-MASTER
