      *         control file, one row per JR-ACTION (PAYMENT to cash
      *         and loans receivable, ACCRUAL and FEE to income,
      *         DISBURSE, REVERSAL, ADJUST and PURGE to their own
      *         accounts, WRITEOFF to bad debt and RECOVERY back out
      *         of it), so finance can remap an action without a
      *         program change.  A proof report on UR-S-GLPROOF
      *         totals debits and credits by account and proves they
      *         balance; a journal action with no chart row prints a
      *              as the contra-entry: the chart row's credit
      *              account is debited and its debit account
      *              credited.
      *  2026-10-15  New journal actions from the charge-off work:
      *              WRITEOFF (lab3chg, the balance charged off, down
      *              to zero) and RECOVERY (lab3upd, money received on
      *              a charged-off account, shown as the drop in the
      *              unrecovered charged-off amount).  Both are fed
      *              through their own DA-S-GLCHART rows like every
      *              other action; both move down, so they post as the
      *              contra-entry - a WRITEOFF row of loans receivable
      *              / bad debt books the charge-off as a debit to bad
      *              debt, and a RECOVERY row of bad-debt recovery /
      *              cash books the money in as a debit to cash.
      *              Until the rows are added the entries print as NO
      *              ACCOUNT exceptions on UR-S-GLPROOF.
      *  2026-10-15  DA-S-JOURNAL grew JR-OPERATOR, the ID of the
      *              operator who keyed the change (carried by lab3upd
      *              and lab3mnt from DA-S-TRANS and DA-S-MAINT);
      *              layout picked up here so the record length
      *              matches.
      *  2026-10-15  New journal action PAYOFF WO from lab3upd: the
      *              leftover cents written off when a payment closes an
      *              account on a lab3pay payoff quote (down to zero).
      *              It is fed through its own DA-S-GLCHART row like
      *              every other action and, moving down, posts as the
      *              contra-entry - a PAYOFF WO row of loans receivable
      *              / small-balance write-off expense books it as a
      *              debit to the expense.  Until the row is added the
      *              entries print as NO ACCOUNT exceptions on
      *              UR-S-GLPROOF.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab3gl.
           03 JR-NEW-NBR-PMTS PIC 9(2).
           03 JR-INT-PORTION PIC 9(4)V9(2).
           03 JR-PRIN-PORTION PIC 9(4)V9(2).
           03 JR-OPERATOR PIC X(8).
       FD  RUNDATE-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNDATE-REC PIC X(8).
