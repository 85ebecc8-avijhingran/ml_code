      *                  with checkpoint - so the scheduler can   *
      *                  decide whether to release the bank       *
      *                  transmission job.                        *
      * 2026-10-15  PSG  Employer payroll taxes.  The tax rate    *
      *                  file now carries the employer FICA       *
      *                  rate and the FUTA and SUTA rates with    *
      *                  their own annual wage bases; each tax    *
      *                  applies to the part of gross that fits   *
      *                  under its base given YTD-MASTER.  The    *
      *                  employer share posts to the journal      *
      *                  voucher as payroll tax expense by home   *
      *                  DEPT-CODE against three new liability    *
      *                  credits, rides the home pay history      *
      *                  record, and is carried on the            *
      *                  checkpoint for restart.                  *
      * 2026-10-15  PSG  Pre-tax deductions.  Each deduction      *
      *                  entry carries a tax treatment - pre-tax  *
      *                  for federal/state only (I), pre-tax for  *
      *                  FICA as well (C) or after-tax (A); blank *
      *                  defaults 401K to I, HLTH to C.  Pre-tax  *
      *                  entries come off gross ahead of          *
      *                  withholding, which now applies to the    *
      *                  reduced federal and FICA taxable wages;  *
      *                  garnishments and other after-tax entries *
      *                  still come off disposable pay after.     *
      *                  YTD-MASTER carries FICA wages for the    *
      *                  wage-base tests.  Federal and FICA       *
      *                  taxable wages print on the register and  *
      *                  pay stub and ride the home history       *
      *                  record.                                  *
      * 2026-10-15  PSG  Withholding elections.  W4ELECT.DAT      *
      *                  holds each employee's federal and state  *
      *                  filing status, dependent credit, other   *
      *                  income, extra withholding and exempt     *
      *                  claim, maintained from W4TRANS.DAT with  *
      *                  the W4AUDIT.RPT audit.  The tax rate     *
      *                  file now carries brackets and a state    *
      *                  rate per filing status and the pay       *
      *                  periods in the year; withholding uses    *
      *                  the set for the employee's election.     *
      * 2026-10-15  PSG  Check reconciliation.  Every check       *
      *                  printed in a live run is recorded on     *
      *                  CHKISSUE.DAT for the bank reconciliation *
      *                  and positive pay.                        *
      * 2026-10-15  PSG  ACH returns.  An employee whose deposit  *
      *                  the bank returned (prenote status R) is  *
      *                  paid by check until the bank data is     *
      *                  corrected and prenoted again.  Returned  *
      *                  deposits PAYADJ has reversed are queued  *
      *                  on REPLCHK.DAT; the run issues each one  *
      *                  a replacement check, posted to history,  *
      *                  YTD, the register and the voucher with   *
      *                  the rest of the cycle.                   *
      * 2026-10-15  PSG  Employment status.  EMPLOYEE-RECORD      *
      *                  carries active/leave/terminated status,  *
      *                  hire and termination dates, SSN and home *
      *                  address, maintained through EMPLOYEE-    *
      *                  TRANS; the delete code now terminates    *
      *                  instead of removing the record.  A       *
      *                  terminated employee's next run pays a    *
      *                  final check by paper with the vacation   *
      *                  balance paid out, stops the recurring    *
      *                  deductions and lists them, garnishment   *
      *                  arrears included, on FINALPAY.RPT.       *
      *                  Employees on leave or already final-paid *
      *                  stay off the no-timecard list.  Adds and *
      *                  rehires go to the state new-hire file    *
      *                  NEWHIRE.DAT.                             *
      * 2026-10-15  PSG  Retroactive pay.  Retro worked out by    *
      *                  RETROPAY and left due on RETRODUE.DAT is *
      *                  paid with the employee's next check as   *
      *                  other pay, so it takes normal            *
      *                  withholding, with a RETRO line on the    *
      *                  register and pay stub; a live run marks  *
      *                  it paid.                                 *
      * 2026-10-15  PSG  Pay history archive.  PAYHIST.DAT is now *
      *                  indexed by EMP-ID, run date and a        *
      *                  sequence number (several records can     *
      *                  share an employee and date), with the    *
      *                  run date as an alternate key; each       *
      *                  record takes the next free sequence.     *
      *                  Closed years are moved off to the        *
      *                  history archive by HISTARCH.             *
      * 2026-10-15  PSG  Pay cycle sequencing.  A live run checks *
      *                  its period end against the pay calendar  *
      *                  PAYCAL.DAT and the cycle-status control  *
      *                  record CYCLECTL.DAT: PAYADJ must have    *
      *                  run for the period and PAYROLL must not  *
      *                  have, unless CYCLEOVR.DAT authorizes the *
      *                  rerun.  A refused run ends with return   *
      *                  code 12 naming the step due next; a      *
      *                  completed live run stamps the step so    *
      *                  DEDREMIT can follow.  Preview runs are   *
      *                  not sequenced.                           *
      * 2026-10-15  PSG  GL account mapping.  The journal voucher *
      *                  accounts are no longer fixed here: they  *
      *                  are loaded from GLMAP.DAT, which gives   *
      *                  the labor and employer tax expense       *
      *                  accounts per DEPT-CODE and the account   *
      *                  for each withholding, deduction and      *
      *                  settlement bucket.  A department not     *
      *                  mapped posts to the LABOR and ER-TAX     *
      *                  default accounts and is named on the     *
      *                  console.                                 *
      * 2026-10-15  PSG  FICA taxable wages on the register, the  *
      *                  earnings statement, pay history and YTD  *
      *                  are now the amount actually taxed,       *
      *                  capped at the wage base.  A YTD record   *
      *                  with no FICA wages on it takes its       *
      *                  gross.  The new-hire report is left to a *
      *                  live run.  Replacement checks post to    *
      *                  history under the original period's run  *
      *                  date, keep a replacement for a closed    *
      *                  year out of YTD, and are checkpointed    *
      *                  one by one; the replacement queue is     *
      *                  emptied only after the run completes.    *
      * 2026-10-15  PSG  A checkpoint taken while replacement     *
      *                  checks are paid marks every sorted       *
      *                  employee done, so a restart does not     *
      *                  process the employees again.  The        *
      *                  replacement queue is emptied before the  *
      *                  cycle is stamped complete.               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.

           SELECT REPLACEMENT-CHECK-QUEUE ASSIGN TO 'REPLCHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLACEMENT-STATUS.

           SELECT EARNINGS-STATEMENTS ASSIGN TO 'PAYSTUB.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
               FILE STATUS IS WS-TAX-RATE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               ALTERNATE RECORD KEY IS PH-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT MAINT-AUDIT-REPORT ASSIGN TO 'MAINTAUD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-REJECT-STATUS.

           SELECT WITHHOLDING-ELECTION ASSIGN TO 'W4ELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WE-EMP-ID
               FILE STATUS IS WS-ELECTION-STATUS.

           SELECT ELECTION-TRANS ASSIGN TO 'W4TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECT-TRANS-STATUS.

           SELECT ELECT-AUDIT-REPORT ASSIGN TO 'W4AUDIT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECT-AUDIT-STATUS.

           SELECT NEW-HIRE-FILE ASSIGN TO 'NEWHIRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HIRE-STATUS.

           SELECT FINAL-PAY-REPORT ASSIGN TO 'FINALPAY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINAL-PAY-STATUS.

           SELECT RETRO-DUE-FILE ASSIGN TO 'RETRODUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               FILE STATUS IS WS-RETRO-DUE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO 'CYCLECTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

           SELECT CYCLE-OVERRIDE-FILE ASSIGN TO 'CYCLEOVR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-OVERRIDE-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAPPING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           05 PRENOTE-STATUS          PIC X.
               88 PRENOTE-PENDING     VALUE 'P'.
               88 PRENOTE-SENT        VALUE 'A'.
               88 PRENOTE-RETURNED    VALUE 'R'.
           05 PAY-TYPE                PIC X.
               88 HOURLY-EMPLOYEE     VALUES 'H' SPACE.
               88 SALARIED-EMPLOYEE   VALUE 'S'.
           05 PERIOD-SALARY           PIC 9(5)V99.
           05 EMP-STATUS              PIC X.
               88 EMP-ACTIVE          VALUES 'A' SPACE.
               88 EMP-ON-LEAVE        VALUE 'L'.
               88 EMP-TERMINATED      VALUE 'T'.
           05 HIRE-DATE               PIC 9(8).
           05 TERM-DATE               PIC 9(8).
           05 FINAL-PAY-STATUS        PIC X.
               88 FINAL-PAY-PENDING   VALUE 'P'.
               88 FINAL-PAY-DONE      VALUE 'Y'.
           05 NEW-HIRE-STATUS         PIC X.
               88 NEW-HIRE-PENDING    VALUE 'P'.
               88 NEW-HIRE-REPORTED   VALUE 'Y'.
           05 EMP-SSN                 PIC 9(9).
           05 EMP-ADDRESS             PIC X(40).
           05 EMP-CITY                PIC X(25).
           05 EMP-STATE               PIC X(2).
           05 EMP-ZIP                 PIC X(9).

       FD  EMPLOYEE-TRANS.
       01  TRANS-RECORD.
           05 TR-TRANS-CODE           PIC X.
               88 TR-ADD              VALUE 'A'.
               88 TR-CHANGE           VALUE 'C'.
               88 TR-TERMINATE        VALUES 'T' 'D'.
           05 TR-EMP-ID               PIC X(5).
           05 TR-EMP-NAME             PIC A(30).
           05 TR-DEPT-CODE            PIC X(4).
           05 TR-BANK-ACCOUNT-NUMBER  PIC X(17).
           05 TR-PAY-TYPE             PIC X.
           05 TR-PERIOD-SALARY        PIC 9(5)V99.
           05 TR-EMP-STATUS           PIC X.
           05 TR-HIRE-DATE            PIC 9(8).
           05 TR-TERM-DATE            PIC 9(8).
           05 TR-SSN                  PIC 9(9).
           05 TR-ADDRESS              PIC X(40).
           05 TR-CITY                 PIC X(25).
           05 TR-STATE                PIC X(2).
           05 TR-ZIP                  PIC X(9).

       FD  TIMECARD-FILE.
       01  TIMECARD-RECORD.
           05 SW-PRENOTE-STATUS        PIC X.
           05 SW-PAY-TYPE              PIC X.
           05 SW-PERIOD-SALARY         PIC 9(5)V99.
           05 SW-EMP-STATUS            PIC X.
           05 SW-HIRE-DATE             PIC 9(8).
           05 SW-TERM-DATE             PIC 9(8).
           05 SW-FINAL-PAY-STATUS      PIC X.
           05 SW-NEW-HIRE-STATUS       PIC X.
           05 SW-EMP-SSN               PIC 9(9).
           05 SW-EMP-ADDRESS           PIC X(40).
           05 SW-EMP-CITY              PIC X(25).
           05 SW-EMP-STATE             PIC X(2).
           05 SW-EMP-ZIP               PIC X(9).

       FD  SORTED-EMPLOYEE-FILE.
       01  SORTED-EMPLOYEE-RECORD.
           05 SE-PRENOTE-STATUS        PIC X.
           05 SE-PAY-TYPE              PIC X.
           05 SE-PERIOD-SALARY         PIC 9(5)V99.
           05 SE-EMP-STATUS            PIC X.
           05 SE-HIRE-DATE             PIC 9(8).
           05 SE-TERM-DATE             PIC 9(8).
           05 SE-FINAL-PAY-STATUS      PIC X.
           05 SE-NEW-HIRE-STATUS       PIC X.
           05 SE-EMP-SSN               PIC 9(9).
           05 SE-EMP-ADDRESS           PIC X(40).
           05 SE-EMP-CITY              PIC X(25).
           05 SE-EMP-STATE             PIC X(2).
           05 SE-EMP-ZIP               PIC X(9).

       FD  PAYROLL-REGISTER.
       01  PRINT-LINE      PIC X(191).

       FD  REJECT-REPORT.
       01  REJECT-LINE     PIC X(132).
           05 CP-TOTAL-DD-NET        PIC 9(7)V99.
           05 CP-TOTAL-CHECK-NET     PIC 9(7)V99.
           05 CP-TOTAL-VOL-DED       PIC 9(7)V99.
           05 CP-TOTAL-ER-FICA       PIC 9(7)V99.
           05 CP-TOTAL-FUTA          PIC 9(7)V99.
           05 CP-TOTAL-SUTA          PIC 9(7)V99.
           05 CP-RECORDS-READ        PIC 9(5).
           05 CP-RECORDS-PAID        PIC 9(5).
           05 CP-REJECT-COUNT        PIC 9(5).
               10 CP-JV-DEPT-ENTRY OCCURS 50 TIMES.
                   15 CP-JVT-DEPT-CODE PIC X(4).
                   15 CP-JVT-GROSS     PIC 9(7)V99.
                   15 CP-JVT-ER-TAX    PIC 9(7)V99.
           05 CP-INACTIVE-COUNT      PIC 9(5).
           05 CP-FINAL-CHECK-COUNT   PIC 9(5).
           05 CP-DED-STOPPED-COUNT   PIC 9(5).
           05 CP-TOTAL-GARN-ARREARS  PIC 9(7)V99.
           05 CP-REPL-POSTED-COUNT   PIC 9(5).
           05 CP-REPL-CHECK-COUNT    PIC 9(5).

       FD  YTD-MASTER.
       01  YTD-RECORD.
           05 YTD-EMP-ID        PIC X(5).
           05 YTD-GROSS-PAY     PIC 9(7)V99.
           05 YTD-NET-PAY       PIC 9(7)V99.
           05 YTD-FICA-WAGES    PIC 9(7)V99.

       FD  DIRECT-DEPOSIT-FILE.
       01  DIRECT-DEPOSIT-RECORD.
       01  CHECK-CONTROL-RECORD.
           05 CC-NEXT-CHECK-NO        PIC 9(8).

       FD  CHECK-ISSUE-FILE.
       01  CHECK-ISSUE-RECORD.
           05 CI-CHECK-NO             PIC 9(8).
           05 CI-ISSUE-TYPE           PIC X.
               88 CI-PAYROLL-CHECK    VALUE 'P'.
               88 CI-MANUAL-CHECK     VALUE 'M'.
               88 CI-VOID-CHECK       VALUE 'V'.
           05 CI-ISSUE-DATE           PIC 9(8).
           05 CI-EMP-ID               PIC X(5).
           05 CI-AMOUNT               PIC 9(7)V99.

       FD  REPLACEMENT-CHECK-QUEUE.
       01  REPLACEMENT-CHECK-RECORD.
           05 RQ-EMP-ID               PIC X(5).
           05 RQ-ORIG-RUN-DATE        PIC 9(8).
           05 RQ-ORIG-RUN-DATE-X REDEFINES RQ-ORIG-RUN-DATE.
               10 RQ-ORIG-CCYY        PIC 9(4).
               10 RQ-ORIG-MMDD        PIC 9(4).
           05 RQ-DEPT-CODE            PIC X(4).
           05 RQ-HOURS-WORKED         PIC S99V99.
           05 RQ-REGULAR-PAY          PIC S9(5)V99.
           05 RQ-OVERTIME-PAY         PIC S9(5)V99.
           05 RQ-OTHER-PAY            PIC S9(5)V99.
           05 RQ-GROSS-PAY            PIC S9(5)V99.
           05 RQ-FICA-AMOUNT          PIC S9(5)V99.
           05 RQ-FED-WH-AMOUNT        PIC S9(5)V99.
           05 RQ-STATE-WH-AMOUNT      PIC S9(5)V99.
           05 RQ-VOL-DED-AMOUNT       PIC S9(5)V99.
           05 RQ-NET-PAY              PIC S9(5)V99.
           05 RQ-ER-FICA-AMOUNT       PIC S9(5)V99.
           05 RQ-FUTA-AMOUNT          PIC S9(5)V99.
           05 RQ-SUTA-AMOUNT          PIC S9(5)V99.
           05 RQ-FED-TAXABLE          PIC S9(5)V99.
           05 RQ-FICA-TAXABLE         PIC S9(5)V99.

       FD  EARNINGS-STATEMENTS.
       01  STATEMENT-LINE             PIC X(80).


       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-EMP-ID           PIC X(5).
               10 PH-RUN-DATE         PIC 9(8).
               10 PH-SEQ-NO           PIC 9(3).
           05 PH-DEPT-CODE            PIC X(4).
           05 PH-HOURS-WORKED         PIC S99V99.
           05 PH-REGULAR-PAY          PIC S9(5)V99.
           05 PH-STATE-WH-AMOUNT      PIC S9(5)V99.
           05 PH-VOL-DED-AMOUNT       PIC S9(5)V99.
           05 PH-NET-PAY              PIC S9(5)V99.
           05 PH-ER-FICA-AMOUNT       PIC S9(5)V99.
           05 PH-FUTA-AMOUNT          PIC S9(5)V99.
           05 PH-SUTA-AMOUNT          PIC S9(5)V99.
           05 PH-FED-TAXABLE          PIC S9(5)V99.
           05 PH-FICA-TAXABLE         PIC S9(5)V99.

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05 TX-FED-BRACKET-ENTRIES OCCURS 5 TIMES.
               10 TX-BRACKET-FLOOR    PIC 9(7)V99.
               10 TX-BRACKET-RATE     PIC V999.
           05 TX-ER-FICA-RATE         PIC V9999.
           05 TX-FUTA-RATE            PIC V9999.
           05 TX-FUTA-WAGE-BASE       PIC 9(7)V99.
           05 TX-SUTA-RATE            PIC V9999.
           05 TX-SUTA-WAGE-BASE       PIC 9(7)V99.
           05 TX-PERIODS-PER-YEAR     PIC 9(2).
           05 TX-STATUS-BRACKET-SET OCCURS 2 TIMES.
               10 TX-STATUS-BRACKET-ENTRY OCCURS 5 TIMES.
                   15 TX-STATUS-FLOOR PIC 9(7)V99.
                   15 TX-STATUS-RATE  PIC V999.
           05 TX-STATUS-STATE-RATE    PIC V99 OCCURS 2 TIMES.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-RECORD.
           05 DM-TAKEN-TO-DATE        PIC 9(7)V99.
           05 DM-ARREARS-AMOUNT       PIC 9(7)V99.
           05 DM-CASE-REFERENCE       PIC X(10).
           05 DM-TAX-TREATMENT        PIC X.
               88 DM-PRE-TAX-INCOME   VALUE 'I'.
               88 DM-PRE-TAX-ALL      VALUE 'C'.
               88 DM-AFTER-TAX        VALUE 'A'.

       FD  DEDUCTION-TRANS.
       01  DEDUCTION-TRANS-RECORD.
           05 DT-PERCENT-RATE         PIC V999.
           05 DT-GOAL-AMOUNT          PIC 9(7)V99.
           05 DT-CASE-REFERENCE       PIC X(10).
           05 DT-TAX-TREATMENT        PIC X.
               88 DT-PRE-TAX-INCOME   VALUE 'I'.
               88 DT-PRE-TAX-ALL      VALUE 'C'.
               88 DT-AFTER-TAX        VALUE 'A'.
               88 DT-TREATMENT-BLANK  VALUE SPACE.

       FD  DISTRIBUTION-REPORT.
       01  DISTRIBUTION-LINE          PIC X(80).
       FD  DED-REJECT-REPORT.
       01  DED-REJECT-LINE            PIC X(132).

       FD  WITHHOLDING-ELECTION.
       01  WITHHOLDING-ELECTION-RECORD.
           05 WE-EMP-ID               PIC X(5).
           05 WE-FED-ELECTION.
               10 WE-FED-FILING-STATUS PIC X.
                   88 WE-FED-SINGLE       VALUE 'S'.
                   88 WE-FED-MARRIED      VALUE 'M'.
                   88 WE-FED-HEAD-HOUSE   VALUE 'H'.
               10 WE-FED-DEP-CREDIT   PIC 9(5)V99.
               10 WE-FED-OTHER-INCOME PIC 9(7)V99.
               10 WE-FED-EXTRA-WH     PIC 9(5)V99.
               10 WE-FED-EXEMPT       PIC X.
                   88 WE-FED-EXEMPT-CLAIMED VALUE 'Y'.
               10 WE-FED-EXEMPT-YEAR  PIC 9(4).
           05 WE-ST-ELECTION.
               10 WE-ST-FILING-STATUS PIC X.
                   88 WE-ST-SINGLE        VALUE 'S'.
                   88 WE-ST-MARRIED       VALUE 'M'.
                   88 WE-ST-HEAD-HOUSE    VALUE 'H'.
               10 WE-ST-DEP-CREDIT    PIC 9(5)V99.
               10 WE-ST-OTHER-INCOME  PIC 9(7)V99.
               10 WE-ST-EXTRA-WH      PIC 9(5)V99.
               10 WE-ST-EXEMPT        PIC X.
                   88 WE-ST-EXEMPT-CLAIMED  VALUE 'Y'.
               10 WE-ST-EXEMPT-YEAR   PIC 9(4).

       FD  ELECTION-TRANS.
       01  ELECTION-TRANS-RECORD.
           05 WT-TRANS-CODE           PIC X.
               88 WT-ADD              VALUE 'A'.
               88 WT-CHANGE           VALUE 'C'.
               88 WT-DELETE           VALUE 'D'.
           05 WT-EMP-ID               PIC X(5).
           05 WT-FED-ELECTION.
               10 WT-FED-FILING-STATUS PIC X.
                   88 WT-FED-STATUS-VALID VALUES 'S' 'M' 'H'.
               10 WT-FED-DEP-CREDIT   PIC 9(5)V99.
               10 WT-FED-OTHER-INCOME PIC 9(7)V99.
               10 WT-FED-EXTRA-WH     PIC 9(5)V99.
               10 WT-FED-EXEMPT       PIC X.
                   88 WT-FED-EXEMPT-CLAIMED VALUE 'Y'.
                   88 WT-FED-EXEMPT-VALID   VALUES 'Y' 'N' SPACE.
               10 WT-FED-EXEMPT-YEAR  PIC 9(4).
           05 WT-ST-ELECTION.
               10 WT-ST-FILING-STATUS PIC X.
                   88 WT-ST-STATUS-VALID  VALUES 'S' 'M' 'H'.
               10 WT-ST-DEP-CREDIT    PIC 9(5)V99.
               10 WT-ST-OTHER-INCOME  PIC 9(7)V99.
               10 WT-ST-EXTRA-WH      PIC 9(5)V99.
               10 WT-ST-EXEMPT        PIC X.
                   88 WT-ST-EXEMPT-CLAIMED  VALUE 'Y'.
                   88 WT-ST-EXEMPT-VALID    VALUES 'Y' 'N' SPACE.
               10 WT-ST-EXEMPT-YEAR   PIC 9(4).

       FD  ELECT-AUDIT-REPORT.
       01  ELECT-AUDIT-LINE           PIC X(132).

       FD  JOURNAL-VOUCHER-FILE.
       01  JOURNAL-VOUCHER-RECORD.
           05 JV-RUN-DATE             PIC 9(8).
           05 JV-CREDIT-AMOUNT        PIC 9(9)V99.
           05 JV-DESCRIPTION          PIC X(30).

      *  State directory-of-new-hires layout: one W4 record per
      *  employee hired or rehired, then a T4 trailer with the
      *  record count.
       FD  NEW-HIRE-FILE.
       01  NEW-HIRE-RECORD.
           05 NH-RECORD-ID            PIC X(2).
           05 NH-EMP-SSN              PIC 9(9).
           05 NH-EMP-NAME             PIC X(30).
           05 NH-EMP-ADDRESS          PIC X(40).
           05 NH-EMP-CITY             PIC X(25).
           05 NH-EMP-STATE            PIC X(2).
           05 NH-EMP-ZIP              PIC X(9).
           05 NH-HIRE-DATE            PIC 9(8).
           05 NH-STATE-OF-HIRE        PIC X(2).
           05 NH-EMPLOYER-FEIN        PIC 9(9).
           05 NH-EMPLOYER-NAME        PIC X(45).
           05 NH-EMPLOYER-ADDRESS     PIC X(40).
           05 NH-EMPLOYER-CITY        PIC X(25).
           05 NH-EMPLOYER-STATE       PIC X(2).
           05 NH-EMPLOYER-ZIP         PIC X(9).
           05 FILLER                  PIC X(3).
       01  NEW-HIRE-TRAILER.
           05 NT-RECORD-ID            PIC X(2).
           05 NT-RECORD-COUNT         PIC 9(7).
           05 FILLER                  PIC X(251).

       FD  FINAL-PAY-REPORT.
       01  FINAL-PAY-LINE             PIC X(132).

      *  Retro pay left due by RETROPAY, one record per employee
      *  per pay period it was worked for.
       FD  RETRO-DUE-FILE.
       01  RETRO-DUE-RECORD.
           05 RX-KEY.
               10 RX-EMP-ID           PIC X(5).
               10 RX-PERIOD-DATE      PIC 9(8).
           05 RX-EFFECTIVE-DATE       PIC 9(8).
           05 RX-NEW-HOURLY-RATE      PIC 99V99.
           05 RX-NEW-PERIOD-SALARY    PIC 9(5)V99.
           05 RX-RETRO-DUE            PIC 9(5)V99.
           05 RX-RETRO-PAID           PIC 9(5)V99.
           05 RX-LAST-PAID-DATE       PIC 9(8).

      *----------------------------------------------------------*
      * Pay calendar: one record per scheduled pay period, with   *
      * the check date and the ACH settlement date for it.        *
      *----------------------------------------------------------*
       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 PC-PERIOD-END-DATE      PIC 9(8).
           05 PC-CHECK-DATE           PIC 9(8).
           05 PC-SETTLEMENT-DATE      PIC 9(8).

      *----------------------------------------------------------*
      * Cycle-status control record: the pay period in progress   *
      * and when each step of the cycle finished it.  The layout  *
      * is WS-CYCLE-CONTROL.                                      *
      *----------------------------------------------------------*
       FD  CYCLE-CONTROL-FILE.
       01  CYCLE-CONTROL-RECORD       PIC X(128).

      *----------------------------------------------------------*
      * Authorized rerun of one step for one period, staged by    *
      * operations with the approver's ID.  It is used once and   *
      * then emptied.                                             *
      *----------------------------------------------------------*
       FD  CYCLE-OVERRIDE-FILE.
       01  CYCLE-OVERRIDE-RECORD.
           05 CO-STEP-NAME            PIC X(8).
           05 CO-PERIOD-END-DATE      PIC 9(8).
           05 CO-AUTHORIZED-BY        PIC X(8).
           05 CO-REASON               PIC X(40).

      *----------------------------------------------------------*
      * General ledger account mapping, maintained by accounting. *
      * A 'D' record gives a department's labor expense account   *
      * and, optionally, its employer payroll tax expense         *
      * account.  A 'B' record gives the account for one voucher  *
      * bucket: LABOR and ER-TAX (the expense accounts for a      *
      * department not mapped), FICA, FED-WH, STATE-WH, VOL-DED,  *
      * ER-FICA, FUTA, SUTA, DD-CLEAR, CHECKS and ACCRUED.        *
      *----------------------------------------------------------*
       FD  GL-MAPPING-FILE.
       01  GL-MAPPING-RECORD.
           05 GM-MAP-TYPE             PIC X.
               88 GM-DEPT-MAP         VALUE 'D'.
               88 GM-BUCKET-MAP       VALUE 'B'.
           05 GM-MAP-KEY              PIC X(8).
           05 GM-MAP-DEPT-CODE REDEFINES GM-MAP-KEY.
               10 GM-DEPT-CODE        PIC X(4).
               10 FILLER              PIC X(4).
           05 GM-ACCOUNT-NUMBER       PIC X(8).
           05 GM-ER-TAX-ACCOUNT       PIC X(8).
           05 GM-DESCRIPTION          PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-END-FILE          PIC X VALUE 'N'.
           88 END-FILE         VALUE 'Y'.
       01 WS-OLD-BANK-ROUTING      PIC 9(9)  VALUE ZEROS.
       01 WS-OLD-BANK-ACCOUNT      PIC X(17) VALUE SPACES.

      *  Employment status edits on a maintenance transaction,
      *  and the date a termination takes when none is keyed.
       01 WS-MAINT-EDIT-STATUS     PIC X     VALUE 'Y'.
           88 MAINT-TRANS-VALID    VALUE 'Y'.
           88 MAINT-TRANS-INVALID  VALUE 'N'.

       01 WS-MAINT-DATE            PIC 9(8)  VALUE ZEROS.

      *----------------------------------------------------------*
      * New-hire reporting controls.  Every add and rehire is     *
      * reported to the state directory of new hires under the    *
      * employer identity the ACH file carries.                   *
      *----------------------------------------------------------*
       01 WS-NEW-HIRE-STATUS        PIC XX.
           88 NEW-HIRE-FILE-FOUND   VALUE '00'.

       01 WS-NEW-HIRE-EOF      PIC X       VALUE 'N'.
           88 NEW-HIRE-EOF     VALUE 'Y'.
           88 NOT-NEW-HIRE-EOF VALUE 'N'.

       01 WS-NEW-HIRE-COUNT    PIC 9(7)    COMP VALUE ZERO.

       01 WS-NH-EMPLOYER-FEIN    PIC 9(9)  VALUE 941234567.
       01 WS-NH-EMPLOYER-NAME    PIC X(45) VALUE
           'PAYROLL SYSTEMS GROUP'.
       01 WS-NH-EMPLOYER-ADDRESS PIC X(40) VALUE
           '1200 COMMERCE PARKWAY'.
       01 WS-NH-EMPLOYER-CITY    PIC X(25) VALUE 'SPRINGFIELD'.
       01 WS-NH-EMPLOYER-STATE   PIC X(2)  VALUE 'IL'.
       01 WS-NH-EMPLOYER-ZIP     PIC X(9)  VALUE '62701'.

      *----------------------------------------------------------*
      * Per-period timecard matching controls                     *
      *----------------------------------------------------------*
           88 NOT-TIMECARD-SCAN-EOF VALUE 'N'.

       01 WS-NO-TIMECARD-COUNT     PIC 9(5) COMP VALUE ZERO.
      *  Employees on leave, or terminated and already given their
      *  final check, with no timecard are not paid and are not a
      *  timecard exception; they are only counted.
       01 WS-INACTIVE-COUNT        PIC 9(5) COMP VALUE ZERO.

       01 WS-PAYABLE-SWITCH    PIC X       VALUE 'Y'.
           88 EMPLOYEE-PAYABLE     VALUE 'Y'.
           88 EMPLOYEE-NOT-PAYABLE VALUE 'N'.
       01 WS-ORPHAN-TIMECARD-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-DUP-TIMECARD-COUNT    PIC 9(5) COMP VALUE ZERO.

           88 CHECK-CONTROL-FOUND   VALUE '00'.
           88 CHECK-CONTROL-MISSING VALUE '35'.

       01 WS-CHECK-ISSUE-STATUS     PIC XX.
           88 CHECK-ISSUE-FOUND     VALUE '00'.
           88 CHECK-ISSUE-MISSING   VALUE '35'.

      *  First check number ever issued when no control file
      *  exists yet; thereafter the control file carries the next
      *  number forward across runs.
       01 WS-CHECK-COUNT       PIC 9(5)    COMP VALUE ZERO.
       01 WS-TOTAL-CHECK-NET   PIC 9(7)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * Replacement checks for returned deposits.  The queue      *
      * carries one record per original history record PAYADJ    *
      * reversed, so an employee's records are grouped and paid   *
      * on one check.                                             *
      *----------------------------------------------------------*
       01 WS-REPLACEMENT-STATUS     PIC XX.
           88 REPLACEMENT-FOUND     VALUE '00'.
           88 REPLACEMENT-MISSING   VALUE '35'.

       01 WS-REPLACEMENT-EOF   PIC X       VALUE 'N'.
           88 REPLACEMENT-EOF      VALUE 'Y'.
           88 NOT-REPLACEMENT-EOF  VALUE 'N'.

       01 WS-REPL-PREV-EMP-ID  PIC X(5)    VALUE SPACES.
       01 WS-REPL-CHECK-COUNT  PIC 9(5)    COMP VALUE ZERO.

      *  Queue records posted so far (checkpointed after each
      *  replacement check) and, on a restart, the number the
      *  prior run had already posted and paid.
       01 WS-REPL-POSTED-COUNT PIC 9(5)    COMP VALUE ZERO.
       01 WS-REPL-SKIP-COUNT   PIC 9(5)    COMP VALUE ZERO.
       01 WS-REPL-READ-COUNT   PIC 9(5)    COMP VALUE ZERO.

      *  Set once the queue has been read, so it is emptied only
      *  after the run has finished with it.
       01 WS-REPL-QUEUE-SW     PIC X       VALUE 'N'.
           88 REPL-QUEUE-READ      VALUE 'Y'.
           88 REPL-QUEUE-NOT-READ  VALUE 'N'.

      *  The part of an employee's replacement belonging to a
      *  period in a year already closed, kept out of YTD-MASTER.
       01 WS-REPL-CLOSED-GROSS PIC 9(5)V99 VALUE ZEROS.
       01 WS-REPL-CLOSED-NET   PIC 9(5)V99 VALUE ZEROS.
       01 WS-REPL-CLOSED-FICA  PIC 9(5)V99 VALUE ZEROS.

       01 WS-REPL-HEADING      PIC X(50) VALUE
           'REPLACEMENT CHECKS FOR RETURNED DIRECT DEPOSITS'.

      *----------------------------------------------------------*
      * Earnings statement (pay stub) controls                    *
      *----------------------------------------------------------*
       01 WS-REM-OTHER          PIC S9(5)V99 VALUE ZEROS.
       01 WS-POST-DEPT-CODE     PIC X(4)    VALUE SPACES.
       01 WS-POST-GROSS         PIC S9(5)V99 VALUE ZEROS.
       01 WS-POST-ER-TAX        PIC S9(5)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * Vacation / sick accrual controls.  Hours accrue per hour  *
       01 WS-VAC-ACCRUED       PIC 9(3)V99 VALUE ZEROS.
       01 WS-SIK-ACCRUED       PIC 9(3)V99 VALUE ZEROS.

      *  A terminated employee's final check pays out the whole
      *  vacation balance, this period's accrual included.
       01 WS-VAC-PAYOUT-HOURS  PIC 9(4)V99 VALUE ZEROS.
       01 WS-VAC-PAYOUT-RATE   PIC 9(3)V99 VALUE ZEROS.
       01 WS-VAC-PAYOUT-AMOUNT PIC 9(5)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * Retroactive pay controls.  Retro due for earlier periods  *
      * rides in other pay on the employee's next check; with no  *
      * retro pay file on hand there is none to pay.              *
      *----------------------------------------------------------*
       01 WS-RETRO-DUE-STATUS       PIC XX.
           88 RETRO-DUE-FOUND       VALUE '00'.
           88 RETRO-DUE-MISSING     VALUE '35'.

       01 WS-RETRO-DUE-ACTIVE  PIC X       VALUE 'N'.
           88 RETRO-DUE-ACTIVE     VALUE 'Y'.
           88 RETRO-DUE-INACTIVE   VALUE 'N'.

       01 WS-RETRO-DONE        PIC X       VALUE 'N'.
           88 RETRO-DONE       VALUE 'Y'.
           88 NOT-RETRO-DONE   VALUE 'N'.

       01 WS-RETRO-AMOUNT      PIC 9(5)V99 VALUE ZEROS.
       01 WS-RETRO-PERIOD-COUNT PIC 9(3)   COMP VALUE ZERO.
       01 WS-RETRO-FROM-DATE   PIC 9(8)    VALUE ZEROS.

      *----------------------------------------------------------*
      * Final pay close-out controls                              *
      *----------------------------------------------------------*
       01 WS-FINAL-PAY-STATUS       PIC XX.
           88 FINAL-PAY-RPT-FOUND   VALUE '00'.

       01 WS-FINAL-CHECK-COUNT  PIC 9(5)    COMP VALUE ZERO.
       01 WS-DED-STOPPED-COUNT  PIC 9(5)    COMP VALUE ZERO.
       01 WS-TOTAL-GARN-ARREARS PIC 9(7)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * Department control-break controls                        *
      *----------------------------------------------------------*
      * the FICA wage base and the federal brackets load from    *
      * the effective-dated tax rate control file at initialize  *
      * time - the entry with the latest effective date on or    *
      * before the run date governs the run.  The brackets and   *
      * the state rate are held per filing status (1 single,     *
      * 2 married, 3 head of household); an entry that carries   *
      * no set for a status falls back to the single set.        *
      *----------------------------------------------------------*
       01 WS-TAX-RATE-STATUS   PIC XX.
           88 TAX-RATE-FILE-MISSING VALUE '35'.
       01 WS-FICA-RATE         PIC V9999   VALUE ZEROS.
       01 WS-FICA-WAGE-BASE    PIC 9(7)V99 VALUE ZEROS.
       01 WS-STATE-WH-RATE     PIC V99     VALUE ZEROS.
       01 WS-PERIODS-PER-YEAR  PIC 9(2)    VALUE 52.

       01 WS-STATE-RATE-TABLE.
           05 WS-STATUS-STATE-RATE PIC V99 OCCURS 3 TIMES.

       01 WS-FED-BRACKET-TABLE.
           05 WS-FED-BRACKET-SET OCCURS 3 TIMES.
               10 WS-FED-BRACKET-ENTRY OCCURS 5 TIMES.
                   15 WS-BRACKET-FLOOR PIC 9(7)V99.
                   15 WS-BRACKET-RATE  PIC V999.

       01 WS-BRKT-SET-SOURCE-TABLE.
           05 WS-BRKT-SET-SOURCE PIC X OCCURS 3 TIMES.
               88 BRKT-SET-FROM-SINGLE VALUE 'S'.

       01 WS-BRKT-SET          PIC 9(1)    COMP VALUE ZERO.
       01 WS-BRKT-SUB          PIC 9(1)    COMP VALUE ZERO.
       01 WS-BRKT-DONE         PIC X       VALUE 'N'.
           88 BRKT-DONE        VALUE 'Y'.
       01 WS-BRKT-PORTION      PIC 9(7)V99.

       01 WS-PRIOR-YTD-GROSS   PIC 9(7)V99.
       01 WS-PRIOR-YTD-FICA-WAGES PIC 9(7)V99.
       01 WS-FICA-ROOM         PIC 9(7)V99.
       01 WS-FICA-TAXABLE      PIC 9(5)V99.

      *  Pre-tax deductions come off gross before withholding:
      *  every pre-tax take reduces federal/state taxable wages,
      *  while only the ones also exempt from FICA (section 125
      *  health) reduce the FICA wages the wage base applies to.
       01 WS-PRETAX-AMOUNT     PIC 9(5)V99 VALUE ZEROS.
       01 WS-PRETAX-FICA-AMOUNT PIC 9(5)V99 VALUE ZEROS.
       01 WS-FED-TAXABLE       PIC 9(5)V99 VALUE ZEROS.
       01 WS-FICA-WAGES        PIC 9(5)V99 VALUE ZEROS.

      *  Withholding election in force for the employee being
      *  paid.  The annual dependent credit and other income are
      *  spread over the periods in the year; an employee with no
      *  election, or whose exempt claim has run out, is withheld
      *  as single with no adjustments.
       01 WS-FED-SET           PIC 9(1)    COMP VALUE 1.
       01 WS-ST-SET            PIC 9(1)    COMP VALUE 1.
       01 WS-FED-EXEMPT-SW     PIC X       VALUE 'N'.
           88 FED-WH-EXEMPT        VALUE 'Y'.
           88 FED-WH-NOT-EXEMPT    VALUE 'N'.
       01 WS-ST-EXEMPT-SW      PIC X       VALUE 'N'.
           88 ST-WH-EXEMPT         VALUE 'Y'.
           88 ST-WH-NOT-EXEMPT     VALUE 'N'.
       01 WS-FED-CREDIT-PD     PIC 9(5)V99 VALUE ZEROS.
       01 WS-FED-OTHER-INC-PD  PIC 9(5)V99 VALUE ZEROS.
       01 WS-FED-EXTRA-WH      PIC 9(5)V99 VALUE ZEROS.
       01 WS-ST-CREDIT-PD      PIC 9(5)V99 VALUE ZEROS.
       01 WS-ST-OTHER-INC-PD   PIC 9(5)V99 VALUE ZEROS.
       01 WS-ST-EXTRA-WH       PIC 9(5)V99 VALUE ZEROS.
       01 WS-WH-WAGES          PIC 9(7)V99 VALUE ZEROS.
       01 WS-WH-ROOM           PIC 9(5)V99 VALUE ZEROS.

       01 WS-FICA-AMOUNT       PIC 9(5)V99.
       01 WS-FED-WH-AMOUNT     PIC 9(5)V99.
       01 WS-STATE-WH-AMOUNT   PIC 9(5)V99.
       01 WS-TOTAL-STATE-WH    PIC 9(7)V99 VALUE ZEROS.
       01 WS-TOTAL-DD-NET      PIC 9(7)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * Employer payroll taxes.  The employer FICA match applies  *
      * to the same taxable wages as the employee's FICA; FUTA    *
      * and SUTA each stop at their own annual wage base.  The    *
      * rates and bases load with the withholding rates.          *
      *----------------------------------------------------------*
       01 WS-ER-FICA-RATE      PIC V9999   VALUE ZEROS.
       01 WS-FUTA-RATE         PIC V9999   VALUE ZEROS.
       01 WS-FUTA-WAGE-BASE    PIC 9(7)V99 VALUE ZEROS.
       01 WS-SUTA-RATE         PIC V9999   VALUE ZEROS.
       01 WS-SUTA-WAGE-BASE    PIC 9(7)V99 VALUE ZEROS.

       01 WS-ER-WAGE-BASE      PIC 9(7)V99.
       01 WS-ER-ROOM           PIC 9(7)V99.
       01 WS-ER-TAXABLE        PIC 9(5)V99.

       01 WS-ER-FICA-AMOUNT    PIC 9(5)V99 VALUE ZEROS.
       01 WS-FUTA-AMOUNT       PIC 9(5)V99 VALUE ZEROS.
       01 WS-SUTA-AMOUNT       PIC 9(5)V99 VALUE ZEROS.
       01 WS-ER-TAX-AMOUNT     PIC 9(5)V99 VALUE ZEROS.

       01 WS-TOTAL-ER-FICA     PIC 9(7)V99 VALUE ZEROS.
       01 WS-TOTAL-FUTA        PIC 9(7)V99 VALUE ZEROS.
       01 WS-TOTAL-SUTA        PIC 9(7)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * Voluntary deduction controls.  Entries for the employee   *
      * being paid apply in DM-PRIORITY key order, the pre-tax    *
      * ones ahead of withholding and the rest after it; what     *
      * each one actually took this period is kept in a small     *
      * table for the pay stub.                                   *
      *----------------------------------------------------------*
       01 WS-DEDUCTION-STATUS       PIC XX.
           88 DEDUCTION-FOUND       VALUE '00'.
           88 DED-DONE         VALUE 'Y'.
           88 NOT-DED-DONE     VALUE 'N'.

      *  The deduction entries are worked in two passes: the
      *  pre-tax entries ahead of withholding, the after-tax ones
      *  (garnishments included) against what is left of net pay.
       01 WS-DED-PASS          PIC X       VALUE 'P'.
           88 PRETAX-PASS      VALUE 'P'.
           88 AFTER-TAX-PASS   VALUE 'A'.

      *  Tax treatment in force for the entry being worked; an
      *  entry carried with no treatment takes its code's default.
       01 WS-DED-TREATMENT     PIC X       VALUE 'A'.
           88 TREATED-PRE-TAX-INCOME VALUE 'I'.
           88 TREATED-PRE-TAX-ALL    VALUE 'C'.
           88 TREATED-PRE-TAX        VALUE 'I' 'C'.
           88 TREATED-AFTER-TAX      VALUE 'A'.

       01 WS-VD-SCHEDULED      PIC 9(5)V99.
       01 WS-VD-DESIRED        PIC 9(7)V99.
       01 WS-VD-REMAINING      PIC 9(7)V99.
           05 WS-EMP-DED-ENTRY OCCURS 10 TIMES.
               10 EDT-DED-CODE   PIC X(4).
               10 EDT-AMOUNT     PIC 9(5)V99.
               10 EDT-PRE-TAX-SW PIC X.
                   88 EDT-PRE-TAX    VALUE 'Y'.

      *----------------------------------------------------------*
      * Withholding election maintenance controls.  ELECTION-     *
      * TRANS adds, changes and deletes the W-4 election kept     *
      * per EMP-ID on WITHHOLDING-ELECTION; the federal and       *
      * state halves of a transaction are edited alike through    *
      * one work area.                                            *
      *----------------------------------------------------------*
       01 WS-ELECTION-STATUS        PIC XX.
           88 ELECTION-FOUND        VALUE '00'.
           88 ELECTION-FILE-MISSING VALUE '35'.

       01 WS-ELECT-TRANS-STATUS     PIC XX.
           88 ELECT-TRANS-MISSING   VALUE '35'.

       01 WS-ELECT-AUDIT-STATUS     PIC XX.
           88 ELECT-AUDIT-FOUND     VALUE '00'.

       01 WS-ELECT-TRANS-EOF   PIC X       VALUE 'N'.
           88 ELECT-TRANS-EOF      VALUE 'Y'.
           88 NOT-ELECT-TRANS-EOF  VALUE 'N'.

       01 WS-ELECTION-ACTIVE   PIC X       VALUE 'N'.
           88 ELECTION-MASTER-ACTIVE   VALUE 'Y'.
           88 ELECTION-MASTER-INACTIVE VALUE 'N'.

       01 WS-ELECT-EDIT-STATUS PIC X       VALUE 'Y'.
           88 ELECT-TRANS-VALID    VALUE 'Y'.
           88 ELECT-TRANS-INVALID  VALUE 'N'.

       01 WS-ELECT-REJECT-REASON.
           05 ER-PREFIX         PIC X(11) VALUE 'REJECTED - '.
           05 ER-JURIS          PIC X(6).
           05 ER-TEXT           PIC X(23).

       01 WS-EDIT-ELECTION.
           05 EE-FILING-STATUS  PIC X.
               88 EE-STATUS-VALID   VALUES 'S' 'M' 'H'.
           05 EE-DEP-CREDIT     PIC 9(5)V99.
           05 EE-OTHER-INCOME   PIC 9(7)V99.
           05 EE-EXTRA-WH       PIC 9(5)V99.
           05 EE-EXEMPT         PIC X.
               88 EE-EXEMPT-CLAIMED VALUE 'Y'.
               88 EE-EXEMPT-VALID   VALUES 'Y' 'N' SPACE.
           05 EE-EXEMPT-YEAR    PIC 9(4).

       01 WS-ETRANS-READ-COUNT     PIC 9(5) COMP VALUE ZERO.
       01 WS-ETRANS-APPLIED-COUNT  PIC 9(5) COMP VALUE ZERO.
       01 WS-ETRANS-REJECTED-COUNT PIC 9(5) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * General ledger journal voucher controls.  Department      *
      * gross accumulates in this table (it survives the          *
      * register's department break resets) and feeds the labor-  *
      * expense debit lines at end of run.  The employer's        *
      * payroll taxes accumulate beside it for the tax-expense    *
      * debit lines.  The voucher accounts are loaded from the    *
      * GL mapping file.                                          *
      *----------------------------------------------------------*
       01 WS-JV-ACCT-LABOR     PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-ER-TAX    PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-ER-FICA   PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-FUTA      PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-SUTA      PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-FICA      PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-FED-WH    PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-STATE-WH  PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-DD-CLEAR  PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-CHECKS    PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-VOL-DED   PIC X(8)    VALUE SPACES.

       01 WS-JV-DEPT-MAX       PIC 9(2)    VALUE 50.
       01 WS-JV-DEPT-COUNT     PIC 9(2)    VALUE ZERO.
           05 WS-JV-DEPT-ENTRY OCCURS 50 TIMES.
               10 JVT-DEPT-CODE  PIC X(4).
               10 JVT-GROSS      PIC 9(7)V99.
               10 JVT-ER-TAX     PIC 9(7)V99.

       01 WS-JV-DEPT-SUB       PIC 9(2)    COMP VALUE ZERO.
       01 WS-JV-SCAN-SUB       PIC 9(2)    COMP VALUE ZERO.

       01 WS-PAY-HISTORY-STATUS PIC XX.
           88 PAY-HISTORY-FOUND   VALUE '00'.
           88 PAY-HISTORY-WRITTEN VALUE '00' '02'.
           88 PAY-HISTORY-DUPLICATE VALUE '22'.
           88 PAY-HISTORY-MISSING VALUE '35'.

       01 WS-HISTORY-WRITTEN    PIC X VALUE 'N'.
           88 HISTORY-WRITTEN     VALUE 'Y'.
           88 HISTORY-NOT-WRITTEN VALUE 'N'.

      *----------------------------------------------------------*
      * End-of-run balancing and run-control controls             *
      *----------------------------------------------------------*
           88 PREVIEW-RUN          VALUE 'P'.
           88 LIVE-RUN             VALUE 'L'.

      *----------------------------------------------------------*
      * Pay cycle sequencing.  Each period on the pay calendar    *
      * runs PAYADJ, PAYROLL, DEDREMIT and ACHBUILD in that       *
      * order; this program is step 2 of the cycle.               *
      *----------------------------------------------------------*
       01 WS-PAY-CALENDAR-STATUS    PIC XX.
           88 PAY-CALENDAR-FOUND    VALUE '00'.
           88 PAY-CALENDAR-MISSING  VALUE '35'.

       01 WS-CYCLE-CONTROL-STATUS   PIC XX.
           88 CYCLE-CONTROL-FOUND   VALUE '00'.
           88 CYCLE-CONTROL-MISSING VALUE '35'.

       01 WS-CYCLE-OVERRIDE-STATUS  PIC XX.
           88 CYCLE-OVERRIDE-FOUND  VALUE '00'.

       01 WS-CYCLE-STEP-NAMES.
           05 FILLER           PIC X(8)  VALUE 'PAYADJ'.
           05 FILLER           PIC X(8)  VALUE 'PAYROLL'.
           05 FILLER           PIC X(8)  VALUE 'DEDREMIT'.
           05 FILLER           PIC X(8)  VALUE 'ACHBUILD'.
       01 WS-CYCLE-STEP-TABLE REDEFINES WS-CYCLE-STEP-NAMES.
           05 WS-CYCLE-STEP-NAME PIC X(8) OCCURS 4 TIMES.
       01 WS-CYCLE-STEP-COUNT  PIC 9(2)    COMP VALUE 4.
       01 WS-CYCLE-THIS-STEP   PIC 9(2)    COMP VALUE 2.
       01 WS-CYCLE-DUE-STEP    PIC 9(2)    COMP VALUE ZERO.
       01 WS-CYCLE-SUB         PIC 9(2)    COMP VALUE ZERO.

       01 WS-CYCLE-CONTROL.
           05 CS-PERIOD-END-DATE      PIC 9(8).
           05 CS-CHECK-DATE           PIC 9(8).
           05 CS-SETTLEMENT-DATE      PIC 9(8).
           05 CS-STEP-ENTRY OCCURS 4 TIMES.
               10 CS-STEP-DONE-DATE   PIC 9(8).
               10 CS-STEP-DONE-TIME   PIC 9(8).
               10 CS-STEP-RUN-COUNT   PIC 9(2).
               10 CS-STEP-OVERRIDE-BY PIC X(8).

       01 WS-CYCLE-PERIOD-END      PIC 9(8)    VALUE ZEROS.
       01 WS-CYCLE-CHECK-DATE      PIC 9(8)    VALUE ZEROS.
       01 WS-CYCLE-SETTLEMENT-DATE PIC 9(8)    VALUE ZEROS.
       01 WS-CYCLE-NEXT-PERIOD     PIC 9(8)    VALUE ZEROS.
       01 WS-CYCLE-DUE-PERIOD      PIC 9(8)    VALUE ZEROS.
       01 WS-CYCLE-DATE            PIC 9(8)    VALUE ZEROS.
       01 WS-CYCLE-TIME            PIC 9(8)    VALUE ZEROS.
       01 WS-CYCLE-OVERRIDE-BY     PIC X(8)    VALUE SPACES.
       01 WS-CYCLE-REASON          PIC X(50)   VALUE SPACES.

       01 WS-CALENDAR-EOF      PIC X       VALUE 'N'.
           88 CALENDAR-EOF         VALUE 'Y'.
           88 NOT-CALENDAR-EOF     VALUE 'N'.

       01 WS-PERIOD-SCHEDULED  PIC X       VALUE 'N'.
           88 PERIOD-SCHEDULED     VALUE 'Y'.
           88 PERIOD-NOT-SCHEDULED VALUE 'N'.

       01 WS-CYCLE-OVERRIDE    PIC X       VALUE 'N'.
           88 CYCLE-OVERRIDE-USED     VALUE 'Y'.
           88 CYCLE-OVERRIDE-NOT-USED VALUE 'N'.

      *----------------------------------------------------------*
      * General ledger mapping: the department expense accounts   *
      * loaded from GLMAP.DAT, and the accounts found for the     *
      * department being posted.                                  *
      *----------------------------------------------------------*
       01 WS-GL-MAPPING-STATUS      PIC XX.
           88 GL-MAPPING-FOUND      VALUE '00'.
           88 GL-MAPPING-MISSING    VALUE '35'.

       01 WS-GL-MAPPING-EOF    PIC X       VALUE 'N'.
           88 GL-MAPPING-EOF       VALUE 'Y'.
           88 NOT-GL-MAPPING-EOF   VALUE 'N'.

       01 WS-GL-DEPT-MAPPED    PIC X       VALUE 'N'.
           88 GL-DEPT-MAPPED       VALUE 'Y'.
           88 GL-DEPT-NOT-MAPPED   VALUE 'N'.

       01 WS-GL-DEPT-MAX       PIC 9(2)    VALUE 99.
       01 WS-GL-DEPT-COUNT     PIC 9(2)    VALUE ZERO.
       01 WS-GL-DEPT-TABLE.
           05 WS-GL-DEPT-ENTRY OCCURS 99 TIMES.
               10 GLT-DEPT-CODE       PIC X(4).
               10 GLT-LABOR-ACCOUNT   PIC X(8).
               10 GLT-ER-TAX-ACCOUNT  PIC X(8).
       01 WS-GL-DEPT-SUB       PIC 9(2)    COMP VALUE ZERO.
       01 WS-GL-SCAN-SUB       PIC 9(2)    COMP VALUE ZERO.

       01 WS-GL-LOOKUP-DEPT    PIC X(4)    VALUE SPACES.
       01 WS-GL-LABOR-ACCOUNT  PIC X(8)    VALUE SPACES.
       01 WS-GL-ER-TAX-ACCOUNT PIC X(8)    VALUE SPACES.
       01 WS-GL-MISSING-BUCKET PIC X(8)    VALUE SPACES.

       01 WS-RECORDS-READ-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-RECORDS-PAID-COUNT PIC 9(5) COMP VALUE ZERO.

           05 FILLER            PIC X(11) VALUE 'OT PAY'.
           05 FILLER            PIC X(11) VALUE 'OTHER PAY'.
           05 FILLER            PIC X(11) VALUE 'GROSS PAY'.
           05 FILLER            PIC X(11) VALUE 'FED TXBL'.
           05 FILLER            PIC X(11) VALUE 'FICA TXBL'.
           05 FILLER            PIC X(10) VALUE 'FICA'.
           05 FILLER            PIC X(10) VALUE 'FED WH'.
           05 FILLER            PIC X(10) VALUE 'STATE WH'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-GROSS-PAY      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-FED-TAXABLE    PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-FICA-TAXABLE   PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-FICA-AMOUNT    PIC Z,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-FED-WH-AMOUNT  PIC Z,ZZ9.99.
           05 DL-YTD-NET-PAY    PIC ZZZ,ZZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.

      *  Printed under the detail line of an employee paid retro,
      *  the amount under the other pay it is part of.
       01 WS-RETRO-DETAIL-LINE.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE 'RETRO PAY FROM '.
           05 RDL-FROM-DATE     PIC 9(8).
           05 FILLER            PIC X(30) VALUE SPACES.
           05 RDL-RETRO-PAY     PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-PERIOD-COUNT  PIC ZZ9.
           05 FILLER            PIC X(8)  VALUE ' PERIODS'.

       01 WS-TOTAL-LINE.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE 'GROSS PAYROLL:   $'.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 ES-GROSS-AMOUNT   PIC ZZ,ZZ9.99.

       01 WS-STMT-TAXABLE-LINE.
           05 ES-TAXABLE-DESC   PIC X(30).
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 ES-TAXABLE-AMOUNT PIC ZZ,ZZ9.99.

       01 WS-STMT-DED-HDG       PIC X(10) VALUE 'DEDUCTIONS'.

       01 WS-STMT-VOL-DESC.
           05 ES-VOL-TYPE       PIC X(10) VALUE 'VOLUNTARY '.
           05 ES-VOL-CODE       PIC X(4).

       01 WS-STMT-DED-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-IMG-PAY-TYPE   PIC X(2).
           05 AL-IMG-SALARY     PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-IMG-STATUS     PIC X(2).
           05 AL-IMG-HIRE-DATE  PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-IMG-TERM-DATE  PIC 9(8).

       01 WS-AUDIT-READ-LINE.
           05 FILLER            PIC X(24) VALUE
           05 DA-IMG-TAKEN      PIC ZZZ,ZZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DA-IMG-CASE-REF   PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DA-IMG-TREATMENT  PIC X(1).

       01 WS-DED-AUDIT-READ-LINE.
           05 FILLER            PIC X(24) VALUE
               'TRANSACTIONS REJECTED: '.
           05 DR-REJECT-COUNT   PIC ZZ,ZZ9.

      *----------------------------------------------------------*
      * Withholding election maintenance audit report layouts     *
      *----------------------------------------------------------*
       01 WS-ELECT-AUDIT-HEADING.
           05 FILLER            PIC X(40) VALUE
               'WITHHOLDING ELECTION MAINTENANCE AUDIT'.

       01 WS-ELECT-AUDIT-COL-HDGS.
           05 FILLER            PIC X(6)  VALUE 'CODE'.
           05 FILLER            PIC X(8)  VALUE 'EMP ID'.
           05 FILLER            PIC X(40) VALUE 'DISPOSITION'.

       01 WS-ELECT-AUDIT-DETAIL.
           05 EA-TRANS-CODE     PIC X(6).
           05 EA-EMP-ID         PIC X(8).
           05 EA-DISPOSITION    PIC X(40).

       01 WS-ELECT-AUDIT-IMAGE.
           05 EA-IMAGE-TAG      PIC X(10).
           05 EA-IMG-JURIS      PIC X(6).
           05 EA-IMG-STATUS     PIC X(3).
           05 EA-IMG-DEP-CREDIT PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EA-IMG-OTHER-INC  PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EA-IMG-EXTRA-WH   PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EA-IMG-EXEMPT     PIC X(2).
           05 EA-IMG-EXEMPT-YEAR PIC 9(4).

       01 WS-ELECT-AUDIT-READ-LINE.
           05 FILLER            PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05 EA-READ-COUNT     PIC ZZ,ZZ9.

       01 WS-ELECT-AUDIT-APPLIED-LINE.
           05 FILLER            PIC X(24) VALUE
               'TRANSACTIONS APPLIED:  '.
           05 EA-APPLIED-COUNT  PIC ZZ,ZZ9.

       01 WS-ELECT-AUDIT-REJ-LINE.
           05 FILLER            PIC X(24) VALUE
               'TRANSACTIONS REJECTED: '.
           05 EA-REJECTED-COUNT PIC ZZ,ZZ9.

      *----------------------------------------------------------*
      * Timecard exception report layouts                         *
      *----------------------------------------------------------*
               'DUPLICATE TIMECARDS:        '.
           05 XL-DUP-COUNT       PIC ZZ,ZZ9.

       01 WS-INACTIVE-TOTAL-LINE.
           05 FILLER             PIC X(30) VALUE
               'ON LEAVE/TERMINATED, NO CARD:'.
           05 XL-INACTIVE-COUNT  PIC ZZ,ZZ9.

      *----------------------------------------------------------*
      * Final pay close-out report layouts                        *
      *----------------------------------------------------------*
       01 WS-FINAL-PAY-HEADING.
           05 FILLER            PIC X(40) VALUE
               'FINAL PAY AND DEDUCTION CLOSE-OUT'.

       01 WS-FINAL-PAY-COL-HDGS.
           05 FILLER            PIC X(8)  VALUE 'EMP ID  '.
           05 FILLER            PIC X(32) VALUE 'EMPLOYEE NAME'.
           05 FILLER            PIC X(10) VALUE 'TERM DATE'.
           05 FILLER            PIC X(10) VALUE 'VAC HOURS'.
           05 FILLER            PIC X(12) VALUE 'VAC PAYOUT'.
           05 FILLER            PIC X(12) VALUE 'NET PAY'.

       01 WS-FINAL-PAY-DETAIL.
           05 FP-EMP-ID         PIC X(8).
           05 FP-EMP-NAME       PIC X(32).
           05 FP-TERM-DATE      PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FP-VAC-HOURS      PIC Z,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FP-VAC-PAYOUT     PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FP-NET-PAY        PIC ZZ,ZZ9.99.

       01 WS-FINAL-DED-DETAIL.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FP-DED-CODE       PIC X(6).
           05 FP-CASE-REF       PIC X(12).
           05 FILLER            PIC X(6)  VALUE 'GOAL  '.
           05 FP-DED-GOAL       PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(8)  VALUE '  TAKEN '.
           05 FP-DED-TAKEN      PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(10) VALUE '  ARREARS '.
           05 FP-DED-ARREARS    PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FP-DED-ACTION     PIC X(40).

       01 WS-FINAL-COUNT-LINE.
           05 FP-COUNT-LABEL    PIC X(30).
           05 FP-COUNT          PIC ZZ,ZZ9.

       01 WS-FINAL-ARREARS-LINE.
           05 FILLER            PIC X(30) VALUE
               'GARNISHMENT ARREARS OPEN:'.
           05 FP-TOTAL-ARREARS  PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
                   PERFORM 3200-VALIDATE-EMPLOYEE
                   IF VALID-RECORD
                       PERFORM 3150-MATCH-TIMECARD
                       PERFORM 3190-CHECK-EMPLOYMENT-STATUS
                   END-IF
                   EVALUATE TRUE
                       WHEN INVALID-RECORD
                           PERFORM 3160-MARK-TIMECARD-USED
                           PERFORM 3500-WRITE-REJECT-LINE
                       WHEN EMPLOYEE-NOT-PAYABLE
                           ADD 1 TO WS-INACTIVE-COUNT
                       WHEN TIMECARD-NOT-FOUND
                           PERFORM 3550-WRITE-NO-TIMECARD-LINE
                       WHEN OTHER
                           ADD 1 TO WS-RECORDS-PAID-COUNT
                           PERFORM 3250-CHECK-DEPT-BREAK
                           PERFORM 3350-COMPUTE-OTHER-PAY
                           PERFORM 3380-COMPUTE-VACATION-PAYOUT
                           PERFORM 3390-GET-RETRO-PAY
                           PERFORM 3300-COMPUTE-PAY
                           PERFORM 3370-BUILD-DISTRIBUTION
                           PERFORM 3400-COMPUTE-DEDUCTIONS
                           PERFORM 3440-COMPUTE-EMPLOYER-TAXES
                           PERFORM 3450-COMPUTE-VOL-DEDUCTIONS
                           ADD WS-CURRENT-PAY TO WS-TOTAL-PAY
                           ADD WS-NET-PAY     TO WS-TOTAL-NET-PAY
                               TO WS-TOTAL-FED-WH
                           ADD WS-STATE-WH-AMOUNT
                               TO WS-TOTAL-STATE-WH
                           ADD WS-ER-FICA-AMOUNT
                               TO WS-TOTAL-ER-FICA
                           ADD WS-FUTA-AMOUNT TO WS-TOTAL-FUTA
                           ADD WS-SUTA-AMOUNT TO WS-TOTAL-SUTA
                           PERFORM 3690-POST-DIST-GROSS
                           PERFORM 3600-UPDATE-YTD
                           PERFORM 3650-UPDATE-ACCRUALS
                           IF LIVE-RUN
                               PERFORM 4600-WRITE-PAY-HISTORY
                           END-IF
                           IF LIVE-RUN AND WS-RETRO-AMOUNT > ZERO
                               PERFORM 3395-MARK-RETRO-PAID
                           END-IF
                           PERFORM 4300-WRITE-DIRECT-DEPOSIT
                           IF EMP-TERMINATED AND FINAL-PAY-PENDING
                               PERFORM 3900-CLOSE-OUT-FINAL-PAY
                           END-IF
                           IF LIVE-RUN
                               PERFORM 3800-TAKE-CHECKPOINT
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM 4800-ISSUE-REPLACEMENT-CHECKS
           PERFORM 8700-BALANCE-RUN
           PERFORM 9000-TERMINATE
           PERFORM 9300-SET-RETURN-CODE
      *  so a preview run can hold the maintenance and posting
      *  steps off from the start.
           PERFORM 1400-GET-RUN-PARAMETERS
      *  Only a live run takes its place in the pay cycle; a
      *  preview posts nothing, so it can run at any time.
           IF LIVE-RUN
               MOVE WS-PERIOD-END-DATE TO WS-CYCLE-PERIOD-END
               PERFORM 1500-CHECK-CYCLE-STATUS
           END-IF
           PERFORM 1600-LOAD-GL-MAPPING
           OPEN I-O EMPLOYEE-FILE
           IF EMPLOYEE-FOUND OR EMPLOYEE-FILE-MISSING
               CONTINUE
               OPEN I-O EMPLOYEE-FILE
           END-IF
           PERFORM 2000-MAINTAIN-EMPLOYEES
      *  Deduction and withholding election maintenance post
      *  against DEDMAST.DAT and W4ELECT.DAT, which a preview run
      *  must leave untouched; the staged transactions wait for
      *  the live run so they are not consumed twice.
           IF LIVE-RUN
               PERFORM 2500-MAINTAIN-DEDUCTIONS
               PERFORM 2600-MAINTAIN-ELECTIONS
           END-IF
      *  A restart keeps the new-hire file the original run wrote
      *  before it went down, and a preview leaves the last live
      *  run's file for the state new-hire reporting.
           IF NOT-RESTART-RUN AND LIVE-RUN
               PERFORM 2700-REPORT-NEW-HIRES
           END-IF
           CLOSE EMPLOYEE-FILE
           SORT SORT-WORK-FILE
               OPEN EXTEND CHECK-REGISTER
               OPEN EXTEND EARNINGS-STATEMENTS
               OPEN EXTEND DISTRIBUTION-REPORT
               OPEN EXTEND FINAL-PAY-REPORT
           ELSE
               OPEN OUTPUT PAYROLL-REGISTER
               OPEN OUTPUT REJECT-REPORT
               OPEN OUTPUT CHECK-REGISTER
               OPEN OUTPUT EARNINGS-STATEMENTS
               OPEN OUTPUT DISTRIBUTION-REPORT
               OPEN OUTPUT FINAL-PAY-REPORT
           END-IF
           IF PAYROLL-REGISTER-FOUND
               CONTINUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FINAL-PAY-RPT-FOUND
               CONTINUE
           ELSE
               DISPLAY 'FINAL-PAY-REPORT OPEN FAILED, STATUS = '
                   WS-FINAL-PAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-GET-CHECK-CONTROL
           IF LIVE-RUN
               OPEN I-O PAY-HISTORY-FILE
               IF PAY-HISTORY-MISSING
                   OPEN OUTPUT PAY-HISTORY-FILE
                   CLOSE PAY-HISTORY-FILE
                   OPEN I-O PAY-HISTORY-FILE
               END-IF
               IF PAY-HISTORY-FOUND
                   CONTINUE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      *  Every printed check goes on the check issue file for the
      *  bank reconciliation and positive pay.
               OPEN EXTEND CHECK-ISSUE-FILE
               IF CHECK-ISSUE-MISSING
                   OPEN OUTPUT CHECK-ISSUE-FILE
                   CLOSE CHECK-ISSUE-FILE
                   OPEN EXTEND CHECK-ISSUE-FILE
               END-IF
               IF CHECK-ISSUE-FOUND
                   CONTINUE
               ELSE
                   DISPLAY 'CHECK-ISSUE-FILE OPEN FAILED, STATUS = '
                       WS-CHECK-ISSUE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O YTD-MASTER
           IF YTD-FILE-MISSING
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O RETRO-DUE-FILE
           IF RETRO-DUE-FOUND
               SET RETRO-DUE-ACTIVE TO TRUE
           ELSE
               IF RETRO-DUE-MISSING
                   SET RETRO-DUE-INACTIVE TO TRUE
               ELSE
                   DISPLAY 'RETRO-DUE-FILE OPEN FAILED, STATUS = '
                       WS-RETRO-DUE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *  With no election master on file yet, everyone is
      *  withheld as single with no adjustments.
           OPEN INPUT WITHHOLDING-ELECTION
           IF ELECTION-FOUND
               SET ELECTION-MASTER-ACTIVE TO TRUE
           ELSE
               IF ELECTION-FILE-MISSING
                   SET ELECTION-MASTER-INACTIVE TO TRUE
               ELSE
                   DISPLAY 'WITHHOLDING-ELECTION OPEN FAILED, '
                       'STATUS = ' WS-ELECTION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 4000-WRITE-HEADINGS
           WRITE REJECT-LINE FROM WS-REJECT-HEADING
           IF PREVIEW-RUN
           WRITE CHECK-REGISTER-LINE FROM WS-CHECK-REG-COL-HDGS
           WRITE DISTRIBUTION-LINE FROM WS-DIST-HEADING
           WRITE DISTRIBUTION-LINE FROM WS-DIST-COL-HDGS
           WRITE FINAL-PAY-LINE FROM WS-FINAL-PAY-HEADING
           IF PREVIEW-RUN
               WRITE FINAL-PAY-LINE FROM WS-PREVIEW-LINE
           END-IF
           WRITE FINAL-PAY-LINE FROM WS-FINAL-PAY-COL-HDGS
           PERFORM 1100-LOAD-TIMECARDS
           IF RESTART-RUN
               PERFORM 1050-PROCESS-RESTART
      *   FILE from the top instead of abending.  Otherwise      *
      *   skip-scans SORTED-EMPLOYEE-FILE, which is in DEPT-     *
      *   CODE/EMP-ID order, up to the last department/EMP-ID    *
      *   pair processed before the checkpoint.  A checkpoint    *
      *   taken while replacement checks were being paid also    *
      *   carries the queue records already posted, which 4800   *
      *   then passes over.                                      *
      *----------------------------------------------------------*
       1050-PROCESS-RESTART.
           OPEN INPUT CHECKPOINT-FILE
                       MOVE CP-TOTAL-CHECK-NET
                           TO WS-TOTAL-CHECK-NET
                       MOVE CP-TOTAL-VOL-DED  TO WS-TOTAL-VOL-DED
                       MOVE CP-TOTAL-ER-FICA  TO WS-TOTAL-ER-FICA
                       MOVE CP-TOTAL-FUTA     TO WS-TOTAL-FUTA
                       MOVE CP-TOTAL-SUTA     TO WS-TOTAL-SUTA
                       MOVE CP-RECORDS-READ   TO WS-RECORDS-READ-COUNT
                       MOVE CP-RECORDS-PAID   TO WS-RECORDS-PAID-COUNT
                       MOVE CP-REJECT-COUNT   TO WS-REJECT-COUNT
                       MOVE CP-DIST-EMP-COUNT TO WS-DIST-EMP-COUNT
                       MOVE CP-JV-DEPT-COUNT  TO WS-JV-DEPT-COUNT
                       MOVE CP-JV-DEPT-TABLE  TO WS-JV-DEPT-TABLE
                       MOVE CP-INACTIVE-COUNT TO WS-INACTIVE-COUNT
                       MOVE CP-FINAL-CHECK-COUNT
                           TO WS-FINAL-CHECK-COUNT
                       MOVE CP-DED-STOPPED-COUNT
                           TO WS-DED-STOPPED-COUNT
                       MOVE CP-TOTAL-GARN-ARREARS
                           TO WS-TOTAL-GARN-ARREARS
                       SET NOT-FIRST-DETAIL   TO TRUE
      *  A checkpoint taken while the replacement checks were
      *  being paid carries HIGH-VALUES as its last employee, so
      *  the skip passes over the whole sorted file, and the last
      *  department is already closed off; the queue picks up
      *  after the records already posted.
                       IF CP-REPL-POSTED-COUNT NUMERIC
                           MOVE CP-REPL-POSTED-COUNT
                               TO WS-REPL-SKIP-COUNT
                           MOVE CP-REPL-CHECK-COUNT
                               TO WS-REPL-CHECK-COUNT
                       END-IF
                       IF WS-REPL-SKIP-COUNT > ZERO
                           SET FIRST-DETAIL   TO TRUE
                       END-IF
                       PERFORM 1060-SKIP-TO-RESTART-POINT
               END-READ
               CLOSE CHECKPOINT-FILE
      *   Reads the effective-dated tax rate control file and     *
      *   keeps the entry with the latest effective date on or    *
      *   before the run date: the FICA rate and wage base, the   *
      *   state rate, the graduated federal brackets, and the     *
      *   employer FICA, FUTA and SUTA rates and bases.  The      *
      *   run stops rather than withhold from the whole payroll   *
      *   at zero when no usable entry exists.                    *
      *----------------------------------------------------------*
                   WS-RUN-DATE ', RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BRKT-SET-FROM-SINGLE (2)
               DISPLAY 'TAX RATE ENTRY HAS NO MARRIED BRACKETS, '
                   'SINGLE BRACKETS APPLY'
           END-IF
           IF BRKT-SET-FROM-SINGLE (3)
               DISPLAY 'TAX RATE ENTRY HAS NO HEAD OF HOUSEHOLD '
                   'BRACKETS, SINGLE BRACKETS APPLY'
           END-IF.

      *----------------------------------------------------------*
      * 1310-SELECT-TAX-RATE-ENTRY                                *
      *   Keeps one tax rate entry when it is effective on or     *
      *   before the run date and later than any entry already    *
      *   kept.  The single brackets and state rate fill set 1;   *
      *   the married and head of household sets follow.  An      *
      *   entry written before the per-status sets existed        *
      *   carries no period count, so the weekly cycle's 52 is    *
      *   assumed.                                                *
      *----------------------------------------------------------*
       1310-SELECT-TAX-RATE-ENTRY.
           IF TX-EFFECTIVE-DATE <= WS-RUN-DATE
               MOVE TX-EFFECTIVE-DATE TO WS-TAX-EFF-DATE
               MOVE TX-FICA-RATE      TO WS-FICA-RATE
               MOVE TX-FICA-WAGE-BASE TO WS-FICA-WAGE-BASE
               MOVE TX-ER-FICA-RATE   TO WS-ER-FICA-RATE
               MOVE TX-FUTA-RATE      TO WS-FUTA-RATE
               MOVE TX-FUTA-WAGE-BASE TO WS-FUTA-WAGE-BASE
               MOVE TX-SUTA-RATE      TO WS-SUTA-RATE
               MOVE TX-SUTA-WAGE-BASE TO WS-SUTA-WAGE-BASE
               IF TX-PERIODS-PER-YEAR NUMERIC
                       AND TX-PERIODS-PER-YEAR > ZERO
                   MOVE TX-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
               ELSE
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               END-IF
               MOVE TX-STATE-WH-RATE TO WS-STATUS-STATE-RATE (1)
               MOVE SPACE TO WS-BRKT-SET-SOURCE (1)
               MOVE 1 TO WS-BRKT-SET
               MOVE 1 TO WS-BRKT-SUB
               PERFORM 1320-COPY-FED-BRACKET
                   UNTIL WS-BRKT-SUB > 5
               MOVE 2 TO WS-BRKT-SET
               PERFORM 1330-COPY-STATUS-SET
                   UNTIL WS-BRKT-SET > 3
           END-IF.

      *----------------------------------------------------------*
      * 1320-COPY-FED-BRACKET                                     *
      *   Moves one single-status federal bracket occurrence      *
      *   from the control file entry into the set named by       *
      *   WS-BRKT-SET and steps the subscript.                    *
      *----------------------------------------------------------*
       1320-COPY-FED-BRACKET.
           MOVE TX-BRACKET-FLOOR (WS-BRKT-SUB)
               TO WS-BRACKET-FLOOR (WS-BRKT-SET, WS-BRKT-SUB)
           MOVE TX-BRACKET-RATE (WS-BRKT-SUB)
               TO WS-BRACKET-RATE (WS-BRKT-SET, WS-BRKT-SUB)
           ADD 1 TO WS-BRKT-SUB.

      *----------------------------------------------------------*
      * 1330-COPY-STATUS-SET                                      *
      *   Loads the brackets and state rate for one of the        *
      *   married or head of household statuses.  A set the       *
      *   entry leaves blank or zero takes the single brackets    *
      *   and is flagged so 1300 can say so; a zero state rate    *
      *   likewise takes the single rate.                         *
      *----------------------------------------------------------*
       1330-COPY-STATUS-SET.
           MOVE 1 TO WS-BRKT-SUB
           IF TX-STATUS-BRACKET-SET (WS-BRKT-SET - 1) = ZEROS
                   OR TX-STATUS-BRACKET-SET (WS-BRKT-SET - 1)
                       = SPACES
               SET BRKT-SET-FROM-SINGLE (WS-BRKT-SET) TO TRUE
               PERFORM 1320-COPY-FED-BRACKET
                   UNTIL WS-BRKT-SUB > 5
           ELSE
               MOVE SPACE TO WS-BRKT-SET-SOURCE (WS-BRKT-SET)
               PERFORM 1340-COPY-STATUS-BRACKET
                   UNTIL WS-BRKT-SUB > 5
           END-IF
           IF TX-STATUS-STATE-RATE (WS-BRKT-SET - 1) NUMERIC
                   AND TX-STATUS-STATE-RATE (WS-BRKT-SET - 1) > ZERO
               MOVE TX-STATUS-STATE-RATE (WS-BRKT-SET - 1)
                   TO WS-STATUS-STATE-RATE (WS-BRKT-SET)
           ELSE
               MOVE TX-STATE-WH-RATE
                   TO WS-STATUS-STATE-RATE (WS-BRKT-SET)
           END-IF
           ADD 1 TO WS-BRKT-SET.

      *----------------------------------------------------------*
      * 1340-COPY-STATUS-BRACKET                                  *
      *   Moves one married or head of household bracket          *
      *   occurrence from the control file entry and steps the    *
      *   subscript.                                              *
      *----------------------------------------------------------*
       1340-COPY-STATUS-BRACKET.
           MOVE TX-STATUS-FLOOR (WS-BRKT-SET - 1, WS-BRKT-SUB)
               TO WS-BRACKET-FLOOR (WS-BRKT-SET, WS-BRKT-SUB)
           MOVE TX-STATUS-RATE (WS-BRKT-SET - 1, WS-BRKT-SUB)
               TO WS-BRACKET-RATE (WS-BRKT-SET, WS-BRKT-SUB)
           ADD 1 TO WS-BRKT-SUB.

      *----------------------------------------------------------*
           END-IF.

      *----------------------------------------------------------*
      * 1500-CHECK-CYCLE-STATUS                                   *
      *   Checks this step against the pay calendar and the       *
      *   cycle-status control record before anything is touched. *
      *   The period (the machine date when the run parameters    *
      *   carry none) must be on the calendar and this must be    *
      *   the step due next for it.  A step already completed for *
      *   the period runs again only under an authorized          *
      *   override.  Anything else stops the run with return code *
      *   12 and names the step that should run next.             *
      *----------------------------------------------------------*
       1500-CHECK-CYCLE-STATUS.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           IF WS-CYCLE-PERIOD-END = ZERO
               MOVE WS-CYCLE-DATE TO WS-CYCLE-PERIOD-END
           END-IF
           PERFORM 1510-READ-CYCLE-CONTROL
           PERFORM 1520-READ-PAY-CALENDAR
           PERFORM 1540-FIND-DUE-STEP
           EVALUATE TRUE
               WHEN PERIOD-NOT-SCHEDULED
                   MOVE 'PERIOD END DATE IS NOT ON THE PAY CALENDAR'
                       TO WS-CYCLE-REASON
                   PERFORM 1560-REFUSE-STEP
               WHEN WS-CYCLE-PERIOD-END = CS-PERIOD-END-DATE
                AND CS-STEP-DONE-DATE (WS-CYCLE-THIS-STEP) > ZERO
                   PERFORM 1550-CHECK-OVERRIDE
                   IF CYCLE-OVERRIDE-NOT-USED
                       MOVE 'STEP ALREADY COMPLETED FOR THIS PERIOD'
                           TO WS-CYCLE-REASON
                       PERFORM 1560-REFUSE-STEP
                   END-IF
               WHEN WS-CYCLE-DUE-STEP = WS-CYCLE-THIS-STEP
                AND WS-CYCLE-DUE-PERIOD = WS-CYCLE-PERIOD-END
                   CONTINUE
               WHEN OTHER
                   MOVE 'STEP RUN OUT OF SEQUENCE' TO WS-CYCLE-REASON
                   PERFORM 1560-REFUSE-STEP
           END-EVALUATE.

      *----------------------------------------------------------*
      * 1510-READ-CYCLE-CONTROL                                   *
      *   Reads the cycle-status control record.  With none on    *
      *   file yet, no cycle is in progress and the first step    *
      *   may open any scheduled period.                          *
      *----------------------------------------------------------*
       1510-READ-CYCLE-CONTROL.
           MOVE ZEROS TO CS-PERIOD-END-DATE
                         CS-CHECK-DATE
                         CS-SETTLEMENT-DATE
           MOVE 1 TO WS-CYCLE-SUB
           PERFORM 1515-CLEAR-CYCLE-STEP
               UNTIL WS-CYCLE-SUB > WS-CYCLE-STEP-COUNT
           OPEN INPUT CYCLE-CONTROL-FILE
           IF CYCLE-CONTROL-FOUND
               READ CYCLE-CONTROL-FILE INTO WS-CYCLE-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE CYCLE-CONTROL-FILE
           ELSE
               IF CYCLE-CONTROL-MISSING
                   CONTINUE
               ELSE
                   DISPLAY 'CYCLE-CONTROL-FILE OPEN FAILED, STATUS = '
                       WS-CYCLE-CONTROL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 1515-CLEAR-CYCLE-STEP                                     *
      *   Clears one step's completion stamp.                     *
      *----------------------------------------------------------*
       1515-CLEAR-CYCLE-STEP.
           MOVE ZEROS  TO CS-STEP-DONE-DATE (WS-CYCLE-SUB)
                          CS-STEP-DONE-TIME (WS-CYCLE-SUB)
                          CS-STEP-RUN-COUNT (WS-CYCLE-SUB)
           MOVE SPACES TO CS-STEP-OVERRIDE-BY (WS-CYCLE-SUB)
           ADD 1 TO WS-CYCLE-SUB.

      *----------------------------------------------------------*
      * 1520-READ-PAY-CALENDAR                                    *
      *   Looks the period up on the pay calendar for its check   *
      *   and settlement dates, and finds the first scheduled     *
      *   period after the one on the control record.  The run    *
      *   does not go ahead without a calendar.                   *
      *----------------------------------------------------------*
       1520-READ-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAY-CALENDAR-MISSING
               DISPLAY 'PAY CALENDAR FILE MISSING, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PAY-CALENDAR-FOUND
               CONTINUE
           ELSE
               DISPLAY 'PAY-CALENDAR-FILE OPEN FAILED, STATUS = '
                   WS-PAY-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PERIOD-NOT-SCHEDULED TO TRUE
           MOVE ZEROS TO WS-CYCLE-NEXT-PERIOD
           PERFORM UNTIL CALENDAR-EOF
               READ PAY-CALENDAR-FILE
                   AT END
                       SET CALENDAR-EOF TO TRUE
                   NOT AT END
                       IF PC-PERIOD-END-DATE NUMERIC
                           PERFORM 1530-CHECK-CALENDAR-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE.

      *----------------------------------------------------------*
      * 1530-CHECK-CALENDAR-ENTRY                                 *
      *   Takes the dates of the period being run and keeps the  *
      *   earliest period later than the one on the control       *
      *   record.                                                 *
      *----------------------------------------------------------*
       1530-CHECK-CALENDAR-ENTRY.
           IF PC-PERIOD-END-DATE = WS-CYCLE-PERIOD-END
               SET PERIOD-SCHEDULED TO TRUE
               IF PC-CHECK-DATE NUMERIC
                   MOVE PC-CHECK-DATE TO WS-CYCLE-CHECK-DATE
               END-IF
               IF PC-SETTLEMENT-DATE NUMERIC
                   MOVE PC-SETTLEMENT-DATE TO WS-CYCLE-SETTLEMENT-DATE
               END-IF
           END-IF
           IF PC-PERIOD-END-DATE > CS-PERIOD-END-DATE
              AND (WS-CYCLE-NEXT-PERIOD = ZERO
                OR PC-PERIOD-END-DATE < WS-CYCLE-NEXT-PERIOD)
               MOVE PC-PERIOD-END-DATE TO WS-CYCLE-NEXT-PERIOD
           END-IF.

      *----------------------------------------------------------*
      * 1540-FIND-DUE-STEP                                        *
      *   Works out the step due next and its period: the first   *
      *   step not yet completed for the period in progress, or   *
      *   the first step of the next scheduled period once every  *
      *   step of this one is done.                               *
      *----------------------------------------------------------*
       1540-FIND-DUE-STEP.
           MOVE 1 TO WS-CYCLE-SUB
           PERFORM 1545-SKIP-COMPLETED-STEP
               UNTIL WS-CYCLE-SUB > WS-CYCLE-STEP-COUNT
                  OR CS-STEP-DONE-DATE (WS-CYCLE-SUB) = ZERO
           EVALUATE TRUE
               WHEN CS-PERIOD-END-DATE = ZERO
                   MOVE 1 TO WS-CYCLE-DUE-STEP
                   MOVE WS-CYCLE-PERIOD-END TO WS-CYCLE-DUE-PERIOD
               WHEN WS-CYCLE-SUB > WS-CYCLE-STEP-COUNT
                   MOVE 1 TO WS-CYCLE-DUE-STEP
                   MOVE WS-CYCLE-NEXT-PERIOD TO WS-CYCLE-DUE-PERIOD
               WHEN OTHER
                   MOVE WS-CYCLE-SUB TO WS-CYCLE-DUE-STEP
                   MOVE CS-PERIOD-END-DATE TO WS-CYCLE-DUE-PERIOD
           END-EVALUATE.

      *----------------------------------------------------------*
      * 1545-SKIP-COMPLETED-STEP                                  *
      *   Steps past one completed step.                          *
      *----------------------------------------------------------*
       1545-SKIP-COMPLETED-STEP.
           ADD 1 TO WS-CYCLE-SUB.

      *----------------------------------------------------------*
      * 1550-CHECK-OVERRIDE                                       *
      *   Allows a rerun of a completed step when the override    *
      *   file names this step and period and carries the ID of   *
      *   whoever authorized it.                                  *
      *----------------------------------------------------------*
       1550-CHECK-OVERRIDE.
           SET CYCLE-OVERRIDE-NOT-USED TO TRUE
           OPEN INPUT CYCLE-OVERRIDE-FILE
           IF CYCLE-OVERRIDE-FOUND
               READ CYCLE-OVERRIDE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CO-STEP-NAME
                              = WS-CYCLE-STEP-NAME (WS-CYCLE-THIS-STEP)
                          AND CO-PERIOD-END-DATE = WS-CYCLE-PERIOD-END
                          AND CO-AUTHORIZED-BY NOT = SPACES
                           SET CYCLE-OVERRIDE-USED TO TRUE
                           MOVE CO-AUTHORIZED-BY
                               TO WS-CYCLE-OVERRIDE-BY
                       END-IF
               END-READ
               CLOSE CYCLE-OVERRIDE-FILE
           END-IF
           IF CYCLE-OVERRIDE-USED
               DISPLAY 'CYCLE CONTROL: RERUN OF '
                   WS-CYCLE-STEP-NAME (WS-CYCLE-THIS-STEP)
                   ' FOR PERIOD ENDING ' WS-CYCLE-PERIOD-END
                   ' AUTHORIZED BY ' WS-CYCLE-OVERRIDE-BY
           END-IF.

      *----------------------------------------------------------*
      * 1560-REFUSE-STEP                                          *
      *   Stops a step run out of order or a second time, naming  *
      *   the step the cycle is waiting on.                       *
      *----------------------------------------------------------*
       1560-REFUSE-STEP.
           DISPLAY 'CYCLE CONTROL: '
               WS-CYCLE-STEP-NAME (WS-CYCLE-THIS-STEP)
               ' REFUSED FOR PERIOD ENDING ' WS-CYCLE-PERIOD-END
           DISPLAY '  ' WS-CYCLE-REASON
           IF WS-CYCLE-DUE-PERIOD = ZERO
               DISPLAY '  NEXT STEP TO RUN: '
                   WS-CYCLE-STEP-NAME (WS-CYCLE-DUE-STEP)
                   ' - NO LATER PERIOD ON THE PAY CALENDAR'
           ELSE
               DISPLAY '  NEXT STEP TO RUN: '
                   WS-CYCLE-STEP-NAME (WS-CYCLE-DUE-STEP)
                   ' FOR PERIOD ENDING ' WS-CYCLE-DUE-PERIOD
           END-IF
           DISPLAY 'RUN STOPPED'
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------*
      * 1600-LOAD-GL-MAPPING                                      *
      *   Loads the voucher accounts from the GL mapping file:    *
      *   the bucket accounts into the voucher account fields     *
      *   and the department expense accounts into the mapping    *
      *   table.  The run does not go ahead without the mapping,  *
      *   or with a bucket it posts to left unmapped.             *
      *----------------------------------------------------------*
       1600-LOAD-GL-MAPPING.
           OPEN INPUT GL-MAPPING-FILE
           IF GL-MAPPING-MISSING
               DISPLAY 'GL MAPPING FILE MISSING, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GL-MAPPING-FOUND
               CONTINUE
           ELSE
               DISPLAY 'GL-MAPPING-FILE OPEN FAILED, STATUS = '
                   WS-GL-MAPPING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-GL-DEPT-COUNT
           PERFORM UNTIL GL-MAPPING-EOF
               READ GL-MAPPING-FILE
                   AT END
                       SET GL-MAPPING-EOF TO TRUE
                   NOT AT END
                       PERFORM 1610-STORE-GL-MAPPING
               END-READ
           END-PERFORM
           CLOSE GL-MAPPING-FILE
           PERFORM 1630-CHECK-GL-BUCKETS.

      *----------------------------------------------------------*
      * 1610-STORE-GL-MAPPING                                     *
      *   Files one mapping record.  A record with no account, an *
      *   unknown type or bucket, or a department mapped twice    *
      *   stops the run.                                          *
      *----------------------------------------------------------*
       1610-STORE-GL-MAPPING.
           IF GM-ACCOUNT-NUMBER = SPACES
               DISPLAY 'GL MAPPING ' GM-MAP-KEY
                   ' HAS NO ACCOUNT, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN GM-DEPT-MAP
                   MOVE GM-DEPT-CODE TO WS-GL-LOOKUP-DEPT
                   PERFORM 1650-FIND-GL-DEPT
                   IF GL-DEPT-MAPPED
                       DISPLAY 'GL MAPPING DEPARTMENT ' GM-DEPT-CODE
                           ' MAPPED TWICE, RUN STOPPED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-GL-DEPT-COUNT NOT < WS-GL-DEPT-MAX
                       DISPLAY 'GL MAPPING DEPARTMENT TABLE FULL, '
                           'RUN STOPPED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GL-DEPT-COUNT
                   MOVE GM-DEPT-CODE
                       TO GLT-DEPT-CODE (WS-GL-DEPT-COUNT)
                   MOVE GM-ACCOUNT-NUMBER
                       TO GLT-LABOR-ACCOUNT (WS-GL-DEPT-COUNT)
                   MOVE GM-ER-TAX-ACCOUNT
                       TO GLT-ER-TAX-ACCOUNT (WS-GL-DEPT-COUNT)
               WHEN GM-BUCKET-MAP
                   PERFORM 1620-STORE-GL-BUCKET
               WHEN OTHER
                   DISPLAY 'GL MAPPING TYPE INVALID: ' GM-MAP-TYPE
                       ' ' GM-MAP-KEY ', RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------*
      * 1620-STORE-GL-BUCKET                                      *
      *   Moves one bucket's account into its voucher account     *
      *   field.                                                  *
      *----------------------------------------------------------*
       1620-STORE-GL-BUCKET.
           EVALUATE GM-MAP-KEY
               WHEN 'LABOR'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-LABOR
               WHEN 'ER-TAX'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-ER-TAX
               WHEN 'FICA'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-FICA
               WHEN 'FED-WH'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-FED-WH
               WHEN 'STATE-WH'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-STATE-WH
               WHEN 'VOL-DED'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-VOL-DED
               WHEN 'ER-FICA'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-ER-FICA
               WHEN 'FUTA'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-FUTA
               WHEN 'SUTA'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-SUTA
               WHEN 'DD-CLEAR'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-DD-CLEAR
               WHEN 'CHECKS'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-CHECKS
               WHEN 'ACCRUED'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'GL MAPPING BUCKET UNKNOWN: ' GM-MAP-KEY
                       ', RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------*
      * 1630-CHECK-GL-BUCKETS                                     *
      *   Stops the run when a bucket this program posts to has   *
      *   no account on the mapping.                              *
      *----------------------------------------------------------*
       1630-CHECK-GL-BUCKETS.
           MOVE SPACES TO WS-GL-MISSING-BUCKET
           EVALUATE TRUE
               WHEN WS-JV-ACCT-LABOR = SPACES
                   MOVE 'LABOR' TO WS-GL-MISSING-BUCKET
               WHEN WS-JV-ACCT-ER-TAX = SPACES
                   MOVE 'ER-TAX' TO WS-GL-MISSING-BUCKET
               WHEN WS-JV-ACCT-FICA = SPACES
                   MOVE 'FICA' TO WS-GL-MISSING-BUCKET
               WHEN WS-JV-ACCT-FED-WH = SPACES
                   MOVE 'FED-WH' TO WS-GL-MISSING-BUCKET
               WHEN WS-JV-ACCT-STATE-WH = SPACES
                   MOVE 'STATE-WH' TO WS-GL-MISSING-BUCKET
               WHEN WS-JV-ACCT-VOL-DED = SPACES
                   MOVE 'VOL-DED' TO WS-GL-MISSING-BUCKET
               WHEN WS-JV-ACCT-ER-FICA = SPACES
                   MOVE 'ER-FICA' TO WS-GL-MISSING-BUCKET
               WHEN WS-JV-ACCT-FUTA = SPACES
                   MOVE 'FUTA' TO WS-GL-MISSING-BUCKET
               WHEN WS-JV-ACCT-SUTA = SPACES
                   MOVE 'SUTA' TO WS-GL-MISSING-BUCKET
               WHEN WS-JV-ACCT-DD-CLEAR = SPACES
                   MOVE 'DD-CLEAR' TO WS-GL-MISSING-BUCKET
               WHEN WS-JV-ACCT-CHECKS = SPACES
                   MOVE 'CHECKS' TO WS-GL-MISSING-BUCKET
           END-EVALUATE
           IF WS-GL-MISSING-BUCKET NOT = SPACES
               DISPLAY 'GL MAPPING HAS NO ACCOUNT FOR '
                   WS-GL-MISSING-BUCKET ', RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * 1650-FIND-GL-DEPT                                         *
      *   Finds the expense accounts for one department.  A       *
      *   department not on the mapping, or mapped without a tax  *
      *   expense account, takes the LABOR and ER-TAX bucket      *
      *   accounts.                                               *
      *----------------------------------------------------------*
       1650-FIND-GL-DEPT.
           MOVE ZERO TO WS-GL-DEPT-SUB
           MOVE 1    TO WS-GL-SCAN-SUB
           PERFORM 1655-SCAN-GL-DEPT
               UNTIL WS-GL-SCAN-SUB > WS-GL-DEPT-COUNT
                  OR WS-GL-DEPT-SUB > ZERO
           IF WS-GL-DEPT-SUB > ZERO
               SET GL-DEPT-MAPPED TO TRUE
               MOVE GLT-LABOR-ACCOUNT (WS-GL-DEPT-SUB)
                   TO WS-GL-LABOR-ACCOUNT
               MOVE GLT-ER-TAX-ACCOUNT (WS-GL-DEPT-SUB)
                   TO WS-GL-ER-TAX-ACCOUNT
           ELSE
               SET GL-DEPT-NOT-MAPPED TO TRUE
               MOVE WS-JV-ACCT-LABOR TO WS-GL-LABOR-ACCOUNT
               MOVE SPACES           TO WS-GL-ER-TAX-ACCOUNT
           END-IF
           IF WS-GL-ER-TAX-ACCOUNT = SPACES
               MOVE WS-JV-ACCT-ER-TAX TO WS-GL-ER-TAX-ACCOUNT
           END-IF.

      *----------------------------------------------------------*
      * 1655-SCAN-GL-DEPT                                         *
      *   Compares one mapping table entry to the department      *
      *   sought and steps the subscript.                         *
      *----------------------------------------------------------*
       1655-SCAN-GL-DEPT.
           IF GLT-DEPT-CODE (WS-GL-SCAN-SUB) = WS-GL-LOOKUP-DEPT
               MOVE WS-GL-SCAN-SUB TO WS-GL-DEPT-SUB
           END-IF
           ADD 1 TO WS-GL-SCAN-SUB.

      *----------------------------------------------------------*
      * 2000-MAINTAIN-EMPLOYEES                                    *
      *   Applies add/change/terminate transactions from            *
      *   EMPLOYEE-TRANS against EMPLOYEE-FILE before the payroll    *
      *   read loop begins, writing one maintenance audit line per   *
      *   transaction and the batch counts at the bottom so HR can    *
      *   see which transactions actually took.  Runs with an         *
      *   empty audit report when no transaction file is present      *
      *   for this cycle.                                             *
      *----------------------------------------------------------*
       2000-MAINTAIN-EMPLOYEES.
           OPEN OUTPUT MAINT-AUDIT-REPORT
           IF MAINT-AUDIT-FOUND
               CONTINUE
           ELSE
               DISPLAY 'MAINT-AUDIT-REPORT OPEN FAILED, STATUS = '
                   WS-MAINT-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE MAINT-AUDIT-LINE FROM WS-AUDIT-HEADING
           WRITE MAINT-AUDIT-LINE FROM WS-AUDIT-COL-HDGS
      *  A termination keyed without a date takes the pay period
      *  end date, or today when the run parameters carry none.
           ACCEPT WS-MAINT-DATE FROM DATE YYYYMMDD
           IF WS-PERIOD-END-DATE > ZERO
               MOVE WS-PERIOD-END-DATE TO WS-MAINT-DATE
           END-IF
           OPEN INPUT EMPLOYEE-TRANS
           IF TRANS-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL TRANS-EOF
                   READ EMPLOYEE-TRANS
                       AT END
                           SET TRANS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ-COUNT
                           PERFORM 2100-APPLY-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-TRANS
           END-IF
           MOVE WS-TRANS-READ-COUNT     TO AL-READ-COUNT
           WRITE MAINT-AUDIT-LINE FROM WS-AUDIT-READ-LINE
           MOVE WS-TRANS-APPLIED-COUNT  TO AL-APPLIED-COUNT
           WRITE MAINT-AUDIT-LINE FROM WS-AUDIT-APPLIED-LINE
           MOVE WS-TRANS-REJECTED-COUNT TO AL-REJECTED-COUNT
           WRITE MAINT-AUDIT-LINE FROM WS-AUDIT-REJECTED-LINE
           CLOSE MAINT-AUDIT-REPORT.

      *----------------------------------------------------------*
      * 2100-APPLY-TRANSACTION                                      *
      *   Adds, changes or terminates one EMPLOYEE-FILE record       *
      *   based on TR-TRANS-CODE.  Every transaction is written to    *
      *   the maintenance audit report as applied or with the         *
      *   reason it was dropped (add of a duplicate key or without    *
      *   a hire date or SSN, change or termination of a key not on   *
      *   file, an invalid status move, unknown code); changes and    *
      *   terminations also get before and after images of the       *
      *   record.  A termination (the old delete code D is taken as  *
      *   one) keeps the record on file for the final check, the     *
      *   W-2 and the accrual and deduction close-out.                *
      *----------------------------------------------------------*
       2100-APPLY-TRANSACTION.
           MOVE TR-EMP-ID TO EMP-ID
           EVALUATE TRUE
               WHEN TR-ADD
                   PERFORM 2110-EDIT-ADD-TRANSACTION
                   IF MAINT-TRANS-INVALID
                       PERFORM 2180-WRITE-AUDIT-REJECT
                   ELSE
                       MOVE TR-EMP-NAME     TO EMP-NAME
                       MOVE TR-DEPT-CODE    TO DEPT-CODE
                       MOVE TR-HOURLY-RATE  TO HOURLY-RATE
                       MOVE TR-BANK-ROUTING-NUMBER
                           TO BANK-ROUTING-NUMBER
                       MOVE TR-BANK-ACCOUNT-NUMBER
                           TO BANK-ACCOUNT-NUMBER
                       MOVE TR-PAY-TYPE       TO PAY-TYPE
                       MOVE TR-PERIOD-SALARY  TO PERIOD-SALARY
      *  Bank data arriving on an add starts a prenote cycle: the
      *  employee is paid by check until the zero-dollar prenote
      *  has gone to the bank.
                       IF BANK-ROUTING-NUMBER > ZERO
                               AND BANK-ACCOUNT-NUMBER NOT = SPACES
                           SET PRENOTE-PENDING TO TRUE
                       ELSE
                           MOVE SPACE TO PRENOTE-STATUS
                       END-IF
                       PERFORM 2120-SET-NEW-HIRE-FIELDS
                       WRITE EMPLOYEE-RECORD
                           INVALID KEY
                               MOVE 'REJECTED - DUPLICATE EMP-ID'
                                   TO AL-DISPOSITION
                               PERFORM 2180-WRITE-AUDIT-REJECT
                           NOT INVALID KEY
                               PERFORM 2170-WRITE-AUDIT-APPLIED
                       END-WRITE
                   END-IF
               WHEN TR-CHANGE
                   READ EMPLOYEE-FILE
                       INVALID KEY
                               TO AL-DISPOSITION
                           PERFORM 2180-WRITE-AUDIT-REJECT
                       NOT INVALID KEY
                           PERFORM 2130-EDIT-CHANGE-TRANSACTION
                           IF MAINT-TRANS-INVALID
                               PERFORM 2180-WRITE-AUDIT-REJECT
                           ELSE
                               PERFORM 2170-WRITE-AUDIT-APPLIED
                               MOVE 'BEFORE:' TO AL-IMAGE-TAG
                               PERFORM 2190-WRITE-AUDIT-IMAGE
                               MOVE BANK-ROUTING-NUMBER
                                   TO WS-OLD-BANK-ROUTING
                               MOVE BANK-ACCOUNT-NUMBER
                                   TO WS-OLD-BANK-ACCOUNT
                               MOVE TR-EMP-NAME     TO EMP-NAME
                               MOVE TR-DEPT-CODE    TO DEPT-CODE
                               MOVE TR-HOURLY-RATE  TO HOURLY-RATE
                               MOVE TR-BANK-ROUTING-NUMBER
                                   TO BANK-ROUTING-NUMBER
                               MOVE TR-BANK-ACCOUNT-NUMBER
                                   TO BANK-ACCOUNT-NUMBER
                               MOVE TR-PAY-TYPE      TO PAY-TYPE
                               MOVE TR-PERIOD-SALARY TO PERIOD-SALARY
                               PERFORM 2150-SET-PRENOTE-STATUS
                               PERFORM 2160-APPLY-STATUS-CHANGE
                               REWRITE EMPLOYEE-RECORD
                               MOVE 'AFTER:' TO AL-IMAGE-TAG
                               PERFORM 2190-WRITE-AUDIT-IMAGE
                           END-IF
                   END-READ
               WHEN TR-TERMINATE
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           MOVE 'REJECTED - EMP-ID NOT ON FILE'
                               TO AL-DISPOSITION
                           PERFORM 2180-WRITE-AUDIT-REJECT
                       NOT INVALID KEY
                           IF EMP-TERMINATED
                               MOVE 'REJECTED - ALREADY TERMINATED'
                                   TO AL-DISPOSITION
                               PERFORM 2180-WRITE-AUDIT-REJECT
                           ELSE
                               PERFORM 2170-WRITE-AUDIT-APPLIED
                               MOVE 'BEFORE:' TO AL-IMAGE-TAG
                               PERFORM 2190-WRITE-AUDIT-IMAGE
                               PERFORM 2165-SET-TERMINATION
                               REWRITE EMPLOYEE-RECORD
                               MOVE 'AFTER:' TO AL-IMAGE-TAG
                               PERFORM 2190-WRITE-AUDIT-IMAGE
                           END-IF
                   END-READ
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANS CODE'
                   PERFORM 2180-WRITE-AUDIT-REJECT
           END-EVALUATE.

      *----------------------------------------------------------*
      * 2110-EDIT-ADD-TRANSACTION                                   *
      *   An add must carry the hire date and the SSN the state      *
      *   new-hire report needs, and may start the employee active   *
      *   or on leave but not terminated.  The reject reason goes     *
      *   straight into AL-DISPOSITION.                               *
      *----------------------------------------------------------*
       2110-EDIT-ADD-TRANSACTION.
           SET MAINT-TRANS-VALID TO TRUE
           EVALUATE TRUE
               WHEN TR-HIRE-DATE NOT NUMERIC
                 OR TR-HIRE-DATE = ZERO
                   SET MAINT-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - HIRE DATE MISSING'
                       TO AL-DISPOSITION
               WHEN TR-SSN NOT NUMERIC
                 OR TR-SSN = ZERO
                   SET MAINT-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - SSN MISSING' TO AL-DISPOSITION
               WHEN TR-EMP-STATUS NOT = SPACE
                       AND TR-EMP-STATUS NOT = 'A'
                       AND TR-EMP-STATUS NOT = 'L'
                   SET MAINT-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - INVALID STATUS FOR ADD'
                       TO AL-DISPOSITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 2120-SET-NEW-HIRE-FIELDS                                    *
      *   Fills the employment status, hire date and new-hire        *
      *   identity fields on an added record and flags it for the     *
      *   next new-hire report.  A blank status starts the            *
      *   employee active.                                             *
      *----------------------------------------------------------*
       2120-SET-NEW-HIRE-FIELDS.
           IF TR-EMP-STATUS = SPACE
               SET EMP-ACTIVE TO TRUE
           ELSE
               MOVE TR-EMP-STATUS TO EMP-STATUS
           END-IF
           MOVE TR-HIRE-DATE TO HIRE-DATE
           MOVE ZEROS        TO TERM-DATE
           MOVE SPACE        TO FINAL-PAY-STATUS
           SET NEW-HIRE-PENDING TO TRUE
           MOVE TR-SSN       TO EMP-SSN
           MOVE TR-ADDRESS   TO EMP-ADDRESS
           MOVE TR-CITY      TO EMP-CITY
           MOVE TR-STATE     TO EMP-STATE
           MOVE TR-ZIP       TO EMP-ZIP.

      *----------------------------------------------------------*
      * 2130-EDIT-CHANGE-TRANSACTION                                *
      *   Edits the status move a change transaction asks for        *
      *   against the record just read: the status must be A, L,     *
      *   T or blank (no change), a terminated employee cannot go     *
      *   on leave or be terminated again, and a rehire needs a new   *
      *   hire date and an SSN for the new-hire report.               *
      *----------------------------------------------------------*
       2130-EDIT-CHANGE-TRANSACTION.
           SET MAINT-TRANS-VALID TO TRUE
           EVALUATE TRUE
               WHEN TR-EMP-STATUS NOT = SPACE
                       AND TR-EMP-STATUS NOT = 'A'
                       AND TR-EMP-STATUS NOT = 'L'
                       AND TR-EMP-STATUS NOT = 'T'
                   SET MAINT-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - INVALID EMP STATUS'
                       TO AL-DISPOSITION
               WHEN TR-EMP-STATUS = 'L' AND EMP-TERMINATED
                   SET MAINT-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - EMPLOYEE TERMINATED'
                       TO AL-DISPOSITION
               WHEN TR-EMP-STATUS = 'T' AND EMP-TERMINATED
                   SET MAINT-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - ALREADY TERMINATED'
                       TO AL-DISPOSITION
               WHEN TR-EMP-STATUS = 'A' AND EMP-TERMINATED
                       AND (TR-HIRE-DATE NOT NUMERIC
                         OR TR-HIRE-DATE = ZERO)
                   SET MAINT-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - REHIRE DATE MISSING'
                       TO AL-DISPOSITION
               WHEN TR-EMP-STATUS = 'A' AND EMP-TERMINATED
                       AND (TR-SSN NOT NUMERIC OR TR-SSN = ZERO)
                       AND (EMP-SSN NOT NUMERIC OR EMP-SSN = ZERO)
                   SET MAINT-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - SSN MISSING' TO AL-DISPOSITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 2150-SET-PRENOTE-STATUS                                     *
      *   Decides the prenote status after a change transaction:     *
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 2160-APPLY-STATUS-CHANGE                                    *
      *   Applies the employment fields a change transaction         *
      *   carries.  Unlike the pay fields they move only when         *
      *   supplied, so a change keyed for a rate or a bank account    *
      *   leaves status, dates, SSN and address alone.  A rehire       *
      *   clears the termination and is reported as a new hire; a     *
      *   status of T is handled as a termination.                     *
      *----------------------------------------------------------*
       2160-APPLY-STATUS-CHANGE.
           IF TR-HIRE-DATE NUMERIC AND TR-HIRE-DATE > ZERO
               MOVE TR-HIRE-DATE TO HIRE-DATE
           END-IF
           IF TR-SSN NUMERIC AND TR-SSN > ZERO
               MOVE TR-SSN TO EMP-SSN
           END-IF
           IF TR-ADDRESS NOT = SPACES
               MOVE TR-ADDRESS TO EMP-ADDRESS
               MOVE TR-CITY    TO EMP-CITY
               MOVE TR-STATE   TO EMP-STATE
               MOVE TR-ZIP     TO EMP-ZIP
           END-IF
           EVALUATE TR-EMP-STATUS
               WHEN 'A'
                   IF EMP-TERMINATED
                       MOVE ZEROS TO TERM-DATE
                       MOVE SPACE TO FINAL-PAY-STATUS
                       SET NEW-HIRE-PENDING TO TRUE
                   END-IF
                   SET EMP-ACTIVE TO TRUE
               WHEN 'L'
                   SET EMP-ON-LEAVE TO TRUE
               WHEN 'T'
                   PERFORM 2165-SET-TERMINATION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 2165-SET-TERMINATION                                        *
      *   Marks the record in storage terminated with its final      *
      *   check still to be paid.  The termination date is the one    *
      *   keyed, or the maintenance date when none was.               *
      *----------------------------------------------------------*
       2165-SET-TERMINATION.
           SET EMP-TERMINATED    TO TRUE
           SET FINAL-PAY-PENDING TO TRUE
           IF TR-TERM-DATE NUMERIC AND TR-TERM-DATE > ZERO
               MOVE TR-TERM-DATE  TO TERM-DATE
           ELSE
               MOVE WS-MAINT-DATE TO TERM-DATE
           END-IF.

      *----------------------------------------------------------*
      * 2170-WRITE-AUDIT-APPLIED                                    *
      *   Writes one audit line showing the transaction applied      *
           MOVE BANK-ACCOUNT-NUMBER TO AL-IMG-ACCOUNT
           MOVE PAY-TYPE            TO AL-IMG-PAY-TYPE
           MOVE PERIOD-SALARY       TO AL-IMG-SALARY
           MOVE EMP-STATUS          TO AL-IMG-STATUS
           MOVE HIRE-DATE           TO AL-IMG-HIRE-DATE
           MOVE TERM-DATE           TO AL-IMG-TERM-DATE
           WRITE MAINT-AUDIT-LINE FROM WS-AUDIT-IMAGE-LINE.

      *----------------------------------------------------------*
      *   adds, changes or stops the DEDUCTION-MASTER entry keyed     *
      *   by EMP-ID and priority.  Changes preserve the entry's       *
      *   taken-to-date and arrears so a revised election does not     *
      *   restart goal tracking.  A blank tax treatment takes the      *
      *   deduction code's default (see 3465-GET-DED-TREATMENT).       *
      *----------------------------------------------------------*
       2510-APPLY-DED-TRANSACTION.
           PERFORM 2520-EDIT-DED-TRANSACTION
                       MOVE ZEROS             TO DM-TAKEN-TO-DATE
                       MOVE ZEROS             TO DM-ARREARS-AMOUNT
                       MOVE DT-CASE-REFERENCE TO DM-CASE-REFERENCE
                       MOVE DT-TAX-TREATMENT  TO DM-TAX-TREATMENT
                       PERFORM 3465-GET-DED-TREATMENT
                       MOVE WS-DED-TREATMENT  TO DM-TAX-TREATMENT
                       WRITE DEDUCTION-RECORD
                           INVALID KEY
                               MOVE 'REJECTED - DUPLICATE KEY'
                               MOVE DT-GOAL-AMOUNT  TO DM-GOAL-AMOUNT
                               MOVE DT-CASE-REFERENCE
                                   TO DM-CASE-REFERENCE
                               MOVE DT-TAX-TREATMENT
                                   TO DM-TAX-TREATMENT
                               PERFORM 3465-GET-DED-TREATMENT
                               MOVE WS-DED-TREATMENT
                                   TO DM-TAX-TREATMENT
                               REWRITE DEDUCTION-RECORD
                               MOVE 'AFTER:' TO DA-IMAGE-TAG
                               PERFORM 2570-WRITE-DED-IMAGE
      *   on the employee master, a numeric priority, and for adds     *
      *   and changes a known deduction code, an F or P calc           *
      *   method with a usable amount or a percent under the cap,      *
      *   a case reference on every garnishment, and a tax             *
      *   treatment of I, C, A or blank, never pre-tax on a            *
      *   garnishment.                                                 *
      *----------------------------------------------------------*
       2520-EDIT-DED-TRANSACTION.
           SET DED-TRANS-VALID TO TRUE
                       SET DED-TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - GARNISHMENT NEEDS CASE REF'
                           TO WS-DED-REJECT-REASON
                   WHEN NOT (DT-PRE-TAX-INCOME OR DT-PRE-TAX-ALL
                           OR DT-AFTER-TAX OR DT-TREATMENT-BLANK)
                       SET DED-TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - TAX TREATMENT NOT I, C OR A'
                           TO WS-DED-REJECT-REASON
                   WHEN DT-GARNISHMENT
                           AND (DT-PRE-TAX-INCOME OR DT-PRE-TAX-ALL)
                       SET DED-TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - GARNISHMENT CANNOT BE PRE-TAX'
                           TO WS-DED-REJECT-REASON
               END-EVALUATE
           END-IF.

           MOVE DM-GOAL-AMOUNT    TO DA-IMG-GOAL
           MOVE DM-TAKEN-TO-DATE  TO DA-IMG-TAKEN
           MOVE DM-CASE-REFERENCE TO DA-IMG-CASE-REF
           MOVE DM-TAX-TREATMENT  TO DA-IMG-TREATMENT
           WRITE DED-AUDIT-LINE FROM WS-DED-AUDIT-IMAGE.

      *----------------------------------------------------------*
      * 2600-MAINTAIN-ELECTIONS                                     *
      *   Applies add/change/delete transactions from ELECTION-      *
      *   TRANS against WITHHOLDING-ELECTION before the pay cycle,   *
      *   writing one audit line per transaction, applied or with     *
      *   its reject reason, and federal and state before and after   *
      *   images on changes.  Runs with an empty audit when no        *
      *   transaction file is present for this cycle; the master is   *
      *   created the first time transactions arrive.                 *
      *----------------------------------------------------------*
       2600-MAINTAIN-ELECTIONS.
           OPEN OUTPUT ELECT-AUDIT-REPORT
           IF ELECT-AUDIT-FOUND
               CONTINUE
           ELSE
               DISPLAY 'ELECT-AUDIT-REPORT OPEN FAILED, STATUS = '
                   WS-ELECT-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE ELECT-AUDIT-LINE FROM WS-ELECT-AUDIT-HEADING
           WRITE ELECT-AUDIT-LINE FROM WS-ELECT-AUDIT-COL-HDGS
           OPEN INPUT ELECTION-TRANS
           IF ELECT-TRANS-MISSING
               CONTINUE
           ELSE
               OPEN I-O WITHHOLDING-ELECTION
               IF ELECTION-FILE-MISSING
                   OPEN OUTPUT WITHHOLDING-ELECTION
                   CLOSE WITHHOLDING-ELECTION
                   OPEN I-O WITHHOLDING-ELECTION
               END-IF
               IF ELECTION-FOUND
                   CONTINUE
               ELSE
                   DISPLAY 'WITHHOLDING-ELECTION OPEN FAILED, '
                       'STATUS = ' WS-ELECTION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL ELECT-TRANS-EOF
                   READ ELECTION-TRANS
                       AT END
                           SET ELECT-TRANS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ETRANS-READ-COUNT
                           PERFORM 2610-APPLY-ELECT-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE ELECTION-TRANS
               CLOSE WITHHOLDING-ELECTION
           END-IF
           MOVE WS-ETRANS-READ-COUNT     TO EA-READ-COUNT
           WRITE ELECT-AUDIT-LINE FROM WS-ELECT-AUDIT-READ-LINE
           MOVE WS-ETRANS-APPLIED-COUNT  TO EA-APPLIED-COUNT
           WRITE ELECT-AUDIT-LINE FROM WS-ELECT-AUDIT-APPLIED-LINE
           MOVE WS-ETRANS-REJECTED-COUNT TO EA-REJECTED-COUNT
           WRITE ELECT-AUDIT-LINE FROM WS-ELECT-AUDIT-REJ-LINE
           CLOSE ELECT-AUDIT-REPORT.

      *----------------------------------------------------------*
      * 2610-APPLY-ELECT-TRANSACTION                                *
      *   Edits one election transaction and, when it passes,        *
      *   adds, changes or deletes the WITHHOLDING-ELECTION record    *
      *   for the EMP-ID.  A change replaces both the federal and     *
      *   state halves of the election.                               *
      *----------------------------------------------------------*
       2610-APPLY-ELECT-TRANSACTION.
           PERFORM 2620-EDIT-ELECT-TRANSACTION
           IF ELECT-TRANS-INVALID
               MOVE WS-ELECT-REJECT-REASON TO EA-DISPOSITION
               PERFORM 2680-WRITE-ELECT-REJECT
           ELSE
               MOVE WT-EMP-ID TO WE-EMP-ID
               EVALUATE TRUE
                   WHEN WT-ADD
                       MOVE WT-FED-ELECTION TO WE-FED-ELECTION
                       MOVE WT-ST-ELECTION  TO WE-ST-ELECTION
                       WRITE WITHHOLDING-ELECTION-RECORD
                           INVALID KEY
                               MOVE
                                   'REJECTED - ELECTION ALREADY ON FILE'
                                   TO EA-DISPOSITION
                               PERFORM 2680-WRITE-ELECT-REJECT
                           NOT INVALID KEY
                               PERFORM 2670-WRITE-ELECT-APPLIED
                       END-WRITE
                   WHEN WT-CHANGE
                       READ WITHHOLDING-ELECTION
                           INVALID KEY
                               MOVE 'REJECTED - NO ELECTION ON FILE'
                                   TO EA-DISPOSITION
                               PERFORM 2680-WRITE-ELECT-REJECT
                           NOT INVALID KEY
                               PERFORM 2670-WRITE-ELECT-APPLIED
                               MOVE 'BEFORE:' TO EA-IMAGE-TAG
                               PERFORM 2690-WRITE-ELECT-IMAGE
                               MOVE WT-FED-ELECTION TO WE-FED-ELECTION
                               MOVE WT-ST-ELECTION  TO WE-ST-ELECTION
                               REWRITE WITHHOLDING-ELECTION-RECORD
                               MOVE 'AFTER:' TO EA-IMAGE-TAG
                               PERFORM 2690-WRITE-ELECT-IMAGE
                       END-READ
                   WHEN WT-DELETE
                       READ WITHHOLDING-ELECTION
                           INVALID KEY
                               MOVE 'REJECTED - NO ELECTION ON FILE'
                                   TO EA-DISPOSITION
                               PERFORM 2680-WRITE-ELECT-REJECT
                           NOT INVALID KEY
                               DELETE WITHHOLDING-ELECTION
                               PERFORM 2670-WRITE-ELECT-APPLIED
                       END-READ
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      * 2620-EDIT-ELECT-TRANSACTION                                 *
      *   Checks the transaction code and that the employee is on    *
      *   the master; adds and changes then have their federal and   *
      *   state halves edited in turn by 2630.                        *
      *----------------------------------------------------------*
       2620-EDIT-ELECT-TRANSACTION.
           SET ELECT-TRANS-VALID TO TRUE
           MOVE 'REJECTED - ' TO ER-PREFIX
           MOVE SPACES TO ER-JURIS
           EVALUATE TRUE
               WHEN NOT (WT-ADD OR WT-CHANGE OR WT-DELETE)
                   SET ELECT-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - INVALID TRANS CODE'
                       TO WS-ELECT-REJECT-REASON
               WHEN WT-EMP-ID = SPACES
                   SET ELECT-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - EMP-ID IS BLANK'
                       TO WS-ELECT-REJECT-REASON
               WHEN WT-ADD OR WT-CHANGE
                   MOVE WT-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           SET ELECT-TRANS-INVALID TO TRUE
                           MOVE 'REJECTED - EMP-ID NOT ON MASTER'
                               TO WS-ELECT-REJECT-REASON
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ELECT-TRANS-VALID AND (WT-ADD OR WT-CHANGE)
               MOVE 'FED'           TO ER-JURIS
               MOVE WT-FED-ELECTION TO WS-EDIT-ELECTION
               PERFORM 2630-EDIT-ONE-ELECTION
           END-IF
           IF ELECT-TRANS-VALID AND (WT-ADD OR WT-CHANGE)
               MOVE 'STATE'         TO ER-JURIS
               MOVE WT-ST-ELECTION  TO WS-EDIT-ELECTION
               PERFORM 2630-EDIT-ONE-ELECTION
           END-IF.

      *----------------------------------------------------------*
      * 2630-EDIT-ONE-ELECTION                                      *
      *   Edits the federal or state half of an election placed in  *
      *   WS-EDIT-ELECTION, the caller having named it in ER-JURIS   *
      *   so the reject reason says which half failed.  An exempt    *
      *   claim must carry the last year it covers.                   *
      *----------------------------------------------------------*
       2630-EDIT-ONE-ELECTION.
           EVALUATE TRUE
               WHEN NOT EE-STATUS-VALID
                   SET ELECT-TRANS-INVALID TO TRUE
                   MOVE 'FILING STATUS NOT S/M/H' TO ER-TEXT
               WHEN EE-DEP-CREDIT NOT NUMERIC
                 OR EE-OTHER-INCOME NOT NUMERIC
                 OR EE-EXTRA-WH NOT NUMERIC
                   SET ELECT-TRANS-INVALID TO TRUE
                   MOVE 'AMOUNT NOT NUMERIC'     TO ER-TEXT
               WHEN NOT EE-EXEMPT-VALID
                   SET ELECT-TRANS-INVALID TO TRUE
                   MOVE 'EXEMPT FLAG NOT Y OR N' TO ER-TEXT
               WHEN EE-EXEMPT-CLAIMED
                       AND (EE-EXEMPT-YEAR NOT NUMERIC
                           OR EE-EXEMPT-YEAR = ZERO)
                   SET ELECT-TRANS-INVALID TO TRUE
                   MOVE 'EXEMPT YEAR MISSING'    TO ER-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 2670-WRITE-ELECT-APPLIED                                    *
      *   Writes one audit line showing the election transaction     *
      *   applied and counts it.                                      *
      *----------------------------------------------------------*
       2670-WRITE-ELECT-APPLIED.
           MOVE WT-TRANS-CODE TO EA-TRANS-CODE
           MOVE WT-EMP-ID     TO EA-EMP-ID
           MOVE 'APPLIED'     TO EA-DISPOSITION
           WRITE ELECT-AUDIT-LINE FROM WS-ELECT-AUDIT-DETAIL
           ADD 1 TO WS-ETRANS-APPLIED-COUNT.

      *----------------------------------------------------------*
      * 2680-WRITE-ELECT-REJECT                                     *
      *   Writes one audit line with the reject reason already       *
      *   placed in EA-DISPOSITION and counts it.                     *
      *----------------------------------------------------------*
       2680-WRITE-ELECT-REJECT.
           MOVE WT-TRANS-CODE TO EA-TRANS-CODE
           MOVE WT-EMP-ID     TO EA-EMP-ID
           WRITE ELECT-AUDIT-LINE FROM WS-ELECT-AUDIT-DETAIL
           ADD 1 TO WS-ETRANS-REJECTED-COUNT.

      *----------------------------------------------------------*
      * 2690-WRITE-ELECT-IMAGE                                      *
      *   Writes the federal and state image lines from the          *
      *   WITHHOLDING-ELECTION-RECORD currently in storage, tagged   *
      *   by the caller.                                              *
      *----------------------------------------------------------*
       2690-WRITE-ELECT-IMAGE.
           MOVE 'FED'                TO EA-IMG-JURIS
           MOVE WE-FED-FILING-STATUS TO EA-IMG-STATUS
           MOVE WE-FED-DEP-CREDIT    TO EA-IMG-DEP-CREDIT
           MOVE WE-FED-OTHER-INCOME  TO EA-IMG-OTHER-INC
           MOVE WE-FED-EXTRA-WH      TO EA-IMG-EXTRA-WH
           MOVE WE-FED-EXEMPT        TO EA-IMG-EXEMPT
           MOVE WE-FED-EXEMPT-YEAR   TO EA-IMG-EXEMPT-YEAR
           WRITE ELECT-AUDIT-LINE FROM WS-ELECT-AUDIT-IMAGE
           MOVE 'STATE'              TO EA-IMG-JURIS
           MOVE WE-ST-FILING-STATUS  TO EA-IMG-STATUS
           MOVE WE-ST-DEP-CREDIT     TO EA-IMG-DEP-CREDIT
           MOVE WE-ST-OTHER-INCOME   TO EA-IMG-OTHER-INC
           MOVE WE-ST-EXTRA-WH       TO EA-IMG-EXTRA-WH
           MOVE WE-ST-EXEMPT         TO EA-IMG-EXEMPT
           MOVE WE-ST-EXEMPT-YEAR    TO EA-IMG-EXEMPT-YEAR
           WRITE ELECT-AUDIT-LINE FROM WS-ELECT-AUDIT-IMAGE.

      *----------------------------------------------------------*
      * 2700-REPORT-NEW-HIRES                                       *
      *   Passes the employee master once after maintenance and      *
      *   writes a state directory-of-new-hires record for every      *
      *   employee added or rehired since the last live run, then     *
      *   the trailer with the record count, marking each one         *
      *   reported so it goes to the state only once.  Only a live    *
      *   run reports; a preview leaves the file the last live run    *
      *   wrote for the state, and the masters unmarked.              *
      *----------------------------------------------------------*
       2700-REPORT-NEW-HIRES.
           OPEN OUTPUT NEW-HIRE-FILE
           IF NEW-HIRE-FILE-FOUND
               CONTINUE
           ELSE
               DISPLAY 'NEW-HIRE-FILE OPEN FAILED, STATUS = '
                   WS-NEW-HIRE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET NEW-HIRE-EOF TO TRUE
           END-START
           PERFORM 2710-REPORT-ONE-EMPLOYEE
               UNTIL NEW-HIRE-EOF
           MOVE SPACES            TO NEW-HIRE-TRAILER
           MOVE 'T4'              TO NT-RECORD-ID
           MOVE WS-NEW-HIRE-COUNT TO NT-RECORD-COUNT
           WRITE NEW-HIRE-TRAILER
           CLOSE NEW-HIRE-FILE.

      *----------------------------------------------------------*
      * 2710-REPORT-ONE-EMPLOYEE                                    *
      *   Reads the next employee master record and reports it       *
      *   when a new hire is pending.                                 *
      *----------------------------------------------------------*
       2710-REPORT-ONE-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET NEW-HIRE-EOF TO TRUE
               NOT AT END
                   IF NEW-HIRE-PENDING
                       PERFORM 2720-WRITE-NEW-HIRE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * 2720-WRITE-NEW-HIRE                                         *
      *   Writes one new-hire record for the employee in storage     *
      *   with the employer's identity, and on a live run marks the   *
      *   master reported.                                            *
      *----------------------------------------------------------*
       2720-WRITE-NEW-HIRE.
           MOVE SPACES                 TO NEW-HIRE-RECORD
           MOVE 'W4'                   TO NH-RECORD-ID
           MOVE EMP-SSN                TO NH-EMP-SSN
           MOVE EMP-NAME               TO NH-EMP-NAME
           MOVE EMP-ADDRESS            TO NH-EMP-ADDRESS
           MOVE EMP-CITY               TO NH-EMP-CITY
           MOVE EMP-STATE              TO NH-EMP-STATE
           MOVE EMP-ZIP                TO NH-EMP-ZIP
           MOVE HIRE-DATE              TO NH-HIRE-DATE
           MOVE WS-NH-EMPLOYER-STATE   TO NH-STATE-OF-HIRE
           MOVE WS-NH-EMPLOYER-FEIN    TO NH-EMPLOYER-FEIN
           MOVE WS-NH-EMPLOYER-NAME    TO NH-EMPLOYER-NAME
           MOVE WS-NH-EMPLOYER-ADDRESS TO NH-EMPLOYER-ADDRESS
           MOVE WS-NH-EMPLOYER-CITY    TO NH-EMPLOYER-CITY
           MOVE WS-NH-EMPLOYER-STATE   TO NH-EMPLOYER-STATE
           MOVE WS-NH-EMPLOYER-ZIP     TO NH-EMPLOYER-ZIP
           WRITE NEW-HIRE-RECORD
           ADD 1 TO WS-NEW-HIRE-COUNT
           IF LIVE-RUN
               SET NEW-HIRE-REPORTED TO TRUE
               REWRITE EMPLOYEE-RECORD
           END-IF.

      *----------------------------------------------------------*
      * 3100-COPY-SORTED-RECORD                                    *
      *   Moves one SORTED-EMPLOYEE-RECORD (DEPT-CODE/EMP-ID         *
           MOVE SE-BANK-ACCOUNT-NUMBER TO BANK-ACCOUNT-NUMBER
           MOVE SE-PRENOTE-STATUS      TO PRENOTE-STATUS
           MOVE SE-PAY-TYPE            TO PAY-TYPE
           MOVE SE-PERIOD-SALARY       TO PERIOD-SALARY
           MOVE SE-EMP-STATUS          TO EMP-STATUS
           MOVE SE-HIRE-DATE           TO HIRE-DATE
           MOVE SE-TERM-DATE           TO TERM-DATE
           MOVE SE-FINAL-PAY-STATUS    TO FINAL-PAY-STATUS
           MOVE SE-NEW-HIRE-STATUS     TO NEW-HIRE-STATUS
           MOVE SE-EMP-SSN             TO EMP-SSN
           MOVE SE-EMP-ADDRESS         TO EMP-ADDRESS
           MOVE SE-EMP-CITY            TO EMP-CITY
           MOVE SE-EMP-STATE           TO EMP-STATE
           MOVE SE-EMP-ZIP             TO EMP-ZIP.

      *----------------------------------------------------------*
      * 3150-MATCH-TIMECARD                                        *
      *   Lets a salaried employee with no timecard this period      *
      *   into the pay path with zero hours and no holiday /         *
      *   shift-differential entries, instead of listing them on      *
      *   the timecard exception report.  A terminated employee's     *
      *   final check with no card comes through here too.            *
      *----------------------------------------------------------*
       3170-SETUP-SALARIED-NO-CARD.
           SET TIMECARD-FOUND TO TRUE
           MOVE ZEROS  TO TM-DIST-HOURS (WS-OP-INDEX)
           ADD 1 TO WS-OP-INDEX.

      *----------------------------------------------------------*
      * 3190-CHECK-EMPLOYMENT-STATUS                                *
      *   Decides, after the timecard match, whether a valid         *
      *   employee is paid this period.  A terminated employee       *
      *   whose final check has gone out is not paid again - a card   *
      *   for them rejects, no card is simply passed over.  A          *
      *   terminated employee still owed the final check is paid      *
      *   with or without a card, as is an active salaried            *
      *   employee, whose period salary needs no card.  An employee   *
      *   on leave is paid only from a card; with none they are      *
      *   passed over rather than listed as a timecard exception.     *
      *----------------------------------------------------------*
       3190-CHECK-EMPLOYMENT-STATUS.
           SET EMPLOYEE-PAYABLE TO TRUE
           EVALUATE TRUE
               WHEN EMP-TERMINATED AND FINAL-PAY-DONE
                   IF TIMECARD-FOUND
                       SET INVALID-RECORD TO TRUE
                       MOVE 'TERMINATED, FINAL CHECK ALREADY PAID'
                           TO WS-REJECT-REASON
                   ELSE
                       SET EMPLOYEE-NOT-PAYABLE TO TRUE
                   END-IF
               WHEN TIMECARD-FOUND
                   CONTINUE
               WHEN EMP-TERMINATED
                   PERFORM 3170-SETUP-SALARIED-NO-CARD
               WHEN EMP-ON-LEAVE
                   SET EMPLOYEE-NOT-PAYABLE TO TRUE
               WHEN SALARIED-EMPLOYEE
                   PERFORM 3170-SETUP-SALARIED-NO-CARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 3200-VALIDATE-EMPLOYEE                                    *
      *   Edits the static master fields before the record is     *
           MOVE DEPT-CODE TO WS-PREV-DEPT-CODE.

      *----------------------------------------------------------*
      * 3350-COMPUTE-OTHER-PAY                                    *
      *   Totals the holiday / shift-differential entries in      *
      *   OTHER-PAY-ENTRIES, each paid at its own rate rather      *
      *   than HOURLY-RATE, and accumulates them in WS-OTHER-PAY. *
      *----------------------------------------------------------*
       3350-COMPUTE-OTHER-PAY.
           MOVE ZEROS TO WS-OTHER-PAY
           MOVE 1 TO WS-OP-INDEX
           PERFORM 3360-ADD-OTHER-PAY-ENTRY
               UNTIL WS-OP-INDEX > 3.

      *----------------------------------------------------------*
      * 3360-ADD-OTHER-PAY-ENTRY                                  *
      *   Adds one OTHER-PAY-ENTRIES occurrence to WS-OTHER-PAY   *
      *   when its rate code is populated, then steps the index.  *
      *----------------------------------------------------------*
       3360-ADD-OTHER-PAY-ENTRY.
           IF TM-OP-RATE-CODE (WS-OP-INDEX) NOT = SPACES
               COMPUTE WS-OTHER-PAY = WS-OTHER-PAY +
                   (TM-OP-HOURS (WS-OP-INDEX)
                       * TM-OP-RATE (WS-OP-INDEX))
           END-IF
           ADD 1 TO WS-OP-INDEX.

      *----------------------------------------------------------*
      * 3380-COMPUTE-VACATION-PAYOUT                                *
      *   On a terminated employee's final check, pays out the       *
      *   whole vacation balance - what is on the accrual master      *
      *   plus this period's accrual, less the VAC hours the card     *
      *   already charges - at the hourly rate (a salaried            *
      *   employee's period salary over the standard week).  The      *
      *   payout rides in other pay; 3650 takes the hours off the     *
      *   balance.  Every other employee gets zero.                   *
      *----------------------------------------------------------*
       3380-COMPUTE-VACATION-PAYOUT.
           MOVE ZEROS TO WS-VAC-PAYOUT-HOURS
           MOVE ZEROS TO WS-VAC-PAYOUT-RATE
           MOVE ZEROS TO WS-VAC-PAYOUT-AMOUNT
           IF EMP-TERMINATED AND FINAL-PAY-PENDING
               PERFORM 3385-COMPUTE-ACCRUAL-HOURS
               MOVE EMP-ID TO AC-EMP-ID
               READ ACCRUAL-MASTER
                   INVALID KEY
                       MOVE ZEROS TO AC-VAC-BALANCE
               END-READ
               COMPUTE WS-VAC-PAYOUT-HOURS =
                   AC-VAC-BALANCE + WS-VAC-ACCRUED
                       - WS-VAC-HOURS-CHARGED
               IF SALARIED-EMPLOYEE
                   COMPUTE WS-VAC-PAYOUT-RATE ROUNDED =
                       PERIOD-SALARY / WS-STANDARD-HOURS
               ELSE
                   MOVE HOURLY-RATE TO WS-VAC-PAYOUT-RATE
               END-IF
               COMPUTE WS-VAC-PAYOUT-AMOUNT ROUNDED =
                   WS-VAC-PAYOUT-HOURS * WS-VAC-PAYOUT-RATE
               ADD WS-VAC-PAYOUT-AMOUNT TO WS-OTHER-PAY
           END-IF.

      *----------------------------------------------------------*
      * 3385-COMPUTE-ACCRUAL-HOURS                                  *
      *   Works out this period's vacation and sick accrual from     *
      *   the hours worked (a salaried employee accrues on the        *
      *   standard week) and the VAC and SIK hours the card           *
      *   charges.                                                    *
      *----------------------------------------------------------*
       3385-COMPUTE-ACCRUAL-HOURS.
           PERFORM 3245-SUM-ACCRUAL-CHARGES
           IF SALARIED-EMPLOYEE
               MOVE WS-STANDARD-HOURS TO WS-ACCRUAL-BASIS-HOURS
           ELSE
               MOVE TM-HOURS-WORKED   TO WS-ACCRUAL-BASIS-HOURS
           END-IF
           COMPUTE WS-VAC-ACCRUED =
               WS-ACCRUAL-BASIS-HOURS * WS-VAC-ACCRUAL-RATE
           COMPUTE WS-SIK-ACCRUED =
               WS-ACCRUAL-BASIS-HOURS * WS-SIK-ACCRUAL-RATE.

      *----------------------------------------------------------*
      * 3390-GET-RETRO-PAY                                          *
      *   Totals the retro pay RETROPAY has left due for the         *
      *   employee across the periods it was worked for, noting      *
      *   the earliest period for the register.  The retro rides in  *
      *   other pay, so it is withheld on and distributed like any   *
      *   other earnings this period.                                *
      *----------------------------------------------------------*
       3390-GET-RETRO-PAY.
           MOVE ZEROS TO WS-RETRO-AMOUNT
           MOVE ZERO  TO WS-RETRO-PERIOD-COUNT
           MOVE ZEROS TO WS-RETRO-FROM-DATE
           IF RETRO-DUE-ACTIVE
               SET NOT-RETRO-DONE TO TRUE
               MOVE EMP-ID TO RX-EMP-ID
               MOVE ZEROS  TO RX-PERIOD-DATE
               START RETRO-DUE-FILE
                   KEY IS NOT LESS THAN RX-KEY
                   INVALID KEY
                       SET RETRO-DONE TO TRUE
               END-START
               PERFORM 3391-ADD-ONE-RETRO-PERIOD
                   UNTIL RETRO-DONE
               ADD WS-RETRO-AMOUNT TO WS-OTHER-PAY
           END-IF.

      *----------------------------------------------------------*
      * 3391-ADD-ONE-RETRO-PERIOD                                   *
      *   Reads the next retro pay record and, while it is still     *
      *   the employee's, adds in what it has due.                   *
      *----------------------------------------------------------*
       3391-ADD-ONE-RETRO-PERIOD.
           READ RETRO-DUE-FILE NEXT RECORD
               AT END
                   SET RETRO-DONE TO TRUE
           END-READ
           IF RETRO-DONE
               CONTINUE
           ELSE
               IF RX-EMP-ID NOT = EMP-ID
                   SET RETRO-DONE TO TRUE
               ELSE
                   IF RX-RETRO-DUE > ZERO
                       ADD RX-RETRO-DUE TO WS-RETRO-AMOUNT
                       ADD 1 TO WS-RETRO-PERIOD-COUNT
                       IF WS-RETRO-FROM-DATE = ZERO
                           MOVE RX-PERIOD-DATE TO WS-RETRO-FROM-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 3395-MARK-RETRO-PAID                                        *
      *   Once the check is posted, moves each period's retro due    *
      *   to paid, stamped with the run date, so it is not paid      *
      *   again and a later raise for the period pays only the       *
      *   increase.                                                  *
      *----------------------------------------------------------*
       3395-MARK-RETRO-PAID.
           SET NOT-RETRO-DONE TO TRUE
           MOVE EMP-ID TO RX-EMP-ID
           MOVE ZEROS  TO RX-PERIOD-DATE
           START RETRO-DUE-FILE
               KEY IS NOT LESS THAN RX-KEY
               INVALID KEY
                   SET RETRO-DONE TO TRUE
           END-START
           PERFORM 3396-MARK-ONE-RETRO-PERIOD
               UNTIL RETRO-DONE.

      *----------------------------------------------------------*
      * 3396-MARK-ONE-RETRO-PERIOD                                  *
      *   Reads the next retro pay record and, while it is still     *
      *   the employee's, marks what it had due as paid.             *
      *----------------------------------------------------------*
       3396-MARK-ONE-RETRO-PERIOD.
           READ RETRO-DUE-FILE NEXT RECORD
               AT END
                   SET RETRO-DONE TO TRUE
           END-READ
           IF RETRO-DONE
               CONTINUE
           ELSE
               IF RX-EMP-ID NOT = EMP-ID
                   SET RETRO-DONE TO TRUE
               ELSE
                   IF RX-RETRO-DUE > ZERO
                       ADD RX-RETRO-DUE TO RX-RETRO-PAID
                       MOVE ZEROS       TO RX-RETRO-DUE
                       MOVE WS-RUN-DATE TO RX-LAST-PAID-DATE
                       REWRITE RETRO-DUE-RECORD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 3300-COMPUTE-PAY                                         *
      *----------------------------------------------------------*
      * 3695-POST-ONE-DIST-SHARE                                    *
      *   Posts one entry's department and gross share and steps      *
      *   the subscript.  The employer payroll taxes post with the    *
      *   home entry, as the withholding rides the home history       *
      *   record.                                                     *
      *----------------------------------------------------------*
       3695-POST-ONE-DIST-SHARE.
           MOVE DS-DEPT-CODE (WS-DIST-SUB) TO WS-POST-DEPT-CODE
           MOVE DS-GROSS (WS-DIST-SUB)     TO WS-POST-GROSS
           IF WS-DIST-SUB = 1
               MOVE WS-ER-TAX-AMOUNT TO WS-POST-ER-TAX
           ELSE
               MOVE ZEROS TO WS-POST-ER-TAX
           END-IF
           PERFORM 3700-POST-DEPT-GROSS
           ADD 1 TO WS-DIST-SUB.

      *----------------------------------------------------------*
      * 3400-COMPUTE-DEDUCTIONS                                   *
      *   Takes the employee's pre-tax deductions off gross pay     *
      *   (WS-CURRENT-PAY), then applies FICA, federal and state     *
      *   withholding and derives WS-NET-PAY.  Federal and state     *
      *   withholding apply to gross less every pre-tax deduction    *
      *   (WS-FED-TAXABLE); FICA applies to gross less only the      *
      *   pre-tax deductions also exempt from FICA (WS-FICA-WAGES),  *
      *   and only to the part of those wages that fits under the    *
      *   wage base given the employee's year-to-date FICA wages     *
      *   on YTD-MASTER.  Federal withholding steps through the      *
      *   graduated brackets loaded from the tax rate file.  The     *
      *   after-tax deductions follow in 3450.                        *
      *----------------------------------------------------------*
       3400-COMPUTE-DEDUCTIONS.
           PERFORM 3410-GET-PRIOR-YTD-GROSS
           MOVE ZEROS TO WS-VOL-DED-AMOUNT
           MOVE ZEROS TO WS-PRETAX-AMOUNT
           MOVE ZEROS TO WS-PRETAX-FICA-AMOUNT
           MOVE ZERO  TO WS-EMP-DED-COUNT
           MOVE WS-CURRENT-PAY TO WS-NET-PAY
           SET PRETAX-PASS TO TRUE
           PERFORM 3455-APPLY-DEDUCTION-PASS
           COMPUTE WS-FED-TAXABLE =
               WS-CURRENT-PAY - WS-PRETAX-AMOUNT
           COMPUTE WS-FICA-WAGES =
               WS-CURRENT-PAY - WS-PRETAX-FICA-AMOUNT
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-FICA-WAGE-BASE
               MOVE ZEROS TO WS-FICA-TAXABLE
           ELSE
               COMPUTE WS-FICA-ROOM =
                   WS-FICA-WAGE-BASE - WS-PRIOR-YTD-FICA-WAGES
               IF WS-FICA-WAGES > WS-FICA-ROOM
                   MOVE WS-FICA-ROOM TO WS-FICA-TAXABLE
               ELSE
                   MOVE WS-FICA-WAGES TO WS-FICA-TAXABLE
               END-IF
           END-IF
           COMPUTE WS-FICA-AMOUNT     =
               WS-FICA-TAXABLE * WS-FICA-RATE
           PERFORM 3415-GET-ELECTION
           PERFORM 3420-COMPUTE-FED-WH
           PERFORM 3425-COMPUTE-STATE-WH
           COMPUTE WS-NET-PAY =
               WS-FED-TAXABLE - WS-FICA-AMOUNT
                              - WS-FED-WH-AMOUNT
                              - WS-STATE-WH-AMOUNT.

      *----------------------------------------------------------*
      * 3410-GET-PRIOR-YTD-GROSS                                   *
      *   Reads the employee's YTD-MASTER record (not yet updated   *
      *   for this period) so the wage-base tests see the gross      *
      *   and FICA wages paid so far this year.  An employee not     *
      *   on the master yet has nothing paid this year.              *
      *----------------------------------------------------------*
       3410-GET-PRIOR-YTD-GROSS.
           MOVE ZEROS TO WS-PRIOR-YTD-GROSS
           MOVE ZEROS TO WS-PRIOR-YTD-FICA-WAGES
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3411-CHECK-YTD-FICA-WAGES
                   MOVE YTD-GROSS-PAY  TO WS-PRIOR-YTD-GROSS
                   MOVE YTD-FICA-WAGES TO WS-PRIOR-YTD-FICA-WAGES
           END-READ.

      *----------------------------------------------------------*
      * 3411-CHECK-YTD-FICA-WAGES                                  *
      *   A YTD-MASTER record written before the FICA wages were    *
      *   carried has none on it - blank, or zero against gross     *
      *   already paid.  Such a record takes its gross as the FICA  *
      *   wages so the wage-base tests do not start the year over.  *
      *----------------------------------------------------------*
       3411-CHECK-YTD-FICA-WAGES.
           IF YTD-FICA-WAGES NOT NUMERIC
               MOVE YTD-GROSS-PAY TO YTD-FICA-WAGES
           ELSE
               IF YTD-FICA-WAGES = ZERO AND YTD-GROSS-PAY > ZERO
                   MOVE YTD-GROSS-PAY TO YTD-FICA-WAGES
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 3415-GET-ELECTION                                          *
      *   Reads the employee's withholding election and sets up    *
      *   the bracket set, state rate, per-period credit and other  *
      *   income, extra withholding and exempt switches for 3420     *
      *   and 3425.  No election on file means single with no        *
      *   adjustments.                                               *
      *----------------------------------------------------------*
       3415-GET-ELECTION.
           MOVE 1 TO WS-FED-SET
           MOVE 1 TO WS-ST-SET
           SET FED-WH-NOT-EXEMPT TO TRUE
           SET ST-WH-NOT-EXEMPT  TO TRUE
           MOVE ZEROS TO WS-FED-CREDIT-PD
           MOVE ZEROS TO WS-FED-OTHER-INC-PD
           MOVE ZEROS TO WS-FED-EXTRA-WH
           MOVE ZEROS TO WS-ST-CREDIT-PD
           MOVE ZEROS TO WS-ST-OTHER-INC-PD
           MOVE ZEROS TO WS-ST-EXTRA-WH
           IF ELECTION-MASTER-ACTIVE
               MOVE EMP-ID TO WE-EMP-ID
               READ WITHHOLDING-ELECTION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3416-APPLY-FED-ELECTION
                       PERFORM 3417-APPLY-ST-ELECTION
               END-READ
           END-IF
           MOVE WS-STATUS-STATE-RATE (WS-ST-SET) TO WS-STATE-WH-RATE.

      *----------------------------------------------------------*
      * 3416-APPLY-FED-ELECTION                                    *
      *   Takes up the federal half of the election.  An exempt     *
      *   claim whose last covered year is behind the run year has   *
      *   lapsed, and the employee is withheld as single with no      *
      *   adjustments until a new election is filed.                  *
      *----------------------------------------------------------*
       3416-APPLY-FED-ELECTION.
           IF WE-FED-EXEMPT-CLAIMED
                   AND WE-FED-EXEMPT-YEAR < WS-RUN-CCYY
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WE-FED-MARRIED
                       MOVE 2 TO WS-FED-SET
                   WHEN WE-FED-HEAD-HOUSE
                       MOVE 3 TO WS-FED-SET
                   WHEN OTHER
                       MOVE 1 TO WS-FED-SET
               END-EVALUATE
               IF WE-FED-EXEMPT-CLAIMED
                   SET FED-WH-EXEMPT TO TRUE
               END-IF
               COMPUTE WS-FED-CREDIT-PD ROUNDED =
                   WE-FED-DEP-CREDIT / WS-PERIODS-PER-YEAR
               COMPUTE WS-FED-OTHER-INC-PD ROUNDED =
                   WE-FED-OTHER-INCOME / WS-PERIODS-PER-YEAR
               MOVE WE-FED-EXTRA-WH TO WS-FED-EXTRA-WH
           END-IF.

      *----------------------------------------------------------*
      * 3417-APPLY-ST-ELECTION                                     *
      *   Takes up the state half of the election the same way.    *
      *----------------------------------------------------------*
       3417-APPLY-ST-ELECTION.
           IF WE-ST-EXEMPT-CLAIMED
                   AND WE-ST-EXEMPT-YEAR < WS-RUN-CCYY
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WE-ST-MARRIED
                       MOVE 2 TO WS-ST-SET
                   WHEN WE-ST-HEAD-HOUSE
                       MOVE 3 TO WS-ST-SET
                   WHEN OTHER
                       MOVE 1 TO WS-ST-SET
               END-EVALUATE
               IF WE-ST-EXEMPT-CLAIMED
                   SET ST-WH-EXEMPT TO TRUE
               END-IF
               COMPUTE WS-ST-CREDIT-PD ROUNDED =
                   WE-ST-DEP-CREDIT / WS-PERIODS-PER-YEAR
               COMPUTE WS-ST-OTHER-INC-PD ROUNDED =
                   WE-ST-OTHER-INCOME / WS-PERIODS-PER-YEAR
               MOVE WE-ST-EXTRA-WH TO WS-ST-EXTRA-WH
           END-IF.

      *----------------------------------------------------------*
      * 3420-COMPUTE-FED-WH                                        *
      *   Steps through the graduated federal brackets for the      *
      *   employee's filing status, taxing the slice of withholding  *
      *   wages (taxable wages plus the period's share of other      *
      *   income) falling in each bracket at that bracket's rate.    *
      *   Brackets carry ascending floors; the first entry (after    *
      *   the first) whose floor does not rise ends the table.  The  *
      *   dependent credit then comes off, never below zero, and     *
      *   the extra withholding goes on, held to what is left of     *
      *   taxable wages after FICA.  An exempt employee has none.    *
      *----------------------------------------------------------*
       3420-COMPUTE-FED-WH.
           MOVE ZEROS TO WS-FED-WH-AMOUNT
           IF FED-WH-NOT-EXEMPT
               COMPUTE WS-WH-WAGES =
                   WS-FED-TAXABLE + WS-FED-OTHER-INC-PD
               MOVE WS-FED-SET TO WS-BRKT-SET
               SET NOT-BRKT-DONE TO TRUE
               MOVE 1 TO WS-BRKT-SUB
               PERFORM 3430-ADD-BRACKET-TAX
                   UNTIL WS-BRKT-SUB > 5 OR BRKT-DONE
               IF WS-FED-WH-AMOUNT > WS-FED-CREDIT-PD
                   SUBTRACT WS-FED-CREDIT-PD FROM WS-FED-WH-AMOUNT
               ELSE
                   MOVE ZEROS TO WS-FED-WH-AMOUNT
               END-IF
               ADD WS-FED-EXTRA-WH TO WS-FED-WH-AMOUNT
               IF WS-FICA-AMOUNT < WS-FED-TAXABLE
                   COMPUTE WS-WH-ROOM =
                       WS-FED-TAXABLE - WS-FICA-AMOUNT
               ELSE
                   MOVE ZEROS TO WS-WH-ROOM
               END-IF
               IF WS-FED-WH-AMOUNT > WS-WH-ROOM
                   MOVE WS-WH-ROOM TO WS-FED-WH-AMOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 3425-COMPUTE-STATE-WH                                      *
      *   Applies the state rate for the employee's state filing    *
      *   status to taxable wages plus the period's share of state   *
      *   other income, less the state credit and plus the state     *
      *   extra withholding, held to what is left of taxable wages   *
      *   after FICA and federal withholding.                        *
      *----------------------------------------------------------*
       3425-COMPUTE-STATE-WH.
           MOVE ZEROS TO WS-STATE-WH-AMOUNT
           IF ST-WH-NOT-EXEMPT
               COMPUTE WS-STATE-WH-AMOUNT =
                   (WS-FED-TAXABLE + WS-ST-OTHER-INC-PD)
                       * WS-STATE-WH-RATE
               IF WS-STATE-WH-AMOUNT > WS-ST-CREDIT-PD
                   SUBTRACT WS-ST-CREDIT-PD FROM WS-STATE-WH-AMOUNT
               ELSE
                   MOVE ZEROS TO WS-STATE-WH-AMOUNT
               END-IF
               ADD WS-ST-EXTRA-WH TO WS-STATE-WH-AMOUNT
               IF WS-FICA-AMOUNT + WS-FED-WH-AMOUNT < WS-FED-TAXABLE
                   COMPUTE WS-WH-ROOM =
                       WS-FED-TAXABLE - WS-FICA-AMOUNT
                                      - WS-FED-WH-AMOUNT
               ELSE
                   MOVE ZEROS TO WS-WH-ROOM
               END-IF
               IF WS-STATE-WH-AMOUNT > WS-WH-ROOM
                   MOVE WS-WH-ROOM TO WS-STATE-WH-AMOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 3430-ADD-BRACKET-TAX                                       *
      *   Taxes the slice of withholding wages that falls in one    *
      *   bracket of the set in WS-BRKT-SET and steps the           *
      *   subscript.                                                 *
      *----------------------------------------------------------*
       3430-ADD-BRACKET-TAX.
           IF WS-BRKT-SUB > 1
                   AND WS-BRACKET-FLOOR (WS-BRKT-SET, WS-BRKT-SUB) <=
                       WS-BRACKET-FLOOR (WS-BRKT-SET, WS-BRKT-SUB - 1)
               SET BRKT-DONE TO TRUE
           ELSE
               IF WS-WH-WAGES <=
                       WS-BRACKET-FLOOR (WS-BRKT-SET, WS-BRKT-SUB)
                   SET BRKT-DONE TO TRUE
               ELSE
                   IF WS-BRKT-SUB < 5
                           AND WS-BRACKET-FLOOR
                                   (WS-BRKT-SET, WS-BRKT-SUB + 1) >
                               WS-BRACKET-FLOOR
                                   (WS-BRKT-SET, WS-BRKT-SUB)
                           AND WS-WH-WAGES >
                               WS-BRACKET-FLOOR
                                   (WS-BRKT-SET, WS-BRKT-SUB + 1)
                       MOVE WS-BRACKET-FLOOR
                               (WS-BRKT-SET, WS-BRKT-SUB + 1)
                           TO WS-BRKT-UPPER
                   ELSE
                       MOVE WS-WH-WAGES TO WS-BRKT-UPPER
                   END-IF
                   COMPUTE WS-BRKT-PORTION =
                       WS-BRKT-UPPER
                           - WS-BRACKET-FLOOR (WS-BRKT-SET, WS-BRKT-SUB)
                   COMPUTE WS-FED-WH-AMOUNT =
                       WS-FED-WH-AMOUNT +
                           (WS-BRKT-PORTION
                               * WS-BRACKET-RATE
                                   (WS-BRKT-SET, WS-BRKT-SUB))
                   ADD 1 TO WS-BRKT-SUB
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 3440-COMPUTE-EMPLOYER-TAXES                                *
      *   Computes the employer's share of payroll tax for the      *
      *   employee just paid.  The FICA match applies the employer  *
      *   rate to the wages already found FICA-taxable; FUTA and     *
      *   SUTA each tax only the part of the FICA wages that fits    *
      *   under their own annual wage base given the prior           *
      *   year-to-date FICA wages 3400 read from YTD-MASTER (the     *
      *   same pre-tax deductions exempt from FICA are exempt from   *
      *   unemployment tax).  None of it comes out of the            *
      *   employee's pay.                                            *
      *----------------------------------------------------------*
       3440-COMPUTE-EMPLOYER-TAXES.
           COMPUTE WS-ER-FICA-AMOUNT =
               WS-FICA-TAXABLE * WS-ER-FICA-RATE
           MOVE WS-FUTA-WAGE-BASE TO WS-ER-WAGE-BASE
           PERFORM 3445-GET-ER-TAXABLE
           COMPUTE WS-FUTA-AMOUNT =
               WS-ER-TAXABLE * WS-FUTA-RATE
           MOVE WS-SUTA-WAGE-BASE TO WS-ER-WAGE-BASE
           PERFORM 3445-GET-ER-TAXABLE
           COMPUTE WS-SUTA-AMOUNT =
               WS-ER-TAXABLE * WS-SUTA-RATE
           COMPUTE WS-ER-TAX-AMOUNT =
               WS-ER-FICA-AMOUNT + WS-FUTA-AMOUNT + WS-SUTA-AMOUNT.

      *----------------------------------------------------------*
      * 3445-GET-ER-TAXABLE                                        *
      *   Finds the part of this period's FICA wages that still      *
      *   fits under the wage base set by the caller.                 *
      *----------------------------------------------------------*
       3445-GET-ER-TAXABLE.
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-ER-WAGE-BASE
               MOVE ZEROS TO WS-ER-TAXABLE
           ELSE
               COMPUTE WS-ER-ROOM =
                   WS-ER-WAGE-BASE - WS-PRIOR-YTD-FICA-WAGES
               IF WS-FICA-WAGES > WS-ER-ROOM
                   MOVE WS-ER-ROOM TO WS-ER-TAXABLE
               ELSE
                   MOVE WS-FICA-WAGES TO WS-ER-TAXABLE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 3450-COMPUTE-VOL-DEDUCTIONS                                 *
      *   Applies the employee's after-tax deduction entries         *
      *   (garnishments and anything not elected pre-tax) from       *
      *   DEDUCTION-MASTER against the disposable net pay left       *
      *   after the pre-tax deductions and statutory withholding     *
      *   3400 took, then adds the period's pre-tax and after-tax    *
      *   deductions together into the run total.                     *
      *----------------------------------------------------------*
       3450-COMPUTE-VOL-DEDUCTIONS.
           SET AFTER-TAX-PASS TO TRUE
           PERFORM 3455-APPLY-DEDUCTION-PASS
           ADD WS-VOL-DED-AMOUNT TO WS-TOTAL-VOL-DED.

      *----------------------------------------------------------*
      * 3455-APPLY-DEDUCTION-PASS                                   *
      *   Works the employee's DEDUCTION-MASTER entries for one       *
      *   pass (pre-tax or after-tax, per WS-DED-PASS).  Entries      *
      *   apply in DM-PRIORITY key order within the pass.  What       *
      *   each entry took this period is kept for the pay stub;       *
      *   the entry's taken-to-date and arrears ride back to the      *
      *   master.                                                      *
      *----------------------------------------------------------*
       3455-APPLY-DEDUCTION-PASS.
           IF DEDUCTION-MASTER-INACTIVE
               CONTINUE
           ELSE
               END-START
               PERFORM 3460-APPLY-ONE-DEDUCTION
                   UNTIL DED-DONE
           END-IF.

      *----------------------------------------------------------*
      * 3460-APPLY-ONE-DEDUCTION                                    *
      *   Reads the next deduction entry and, while it still         *
      *   belongs to the employee being paid, applies it if its       *
      *   tax treatment belongs to the pass being worked.  The amount *
      *   wanted this period is the scheduled amount (flat or          *
      *   percent of gross) plus any arrears being caught up,          *
      *   capped at what remains of the goal; what net pay cannot      *
               IF DM-EMP-ID NOT = EMP-ID
                   SET DED-DONE TO TRUE
               ELSE
                   PERFORM 3465-GET-DED-TREATMENT
                   IF (PRETAX-PASS AND TREATED-PRE-TAX)
                           OR (AFTER-TAX-PASS AND TREATED-AFTER-TAX)
                       PERFORM 3470-TAKE-DEDUCTION
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 3465-GET-DED-TREATMENT                                      *
      *   Sets WS-DED-TREATMENT for the DEDUCTION-RECORD in storage.  *
      *   An entry with no treatment carried takes its code's         *
      *   default: 401(k) pre-tax for federal/state only, health      *
      *   pre-tax for FICA as well (section 125), anything else        *
      *   after-tax.  A garnishment is always after-tax.               *
      *----------------------------------------------------------*
       3465-GET-DED-TREATMENT.
           EVALUATE TRUE
               WHEN DM-GARNISHMENT
                   SET TREATED-AFTER-TAX TO TRUE
               WHEN DM-PRE-TAX-INCOME
                   SET TREATED-PRE-TAX-INCOME TO TRUE
               WHEN DM-PRE-TAX-ALL
                   SET TREATED-PRE-TAX-ALL TO TRUE
               WHEN DM-AFTER-TAX
                   SET TREATED-AFTER-TAX TO TRUE
               WHEN DM-401K
                   SET TREATED-PRE-TAX-INCOME TO TRUE
               WHEN DM-HEALTH
                   SET TREATED-PRE-TAX-ALL TO TRUE
               WHEN OTHER
                   SET TREATED-AFTER-TAX TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 3470-TAKE-DEDUCTION                                         *
      *   Works one deduction entry: figures the amount wanted,       *
      *   takes what net pay covers (on the pre-tax pass, what is     *
      *   left of gross), posts the taken-to-date and arrears back    *
      *   to the master, and logs the take for the pay stub.  A       *
      *   pre-tax take is also counted against taxable wages.         *
      *----------------------------------------------------------*
       3470-TAKE-DEDUCTION.
           IF DM-PERCENT-CALC
           IF WS-VD-TAKE > ZERO
               SUBTRACT WS-VD-TAKE FROM WS-NET-PAY
               ADD WS-VD-TAKE TO WS-VOL-DED-AMOUNT
               IF PRETAX-PASS
                   ADD WS-VD-TAKE TO WS-PRETAX-AMOUNT
                   IF TREATED-PRE-TAX-ALL
                       ADD WS-VD-TAKE TO WS-PRETAX-FICA-AMOUNT
                   END-IF
               END-IF
               IF WS-EMP-DED-COUNT < 10
                   ADD 1 TO WS-EMP-DED-COUNT
                   MOVE DM-DED-CODE
                       TO EDT-DED-CODE (WS-EMP-DED-COUNT)
                   MOVE WS-VD-TAKE
                       TO EDT-AMOUNT (WS-EMP-DED-COUNT)
                   IF PRETAX-PASS
                       MOVE 'Y' TO EDT-PRE-TAX-SW (WS-EMP-DED-COUNT)
                   ELSE
                       MOVE 'N' TO EDT-PRE-TAX-SW (WS-EMP-DED-COUNT)
                   END-IF
               END-IF
               IF LIVE-RUN
                   PERFORM 3480-WRITE-DEDUCTION-DETAIL

      *----------------------------------------------------------*
      * 3600-UPDATE-YTD                                            *
      *   Rolls the current period's gross, net pay and FICA        *
      *   taxable wages (the part under the wage base, as history   *
      *   carries them, so a void backs out just what was added)    *
      *   into the employee's year-to-date record on YTD-MASTER,    *
      *   creating the record the first time an employee is paid    *
      *   this year.                                                *
      *   A preview run builds the would-be year-to-date figures    *
      *   in the record area for the register and pay stub but      *
      *   never writes them back.                                   *
                   CONTINUE
           END-READ
           IF YTD-FOUND
               PERFORM 3411-CHECK-YTD-FICA-WAGES
               ADD WS-CURRENT-PAY TO YTD-GROSS-PAY
               ADD WS-NET-PAY     TO YTD-NET-PAY
               ADD WS-FICA-TAXABLE TO YTD-FICA-WAGES
               IF LIVE-RUN
                   REWRITE YTD-RECORD
               END-IF
           ELSE
               MOVE WS-CURRENT-PAY TO YTD-GROSS-PAY
               MOVE WS-NET-PAY     TO YTD-NET-PAY
               MOVE WS-FICA-TAXABLE TO YTD-FICA-WAGES
               IF LIVE-RUN
                   WRITE YTD-RECORD
               END-IF
      *   master, creating the record the first time an employee      *
      *   accrues.  The balances stay in the record area for the      *
      *   earnings statement.  A preview run computes the              *
      *   would-be balances but never writes them back.  Hours         *
      *   paid out on a final check come off the vacation balance,     *
      *   leaving it at zero.                                          *
      *----------------------------------------------------------*
       3650-UPDATE-ACCRUALS.
           PERFORM 3385-COMPUTE-ACCRUAL-HOURS
           MOVE EMP-ID TO AC-EMP-ID
           READ ACCRUAL-MASTER
               INVALID KEY
                   MOVE ZEROS  TO AC-SIK-BALANCE
                   COMPUTE AC-VAC-BALANCE =
                       WS-VAC-ACCRUED - WS-VAC-HOURS-CHARGED
                           - WS-VAC-PAYOUT-HOURS
                   COMPUTE AC-SIK-BALANCE =
                       WS-SIK-ACCRUED - WS-SIK-HOURS-CHARGED
                   IF LIVE-RUN
                   COMPUTE AC-VAC-BALANCE =
                       AC-VAC-BALANCE + WS-VAC-ACCRUED
                           - WS-VAC-HOURS-CHARGED
                           - WS-VAC-PAYOUT-HOURS
                   COMPUTE AC-SIK-BALANCE =
                       AC-SIK-BALANCE + WS-SIK-ACCRUED
                           - WS-SIK-HOURS-CHARGED
                   MOVE WS-POST-DEPT-CODE
                       TO JVT-DEPT-CODE (WS-JV-DEPT-SUB)
                   MOVE ZEROS TO JVT-GROSS (WS-JV-DEPT-SUB)
                   MOVE ZEROS TO JVT-ER-TAX (WS-JV-DEPT-SUB)
               ELSE
                   DISPLAY 'JV DEPT TABLE FULL, DEPT '
                       WS-POST-DEPT-CODE ' NOT VOUCHERED'
           END-IF
           IF WS-JV-DEPT-SUB > ZERO
               ADD WS-POST-GROSS TO JVT-GROSS (WS-JV-DEPT-SUB)
               ADD WS-POST-ER-TAX TO JVT-ER-TAX (WS-JV-DEPT-SUB)
           END-IF.

      *----------------------------------------------------------*
           MOVE EMP-ID    TO WS-LAST-CHECKPOINT-ID
           ADD 1 TO WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
               PERFORM 3810-WRITE-CHECKPOINT
           END-IF.

      *----------------------------------------------------------*
      * 3810-WRITE-CHECKPOINT                                     *
      *   Rewrites the checkpoint file with the last department/  *
      *   EMP-ID pair paid, the running totals and counts, the    *
      *   department subtotal in progress and the replacement     *
      *   check queue records already posted.                     *
      *----------------------------------------------------------*
       3810-WRITE-CHECKPOINT.
           MOVE WS-LAST-CHECKPOINT-DEPT  TO CP-DEPT-CODE
           MOVE WS-LAST-CHECKPOINT-ID    TO CP-EMP-ID
           MOVE WS-TOTAL-PAY             TO CP-TOTAL-PAY
           MOVE WS-TOTAL-NET-PAY         TO CP-TOTAL-NET-PAY
           MOVE WS-PREV-DEPT-CODE        TO CP-PREV-DEPT-CODE
           MOVE WS-DEPT-TOTAL-PAY        TO CP-DEPT-TOTAL-PAY
           MOVE WS-DEPT-TOTAL-NET-PAY    TO CP-DEPT-TOTAL-NET-PAY
           MOVE WS-NEXT-CHECK-NO         TO CP-NEXT-CHECK-NO
           MOVE WS-CHECK-COUNT           TO CP-CHECK-COUNT
           MOVE WS-TOTAL-FICA            TO CP-TOTAL-FICA
           MOVE WS-TOTAL-FED-WH          TO CP-TOTAL-FED-WH
           MOVE WS-TOTAL-STATE-WH        TO CP-TOTAL-STATE-WH
           MOVE WS-TOTAL-DD-NET          TO CP-TOTAL-DD-NET
           MOVE WS-TOTAL-CHECK-NET       TO CP-TOTAL-CHECK-NET
           MOVE WS-TOTAL-VOL-DED         TO CP-TOTAL-VOL-DED
           MOVE WS-TOTAL-ER-FICA         TO CP-TOTAL-ER-FICA
           MOVE WS-TOTAL-FUTA            TO CP-TOTAL-FUTA
           MOVE WS-TOTAL-SUTA            TO CP-TOTAL-SUTA
           MOVE WS-RECORDS-READ-COUNT    TO CP-RECORDS-READ
           MOVE WS-RECORDS-PAID-COUNT    TO CP-RECORDS-PAID
           MOVE WS-REJECT-COUNT          TO CP-REJECT-COUNT
           MOVE WS-NO-TIMECARD-COUNT     TO CP-NO-TIMECARD-COUNT
           MOVE WS-DIST-EMP-COUNT        TO CP-DIST-EMP-COUNT
           MOVE WS-JV-DEPT-COUNT         TO CP-JV-DEPT-COUNT
           MOVE WS-JV-DEPT-TABLE         TO CP-JV-DEPT-TABLE
           MOVE WS-INACTIVE-COUNT        TO CP-INACTIVE-COUNT
           MOVE WS-FINAL-CHECK-COUNT     TO CP-FINAL-CHECK-COUNT
           MOVE WS-DED-STOPPED-COUNT     TO CP-DED-STOPPED-COUNT
           MOVE WS-TOTAL-GARN-ARREARS    TO CP-TOTAL-GARN-ARREARS
           MOVE WS-REPL-POSTED-COUNT     TO CP-REPL-POSTED-COUNT
           MOVE WS-REPL-CHECK-COUNT      TO CP-REPL-CHECK-COUNT
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           MOVE ZERO TO WS-CHECKPOINT-COUNT.

      *----------------------------------------------------------*
      * 3900-CLOSE-OUT-FINAL-PAY                                    *
      *   Runs after a terminated employee's final check: lists the  *
      *   check and the vacation payout on the final pay report,     *
      *   stops every recurring deduction the employee carries        *
      *   (listing each, garnishments with their case reference and  *
      *   any arrears still owed, for the case file), and marks the   *
      *   master final-paid so the employee is not paid again.  The   *
      *   final check itself has already taken this period's          *
      *   deductions.  A preview run lists the same close-out but      *
      *   leaves the deduction and employee masters as they are.       *
      *----------------------------------------------------------*
       3900-CLOSE-OUT-FINAL-PAY.
           MOVE EMP-ID               TO FP-EMP-ID
           MOVE EMP-NAME             TO FP-EMP-NAME
           MOVE TERM-DATE            TO FP-TERM-DATE
           MOVE WS-VAC-PAYOUT-HOURS  TO FP-VAC-HOURS
           MOVE WS-VAC-PAYOUT-AMOUNT TO FP-VAC-PAYOUT
           MOVE WS-NET-PAY           TO FP-NET-PAY
           WRITE FINAL-PAY-LINE FROM WS-FINAL-PAY-DETAIL
           ADD 1 TO WS-FINAL-CHECK-COUNT
           IF DEDUCTION-MASTER-ACTIVE
               SET NOT-DED-DONE TO TRUE
               MOVE EMP-ID TO DM-EMP-ID
               MOVE ZEROS  TO DM-PRIORITY
               START DEDUCTION-MASTER
                   KEY IS NOT LESS THAN DM-KEY
                   INVALID KEY
                       SET DED-DONE TO TRUE
               END-START
               PERFORM 3910-STOP-ONE-DEDUCTION
                   UNTIL DED-DONE
           END-IF
           IF LIVE-RUN
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FINAL-PAY-DONE TO TRUE
                       REWRITE EMPLOYEE-RECORD
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * 3910-STOP-ONE-DEDUCTION                                     *
      *   Reads the next deduction entry and, while it still         *
      *   belongs to the terminated employee, lists it on the final   *
      *   pay report and (on a live run) deletes it.  A garnishment   *
      *   with arrears left is flagged and its arrears totaled so     *
      *   the case file can be answered to the issuing agency.        *
      *----------------------------------------------------------*
       3910-STOP-ONE-DEDUCTION.
           READ DEDUCTION-MASTER NEXT RECORD
               AT END
                   SET DED-DONE TO TRUE
           END-READ
           IF DED-DONE
               CONTINUE
           ELSE
               IF DM-EMP-ID NOT = EMP-ID
                   SET DED-DONE TO TRUE
               ELSE
                   MOVE DM-DED-CODE       TO FP-DED-CODE
                   MOVE DM-CASE-REFERENCE TO FP-CASE-REF
                   MOVE DM-GOAL-AMOUNT    TO FP-DED-GOAL
                   MOVE DM-TAKEN-TO-DATE  TO FP-DED-TAKEN
                   MOVE DM-ARREARS-AMOUNT TO FP-DED-ARREARS
                   IF DM-GARNISHMENT AND DM-ARREARS-AMOUNT > ZERO
                       MOVE 'STOPPED - ARREARS OWED, SEE CASE FILE'
                           TO FP-DED-ACTION
                       ADD DM-ARREARS-AMOUNT TO WS-TOTAL-GARN-ARREARS
                   ELSE
                       MOVE 'STOPPED' TO FP-DED-ACTION
                   END-IF
                   WRITE FINAL-PAY-LINE FROM WS-FINAL-DED-DETAIL
                   ADD 1 TO WS-DED-STOPPED-COUNT
                   IF LIVE-RUN
                       DELETE DEDUCTION-MASTER
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
           MOVE WS-OVERTIME-PAY     TO DL-OVERTIME-PAY
           MOVE WS-OTHER-PAY        TO DL-OTHER-PAY
           MOVE WS-CURRENT-PAY      TO DL-GROSS-PAY
           MOVE WS-FED-TAXABLE      TO DL-FED-TAXABLE
           MOVE WS-FICA-TAXABLE     TO DL-FICA-TAXABLE
           MOVE WS-FICA-AMOUNT      TO DL-FICA-AMOUNT
           MOVE WS-FED-WH-AMOUNT    TO DL-FED-WH-AMOUNT
           MOVE WS-STATE-WH-AMOUNT  TO DL-STATE-WH-AMOUNT
           MOVE YTD-GROSS-PAY       TO DL-YTD-GROSS-PAY
           MOVE YTD-NET-PAY         TO DL-YTD-NET-PAY
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-RETRO-AMOUNT > ZERO
               MOVE WS-RETRO-FROM-DATE    TO RDL-FROM-DATE
               MOVE WS-RETRO-AMOUNT       TO RDL-RETRO-PAY
               MOVE WS-RETRO-PERIOD-COUNT TO RDL-PERIOD-COUNT
               WRITE PRINT-LINE FROM WS-RETRO-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *----------------------------------------------------------*
      * 4200-WRITE-DEPT-TOTAL                                      *
      *   employee whose bank data is still in its prenote cycle      *
      *   gets a zero-dollar prenote entry for the bank and a          *
      *   printed paycheck this period; live deposits start the        *
      *   period after the prenote has gone out.  An employee whose    *
      *   deposit the bank returned is paid by check until the bank    *
      *   data is corrected, which starts a new prenote cycle.         *
      *----------------------------------------------------------*
       4300-WRITE-DIRECT-DEPOSIT.
           EVALUATE TRUE
               WHEN BANK-ROUTING-NUMBER = ZERO
                 OR BANK-ACCOUNT-NUMBER = SPACES
                   PERFORM 4400-WRITE-PAYCHECK
      *  A final check is handed over on paper; no prenote goes
      *  out for an account that will not be paid again.
               WHEN EMP-TERMINATED
                   PERFORM 4400-WRITE-PAYCHECK
               WHEN PRENOTE-PENDING
                   PERFORM 4310-WRITE-PRENOTE
                   PERFORM 4400-WRITE-PAYCHECK
               WHEN PRENOTE-RETURNED
                   PERFORM 4400-WRITE-PAYCHECK
               WHEN OTHER
                   IF LIVE-RUN
                       MOVE EMP-ID              TO DD-EMP-ID
      *   Prints one physical paycheck for an employee with no       *
      *   bank data on file, assigns it the next sequential check    *
      *   number, and lists it on the check register for the          *
      *   treasury desk.  A live run also records the check on the     *
      *   check issue file for the bank reconciliation.                *
      *----------------------------------------------------------*
       4400-WRITE-PAYCHECK.
           MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
           MOVE EMP-NAME         TO KR-EMP-NAME
           MOVE WS-NET-PAY       TO KR-NET-PAY
           WRITE CHECK-REGISTER-LINE FROM WS-CHECK-REG-DETAIL
           IF LIVE-RUN
               MOVE WS-NEXT-CHECK-NO TO CI-CHECK-NO
               SET CI-PAYROLL-CHECK  TO TRUE
               MOVE WS-RUN-DATE      TO CI-ISSUE-DATE
               MOVE EMP-ID           TO CI-EMP-ID
               MOVE WS-NET-PAY       TO CI-AMOUNT
               WRITE CHECK-ISSUE-RECORD
           END-IF
           ADD 1          TO WS-CHECK-COUNT
           ADD WS-NET-PAY TO WS-TOTAL-CHECK-NET
           ADD 1          TO WS-NEXT-CHECK-NO.
      *   every employee starts on a page boundary.                    *
      *----------------------------------------------------------*
       4500-WRITE-EARNINGS-STATEMENT.
      *  Twenty lines print for every statement; the overtime
      *  line and the other-pay and voluntary-deduction loops add
      *  theirs below.
           MOVE 20 TO WS-STMT-LINE-COUNT
           WRITE STATEMENT-LINE FROM WS-STMT-BORDER
           MOVE WS-RUN-MM   TO ES-MM
           MOVE WS-RUN-DD   TO ES-DD
           MOVE 1 TO WS-OP-INDEX
           PERFORM 4510-WRITE-STATEMENT-OTHER-PAY
               UNTIL WS-OP-INDEX > 3
           IF WS-VAC-PAYOUT-AMOUNT > ZERO
               MOVE 'VAC PAYOUT'          TO ES-EARN-DESC
               MOVE SPACES                TO ES-EARN-CODE
               MOVE WS-VAC-PAYOUT-HOURS   TO ES-EARN-HOURS
               MOVE WS-VAC-PAYOUT-RATE    TO ES-EARN-RATE
               MOVE WS-VAC-PAYOUT-AMOUNT  TO ES-EARN-AMOUNT
               WRITE STATEMENT-LINE FROM WS-STMT-EARN-LINE
               ADD 1 TO WS-STMT-LINE-COUNT
           END-IF
           IF WS-RETRO-AMOUNT > ZERO
               MOVE 'RETRO'               TO ES-EARN-DESC
               MOVE SPACES                TO ES-EARN-CODE
               MOVE ZEROS                 TO ES-EARN-HOURS
               MOVE ZEROS                 TO ES-EARN-RATE
               MOVE WS-RETRO-AMOUNT       TO ES-EARN-AMOUNT
               WRITE STATEMENT-LINE FROM WS-STMT-EARN-LINE
               ADD 1 TO WS-STMT-LINE-COUNT
           END-IF
           MOVE WS-CURRENT-PAY TO ES-GROSS-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-GROSS-LINE
           MOVE 'FEDERAL/STATE TAXABLE WAGES' TO ES-TAXABLE-DESC
           MOVE WS-FED-TAXABLE TO ES-TAXABLE-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-TAXABLE-LINE
           MOVE 'FICA TAXABLE WAGES' TO ES-TAXABLE-DESC
           MOVE WS-FICA-TAXABLE TO ES-TAXABLE-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-TAXABLE-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM WS-STMT-DED-HDG
      *----------------------------------------------------------*
       4520-WRITE-STATEMENT-VOL-DED.
           MOVE EDT-DED-CODE (WS-EMP-DED-SUB) TO ES-VOL-CODE
           IF EDT-PRE-TAX (WS-EMP-DED-SUB)
               MOVE 'PRE-TAX   ' TO ES-VOL-TYPE
           ELSE
               MOVE 'VOLUNTARY ' TO ES-VOL-TYPE
           END-IF
           MOVE WS-STMT-VOL-DESC TO ES-DED-DESC
           MOVE EDT-AMOUNT (WS-EMP-DED-SUB) TO ES-DED-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-DED-LINE
      *   Appends one pay history record per distribution entry       *
      *   for the employee just paid - an undistributed card          *
      *   writes the single home record it always has.  The           *
      *   withholding buckets, net and taxable wages ride the home    *
      *   record so they still foot across the file, while each       *
      *   charged department's record carries its share of the       *
      *   hours and pay, so past periods can be reported by           *
      *   PAYHISTR and costed by department without the printed       *
      *   register.                                                   *
      *----------------------------------------------------------*
       4600-WRITE-PAY-HISTORY.
           MOVE 1 TO WS-DIST-SUB
               MOVE WS-STATE-WH-AMOUNT TO PH-STATE-WH-AMOUNT
               MOVE WS-VOL-DED-AMOUNT  TO PH-VOL-DED-AMOUNT
               MOVE WS-NET-PAY         TO PH-NET-PAY
               MOVE WS-ER-FICA-AMOUNT  TO PH-ER-FICA-AMOUNT
               MOVE WS-FUTA-AMOUNT     TO PH-FUTA-AMOUNT
               MOVE WS-SUTA-AMOUNT     TO PH-SUTA-AMOUNT
               MOVE WS-FED-TAXABLE     TO PH-FED-TAXABLE
               MOVE WS-FICA-TAXABLE    TO PH-FICA-TAXABLE
           ELSE
               MOVE ZEROS TO PH-FICA-AMOUNT
               MOVE ZEROS TO PH-FED-WH-AMOUNT
               MOVE ZEROS TO PH-STATE-WH-AMOUNT
               MOVE ZEROS TO PH-VOL-DED-AMOUNT
               MOVE ZEROS TO PH-NET-PAY
               MOVE ZEROS TO PH-ER-FICA-AMOUNT
               MOVE ZEROS TO PH-FUTA-AMOUNT
               MOVE ZEROS TO PH-SUTA-AMOUNT
               MOVE ZEROS TO PH-FED-TAXABLE
               MOVE ZEROS TO PH-FICA-TAXABLE
           END-IF
           PERFORM 4620-WRITE-HISTORY-RECORD
           ADD 1 TO WS-DIST-SUB.

      *----------------------------------------------------------*
      * 4620-WRITE-HISTORY-RECORD                                   *
      *   Writes the pay history record built in the record area     *
      *   under the first sequence number not already taken for      *
      *   the employee and run date - distribution shares, the void  *
      *   and replacement of a returned deposit and any earlier run  *
      *   on the same date each hold one.                            *
      *----------------------------------------------------------*
       4620-WRITE-HISTORY-RECORD.
           MOVE ZERO TO PH-SEQ-NO
           SET HISTORY-NOT-WRITTEN TO TRUE
           PERFORM 4625-TRY-HISTORY-SEQUENCE
               UNTIL HISTORY-WRITTEN.

      *----------------------------------------------------------*
      * 4625-TRY-HISTORY-SEQUENCE                                   *
      *   Tries the next sequence number; a duplicate key moves on   *
      *   to the one after, anything else stops the run.             *
      *----------------------------------------------------------*
       4625-TRY-HISTORY-SEQUENCE.
           ADD 1 TO PH-SEQ-NO
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN PAY-HISTORY-WRITTEN
                   SET HISTORY-WRITTEN TO TRUE
               WHEN PAY-HISTORY-DUPLICATE AND PH-SEQ-NO < 999
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PAY-HISTORY-FILE WRITE FAILED FOR '
                       PH-EMP-ID ' RUN DATE ' PH-RUN-DATE
                       ', STATUS = ' WS-PAY-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------*
      * 4700-WRITE-DISTRIBUTION                                     *
      *   Writes the labor distribution lines for an employee        *
           WRITE DISTRIBUTION-LINE FROM WS-DIST-DETAIL
           ADD 1 TO WS-DIST-SUB.

      *----------------------------------------------------------*
      * 4800-ISSUE-REPLACEMENT-CHECKS                               *
      *   Pays the replacement checks PAYADJ queued for direct       *
      *   deposits the bank returned.  Each queued record is one     *
      *   original history record (the period PAYADJ reversed) and   *
      *   is posted again - history, the voucher department table    *
      *   and the run totals - and each employee's records are paid  *
      *   together on one check, with a register line and the YTD    *
      *   update.  History is dated with the original period's run   *
      *   date, as PAYADJ dates the reversal, so the period nets to  *
      *   what was paid for it and the replacement is never taken    *
      *   for this period's pay.  A live run checkpoints after each  *
      *   replacement check, so a restart picks up after the queue   *
      *   records already paid - and skips the whole sorted file -   *
      *   and the queue is emptied only at close-out, just before    *
      *   the cycle is stamped; a preview run leaves it for the      *
      *   live run.                                                  *
      *----------------------------------------------------------*
       4800-ISSUE-REPLACEMENT-CHECKS.
           OPEN INPUT REPLACEMENT-CHECK-QUEUE
           IF REPLACEMENT-MISSING
               CONTINUE
           ELSE
               IF REPLACEMENT-FOUND
                   CONTINUE
               ELSE
                   DISPLAY 'REPLACEMENT-CHECK-QUEUE OPEN FAILED, '
                       'STATUS = ' WS-REPLACEMENT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REPL-QUEUE-READ TO TRUE
      *  Every sorted employee is behind a checkpoint taken from
      *  here on, so a restart skips the whole sorted file.
               MOVE HIGH-VALUES TO WS-LAST-CHECKPOINT-DEPT
                                   WS-LAST-CHECKPOINT-ID
               MOVE SPACES TO WS-REPL-PREV-EMP-ID
               MOVE WS-REPL-SKIP-COUNT TO WS-REPL-POSTED-COUNT
               PERFORM UNTIL REPLACEMENT-EOF
                   READ REPLACEMENT-CHECK-QUEUE
                       AT END
                           SET REPLACEMENT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REPL-READ-COUNT
                           IF WS-REPL-READ-COUNT > WS-REPL-SKIP-COUNT
                               PERFORM 4810-POST-ONE-REPLACEMENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-REPL-PREV-EMP-ID NOT = SPACES
                   PERFORM 4830-PAY-REPLACEMENT-CHECK
               END-IF
               CLOSE REPLACEMENT-CHECK-QUEUE
               DISPLAY 'REPLACEMENT CHECKS ISSUED: '
                   WS-REPL-CHECK-COUNT
           END-IF.

      *----------------------------------------------------------*
      * 4810-POST-ONE-REPLACEMENT                                   *
      *   Posts one queued record.  A new EMP-ID pays the check for  *
      *   the employee before it (the first one closes the last      *
      *   department's subtotal and heads the replacement section    *
      *   of the register) and starts the next employee.             *
      *----------------------------------------------------------*
       4810-POST-ONE-REPLACEMENT.
           IF RQ-EMP-ID NOT = WS-REPL-PREV-EMP-ID
               IF WS-REPL-PREV-EMP-ID = SPACES
                   IF NOT FIRST-DETAIL
                       PERFORM 4200-WRITE-DEPT-TOTAL
                       SET FIRST-DETAIL TO TRUE
                   END-IF
                   MOVE SPACES TO PRINT-LINE
                   WRITE PRINT-LINE
                   WRITE PRINT-LINE FROM WS-REPL-HEADING
                   ADD 2 TO WS-LINE-COUNT
               ELSE
                   PERFORM 4830-PAY-REPLACEMENT-CHECK
               END-IF
               PERFORM 4820-START-REPLACEMENT-EMP
           END-IF
           ADD RQ-REGULAR-PAY     TO WS-REGULAR-PAY
           ADD RQ-OVERTIME-PAY    TO WS-OVERTIME-PAY
           ADD RQ-OTHER-PAY       TO WS-OTHER-PAY
           ADD RQ-GROSS-PAY       TO WS-CURRENT-PAY
           ADD RQ-FED-TAXABLE     TO WS-FED-TAXABLE
           ADD RQ-FICA-TAXABLE    TO WS-FICA-TAXABLE
           ADD RQ-FICA-AMOUNT     TO WS-FICA-AMOUNT
           ADD RQ-FED-WH-AMOUNT   TO WS-FED-WH-AMOUNT
           ADD RQ-STATE-WH-AMOUNT TO WS-STATE-WH-AMOUNT
           ADD RQ-VOL-DED-AMOUNT  TO WS-VOL-DED-AMOUNT
           ADD RQ-NET-PAY         TO WS-NET-PAY
           ADD RQ-GROSS-PAY       TO WS-TOTAL-PAY
           ADD RQ-NET-PAY         TO WS-TOTAL-NET-PAY
           ADD RQ-FICA-AMOUNT     TO WS-TOTAL-FICA
           ADD RQ-FED-WH-AMOUNT   TO WS-TOTAL-FED-WH
           ADD RQ-STATE-WH-AMOUNT TO WS-TOTAL-STATE-WH
           ADD RQ-VOL-DED-AMOUNT  TO WS-TOTAL-VOL-DED
           ADD RQ-ER-FICA-AMOUNT  TO WS-TOTAL-ER-FICA
           ADD RQ-FUTA-AMOUNT     TO WS-TOTAL-FUTA
           ADD RQ-SUTA-AMOUNT     TO WS-TOTAL-SUTA
           MOVE RQ-DEPT-CODE TO WS-POST-DEPT-CODE
           MOVE RQ-GROSS-PAY TO WS-POST-GROSS
           COMPUTE WS-POST-ER-TAX = RQ-ER-FICA-AMOUNT
               + RQ-FUTA-AMOUNT + RQ-SUTA-AMOUNT
           PERFORM 3700-POST-DEPT-GROSS
           IF RQ-ORIG-CCYY < WS-RUN-CCYY
               ADD RQ-GROSS-PAY       TO WS-REPL-CLOSED-GROSS
               ADD RQ-NET-PAY         TO WS-REPL-CLOSED-NET
               ADD RQ-FICA-TAXABLE    TO WS-REPL-CLOSED-FICA
           END-IF
           IF LIVE-RUN
               MOVE RQ-ORIG-RUN-DATE   TO PH-RUN-DATE
               MOVE RQ-EMP-ID          TO PH-EMP-ID
               MOVE RQ-DEPT-CODE       TO PH-DEPT-CODE
               MOVE RQ-HOURS-WORKED    TO PH-HOURS-WORKED
               MOVE RQ-REGULAR-PAY     TO PH-REGULAR-PAY
               MOVE RQ-OVERTIME-PAY    TO PH-OVERTIME-PAY
               MOVE RQ-OTHER-PAY       TO PH-OTHER-PAY
               MOVE RQ-GROSS-PAY       TO PH-GROSS-PAY
               MOVE RQ-FICA-AMOUNT     TO PH-FICA-AMOUNT
               MOVE RQ-FED-WH-AMOUNT   TO PH-FED-WH-AMOUNT
               MOVE RQ-STATE-WH-AMOUNT TO PH-STATE-WH-AMOUNT
               MOVE RQ-VOL-DED-AMOUNT  TO PH-VOL-DED-AMOUNT
               MOVE RQ-NET-PAY         TO PH-NET-PAY
               MOVE RQ-ER-FICA-AMOUNT  TO PH-ER-FICA-AMOUNT
               MOVE RQ-FUTA-AMOUNT     TO PH-FUTA-AMOUNT
               MOVE RQ-SUTA-AMOUNT     TO PH-SUTA-AMOUNT
               MOVE RQ-FED-TAXABLE     TO PH-FED-TAXABLE
               MOVE RQ-FICA-TAXABLE    TO PH-FICA-TAXABLE
               PERFORM 4620-WRITE-HISTORY-RECORD
           END-IF
           ADD 1 TO WS-REPL-POSTED-COUNT.

      *----------------------------------------------------------*
      * 4820-START-REPLACEMENT-EMP                                  *
      *   Clears the pay fields for the next employee on the queue   *
      *   and reads the master for the name the check is drawn to.   *
      *   An employee no longer on the master is still owed the      *
      *   money; the check is drawn under the EMP-ID.                *
      *----------------------------------------------------------*
       4820-START-REPLACEMENT-EMP.
           MOVE RQ-EMP-ID TO WS-REPL-PREV-EMP-ID
           MOVE ZEROS TO WS-REGULAR-PAY
           MOVE ZEROS TO WS-OVERTIME-PAY
           MOVE ZEROS TO WS-OTHER-PAY
           MOVE ZEROS TO WS-CURRENT-PAY
           MOVE ZEROS TO WS-FED-TAXABLE
           MOVE ZEROS TO WS-FICA-TAXABLE
           MOVE ZEROS TO WS-FICA-AMOUNT
           MOVE ZEROS TO WS-FED-WH-AMOUNT
           MOVE ZEROS TO WS-STATE-WH-AMOUNT
           MOVE ZEROS TO WS-VOL-DED-AMOUNT
           MOVE ZEROS TO WS-NET-PAY
           MOVE ZEROS TO WS-RETRO-AMOUNT
           MOVE ZEROS TO WS-REPL-CLOSED-GROSS
           MOVE ZEROS TO WS-REPL-CLOSED-NET
           MOVE ZEROS TO WS-REPL-CLOSED-FICA
           MOVE RQ-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE RQ-EMP-ID    TO EMP-ID
                   MOVE RQ-EMP-ID    TO EMP-NAME
                   MOVE RQ-DEPT-CODE TO DEPT-CODE
           END-READ.

      *----------------------------------------------------------*
      * 4830-PAY-REPLACEMENT-CHECK                                  *
      *   Rolls the employee's replacement pay into YTD-MASTER,      *
      *   lists it on the register, prints the check and, on a live  *
      *   run, checkpoints the queue position.  Pay for a period in  *
      *   a year already closed stays out of the live YTD record,    *
      *   as PAYADJ left it there when it reversed the deposit.      *
      *----------------------------------------------------------*
       4830-PAY-REPLACEMENT-CHECK.
           IF WS-REPL-CLOSED-GROSS > ZERO
               DISPLAY 'REPLACEMENT FOR CLOSED YEAR FOR '
                   WS-REPL-PREV-EMP-ID ', YTD NOT ADJUSTED'
           END-IF
           SUBTRACT WS-REPL-CLOSED-GROSS FROM WS-CURRENT-PAY
           SUBTRACT WS-REPL-CLOSED-NET   FROM WS-NET-PAY
           SUBTRACT WS-REPL-CLOSED-FICA  FROM WS-FICA-TAXABLE
           PERFORM 3600-UPDATE-YTD
           ADD WS-REPL-CLOSED-GROSS TO WS-CURRENT-PAY
           ADD WS-REPL-CLOSED-NET   TO WS-NET-PAY
           ADD WS-REPL-CLOSED-FICA  TO WS-FICA-TAXABLE
           PERFORM 4100-WRITE-DETAIL-LINE
           PERFORM 4400-WRITE-PAYCHECK
           ADD 1 TO WS-REPL-CHECK-COUNT
           IF LIVE-RUN
               PERFORM 3810-WRITE-CHECKPOINT
           END-IF.

      *----------------------------------------------------------*
      * 4840-EMPTY-REPLACEMENT-QUEUE                                *
      *   Empties the replacement check queue once the live run has  *
      *   balanced, ahead of the cycle-status stamp, so every check  *
      *   on it is paid exactly once - an abend before this point    *
      *   leaves the queue for the restart, and a run stamped        *
      *   complete never leaves it full for the next period.         *
      *----------------------------------------------------------*
       4840-EMPTY-REPLACEMENT-QUEUE.
           OPEN OUTPUT REPLACEMENT-CHECK-QUEUE
           CLOSE REPLACEMENT-CHECK-QUEUE.

      *----------------------------------------------------------*
      * 8500-SCAN-UNMATCHED-TIMECARDS                              *
      *   Walks TIMECARD-WORK after the main loop and reports       *

      *----------------------------------------------------------*
      * 8600-WRITE-JOURNAL-VOUCHER                                 *
      *   Proves the run's debits (labor and employer payroll tax   *
      *   expense by department) equal its credits (withholding      *
      *   and employer tax liabilities plus net pay split between    *
      *   direct-deposit clearing and checks payable) and, only      *
      *   when they balance, writes the journal-voucher file for     *
      *   the general ledger.  An out-of-balance run leaves the      *
      *   file empty and is flagged on the console so accounting     *
      *   does not post it.                                          *
      *----------------------------------------------------------*
       8600-WRITE-JOURNAL-VOUCHER.
           MOVE ZEROS TO WS-JV-TOTAL-DEBITS
               WS-TOTAL-FICA + WS-TOTAL-FED-WH + WS-TOTAL-STATE-WH
                   + WS-TOTAL-VOL-DED
                   + WS-TOTAL-DD-NET + WS-TOTAL-CHECK-NET
                   + WS-TOTAL-ER-FICA + WS-TOTAL-FUTA
                   + WS-TOTAL-SUTA
      *  A preview run still proves debits equal credits but
      *  leaves the journal-voucher file from the last live run
      *  on disk for accounting.
      *----------------------------------------------------------*
      * 8640-WRITE-VOUCHER-LINES                                  *
      *   Writes the balanced voucher's debit and credit lines:   *
      *   labor-expense and payroll-tax-expense debits per        *
      *   department, then one credit line per liability and per  *
      *   net-pay settlement account.                             *
      *----------------------------------------------------------*
       8640-WRITE-VOUCHER-LINES.
           MOVE 1 TO WS-JV-SCAN-SUB
           PERFORM 8610-WRITE-DEPT-DEBIT
               UNTIL WS-JV-SCAN-SUB > WS-JV-DEPT-COUNT
           MOVE 1 TO WS-JV-SCAN-SUB
           PERFORM 8650-WRITE-DEPT-ER-TAX-DEBIT
               UNTIL WS-JV-SCAN-SUB > WS-JV-DEPT-COUNT
           MOVE WS-TOTAL-FICA TO JV-CREDIT-AMOUNT
           MOVE WS-JV-ACCT-FICA TO JV-ACCOUNT-NUMBER
           MOVE 'FICA WITHHOLDING PAYABLE' TO JV-DESCRIPTION
           MOVE WS-TOTAL-CHECK-NET TO JV-CREDIT-AMOUNT
           MOVE WS-JV-ACCT-CHECKS TO JV-ACCOUNT-NUMBER
           MOVE 'PAYROLL CHECKS PAYABLE' TO JV-DESCRIPTION
           PERFORM 8620-WRITE-CREDIT-LINE
           MOVE WS-TOTAL-ER-FICA TO JV-CREDIT-AMOUNT
           MOVE WS-JV-ACCT-ER-FICA TO JV-ACCOUNT-NUMBER
           MOVE 'EMPLOYER FICA PAYABLE' TO JV-DESCRIPTION
           PERFORM 8620-WRITE-CREDIT-LINE
           MOVE WS-TOTAL-FUTA TO JV-CREDIT-AMOUNT
           MOVE WS-JV-ACCT-FUTA TO JV-ACCOUNT-NUMBER
           MOVE 'FUTA PAYABLE' TO JV-DESCRIPTION
           PERFORM 8620-WRITE-CREDIT-LINE
           MOVE WS-TOTAL-SUTA TO JV-CREDIT-AMOUNT
           MOVE WS-JV-ACCT-SUTA TO JV-ACCOUNT-NUMBER
           MOVE 'SUTA PAYABLE' TO JV-DESCRIPTION
           PERFORM 8620-WRITE-CREDIT-LINE.

      *----------------------------------------------------------*
      * 8610-WRITE-DEPT-DEBIT                                      *
      *   Writes one labor-expense debit line for a department      *
      *   from the journal-voucher department table, to the          *
      *   department's mapped expense account, and steps the         *
      *   subscript.                                                 *
      *----------------------------------------------------------*
       8610-WRITE-DEPT-DEBIT.
           MOVE JVT-DEPT-CODE (WS-JV-SCAN-SUB) TO WS-GL-LOOKUP-DEPT
           PERFORM 1650-FIND-GL-DEPT
           IF GL-DEPT-NOT-MAPPED
               DISPLAY 'DEPARTMENT ' WS-GL-LOOKUP-DEPT
                   ' NOT ON GL MAPPING, POSTED TO DEFAULT ACCOUNTS'
           END-IF
           MOVE WS-RUN-DATE         TO JV-RUN-DATE
           MOVE WS-GL-LABOR-ACCOUNT TO JV-ACCOUNT-NUMBER
           MOVE JVT-DEPT-CODE (WS-JV-SCAN-SUB) TO JV-DEPT-CODE
           MOVE JVT-GROSS (WS-JV-SCAN-SUB)     TO JV-DEBIT-AMOUNT
           MOVE ZEROS TO JV-CREDIT-AMOUNT

      *----------------------------------------------------------*
      * 8630-FOOT-DEPT-DEBIT                                       *
      *   Adds one department's accumulated gross and employer       *
      *   payroll tax into the total debits figure and steps the     *
      *   subscript.                                                 *
      *----------------------------------------------------------*
       8630-FOOT-DEPT-DEBIT.
           ADD JVT-GROSS (WS-JV-SCAN-SUB) TO WS-JV-TOTAL-DEBITS
           ADD JVT-ER-TAX (WS-JV-SCAN-SUB) TO WS-JV-TOTAL-DEBITS
           ADD 1 TO WS-JV-SCAN-SUB.

      *----------------------------------------------------------*
      * 8650-WRITE-DEPT-ER-TAX-DEBIT                               *
      *   Writes one payroll-tax-expense debit line for a           *
      *   department's employer FICA, FUTA and SUTA from the         *
      *   journal-voucher department table, to the department's      *
      *   mapped tax expense account, and steps the subscript.       *
      *----------------------------------------------------------*
       8650-WRITE-DEPT-ER-TAX-DEBIT.
           MOVE JVT-DEPT-CODE (WS-JV-SCAN-SUB) TO WS-GL-LOOKUP-DEPT
           PERFORM 1650-FIND-GL-DEPT
           MOVE WS-RUN-DATE          TO JV-RUN-DATE
           MOVE WS-GL-ER-TAX-ACCOUNT TO JV-ACCOUNT-NUMBER
           MOVE JVT-DEPT-CODE (WS-JV-SCAN-SUB) TO JV-DEPT-CODE
           MOVE JVT-ER-TAX (WS-JV-SCAN-SUB)    TO JV-DEBIT-AMOUNT
           MOVE ZEROS TO JV-CREDIT-AMOUNT
           MOVE 'EMPLOYER PAYROLL TAX EXPENSE' TO JV-DESCRIPTION
           WRITE JOURNAL-VOUCHER-RECORD
           ADD 1 TO WS-JV-SCAN-SUB.

      *----------------------------------------------------------*
           MOVE 'NO TIMECARD:' TO BL-COUNT-LABEL
           MOVE WS-NO-TIMECARD-COUNT TO BL-COUNT
           WRITE BALANCE-LINE FROM WS-BAL-COUNT-LINE
           MOVE 'NOT ACTIVE, NOT PAID:' TO BL-COUNT-LABEL
           MOVE WS-INACTIVE-COUNT TO BL-COUNT
           WRITE BALANCE-LINE FROM WS-BAL-COUNT-LINE
           COMPUTE WS-COUNT-CHECK-TOTAL =
               WS-RECORDS-PAID-COUNT + WS-REJECT-COUNT
                   + WS-NO-TIMECARD-COUNT + WS-INACTIVE-COUNT
           MOVE 'RECORD COUNT CHECK:' TO BL-CHECK-LABEL
           IF WS-COUNT-CHECK-TOTAL = WS-RECORDS-READ-COUNT
               MOVE 'OK' TO BL-CHECK-RESULT
           WRITE TIMECARD-EXC-LINE FROM WS-ORPHAN-TOTAL-LINE
           MOVE WS-DUP-TIMECARD-COUNT TO XL-DUP-COUNT
           WRITE TIMECARD-EXC-LINE FROM WS-DUP-TIMECARD-TOTAL-LINE
           MOVE WS-INACTIVE-COUNT TO XL-INACTIVE-COUNT
           WRITE TIMECARD-EXC-LINE FROM WS-INACTIVE-TOTAL-LINE
           MOVE SPACES TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE
           MOVE 'FINAL CHECKS ISSUED:' TO FP-COUNT-LABEL
           MOVE WS-FINAL-CHECK-COUNT TO FP-COUNT
           WRITE FINAL-PAY-LINE FROM WS-FINAL-COUNT-LINE
           MOVE 'DEDUCTIONS STOPPED:' TO FP-COUNT-LABEL
           MOVE WS-DED-STOPPED-COUNT TO FP-COUNT
           WRITE FINAL-PAY-LINE FROM WS-FINAL-COUNT-LINE
           MOVE WS-TOTAL-GARN-ARREARS TO FP-TOTAL-ARREARS
           WRITE FINAL-PAY-LINE FROM WS-FINAL-ARREARS-LINE
           MOVE WS-CHECK-COUNT     TO KR-CHECK-COUNT
           MOVE WS-TOTAL-CHECK-NET TO KR-TOTAL-NET
           WRITE CHECK-REGISTER-LINE FROM WS-CHECK-REG-TOTAL-LINE
           IF LIVE-RUN
               PERFORM 9100-PUT-CHECK-CONTROL
               PERFORM 9200-WRITE-RUN-CONTROL
               IF REPL-QUEUE-READ
                   PERFORM 4840-EMPTY-REPLACEMENT-QUEUE
               END-IF
               PERFORM 9400-STAMP-CYCLE-STATUS
           END-IF
           CLOSE SORTED-EMPLOYEE-FILE
           CLOSE PAYROLL-REGISTER
           CLOSE CHECK-REGISTER
           CLOSE EARNINGS-STATEMENTS
           CLOSE DISTRIBUTION-REPORT
           CLOSE FINAL-PAY-REPORT
           IF LIVE-RUN
               CLOSE PAY-HISTORY-FILE
               CLOSE DEDUCTION-DETAIL-FILE
               CLOSE CHECK-ISSUE-FILE
           END-IF
           IF DEDUCTION-MASTER-ACTIVE
               CLOSE DEDUCTION-MASTER
           END-IF
           IF ELECTION-MASTER-ACTIVE
               CLOSE WITHHOLDING-ELECTION
           END-IF
           IF RETRO-DUE-ACTIVE
               CLOSE RETRO-DUE-FILE
           END-IF
           CLOSE EMPLOYEE-FILE
           CLOSE ACCRUAL-MASTER
           CLOSE YTD-MASTER.
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 9400-STAMP-CYCLE-STATUS                                   *
      *   Stamps this step complete on the cycle-status control   *
      *   record so the next step may run.  The first step of a   *
      *   new period opens the cycle for it with every step       *
      *   clear.  An override, once used, is emptied.             *
      *----------------------------------------------------------*
       9400-STAMP-CYCLE-STATUS.
           IF WS-CYCLE-PERIOD-END NOT = CS-PERIOD-END-DATE
               MOVE WS-CYCLE-PERIOD-END      TO CS-PERIOD-END-DATE
               MOVE WS-CYCLE-CHECK-DATE      TO CS-CHECK-DATE
               MOVE WS-CYCLE-SETTLEMENT-DATE TO CS-SETTLEMENT-DATE
               MOVE 1 TO WS-CYCLE-SUB
               PERFORM 1515-CLEAR-CYCLE-STEP
                   UNTIL WS-CYCLE-SUB > WS-CYCLE-STEP-COUNT
           END-IF
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CYCLE-TIME FROM TIME
           MOVE WS-CYCLE-DATE
               TO CS-STEP-DONE-DATE (WS-CYCLE-THIS-STEP)
           MOVE WS-CYCLE-TIME
               TO CS-STEP-DONE-TIME (WS-CYCLE-THIS-STEP)
           ADD 1 TO CS-STEP-RUN-COUNT (WS-CYCLE-THIS-STEP)
           IF CYCLE-OVERRIDE-USED
               MOVE WS-CYCLE-OVERRIDE-BY
                   TO CS-STEP-OVERRIDE-BY (WS-CYCLE-THIS-STEP)
           ELSE
               MOVE SPACES
                   TO CS-STEP-OVERRIDE-BY (WS-CYCLE-THIS-STEP)
           END-IF
           OPEN OUTPUT CYCLE-CONTROL-FILE
           IF CYCLE-CONTROL-FOUND
               CONTINUE
           ELSE
               DISPLAY 'CYCLE-CONTROL-FILE OPEN FAILED, STATUS = '
                   WS-CYCLE-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CYCLE-CONTROL-RECORD FROM WS-CYCLE-CONTROL
           CLOSE CYCLE-CONTROL-FILE
           IF CYCLE-OVERRIDE-USED
               OPEN OUTPUT CYCLE-OVERRIDE-FILE
               CLOSE CYCLE-OVERRIDE-FILE
           END-IF
           DISPLAY 'CYCLE CONTROL: '
               WS-CYCLE-STEP-NAME (WS-CYCLE-THIS-STEP)
               ' COMPLETED FOR PERIOD ENDING ' WS-CYCLE-PERIOD-END.
