      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  On a manual check the employer FICA,     *
      *                  FUTA and SUTA default to zero when left  *
      *                  blank.                                   *
      * 2026-10-15  PSG  A run-parameter file that fails to open  *
      *                  for any reason other than being missing  *
      *                  now stops the run with its file status   *
      *                  instead of reading an unopened file.     *
      * 2026-10-15  PSG  A YTD record with no FICA wages on it    *
      *                  takes its gross before it is adjusted.   *
      *                  On a manual check a taxable amount keyed *
      *                  as zero now stands; only one left blank  *
      *                  defaults to gross.                       *
      * 2026-10-15  PSG  GL account mapping.  The voucher         *
      *                  accounts are loaded from GLMAP.DAT, the  *
      *                  same mapping the payroll run's voucher   *
      *                  uses, so reversals and manual checks     *
      *                  post to each department's own labor and  *
      *                  employer tax expense accounts.  A        *
      *                  department not mapped posts to the LABOR *
      *                  and ER-TAX default accounts and is named *
      *                  on the console.                          *
      * 2026-10-15  PSG  Pay cycle sequencing.  PAYADJ is the     *
      *                  first step of each pay cycle.  Before    *
      *                  anything is posted the run checks the    *
      *                  period on the run parameters against the *
      *                  pay calendar PAYCAL.DAT and the cycle-   *
      *                  status control record CYCLECTL.DAT: the  *
      *                  last cycle must be complete through      *
      *                  ACHBUILD and the period must be the next *
      *                  one scheduled, and a period already      *
      *                  adjusted is not adjusted again unless    *
      *                  CYCLEOVR.DAT authorizes the rerun.  A    *
      *                  refused run ends with return code 12     *
      *                  naming the step due next; a completed    *
      *                  run opens the new cycle for PAYROLL.     *
      * 2026-10-15  PSG  Pay history archive.  PAYHIST.DAT is now *
      *                  indexed by EMP-ID, run date and sequence *
      *                  number, so a void or deposit reversal    *
      *                  goes straight to the original period     *
      *                  instead of reading the file from the     *
      *                  top, and each record written takes the   *
      *                  next free sequence number.               *
      * 2026-10-15  PSG  ACH returns.  A deposit reversal keyed   *
      *                  for a replacement check (the returns     *
      *                  program generates these) leaves the      *
      *                  deductions taken alone, since the        *
      *                  replacement takes the same deductions,   *
      *                  and queues the reversed period on        *
      *                  REPLCHK.DAT for PAYROLL to pay by check. *
      * 2026-10-15  PSG  Check reconciliation.  Manual checks     *
      *                  and check voids are now written to the   *
      *                  check issue file CHKISSUE.DAT for the    *
      *                  bank reconciliation and positive pay,    *
      *                  and both must carry the check number.    *
      * 2026-10-15  PSG  Pre-tax deductions.  A void or deposit   *
      *                  reversal backs the original federal and  *
      *                  FICA taxable wages out of history, and   *
      *                  the FICA wages out of YTD-MASTER, with   *
      *                  the rest of the period.  A manual check  *
      *                  carries keyed federal and FICA taxable   *
      *                  wages (blank means all of gross), which  *
      *                  may not exceed gross.  Deduction master  *
      *                  layout kept in step with PAYROLL.        *
      * 2026-10-15  PSG  Employer payroll taxes.  A void or       *
      *                  deposit reversal now backs the employer  *
      *                  FICA, FUTA and SUTA on the original      *
      *                  history out as well - negative history   *
      *                  amounts, a tax-expense credit to each    *
      *                  original department and debits to the    *
      *                  three employer liabilities.  A manual    *
      *                  check carries the employer taxes keyed   *
      *                  with it to history and the voucher.      *
      *                  Pay history layout kept in step with     *
      *                  PAYROLL.                                 *
      * 2026-09-02  PSG  A void whose original period falls in   *
      *                  a year already closed leaves the live   *
      *                  YTD record alone (that year's figures   *
               FILE STATUS IS WS-ADJ-TRANS-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               ALTERNATE RECORD KEY IS PH-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT YTD-MASTER ASSIGN TO 'YTDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-REGISTER-STATUS.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.

           SELECT REPLACEMENT-CHECK-QUEUE ASSIGN TO 'REPLCHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLACEMENT-STATUS.

           SELECT RUN-PARAMETER-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAMETER-STATUS.

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
       FD  ADJUSTMENT-TRANS.
           05 AJ-STATE-WH             PIC 9(5)V99.
           05 AJ-VOL-DED              PIC 9(5)V99.
           05 AJ-NET                  PIC 9(5)V99.
           05 AJ-ER-FICA              PIC 9(5)V99.
           05 AJ-FUTA                 PIC 9(5)V99.
           05 AJ-SUTA                 PIC 9(5)V99.
           05 AJ-FED-TAXABLE          PIC 9(5)V99.
           05 AJ-FICA-TAXABLE         PIC 9(5)V99.
           05 AJ-REPLACE-CHECK        PIC X.
               88 AJ-REPLACEMENT-WANTED VALUE 'Y'.

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

       FD  YTD-MASTER.
       01  YTD-RECORD.
           05 YTD-EMP-ID        PIC X(5).
           05 YTD-GROSS-PAY     PIC 9(7)V99.
           05 YTD-NET-PAY       PIC 9(7)V99.
           05 YTD-FICA-WAGES    PIC 9(7)V99.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-RECORD.
           05 DM-TAKEN-TO-DATE        PIC 9(7)V99.
           05 DM-ARREARS-AMOUNT       PIC 9(7)V99.
           05 DM-CASE-REFERENCE       PIC X(10).
           05 DM-TAX-TREATMENT        PIC X.
               88 DM-PRE-TAX-INCOME   VALUE 'I'.
               88 DM-PRE-TAX-ALL      VALUE 'C'.
               88 DM-AFTER-TAX        VALUE 'A'.

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
       FD  ADJ-REGISTER.
       01  ADJ-REGISTER-LINE          PIC X(132).

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

      *----------------------------------------------------------*
      * The cycle's run parameters, shared with PAYROLL; only the *
      * pay-period end date is used here.                         *
      *----------------------------------------------------------*
       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           05 RP-RESTART-INDICATOR    PIC X.
           05 RP-PERIOD-END-DATE      PIC 9(8).
           05 RP-CHECKPOINT-INTERVAL  PIC 9(5).
           05 RP-RUN-MODE             PIC X.
           05 RP-SETTLEMENT-DATE      PIC 9(8).

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
       01 WS-ADJ-TRANS-STATUS       PIC XX.
           88 ADJ-TRANS-MISSING     VALUE '35'.

       01 WS-PAY-HISTORY-STATUS     PIC XX.
           88 PAY-HISTORY-FOUND     VALUE '00'.
           88 PAY-HISTORY-WRITTEN   VALUE '00' '02'.
           88 PAY-HISTORY-DUPLICATE VALUE '22'.
           88 PAY-HISTORY-MISSING   VALUE '35'.

       01 WS-YTD-STATUS        PIC XX.
       01 WS-ADJ-REGISTER-STATUS    PIC XX.
           88 ADJ-REGISTER-FOUND    VALUE '00'.

       01 WS-CHECK-ISSUE-STATUS     PIC XX.
           88 CHECK-ISSUE-FOUND     VALUE '00'.
           88 CHECK-ISSUE-MISSING   VALUE '35'.

       01 WS-REPLACEMENT-STATUS     PIC XX.
           88 REPLACEMENT-FOUND     VALUE '00'.
           88 REPLACEMENT-MISSING   VALUE '35'.

       01 WS-RUN-PARAMETER-STATUS   PIC XX.
           88 RUN-PARAMETER-FOUND   VALUE '00'.
           88 RUN-PARAMETER-MISSING VALUE '35'.

      *----------------------------------------------------------*
      * Pay cycle sequencing.  Each period on the pay calendar    *
      * runs PAYADJ, PAYROLL, DEDREMIT and ACHBUILD in that       *
      * order; this program is step 1 of the cycle.               *
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
       01 WS-CYCLE-THIS-STEP   PIC 9(2)    COMP VALUE 1.
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

       01 WS-ADJ-TRANS-EOF     PIC X       VALUE 'N'.
           88 ADJ-TRANS-EOF        VALUE 'Y'.
           88 NOT-ADJ-TRANS-EOF    VALUE 'N'.
           88 HISTORY-SCAN-EOF     VALUE 'Y'.
           88 NOT-HISTORY-SCAN-EOF VALUE 'N'.

       01 WS-HISTORY-WRITTEN   PIC X       VALUE 'N'.
           88 HISTORY-WRITTEN      VALUE 'Y'.
           88 HISTORY-NOT-WRITTEN  VALUE 'N'.

       01 WS-DEDUCTION-ACTIVE  PIC X       VALUE 'N'.
           88 DEDUCTION-MASTER-ACTIVE   VALUE 'Y'.
           88 DEDUCTION-MASTER-INACTIVE VALUE 'N'.
               10 MT-STATE-WH    PIC S9(5)V99.
               10 MT-VOL-DED     PIC S9(5)V99.
               10 MT-NET         PIC S9(5)V99.
               10 MT-ER-FICA     PIC S9(5)V99.
               10 MT-FUTA        PIC S9(5)V99.
               10 MT-SUTA        PIC S9(5)V99.
               10 MT-ER-TAX      PIC S9(5)V99.
               10 MT-FED-TAXABLE PIC S9(5)V99.
               10 MT-FICA-TAXABLE PIC S9(5)V99.

       01 WS-REV-TOTAL-GROSS   PIC S9(7)V99 VALUE ZEROS.
       01 WS-REV-TOTAL-FICA    PIC S9(7)V99 VALUE ZEROS.
       01 WS-REV-TOTAL-ST-WH   PIC S9(7)V99 VALUE ZEROS.
       01 WS-REV-TOTAL-VOL     PIC S9(7)V99 VALUE ZEROS.
       01 WS-REV-TOTAL-NET     PIC S9(7)V99 VALUE ZEROS.
       01 WS-REV-TOTAL-ER-FICA PIC S9(7)V99 VALUE ZEROS.
       01 WS-REV-TOTAL-FUTA    PIC S9(7)V99 VALUE ZEROS.
       01 WS-REV-TOTAL-SUTA    PIC S9(7)V99 VALUE ZEROS.
       01 WS-REV-TOTAL-FICA-WAGES PIC S9(7)V99 VALUE ZEROS.

       01 WS-MANUAL-ER-TAX     PIC 9(5)V99 VALUE ZEROS.

       01 WS-VOL-TO-REDUCE     PIC 9(7)V99 VALUE ZEROS.
       01 WS-VOL-REDUCTION     PIC 9(7)V99 VALUE ZEROS.
       01 WS-ADJ-BALANCE-CHECK PIC 9(7)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * Journal voucher accounts, loaded from the GL mapping file *
      * shared with the payroll run's voucher so the reversal     *
      * posts against the same GL.                                *
      *----------------------------------------------------------*
       01 WS-JV-ACCT-LABOR     PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-FICA      PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-FED-WH    PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-STATE-WH  PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-DD-CLEAR  PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-CHECKS    PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-VOL-DED   PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-ER-TAX    PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-ER-FICA   PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-FUTA      PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-SUTA      PIC X(8)    VALUE SPACES.

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

       01 WS-JV-TOTAL-DEBITS   PIC 9(9)V99 VALUE ZEROS.
       01 WS-JV-TOTAL-CREDITS  PIC 9(9)V99 VALUE ZEROS.
               END-READ
           END-PERFORM
           PERFORM 9000-TERMINATE
           PERFORM 9200-STAMP-CYCLE-STATUS
           PERFORM 9300-SET-RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                          *
      *   Checks the pay cycle status for the period, then       *
      *   opens the adjustment transactions (a run with none     *
      *   staged simply produces an empty register), the          *
      *   masters being adjusted, the reversing voucher file and *
      *   the adjustment register, and picks up the next check   *
      *   number so a hand-typed check can be reserved.  The     *
      *   check issue file is appended to, and created the first *
      *   time a run finds none.                                 *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1400-GET-RUN-PARAMETERS
           PERFORM 1500-CHECK-CYCLE-STATUS
           PERFORM 1600-LOAD-GL-MAPPING
           OPEN OUTPUT ADJ-REGISTER
           IF ADJ-REGISTER-FOUND
               CONTINUE
                   STOP RUN
               END-IF
           END-IF
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
           PERFORM 1200-GET-CHECK-CONTROL
           OPEN INPUT ADJUSTMENT-TRANS
           IF ADJ-TRANS-MISSING
               CLOSE CHECK-CONTROL-FILE
           END-IF.

      *----------------------------------------------------------*
      * 1400-GET-RUN-PARAMETERS                                   *
      *   Takes the pay-period end date from the cycle's run      *
      *   parameters for the cycle-status check.  A missing or    *
      *   empty parameter file stops the run.                     *
      *----------------------------------------------------------*
       1400-GET-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUN-PARAMETER-MISSING
               DISPLAY 'RUN PARAMETER FILE MISSING, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-PARAMETER-FOUND
               CONTINUE
           ELSE
               DISPLAY 'RUN-PARAMETER-FILE OPEN FAILED, STATUS = '
                   WS-RUN-PARAMETER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-PARAMETER-FILE
               AT END
                   DISPLAY 'RUN PARAMETER FILE EMPTY, RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   IF RP-PERIOD-END-DATE NUMERIC
                           AND RP-PERIOD-END-DATE > ZERO
                       MOVE RP-PERIOD-END-DATE TO WS-CYCLE-PERIOD-END
                   END-IF
           END-READ
           CLOSE RUN-PARAMETER-FILE.

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
      * 1660-FIND-GL-DEPT-NOTED                                   *
      *   Finds a department's expense accounts for a labor line  *
      *   and names on the console a department that is not on    *
      *   the mapping.                                            *
      *----------------------------------------------------------*
       1660-FIND-GL-DEPT-NOTED.
           PERFORM 1650-FIND-GL-DEPT
           IF GL-DEPT-NOT-MAPPED
               DISPLAY 'DEPARTMENT ' WS-GL-LOOKUP-DEPT
                   ' NOT ON GL MAPPING, POSTED TO DEFAULT ACCOUNTS'
           END-IF.

      *----------------------------------------------------------*
      * 2000-APPLY-ADJUSTMENT                                     *
      *   Edits one adjustment transaction and routes it: voids   *
      * 2100-EDIT-ADJUSTMENT                                      *
      *   Edits one adjustment before it may touch the masters:   *
      *   a known code, an EMP-ID, an original run date on voids  *
      *   and reversals, a check number on voids and manual       *
      *   checks (the bank reconciliation matches on it), and on  *
      *   a manual check amounts that actually foot (gross equal  *
      *   to net plus every deduction bucket) and taxable wages   *
      *   no greater than gross.                                  *
      *----------------------------------------------------------*
       2100-EDIT-ADJUSTMENT.
           SET ADJ-TRANS-VALID TO TRUE
                   SET ADJ-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - ORIGINAL RUN DATE MISSING'
                       TO WS-ADJ-REJECT-REASON
               WHEN (AJ-VOID-CHECK OR AJ-MANUAL-CHECK)
                       AND (AJ-CHECK-NO NOT NUMERIC
                           OR AJ-CHECK-NO = ZERO)
                   SET ADJ-TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - CHECK NUMBER MISSING'
                       TO WS-ADJ-REJECT-REASON
               WHEN AJ-MANUAL-CHECK
                   COMPUTE WS-ADJ-BALANCE-CHECK =
                       AJ-NET + AJ-FICA + AJ-FED-WH
                       MOVE 'REJECTED - AMOUNTS DO NOT FOOT'
                           TO WS-ADJ-REJECT-REASON
                   END-IF
      *  Blank taxable wages are filled from gross at posting;
      *  only keyed amounts are held to gross here.
                   IF AJ-FED-TAXABLE NUMERIC
                       IF AJ-FED-TAXABLE > AJ-GROSS
                           SET ADJ-TRANS-INVALID TO TRUE
                           MOVE 'REJECTED - TAXABLE WAGES OVER GROSS'
                               TO WS-ADJ-REJECT-REASON
                       END-IF
                   END-IF
                   IF AJ-FICA-TAXABLE NUMERIC
                       IF AJ-FICA-TAXABLE > AJ-GROSS
                           SET ADJ-TRANS-INVALID TO TRUE
                           MOVE 'REJECTED - TAXABLE WAGES OVER GROSS'
                               TO WS-ADJ-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      *   writes the reversing voucher lines.  The net side of    *
      *   the voucher goes against checks payable for a voided    *
      *   check and against the direct-deposit clearing account   *
      *   for a reversed deposit.  A voided check also goes on    *
      *   the check issue file so the bank is told not to pay it. *
      *   A reversed deposit the bank returned is queued for a    *
      *   replacement check; the replacement takes the same       *
      *   deductions, so the taken-to-date amounts stand.         *
      *----------------------------------------------------------*
       3000-REVERSE-ORIGINAL.
           PERFORM 3100-FIND-ORIGINAL-HISTORY
                   ADD 1 TO WS-ADJ-REJECTED-COUNT
               WHEN OTHER
                   PERFORM 3200-BACK-OUT-YTD
                   IF NOT AJ-REPLACEMENT-WANTED
                       PERFORM 3300-REDUCE-DEDUCTIONS-TAKEN
                   END-IF
                   PERFORM 3400-WRITE-REVERSING-HISTORY
                   PERFORM 3500-WRITE-REVERSING-VOUCHER
                   IF AJ-VOID-CHECK
                       PERFORM 3600-WRITE-VOID-ISSUE
                   END-IF
                   IF AJ-REVERSE-DEPOSIT AND AJ-REPLACEMENT-WANTED
                       PERFORM 3700-QUEUE-REPLACEMENT
                   END-IF
                   MOVE 'APPLIED' TO AD-DISPOSITION
                   PERFORM 2900-WRITE-REGISTER-LINE
                   ADD 1 TO WS-ADJ-APPLIED-COUNT

      *----------------------------------------------------------*
      * 3100-FIND-ORIGINAL-HISTORY                                *
      *   Positions the pay history file at the adjusted EMP-ID   *
      *   and original run date and reads every record carrying  *
      *   them (labor distribution can write one per charged      *
      *   department), keeping each one with its department and   *
      *   accumulating the reversal totals.                       *
      *----------------------------------------------------------*
       3100-FIND-ORIGINAL-HISTORY.
           MOVE ZERO  TO WS-MATCH-COUNT
           MOVE ZEROS TO WS-REV-TOTAL-ST-WH
           MOVE ZEROS TO WS-REV-TOTAL-VOL
           MOVE ZEROS TO WS-REV-TOTAL-NET
           MOVE ZEROS TO WS-REV-TOTAL-ER-FICA
           MOVE ZEROS TO WS-REV-TOTAL-FUTA
           MOVE ZEROS TO WS-REV-TOTAL-SUTA
           MOVE ZEROS TO WS-REV-TOTAL-FICA-WAGES
           SET MATCH-TABLE-FITS TO TRUE
           SET NOT-HISTORY-SCAN-EOF TO TRUE
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FOUND
               MOVE AJ-EMP-ID        TO PH-EMP-ID
               MOVE AJ-ORIG-RUN-DATE TO PH-RUN-DATE
               MOVE ZEROS            TO PH-SEQ-NO
               START PAY-HISTORY-FILE
                   KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY
                       SET HISTORY-SCAN-EOF TO TRUE
               END-START
               PERFORM 3110-SCAN-ONE-HISTORY
                   UNTIL HISTORY-SCAN-EOF
               CLOSE PAY-HISTORY-FILE

      *----------------------------------------------------------*
      * 3110-SCAN-ONE-HISTORY                                     *
      *   Reads the next pay history record and keeps it while    *
      *   it still belongs to the period being reversed.          *
      *----------------------------------------------------------*
       3110-SCAN-ONE-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-SCAN-EOF TO TRUE
               NOT AT END
                   IF PH-EMP-ID NOT = AJ-EMP-ID
                           OR PH-RUN-DATE NOT = AJ-ORIG-RUN-DATE
                       SET HISTORY-SCAN-EOF TO TRUE
                   END-IF
      *  A match the full table cannot hold poisons the whole
      *  transaction - a partial reversal would leave YTD,
      *  history and the voucher inconsistent with the period.
                           TO MT-VOL-DED (WS-MATCH-COUNT)
                       MOVE PH-NET-PAY
                           TO MT-NET (WS-MATCH-COUNT)
                       MOVE PH-ER-FICA-AMOUNT
                           TO MT-ER-FICA (WS-MATCH-COUNT)
                       MOVE PH-FUTA-AMOUNT
                           TO MT-FUTA (WS-MATCH-COUNT)
                       MOVE PH-SUTA-AMOUNT
                           TO MT-SUTA (WS-MATCH-COUNT)
                       COMPUTE MT-ER-TAX (WS-MATCH-COUNT) =
                           PH-ER-FICA-AMOUNT + PH-FUTA-AMOUNT
                               + PH-SUTA-AMOUNT
                       MOVE PH-FED-TAXABLE
                           TO MT-FED-TAXABLE (WS-MATCH-COUNT)
                       MOVE PH-FICA-TAXABLE
                           TO MT-FICA-TAXABLE (WS-MATCH-COUNT)
                       ADD PH-GROSS-PAY     TO WS-REV-TOTAL-GROSS
                       ADD PH-FICA-AMOUNT   TO WS-REV-TOTAL-FICA
                       ADD PH-FED-WH-AMOUNT TO WS-REV-TOTAL-FED-WH
                           TO WS-REV-TOTAL-ST-WH
                       ADD PH-VOL-DED-AMOUNT TO WS-REV-TOTAL-VOL
                       ADD PH-NET-PAY       TO WS-REV-TOTAL-NET
                       ADD PH-ER-FICA-AMOUNT
                           TO WS-REV-TOTAL-ER-FICA
                       ADD PH-FUTA-AMOUNT   TO WS-REV-TOTAL-FUTA
                       ADD PH-SUTA-AMOUNT   TO WS-REV-TOTAL-SUTA
                       ADD PH-FICA-TAXABLE
                           TO WS-REV-TOTAL-FICA-WAGES
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * 3200-BACK-OUT-YTD                                         *
      *   Subtracts the reversed gross, net and FICA wages from   *
      *   the employee's year-to-date record.  An employee with   *
      *   no YTD record (already rolled at year end) keeps the    *
      *   reversal in history and the voucher only.              *
      *----------------------------------------------------------*
       3200-BACK-OUT-YTD.
      *  YEARENDW rolls YTD records to zeros rather than
                       DISPLAY 'NO YTD RECORD FOR ' AJ-EMP-ID
                           ', YTD NOT ADJUSTED'
                   NOT INVALID KEY
                       PERFORM 3210-CHECK-YTD-FICA-WAGES
                       IF WS-REV-TOTAL-GROSS > YTD-GROSS-PAY
                           MOVE ZEROS TO YTD-GROSS-PAY
                       ELSE
                           SUBTRACT WS-REV-TOTAL-NET
                               FROM YTD-NET-PAY
                       END-IF
                       IF WS-REV-TOTAL-FICA-WAGES > YTD-FICA-WAGES
                           MOVE ZEROS TO YTD-FICA-WAGES
                       ELSE
                           SUBTRACT WS-REV-TOTAL-FICA-WAGES
                               FROM YTD-FICA-WAGES
                       END-IF
                       REWRITE YTD-RECORD
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * 3210-CHECK-YTD-FICA-WAGES                                 *
      *   A YTD-MASTER record written before the FICA wages were  *
      *   carried has none on it - blank, or zero against gross   *
      *   already paid.  Such a record takes its gross as the     *
      *   FICA wages, as the payroll run does, before the wages   *
      *   on this transaction are added or backed out.            *
      *----------------------------------------------------------*
       3210-CHECK-YTD-FICA-WAGES.
           IF YTD-FICA-WAGES NOT NUMERIC
               MOVE YTD-GROSS-PAY TO YTD-FICA-WAGES
           ELSE
               IF YTD-FICA-WAGES = ZERO AND YTD-GROSS-PAY > ZERO
                   MOVE YTD-GROSS-PAY TO YTD-FICA-WAGES
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 3300-REDUCE-DEDUCTIONS-TAKEN                              *
      *   Gives the reversed voluntary deduction money back to    *

      *----------------------------------------------------------*
      * 3400-WRITE-REVERSING-HISTORY                              *
      *   Writes one negative pay history record per matched      *
      *   original, stamped with the original run date so the     *
      *   voided period itself nets to nothing in history - a     *
      *   second void of the same period then finds nothing       *
      *   left to reverse.                                        *
      *----------------------------------------------------------*
       3400-WRITE-REVERSING-HISTORY.
           OPEN I-O PAY-HISTORY-FILE
           IF PAY-HISTORY-MISSING
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF
           MOVE 1 TO WS-MATCH-SUB
           PERFORM 3410-WRITE-ONE-REVERSAL
           COMPUTE PH-VOL-DED-AMOUNT =
               ZERO - MT-VOL-DED (WS-MATCH-SUB)
           COMPUTE PH-NET-PAY       = ZERO - MT-NET (WS-MATCH-SUB)
           COMPUTE PH-ER-FICA-AMOUNT =
               ZERO - MT-ER-FICA (WS-MATCH-SUB)
           COMPUTE PH-FUTA-AMOUNT   = ZERO - MT-FUTA (WS-MATCH-SUB)
           COMPUTE PH-SUTA-AMOUNT   = ZERO - MT-SUTA (WS-MATCH-SUB)
           COMPUTE PH-FED-TAXABLE   =
               ZERO - MT-FED-TAXABLE (WS-MATCH-SUB)
           COMPUTE PH-FICA-TAXABLE  =
               ZERO - MT-FICA-TAXABLE (WS-MATCH-SUB)
           PERFORM 3420-WRITE-HISTORY-RECORD
           ADD 1 TO WS-MATCH-SUB.

      *----------------------------------------------------------*
      * 3420-WRITE-HISTORY-RECORD                                 *
      *   Writes the pay history record built in the record area  *
      *   under the first sequence number not already taken for  *
      *   the employee and run date - the originals, and any      *
      *   earlier reversal, already hold the low numbers.         *
      *----------------------------------------------------------*
       3420-WRITE-HISTORY-RECORD.
           MOVE ZERO TO PH-SEQ-NO
           SET HISTORY-NOT-WRITTEN TO TRUE
           PERFORM 3430-TRY-HISTORY-SEQUENCE
               UNTIL HISTORY-WRITTEN.

      *----------------------------------------------------------*
      * 3430-TRY-HISTORY-SEQUENCE                                 *
      *   Tries the next sequence number; a duplicate key moves   *
      *   on to the one after, anything else stops the run.       *
      *----------------------------------------------------------*
       3430-TRY-HISTORY-SEQUENCE.
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
      * 3500-WRITE-REVERSING-VOUCHER                              *
      *   Writes the reversing voucher: debits to the liability   *
      *   accounts and the net-pay settlement account, credits    *
      *   to labor and employer payroll tax expense per original  *
      *   department - the mirror image of the run that paid the  *
      *   check.                                                  *
      *----------------------------------------------------------*
       3500-WRITE-REVERSING-VOUCHER.
           MOVE 1 TO WS-MATCH-SUB
           PERFORM 3510-WRITE-LABOR-CREDIT
               UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
           MOVE 1 TO WS-MATCH-SUB
           PERFORM 3530-WRITE-ER-TAX-CREDIT
               UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
           MOVE WS-JV-ACCT-FICA TO AV-ACCOUNT-NUMBER
           MOVE WS-REV-TOTAL-FICA TO AV-DEBIT-AMOUNT
           MOVE 'REVERSE FICA WITHHOLDING' TO AV-DESCRIPTION
               MOVE 'VOID PAYROLL CHECK' TO AV-DESCRIPTION
           END-IF
           MOVE WS-REV-TOTAL-NET TO AV-DEBIT-AMOUNT
           PERFORM 3520-WRITE-DEBIT-LINE
           MOVE WS-JV-ACCT-ER-FICA TO AV-ACCOUNT-NUMBER
           MOVE WS-REV-TOTAL-ER-FICA TO AV-DEBIT-AMOUNT
           MOVE 'REVERSE EMPLOYER FICA' TO AV-DESCRIPTION
           PERFORM 3520-WRITE-DEBIT-LINE
           MOVE WS-JV-ACCT-FUTA TO AV-ACCOUNT-NUMBER
           MOVE WS-REV-TOTAL-FUTA TO AV-DEBIT-AMOUNT
           MOVE 'REVERSE FUTA' TO AV-DESCRIPTION
           PERFORM 3520-WRITE-DEBIT-LINE
           MOVE WS-JV-ACCT-SUTA TO AV-ACCOUNT-NUMBER
           MOVE WS-REV-TOTAL-SUTA TO AV-DEBIT-AMOUNT
           MOVE 'REVERSE SUTA' TO AV-DESCRIPTION
           PERFORM 3520-WRITE-DEBIT-LINE.

      *----------------------------------------------------------*
      *   original's department and steps the subscript.          *
      *----------------------------------------------------------*
       3510-WRITE-LABOR-CREDIT.
           MOVE MT-DEPT-CODE (WS-MATCH-SUB) TO WS-GL-LOOKUP-DEPT
           PERFORM 1660-FIND-GL-DEPT-NOTED
           MOVE WS-RUN-DATE         TO AV-RUN-DATE
           MOVE WS-GL-LABOR-ACCOUNT TO AV-ACCOUNT-NUMBER
           MOVE MT-DEPT-CODE (WS-MATCH-SUB) TO AV-DEPT-CODE
           MOVE ZEROS TO AV-DEBIT-AMOUNT
           MOVE MT-GROSS (WS-MATCH-SUB) TO AV-CREDIT-AMOUNT
           ADD MT-GROSS (WS-MATCH-SUB) TO WS-JV-TOTAL-CREDITS
           ADD 1 TO WS-MATCH-SUB.

      *----------------------------------------------------------*
      * 3530-WRITE-ER-TAX-CREDIT                                  *
      *   Writes one payroll-tax-expense credit line for a        *
      *   matched original that carried employer taxes (the home  *
      *   record) and steps the subscript.                        *
      *----------------------------------------------------------*
       3530-WRITE-ER-TAX-CREDIT.
           IF MT-ER-TAX (WS-MATCH-SUB) NOT = ZERO
               MOVE MT-DEPT-CODE (WS-MATCH-SUB) TO WS-GL-LOOKUP-DEPT
               PERFORM 1650-FIND-GL-DEPT
               MOVE WS-RUN-DATE          TO AV-RUN-DATE
               MOVE WS-GL-ER-TAX-ACCOUNT TO AV-ACCOUNT-NUMBER
               MOVE MT-DEPT-CODE (WS-MATCH-SUB) TO AV-DEPT-CODE
               MOVE ZEROS TO AV-DEBIT-AMOUNT
               MOVE MT-ER-TAX (WS-MATCH-SUB) TO AV-CREDIT-AMOUNT
               MOVE 'REVERSE EMPLOYER PAYROLL TAX' TO AV-DESCRIPTION
               WRITE ADJ-VOUCHER-RECORD
               ADD MT-ER-TAX (WS-MATCH-SUB) TO WS-JV-TOTAL-CREDITS
           END-IF
           ADD 1 TO WS-MATCH-SUB.

      *----------------------------------------------------------*
      * 3520-WRITE-DEBIT-LINE                                     *
      *   Writes one debit line using the account, amount and     *
           WRITE ADJ-VOUCHER-RECORD
           ADD AV-DEBIT-AMOUNT TO WS-JV-TOTAL-DEBITS.

      *----------------------------------------------------------*
      * 3600-WRITE-VOID-ISSUE                                     *
      *   Records the void of the check on the check issue file,  *
      *   carrying the net the check was written for.             *
      *----------------------------------------------------------*
       3600-WRITE-VOID-ISSUE.
           MOVE AJ-CHECK-NO      TO CI-CHECK-NO
           SET CI-VOID-CHECK     TO TRUE
           MOVE WS-RUN-DATE      TO CI-ISSUE-DATE
           MOVE AJ-EMP-ID        TO CI-EMP-ID
           MOVE WS-REV-TOTAL-NET TO CI-AMOUNT
           WRITE CHECK-ISSUE-RECORD.

      *----------------------------------------------------------*
      * 3700-QUEUE-REPLACEMENT                                    *
      *   Queues the reversed period for a replacement check on   *
      *   the next pay run: one record per matched original,     *
      *   with its department and amounts as they were paid.     *
      *   The queue is created the first time a run finds none.  *
      *----------------------------------------------------------*
       3700-QUEUE-REPLACEMENT.
           OPEN EXTEND REPLACEMENT-CHECK-QUEUE
           IF REPLACEMENT-MISSING
               OPEN OUTPUT REPLACEMENT-CHECK-QUEUE
               CLOSE REPLACEMENT-CHECK-QUEUE
               OPEN EXTEND REPLACEMENT-CHECK-QUEUE
           END-IF
           IF REPLACEMENT-FOUND
               CONTINUE
           ELSE
               DISPLAY 'REPLACEMENT-CHECK-QUEUE OPEN FAILED, '
                   'STATUS = ' WS-REPLACEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-MATCH-SUB
           PERFORM 3710-QUEUE-ONE-PERIOD
               UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
           CLOSE REPLACEMENT-CHECK-QUEUE.

      *----------------------------------------------------------*
      * 3710-QUEUE-ONE-PERIOD                                     *
      *   Writes one replacement record from one matched original *
      *   and steps the subscript.                                *
      *----------------------------------------------------------*
       3710-QUEUE-ONE-PERIOD.
           MOVE AJ-EMP-ID        TO RQ-EMP-ID
           MOVE AJ-ORIG-RUN-DATE TO RQ-ORIG-RUN-DATE
           MOVE MT-DEPT-CODE (WS-MATCH-SUB)    TO RQ-DEPT-CODE
           MOVE MT-HOURS (WS-MATCH-SUB)        TO RQ-HOURS-WORKED
           MOVE MT-REGULAR (WS-MATCH-SUB)      TO RQ-REGULAR-PAY
           MOVE MT-OVERTIME (WS-MATCH-SUB)     TO RQ-OVERTIME-PAY
           MOVE MT-OTHER (WS-MATCH-SUB)        TO RQ-OTHER-PAY
           MOVE MT-GROSS (WS-MATCH-SUB)        TO RQ-GROSS-PAY
           MOVE MT-FICA (WS-MATCH-SUB)         TO RQ-FICA-AMOUNT
           MOVE MT-FED-WH (WS-MATCH-SUB)       TO RQ-FED-WH-AMOUNT
           MOVE MT-STATE-WH (WS-MATCH-SUB)     TO RQ-STATE-WH-AMOUNT
           MOVE MT-VOL-DED (WS-MATCH-SUB)      TO RQ-VOL-DED-AMOUNT
           MOVE MT-NET (WS-MATCH-SUB)          TO RQ-NET-PAY
           MOVE MT-ER-FICA (WS-MATCH-SUB)      TO RQ-ER-FICA-AMOUNT
           MOVE MT-FUTA (WS-MATCH-SUB)         TO RQ-FUTA-AMOUNT
           MOVE MT-SUTA (WS-MATCH-SUB)         TO RQ-SUTA-AMOUNT
           MOVE MT-FED-TAXABLE (WS-MATCH-SUB)  TO RQ-FED-TAXABLE
           MOVE MT-FICA-TAXABLE (WS-MATCH-SUB) TO RQ-FICA-TAXABLE
           WRITE REPLACEMENT-CHECK-RECORD
           ADD 1 TO WS-MATCH-SUB.

      *----------------------------------------------------------*
      * 4000-POST-MANUAL-CHECK                                    *
      *   Records a check typed by hand: posts the amounts to     *
      *   YTD-MASTER and pay history, writes the voucher lines    *
      *   the pay cycle would have written, reserves the check    *
      *   number in the check control file so the sequence        *
      *   cannot reissue it, and records the check on the check   *
      *   issue file.                                             *
      *----------------------------------------------------------*
       4000-POST-MANUAL-CHECK.
      *  Taxable wages left blank mean no pre-tax deduction came
      *  off this check - all of gross was taxable.  A keyed zero
      *  stands: the check carried no wages taxable that way.
           IF AJ-FED-TAXABLE NOT NUMERIC
               MOVE AJ-GROSS TO AJ-FED-TAXABLE
           END-IF
           IF AJ-FICA-TAXABLE NOT NUMERIC
               MOVE AJ-GROSS TO AJ-FICA-TAXABLE
           END-IF
      *  Employer taxes left blank mean none were owed on the
      *  check.
           IF AJ-ER-FICA NOT NUMERIC
               MOVE ZEROS TO AJ-ER-FICA
           END-IF
           IF AJ-FUTA NOT NUMERIC
               MOVE ZEROS TO AJ-FUTA
           END-IF
           IF AJ-SUTA NOT NUMERIC
               MOVE ZEROS TO AJ-SUTA
           END-IF
           MOVE AJ-EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   MOVE AJ-EMP-ID TO YTD-EMP-ID
                   MOVE AJ-GROSS  TO YTD-GROSS-PAY
                   MOVE AJ-NET    TO YTD-NET-PAY
                   MOVE AJ-FICA-TAXABLE TO YTD-FICA-WAGES
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   PERFORM 3210-CHECK-YTD-FICA-WAGES
                   ADD AJ-GROSS TO YTD-GROSS-PAY
                   ADD AJ-NET   TO YTD-NET-PAY
                   ADD AJ-FICA-TAXABLE TO YTD-FICA-WAGES
                   REWRITE YTD-RECORD
           END-READ
           OPEN I-O PAY-HISTORY-FILE
           IF PAY-HISTORY-MISSING
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF
           MOVE WS-RUN-DATE  TO PH-RUN-DATE
           MOVE AJ-EMP-ID    TO PH-EMP-ID
           MOVE AJ-STATE-WH  TO PH-STATE-WH-AMOUNT
           MOVE AJ-VOL-DED   TO PH-VOL-DED-AMOUNT
           MOVE AJ-NET       TO PH-NET-PAY
           MOVE AJ-ER-FICA   TO PH-ER-FICA-AMOUNT
           MOVE AJ-FUTA      TO PH-FUTA-AMOUNT
           MOVE AJ-SUTA      TO PH-SUTA-AMOUNT
           MOVE AJ-FED-TAXABLE  TO PH-FED-TAXABLE
           MOVE AJ-FICA-TAXABLE TO PH-FICA-TAXABLE
           PERFORM 3420-WRITE-HISTORY-RECORD
           CLOSE PAY-HISTORY-FILE
           PERFORM 4100-WRITE-MANUAL-VOUCHER
           PERFORM 4200-RESERVE-CHECK-NUMBER
           MOVE AJ-CHECK-NO      TO CI-CHECK-NO
           SET CI-MANUAL-CHECK   TO TRUE
           MOVE WS-RUN-DATE      TO CI-ISSUE-DATE
           MOVE AJ-EMP-ID        TO CI-EMP-ID
           MOVE AJ-NET           TO CI-AMOUNT
           WRITE CHECK-ISSUE-RECORD
           MOVE 'APPLIED' TO AD-DISPOSITION
           PERFORM 2900-WRITE-REGISTER-LINE
           ADD 1 TO WS-ADJ-APPLIED-COUNT.

      *----------------------------------------------------------*
      * 4100-WRITE-MANUAL-VOUCHER                                 *
      *   Writes the voucher lines for a manual check: labor and  *
      *   employer payroll tax debits to the employee's           *
      *   department and credits to the liability accounts and    *
      *   checks payable.                                         *
      *----------------------------------------------------------*
       4100-WRITE-MANUAL-VOUCHER.
           MOVE AJ-DEPT-CODE TO WS-GL-LOOKUP-DEPT
           PERFORM 1660-FIND-GL-DEPT-NOTED
           MOVE WS-RUN-DATE         TO AV-RUN-DATE
           MOVE WS-GL-LABOR-ACCOUNT TO AV-ACCOUNT-NUMBER
           MOVE AJ-DEPT-CODE     TO AV-DEPT-CODE
           MOVE AJ-GROSS         TO AV-DEBIT-AMOUNT
           MOVE ZEROS            TO AV-CREDIT-AMOUNT
           MOVE 'MANUAL CHECK LABOR EXPENSE' TO AV-DESCRIPTION
           WRITE ADJ-VOUCHER-RECORD
           ADD AJ-GROSS TO WS-JV-TOTAL-DEBITS
           COMPUTE WS-MANUAL-ER-TAX = AJ-ER-FICA + AJ-FUTA + AJ-SUTA
           MOVE WS-GL-ER-TAX-ACCOUNT TO AV-ACCOUNT-NUMBER
           MOVE WS-MANUAL-ER-TAX  TO AV-DEBIT-AMOUNT
           MOVE 'MANUAL CHECK EMPLOYER TAX' TO AV-DESCRIPTION
           WRITE ADJ-VOUCHER-RECORD
           ADD WS-MANUAL-ER-TAX TO WS-JV-TOTAL-DEBITS
           MOVE WS-JV-ACCT-FICA TO AV-ACCOUNT-NUMBER
           MOVE AJ-FICA TO AV-CREDIT-AMOUNT
           MOVE 'MANUAL CHECK FICA PAYABLE' TO AV-DESCRIPTION
           MOVE WS-JV-ACCT-CHECKS TO AV-ACCOUNT-NUMBER
           MOVE AJ-NET TO AV-CREDIT-AMOUNT
           MOVE 'MANUAL CHECK PAYABLE' TO AV-DESCRIPTION
           PERFORM 4110-WRITE-CREDIT-LINE
           MOVE WS-JV-ACCT-ER-FICA TO AV-ACCOUNT-NUMBER
           MOVE AJ-ER-FICA TO AV-CREDIT-AMOUNT
           MOVE 'MANUAL CHECK EMPLOYER FICA' TO AV-DESCRIPTION
           PERFORM 4110-WRITE-CREDIT-LINE
           MOVE WS-JV-ACCT-FUTA TO AV-ACCOUNT-NUMBER
           MOVE AJ-FUTA TO AV-CREDIT-AMOUNT
           MOVE 'MANUAL CHECK FUTA PAYABLE' TO AV-DESCRIPTION
           PERFORM 4110-WRITE-CREDIT-LINE
           MOVE WS-JV-ACCT-SUTA TO AV-ACCOUNT-NUMBER
           MOVE AJ-SUTA TO AV-CREDIT-AMOUNT
           MOVE 'MANUAL CHECK SUTA PAYABLE' TO AV-DESCRIPTION
           PERFORM 4110-WRITE-CREDIT-LINE.

      *----------------------------------------------------------*
           END-IF
           CLOSE ADJ-VOUCHER-FILE
           CLOSE ADJ-REGISTER
           CLOSE CHECK-ISSUE-FILE
           IF DEDUCTION-MASTER-ACTIVE
               CLOSE DEDUCTION-MASTER
           END-IF
           CLOSE YTD-MASTER.

      *----------------------------------------------------------*
      * 9200-STAMP-CYCLE-STATUS                                   *
      *   Stamps this step complete on the cycle-status control   *
      *   record so the next step may run.  The first step of a   *
      *   new period opens the cycle for it with every step       *
      *   clear.  An override, once used, is emptied.             *
      *----------------------------------------------------------*
       9200-STAMP-CYCLE-STATUS.
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

      *----------------------------------------------------------*
      * 9300-SET-RETURN-CODE                                      *
      *   Sets the completion code the scheduler keys off: 0 for  *
