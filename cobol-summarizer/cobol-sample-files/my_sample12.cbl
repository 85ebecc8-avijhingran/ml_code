       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGEACCR.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  New month-end wage accrual program, run  *
      *                  after the last pay cycle of the month.   *
      *                  The month-end date comes from            *
      *                  ACCRPARM.DAT.  The pay calendar gives    *
      *                  the last period ended on or before month *
      *                  end and the period still open across it; *
      *                  each department's gross for the last     *
      *                  period, from PAYHIST.DAT, is accrued for *
      *                  the working days (Monday to Friday) of   *
      *                  the open period that fall in the month.  *
      *                  The accrued-wages voucher ACCRJV.DAT is  *
      *                  dated month end and the reversing        *
      *                  voucher ACCRREV.DAT the first of the     *
      *                  next month, both posted to the accounts  *
      *                  on the GL mapping GLMAP.DAT.  The report *
      *                  ACCRUAL.RPT lists the accrual by         *
      *                  department and the voucher totals by     *
      *                  account for accounting to tie to the     *
      *                  ledger.                                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-PARAMETER-FILE ASSIGN TO 'ACCRPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-PARAMETER-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               ALTERNATE RECORD KEY IS PH-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAPPING-STATUS.

           SELECT ACCRUAL-VOUCHER-FILE ASSIGN TO 'ACCRJV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-VOUCHER-STATUS.

           SELECT REVERSING-VOUCHER-FILE ASSIGN TO 'ACCRREV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSING-VOUCHER-STATUS.

           SELECT ACCRUAL-REPORT ASSIGN TO 'ACCRUAL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * Accrual run parameter: the last day of the month being    *
      * closed.                                                   *
      *----------------------------------------------------------*
       FD  ACCRUAL-PARAMETER-FILE.
       01  ACCRUAL-PARAMETER-RECORD.
           05 MP-MONTH-END-DATE       PIC 9(8).

      *----------------------------------------------------------*
      * Pay calendar: one record per scheduled pay period.        *
      *----------------------------------------------------------*
       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 PC-PERIOD-END-DATE      PIC 9(8).
           05 PC-CHECK-DATE           PIC 9(8).
           05 PC-SETTLEMENT-DATE      PIC 9(8).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-EMP-ID           PIC X(5).
               10 PH-RUN-DATE         PIC 9(8).
               10 PH-SEQ-NO           PIC 9(3).
           05 PH-DEPT-CODE            PIC X(4).
           05 PH-HOURS-WORKED         PIC S99V99.
           05 PH-REGULAR-PAY          PIC S9(5)V99.
           05 PH-OVERTIME-PAY         PIC S9(5)V99.
           05 PH-OTHER-PAY            PIC S9(5)V99.
           05 PH-GROSS-PAY            PIC S9(5)V99.
           05 PH-FICA-AMOUNT          PIC S9(5)V99.
           05 PH-FED-WH-AMOUNT        PIC S9(5)V99.
           05 PH-STATE-WH-AMOUNT      PIC S9(5)V99.
           05 PH-VOL-DED-AMOUNT       PIC S9(5)V99.
           05 PH-NET-PAY              PIC S9(5)V99.
           05 PH-ER-FICA-AMOUNT       PIC S9(5)V99.
           05 PH-FUTA-AMOUNT          PIC S9(5)V99.
           05 PH-SUTA-AMOUNT          PIC S9(5)V99.
           05 PH-FED-TAXABLE          PIC S9(5)V99.
           05 PH-FICA-TAXABLE         PIC S9(5)V99.

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

      *----------------------------------------------------------*
      * Accrued-wages voucher, dated month end, and its reversing *
      * voucher, dated the first of the next month.  Both carry   *
      * the payroll journal-voucher layout.                       *
      *----------------------------------------------------------*
       FD  ACCRUAL-VOUCHER-FILE.
       01  ACCRUAL-VOUCHER-RECORD.
           05 AC-VOUCHER-DATE         PIC 9(8).
           05 AC-ACCOUNT-NUMBER       PIC X(8).
           05 AC-DEPT-CODE            PIC X(4).
           05 AC-DEBIT-AMOUNT         PIC 9(9)V99.
           05 AC-CREDIT-AMOUNT        PIC 9(9)V99.
           05 AC-DESCRIPTION          PIC X(30).

       FD  REVERSING-VOUCHER-FILE.
       01  REVERSING-VOUCHER-RECORD.
           05 RV-VOUCHER-DATE         PIC 9(8).
           05 RV-ACCOUNT-NUMBER       PIC X(8).
           05 RV-DEPT-CODE            PIC X(4).
           05 RV-DEBIT-AMOUNT         PIC 9(9)V99.
           05 RV-CREDIT-AMOUNT        PIC 9(9)V99.
           05 RV-DESCRIPTION          PIC X(30).

       FD  ACCRUAL-REPORT.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCRUAL-PARAMETER-STATUS   PIC XX.
           88 ACCRUAL-PARAMETER-FOUND   VALUE '00'.
           88 ACCRUAL-PARAMETER-MISSING VALUE '35'.

       01 WS-PAY-CALENDAR-STATUS    PIC XX.
           88 PAY-CALENDAR-FOUND    VALUE '00'.
           88 PAY-CALENDAR-MISSING  VALUE '35'.

       01 WS-PAY-HISTORY-STATUS     PIC XX.
           88 PAY-HISTORY-FOUND     VALUE '00'.
           88 PAY-HISTORY-MISSING   VALUE '35'.

       01 WS-ACCRUAL-VOUCHER-STATUS PIC XX.
           88 ACCRUAL-VOUCHER-FOUND VALUE '00'.

       01 WS-REVERSING-VOUCHER-STATUS PIC XX.
           88 REVERSING-VOUCHER-FOUND VALUE '00'.

       01 WS-ACCRUAL-REPORT-STATUS  PIC XX.
           88 ACCRUAL-REPORT-FOUND  VALUE '00'.

       01 WS-CALENDAR-EOF      PIC X       VALUE 'N'.
           88 CALENDAR-EOF         VALUE 'Y'.
           88 NOT-CALENDAR-EOF     VALUE 'N'.

       01 WS-HISTORY-EOF       PIC X       VALUE 'N'.
           88 HISTORY-EOF      VALUE 'Y'.
           88 NOT-HISTORY-EOF  VALUE 'N'.

      *  Off when the last pay period ends on month end itself:
      *  every day worked in the month has then been paid.
       01 WS-ACCRUAL-REQUIRED  PIC X       VALUE 'Y'.
           88 ACCRUAL-REQUIRED     VALUE 'Y'.
           88 ACCRUAL-NOT-REQUIRED VALUE 'N'.

       01 WS-VOUCHER-BALANCE   PIC X       VALUE 'Y'.
           88 VOUCHERS-IN-BALANCE     VALUE 'Y'.
           88 VOUCHERS-OUT-OF-BALANCE VALUE 'N'.

      *----------------------------------------------------------*
      * Voucher accounts, loaded from the GL mapping file.  LABOR *
      * and ER-TAX serve a department not on the mapping.         *
      *----------------------------------------------------------*
       01 WS-JV-ACCT-LABOR     PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-ER-TAX    PIC X(8)    VALUE SPACES.
       01 WS-JV-ACCT-ACCRUED   PIC X(8)    VALUE SPACES.

      *----------------------------------------------------------*
      * The month being closed and the pay periods either side of *
      * month end.                                                *
      *----------------------------------------------------------*
       01 WS-MONTH-END-DATE    PIC 9(8)    VALUE ZEROS.
       01 WS-MONTH-END-DATE-X REDEFINES WS-MONTH-END-DATE.
           05 WS-MONTH-END-CCYY PIC 9(4).
           05 WS-MONTH-END-MM   PIC 9(2).
           05 WS-MONTH-END-DD   PIC 9(2).
       01 WS-NEXT-MONTH-DATE   PIC 9(8)    VALUE ZEROS.
       01 WS-NEXT-MONTH-DATE-X REDEFINES WS-NEXT-MONTH-DATE.
           05 WS-NEXT-MONTH-CCYY PIC 9(4).
           05 WS-NEXT-MONTH-MM   PIC 9(2).
           05 WS-NEXT-MONTH-DD   PIC 9(2).
       01 WS-LAST-PERIOD-END   PIC 9(8)    VALUE ZEROS.
       01 WS-OPEN-PERIOD-END   PIC 9(8)    VALUE ZEROS.

      *----------------------------------------------------------*
      * Day numbers: a count of days from a fixed origin, so that *
      * date ranges can be walked a day at a time and the day of  *
      * the week taken as the remainder over 7 (4 is a Saturday,  *
      * 5 a Sunday).                                              *
      *----------------------------------------------------------*
       01 WS-DN-DATE           PIC 9(8)    VALUE ZEROS.
       01 WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05 WS-DN-CCYY       PIC 9(4).
           05 WS-DN-MM         PIC 9(2).
           05 WS-DN-DD         PIC 9(2).
       01 WS-DN-YEAR           PIC 9(4)    VALUE ZERO.
       01 WS-DN-MONTH          PIC 9(2)    VALUE ZERO.
       01 WS-DN-QUOTIENT       PIC 9(7)    VALUE ZERO.
       01 WS-DAY-NUMBER        PIC 9(7)    VALUE ZERO.

       01 WS-MONTH-END-DAY     PIC 9(7)    VALUE ZERO.
       01 WS-NEXT-MONTH-DAY    PIC 9(7)    VALUE ZERO.
       01 WS-LAST-PERIOD-DAY   PIC 9(7)    VALUE ZERO.
       01 WS-OPEN-PERIOD-DAY   PIC 9(7)    VALUE ZERO.

       01 WS-RANGE-START-DAY   PIC 9(7)    VALUE ZERO.
       01 WS-RANGE-END-DAY     PIC 9(7)    VALUE ZERO.
       01 WS-RANGE-WORKING-DAYS PIC 9(3)   VALUE ZERO.
       01 WS-DAY-SCAN          PIC 9(7)    VALUE ZERO.
       01 WS-WEEK-NUMBER       PIC 9(7)    VALUE ZERO.
       01 WS-WEEKDAY           PIC 9(1)    VALUE ZERO.
           88 WEEKEND-DAY          VALUE 4 5.

       01 WS-ACCRUED-DAYS      PIC 9(3)    VALUE ZERO.
       01 WS-PERIOD-DAYS       PIC 9(3)    VALUE ZERO.

      *----------------------------------------------------------*
      * Last period's gross and the wages accrued, by department. *
      *----------------------------------------------------------*
       01 WS-DEPT-MAX          PIC 9(2)    VALUE 50.
       01 WS-DEPT-COUNT        PIC 9(2)    VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 DT-DEPT-CODE        PIC X(4).
               10 DT-RECORD-COUNT     PIC 9(5)       COMP.
               10 DT-PERIOD-GROSS     PIC S9(9)V99.
               10 DT-ACCRUED-WAGES    PIC 9(9)V99.
               10 DT-EXPENSE-ACCOUNT  PIC X(8).
               10 DT-MAPPED           PIC X.
       01 WS-DEPT-SUB          PIC 9(2)    COMP VALUE ZERO.
       01 WS-DEPT-SCAN-SUB     PIC 9(2)    COMP VALUE ZERO.

      *----------------------------------------------------------*
      * Voucher totals by GL account, for the tie to the ledger.  *
      *----------------------------------------------------------*
       01 WS-ACCT-MAX          PIC 9(2)    VALUE 60.
       01 WS-ACCT-COUNT        PIC 9(2)    VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 60 TIMES.
               10 AT-ACCOUNT-NUMBER   PIC X(8).
               10 AT-ACCRUAL-DEBIT    PIC 9(9)V99.
               10 AT-ACCRUAL-CREDIT   PIC 9(9)V99.
               10 AT-REVERSAL-DEBIT   PIC 9(9)V99.
               10 AT-REVERSAL-CREDIT  PIC 9(9)V99.
       01 WS-ACCT-SUB          PIC 9(2)    COMP VALUE ZERO.
       01 WS-ACCT-SCAN-SUB     PIC 9(2)    COMP VALUE ZERO.
       01 WS-POST-ACCOUNT      PIC X(8)    VALUE SPACES.

      *----------------------------------------------------------*
      * Run totals.                                               *
      *----------------------------------------------------------*
       01 WS-TOTAL-PERIOD-GROSS PIC S9(9)V99   VALUE ZEROS.
       01 WS-TOTAL-ACCRUED      PIC 9(9)V99    VALUE ZEROS.
       01 WS-ACCRUAL-DEBITS     PIC 9(9)V99    VALUE ZEROS.
       01 WS-ACCRUAL-CREDITS    PIC 9(9)V99    VALUE ZEROS.
       01 WS-REVERSAL-DEBITS    PIC 9(9)V99    VALUE ZEROS.
       01 WS-REVERSAL-CREDITS   PIC 9(9)V99    VALUE ZEROS.

       01 WS-HISTORY-READ-COUNT PIC 9(7)  COMP VALUE ZERO.
       01 WS-ACCRUED-DEPT-COUNT PIC 9(5)  COMP VALUE ZERO.
       01 WS-UNMAPPED-COUNT     PIC 9(5)  COMP VALUE ZERO.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-CCYY      PIC 9(4).
           05 WS-RUN-MM        PIC 9(2).
           05 WS-RUN-DD        PIC 9(2).

       01 WS-EDIT-DATE         PIC 9(8)    VALUE ZEROS.
       01 WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-CCYY     PIC 9(4).
           05 WS-EDIT-MM       PIC 9(2).
           05 WS-EDIT-DD       PIC 9(2).
       01 WS-PRINT-DATE.
           05 PD-MM            PIC 99.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 PD-DD            PIC 99.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 PD-CCYY          PIC 9999.

      *----------------------------------------------------------*
      * Report layouts                                            *
      *----------------------------------------------------------*
       01 WS-RPT-HEADING-1.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(22) VALUE 'PAYROLL SYSTEMS GROUP'.

       01 WS-RPT-HEADING-2.
           05 FILLER           PIC X(10) VALUE 'RUN DATE: '.
           05 RH-MM            PIC 99.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 RH-DD            PIC 99.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 RH-CCYY          PIC 9999.

       01 WS-REPORT-HEADING    PIC X(40) VALUE
           'MONTH-END WAGE ACCRUAL'.

       01 WS-DATE-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RD-LABEL         PIC X(36).
           05 RD-DATE          PIC X(10).

       01 WS-DAYS-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(36) VALUE
               'WORKING DAYS ACCRUED:'.
           05 RW-ACCRUED-DAYS  PIC ZZ9.
           05 FILLER           PIC X(4)  VALUE ' OF '.
           05 RW-PERIOD-DAYS   PIC ZZ9.
           05 FILLER           PIC X(25) VALUE
               ' IN THE OPEN PAY PERIOD'.

       01 WS-NO-ACCRUAL-LINE   PIC X(60) VALUE
           'NO WORKING DAYS UNPAID AT MONTH END, NOTHING ACCRUED'.

       01 WS-DEPT-COL-HDGS.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(8)  VALUE 'DEPT'.
           05 FILLER           PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER           PIC X(9)  VALUE '  RECORDS'.
           05 FILLER           PIC X(20) VALUE
               '   LAST PERIOD GROSS'.
           05 FILLER           PIC X(17) VALUE '    ACCRUED WAGES'.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(4)  VALUE 'NOTE'.

       01 WS-DEPT-DETAIL.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RT-DEPT-CODE     PIC X(4).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 RT-ACCOUNT       PIC X(8).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RT-RECORD-COUNT  PIC ZZ,ZZ9.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 RT-PERIOD-GROSS  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RT-ACCRUED-WAGES PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RT-NOTE          PIC X(30).

       01 WS-DEPT-TOTAL-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(30) VALUE 'TOTAL ALL DEPARTMENTS'.
           05 RT-TOTAL-GROSS   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RT-TOTAL-ACCRUED PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-ACCT-COL-HDGS.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER           PIC X(17) VALUE '    ACCRUAL DEBIT'.
           05 FILLER           PIC X(17) VALUE '   ACCRUAL CREDIT'.
           05 FILLER           PIC X(17) VALUE '   REVERSAL DEBIT'.
           05 FILLER           PIC X(17) VALUE '  REVERSAL CREDIT'.

       01 WS-ACCT-DETAIL.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RA-ACCOUNT       PIC X(8).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 RA-ACCRUAL-DEBIT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RA-ACCRUAL-CREDIT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RA-REVERSAL-DEBIT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RA-REVERSAL-CREDIT   PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-VOUCHER-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RJ-LABEL         PIC X(20).
           05 FILLER           PIC X(7)  VALUE 'DATED '.
           05 RJ-DATE          PIC X(10).
           05 FILLER           PIC X(10) VALUE '  DEBITS '.
           05 RJ-DEBITS        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(10) VALUE '  CREDITS '.
           05 RJ-CREDITS       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RJ-RESULT        PIC X(20).

       01 WS-COUNT-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RC-LABEL         PIC X(36).
           05 RC-COUNT         PIC Z,ZZZ,ZZ9.

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

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           IF ACCRUAL-REQUIRED
               PERFORM 2000-ACCUMULATE-HISTORY
               PERFORM 3000-COMPUTE-ACCRUALS
               PERFORM 4000-WRITE-ACCRUAL-VOUCHER
               PERFORM 4200-WRITE-REVERSING-VOUCHER
               PERFORM 5000-PRINT-ACCOUNT-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                          *
      *   Opens the report, takes the month end from the accrual *
      *   parameter, finds the pay periods either side of it on  *
      *   the pay calendar and counts the working days to be     *
      *   accrued, loads the GL mapping and opens the two        *
      *   voucher files - emptied even when nothing is accrued,  *
      *   so last month's vouchers cannot be posted again.       *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ACCRUAL-REPORT
           IF ACCRUAL-REPORT-FOUND
               CONTINUE
           ELSE
               DISPLAY 'ACCRUAL-REPORT OPEN FAILED, STATUS = '
                   WS-ACCRUAL-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO RH-MM
           MOVE WS-RUN-DD   TO RH-DD
           MOVE WS-RUN-CCYY TO RH-CCYY
           WRITE REPORT-LINE FROM WS-RPT-HEADING-1
           WRITE REPORT-LINE FROM WS-RPT-HEADING-2
           WRITE REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1100-GET-ACCRUAL-PARAMETERS
           PERFORM 1200-READ-PAY-CALENDAR
           PERFORM 1300-COUNT-PERIOD-DAYS
           PERFORM 1600-LOAD-GL-MAPPING
           PERFORM 1400-OPEN-VOUCHER-FILES
           PERFORM 1500-PRINT-PERIOD-LINES.

      *----------------------------------------------------------*
      * 1100-GET-ACCRUAL-PARAMETERS                               *
      *   Reads the month-end date, which must be the last day of *
      *   its month, and works out the first of the next month    *
      *   for the reversing voucher.  The accrual does not run    *
      *   without it.                                             *
      *----------------------------------------------------------*
       1100-GET-ACCRUAL-PARAMETERS.
           OPEN INPUT ACCRUAL-PARAMETER-FILE
           IF ACCRUAL-PARAMETER-MISSING
               DISPLAY 'ACCRUAL PARAMETER FILE MISSING, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ACCRUAL-PARAMETER-FOUND
               CONTINUE
           ELSE
               DISPLAY 'ACCRUAL-PARAMETER-FILE OPEN FAILED, STATUS = '
                   WS-ACCRUAL-PARAMETER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACCRUAL-PARAMETER-FILE
               AT END
                   DISPLAY 'ACCRUAL PARAMETER FILE EMPTY, RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE ACCRUAL-PARAMETER-FILE
           IF MP-MONTH-END-DATE NUMERIC
              AND MP-MONTH-END-DATE > ZERO
               MOVE MP-MONTH-END-DATE TO WS-MONTH-END-DATE
           ELSE
               DISPLAY 'ACCRUAL MONTH-END DATE INVALID: '
                   MP-MONTH-END-DATE ', RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MONTH-END-MM < 1 OR WS-MONTH-END-MM > 12
               DISPLAY 'ACCRUAL MONTH-END DATE INVALID: '
                   WS-MONTH-END-DATE ', RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MONTH-END-MM = 12
               COMPUTE WS-NEXT-MONTH-CCYY = WS-MONTH-END-CCYY + 1
               MOVE 1 TO WS-NEXT-MONTH-MM
           ELSE
               MOVE WS-MONTH-END-CCYY TO WS-NEXT-MONTH-CCYY
               COMPUTE WS-NEXT-MONTH-MM = WS-MONTH-END-MM + 1
           END-IF
           MOVE 1 TO WS-NEXT-MONTH-DD
           MOVE WS-MONTH-END-DATE TO WS-DN-DATE
           PERFORM 7000-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-MONTH-END-DAY
           MOVE WS-NEXT-MONTH-DATE TO WS-DN-DATE
           PERFORM 7000-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-NEXT-MONTH-DAY
           IF WS-MONTH-END-DAY + 1 NOT = WS-NEXT-MONTH-DAY
               DISPLAY 'ACCRUAL DATE ' WS-MONTH-END-DATE
                   ' IS NOT A MONTH END, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * 1200-READ-PAY-CALENDAR                                    *
      *   Finds the last pay period ended on or before month end  *
      *   and the first one ending after it.  The run does not go *
      *   ahead without both.                                     *
      *----------------------------------------------------------*
       1200-READ-PAY-CALENDAR.
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
           PERFORM UNTIL CALENDAR-EOF
               READ PAY-CALENDAR-FILE
                   AT END
                       SET CALENDAR-EOF TO TRUE
                   NOT AT END
                       IF PC-PERIOD-END-DATE NUMERIC
                           PERFORM 1210-CHECK-CALENDAR-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE
           IF WS-LAST-PERIOD-END = ZERO
               DISPLAY 'NO PAY PERIOD ENDS BY ' WS-MONTH-END-DATE
                   ' ON THE PAY CALENDAR, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-PERIOD-END = WS-MONTH-END-DATE
               SET ACCRUAL-NOT-REQUIRED TO TRUE
           ELSE
               IF WS-OPEN-PERIOD-END = ZERO
                   DISPLAY 'NO PAY PERIOD ENDS AFTER '
                       WS-MONTH-END-DATE
                       ' ON THE PAY CALENDAR, RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 1210-CHECK-CALENDAR-ENTRY                                 *
      *   Keeps the latest period end on or before month end and  *
      *   the earliest one after it.                              *
      *----------------------------------------------------------*
       1210-CHECK-CALENDAR-ENTRY.
           IF PC-PERIOD-END-DATE NOT > WS-MONTH-END-DATE
               IF PC-PERIOD-END-DATE > WS-LAST-PERIOD-END
                   MOVE PC-PERIOD-END-DATE TO WS-LAST-PERIOD-END
               END-IF
           ELSE
               IF WS-OPEN-PERIOD-END = ZERO
                  OR PC-PERIOD-END-DATE < WS-OPEN-PERIOD-END
                   MOVE PC-PERIOD-END-DATE TO WS-OPEN-PERIOD-END
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 1300-COUNT-PERIOD-DAYS                                    *
      *   Counts the working days of the open period: those from  *
      *   the day after the last period end to month end are     *
      *   accrued, out of those to the open period's end.         *
      *----------------------------------------------------------*
       1300-COUNT-PERIOD-DAYS.
           IF ACCRUAL-REQUIRED
               MOVE WS-LAST-PERIOD-END TO WS-DN-DATE
               PERFORM 7000-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-LAST-PERIOD-DAY
               MOVE WS-OPEN-PERIOD-END TO WS-DN-DATE
               PERFORM 7000-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-OPEN-PERIOD-DAY
               COMPUTE WS-RANGE-START-DAY = WS-LAST-PERIOD-DAY + 1
               MOVE WS-MONTH-END-DAY TO WS-RANGE-END-DAY
               PERFORM 7100-COUNT-WORKING-DAYS
               MOVE WS-RANGE-WORKING-DAYS TO WS-ACCRUED-DAYS
               MOVE WS-OPEN-PERIOD-DAY TO WS-RANGE-END-DAY
               PERFORM 7100-COUNT-WORKING-DAYS
               MOVE WS-RANGE-WORKING-DAYS TO WS-PERIOD-DAYS
               IF WS-PERIOD-DAYS = ZERO
                   DISPLAY 'PAY PERIOD ENDING ' WS-OPEN-PERIOD-END
                       ' HAS NO WORKING DAYS, RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-ACCRUED-DAYS = ZERO
                   SET ACCRUAL-NOT-REQUIRED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 1400-OPEN-VOUCHER-FILES                                   *
      *   Opens the accrual and reversing voucher files.          *
      *----------------------------------------------------------*
       1400-OPEN-VOUCHER-FILES.
           OPEN OUTPUT ACCRUAL-VOUCHER-FILE
           IF ACCRUAL-VOUCHER-FOUND
               CONTINUE
           ELSE
               DISPLAY 'ACCRUAL-VOUCHER-FILE OPEN FAILED, STATUS = '
                   WS-ACCRUAL-VOUCHER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVERSING-VOUCHER-FILE
           IF REVERSING-VOUCHER-FOUND
               CONTINUE
           ELSE
               DISPLAY 'REVERSING-VOUCHER-FILE OPEN FAILED, STATUS = '
                   WS-REVERSING-VOUCHER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * 1500-PRINT-PERIOD-LINES                                   *
      *   Prints the month end, the periods either side of it and *
      *   the working days accrued.                               *
      *----------------------------------------------------------*
       1500-PRINT-PERIOD-LINES.
           MOVE 'MONTH END:' TO RD-LABEL
           MOVE WS-MONTH-END-DATE TO WS-EDIT-DATE
           PERFORM 7200-EDIT-DATE
           MOVE WS-PRINT-DATE TO RD-DATE
           WRITE REPORT-LINE FROM WS-DATE-LINE
           MOVE 'LAST PAY PERIOD ENDED:' TO RD-LABEL
           MOVE WS-LAST-PERIOD-END TO WS-EDIT-DATE
           PERFORM 7200-EDIT-DATE
           MOVE WS-PRINT-DATE TO RD-DATE
           WRITE REPORT-LINE FROM WS-DATE-LINE
           IF WS-OPEN-PERIOD-END > ZERO
               MOVE 'OPEN PAY PERIOD ENDS:' TO RD-LABEL
               MOVE WS-OPEN-PERIOD-END TO WS-EDIT-DATE
               PERFORM 7200-EDIT-DATE
               MOVE WS-PRINT-DATE TO RD-DATE
               WRITE REPORT-LINE FROM WS-DATE-LINE
           END-IF
           MOVE WS-ACCRUED-DAYS TO RW-ACCRUED-DAYS
           MOVE WS-PERIOD-DAYS  TO RW-PERIOD-DAYS
           WRITE REPORT-LINE FROM WS-DAYS-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF ACCRUAL-NOT-REQUIRED
               WRITE REPORT-LINE FROM WS-NO-ACCRUAL-LINE
           END-IF.

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
               WHEN 'ACCRUED'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-ACCRUED
               WHEN 'FICA'
               WHEN 'FED-WH'
               WHEN 'STATE-WH'
               WHEN 'VOL-DED'
               WHEN 'ER-FICA'
               WHEN 'FUTA'
               WHEN 'SUTA'
               WHEN 'DD-CLEAR'
               WHEN 'CHECKS'
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
               WHEN WS-JV-ACCT-ACCRUED = SPACES
                   MOVE 'ACCRUED' TO WS-GL-MISSING-BUCKET
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
      * 2000-ACCUMULATE-HISTORY                                   *
      *   Reads the pay history of the last period ended, by its  *
      *   run date, and totals the gross by department.  With no  *
      *   history for the period there is nothing to accrue from, *
      *   and the run stops.                                      *
      *----------------------------------------------------------*
       2000-ACCUMULATE-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-MISSING
               DISPLAY 'PAY HISTORY FILE MISSING, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PAY-HISTORY-FOUND
               CONTINUE
           ELSE
               DISPLAY 'PAY-HISTORY-FILE OPEN FAILED, STATUS = '
                   WS-PAY-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LAST-PERIOD-END TO PH-RUN-DATE
           START PAY-HISTORY-FILE
               KEY IS EQUAL TO PH-RUN-DATE
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START
           PERFORM UNTIL HISTORY-EOF
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       IF PH-RUN-DATE = WS-LAST-PERIOD-END
                           PERFORM 2100-ADD-HISTORY-RECORD
                       ELSE
                           SET HISTORY-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           IF WS-HISTORY-READ-COUNT = ZERO
               DISPLAY 'NO PAY HISTORY FOR PERIOD ENDING '
                   WS-LAST-PERIOD-END ', RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * 2100-ADD-HISTORY-RECORD                                   *
      *   Adds one pay history record's gross into its            *
      *   department, opening the department the first time it   *
      *   is seen.                                                *
      *----------------------------------------------------------*
       2100-ADD-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ-COUNT
           MOVE ZERO TO WS-DEPT-SUB
           MOVE 1    TO WS-DEPT-SCAN-SUB
           PERFORM 2110-SCAN-DEPT
               UNTIL WS-DEPT-SCAN-SUB > WS-DEPT-COUNT
                  OR WS-DEPT-SUB > ZERO
           IF WS-DEPT-SUB = ZERO
               IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
                   DISPLAY 'ACCRUAL DEPARTMENT TABLE FULL, '
                       'RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               MOVE PH-DEPT-CODE TO DT-DEPT-CODE (WS-DEPT-SUB)
               MOVE ZERO   TO DT-RECORD-COUNT (WS-DEPT-SUB)
               MOVE ZEROS  TO DT-PERIOD-GROSS (WS-DEPT-SUB)
                              DT-ACCRUED-WAGES (WS-DEPT-SUB)
               MOVE SPACES TO DT-EXPENSE-ACCOUNT (WS-DEPT-SUB)
               MOVE 'N'    TO DT-MAPPED (WS-DEPT-SUB)
           END-IF
           ADD 1 TO DT-RECORD-COUNT (WS-DEPT-SUB)
           ADD PH-GROSS-PAY TO DT-PERIOD-GROSS (WS-DEPT-SUB)
           ADD PH-GROSS-PAY TO WS-TOTAL-PERIOD-GROSS.

      *----------------------------------------------------------*
      * 2110-SCAN-DEPT                                            *
      *   Compares one department table entry to the record's     *
      *   department and steps the subscript.                     *
      *----------------------------------------------------------*
       2110-SCAN-DEPT.
           IF DT-DEPT-CODE (WS-DEPT-SCAN-SUB) = PH-DEPT-CODE
               MOVE WS-DEPT-SCAN-SUB TO WS-DEPT-SUB
           END-IF
           ADD 1 TO WS-DEPT-SCAN-SUB.

      *----------------------------------------------------------*
      * 3000-COMPUTE-ACCRUALS                                     *
      *   Works out and prints each department's accrual: its     *
      *   last-period gross times the working days accrued over   *
      *   the working days in the open period.                    *
      *----------------------------------------------------------*
       3000-COMPUTE-ACCRUALS.
           WRITE REPORT-LINE FROM WS-DEPT-COL-HDGS
           MOVE 1 TO WS-DEPT-SUB
           PERFORM 3100-COMPUTE-DEPT-ACCRUAL
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE WS-TOTAL-PERIOD-GROSS TO RT-TOTAL-GROSS
           MOVE WS-TOTAL-ACCRUED      TO RT-TOTAL-ACCRUED
           WRITE REPORT-LINE FROM WS-DEPT-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------*
      * 3100-COMPUTE-DEPT-ACCRUAL                                 *
      *   Accrues one department to its mapped labor expense      *
      *   account and prints its line.  A department whose net    *
      *   gross for the period is not above zero accrues nothing. *
      *----------------------------------------------------------*
       3100-COMPUTE-DEPT-ACCRUAL.
           MOVE DT-DEPT-CODE (WS-DEPT-SUB) TO WS-GL-LOOKUP-DEPT
           PERFORM 1650-FIND-GL-DEPT
           MOVE WS-GL-LABOR-ACCOUNT
               TO DT-EXPENSE-ACCOUNT (WS-DEPT-SUB)
           MOVE SPACES TO RT-NOTE
           IF GL-DEPT-MAPPED
               MOVE 'Y' TO DT-MAPPED (WS-DEPT-SUB)
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE 'NOT MAPPED - DEFAULT ACCOUNT' TO RT-NOTE
           END-IF
           IF DT-PERIOD-GROSS (WS-DEPT-SUB) > ZERO
               COMPUTE DT-ACCRUED-WAGES (WS-DEPT-SUB) ROUNDED =
                   DT-PERIOD-GROSS (WS-DEPT-SUB) * WS-ACCRUED-DAYS
                       / WS-PERIOD-DAYS
               ADD DT-ACCRUED-WAGES (WS-DEPT-SUB) TO WS-TOTAL-ACCRUED
               ADD 1 TO WS-ACCRUED-DEPT-COUNT
           ELSE
               MOVE ZEROS TO DT-ACCRUED-WAGES (WS-DEPT-SUB)
               MOVE 'NO GROSS - NOTHING ACCRUED' TO RT-NOTE
           END-IF
           MOVE DT-DEPT-CODE (WS-DEPT-SUB)       TO RT-DEPT-CODE
           MOVE DT-EXPENSE-ACCOUNT (WS-DEPT-SUB) TO RT-ACCOUNT
           MOVE DT-RECORD-COUNT (WS-DEPT-SUB)    TO RT-RECORD-COUNT
           MOVE DT-PERIOD-GROSS (WS-DEPT-SUB)    TO RT-PERIOD-GROSS
           MOVE DT-ACCRUED-WAGES (WS-DEPT-SUB)   TO RT-ACCRUED-WAGES
           WRITE REPORT-LINE FROM WS-DEPT-DETAIL
           ADD 1 TO WS-DEPT-SUB.

      *----------------------------------------------------------*
      * 4000-WRITE-ACCRUAL-VOUCHER                                *
      *   Writes the accrued-wages voucher dated month end: a     *
      *   labor expense debit per department and one credit to    *
      *   accrued wages payable.                                  *
      *----------------------------------------------------------*
       4000-WRITE-ACCRUAL-VOUCHER.
           MOVE 1 TO WS-DEPT-SUB
           PERFORM 4100-WRITE-ACCRUAL-DEBIT
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE WS-JV-ACCT-ACCRUED TO AC-ACCOUNT-NUMBER
           MOVE SPACES             TO AC-DEPT-CODE
           MOVE ZEROS              TO AC-DEBIT-AMOUNT
           MOVE WS-TOTAL-ACCRUED   TO AC-CREDIT-AMOUNT
           MOVE 'ACCRUED WAGES PAYABLE' TO AC-DESCRIPTION
           PERFORM 4150-WRITE-ACCRUAL-LINE.

      *----------------------------------------------------------*
      * 4100-WRITE-ACCRUAL-DEBIT                                  *
      *   Writes one department's accrued labor expense debit and *
      *   steps the subscript.                                    *
      *----------------------------------------------------------*
       4100-WRITE-ACCRUAL-DEBIT.
           IF DT-ACCRUED-WAGES (WS-DEPT-SUB) > ZERO
               MOVE DT-EXPENSE-ACCOUNT (WS-DEPT-SUB)
                   TO AC-ACCOUNT-NUMBER
               MOVE DT-DEPT-CODE (WS-DEPT-SUB) TO AC-DEPT-CODE
               MOVE DT-ACCRUED-WAGES (WS-DEPT-SUB) TO AC-DEBIT-AMOUNT
               MOVE ZEROS TO AC-CREDIT-AMOUNT
               MOVE 'ACCRUED LABOR EXPENSE' TO AC-DESCRIPTION
               PERFORM 4150-WRITE-ACCRUAL-LINE
           END-IF
           ADD 1 TO WS-DEPT-SUB.

      *----------------------------------------------------------*
      * 4150-WRITE-ACCRUAL-LINE                                   *
      *   Writes one accrual voucher line already placed in the   *
      *   record, dated month end, and adds it to the voucher and *
      *   account totals.                                         *
      *----------------------------------------------------------*
       4150-WRITE-ACCRUAL-LINE.
           MOVE WS-MONTH-END-DATE TO AC-VOUCHER-DATE
           WRITE ACCRUAL-VOUCHER-RECORD
           ADD AC-DEBIT-AMOUNT  TO WS-ACCRUAL-DEBITS
           ADD AC-CREDIT-AMOUNT TO WS-ACCRUAL-CREDITS
           MOVE AC-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
           PERFORM 4400-FIND-ACCOUNT
           ADD AC-DEBIT-AMOUNT  TO AT-ACCRUAL-DEBIT (WS-ACCT-SUB)
           ADD AC-CREDIT-AMOUNT TO AT-ACCRUAL-CREDIT (WS-ACCT-SUB).

      *----------------------------------------------------------*
      * 4200-WRITE-REVERSING-VOUCHER                              *
      *   Writes the reversing voucher dated the first of the     *
      *   next month: the accrual voucher with its debits and     *
      *   credits exchanged.                                      *
      *----------------------------------------------------------*
       4200-WRITE-REVERSING-VOUCHER.
           MOVE 1 TO WS-DEPT-SUB
           PERFORM 4210-WRITE-REVERSAL-CREDIT
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE WS-JV-ACCT-ACCRUED TO RV-ACCOUNT-NUMBER
           MOVE SPACES             TO RV-DEPT-CODE
           MOVE WS-TOTAL-ACCRUED   TO RV-DEBIT-AMOUNT
           MOVE ZEROS              TO RV-CREDIT-AMOUNT
           MOVE 'REVERSE ACCRUED WAGES PAYABLE' TO RV-DESCRIPTION
           PERFORM 4250-WRITE-REVERSAL-LINE.

      *----------------------------------------------------------*
      * 4210-WRITE-REVERSAL-CREDIT                                *
      *   Writes one department's reversing labor expense credit  *
      *   and steps the subscript.                                *
      *----------------------------------------------------------*
       4210-WRITE-REVERSAL-CREDIT.
           IF DT-ACCRUED-WAGES (WS-DEPT-SUB) > ZERO
               MOVE DT-EXPENSE-ACCOUNT (WS-DEPT-SUB)
                   TO RV-ACCOUNT-NUMBER
               MOVE DT-DEPT-CODE (WS-DEPT-SUB) TO RV-DEPT-CODE
               MOVE ZEROS TO RV-DEBIT-AMOUNT
               MOVE DT-ACCRUED-WAGES (WS-DEPT-SUB) TO RV-CREDIT-AMOUNT
               MOVE 'REVERSE ACCRUED LABOR EXPENSE' TO RV-DESCRIPTION
               PERFORM 4250-WRITE-REVERSAL-LINE
           END-IF
           ADD 1 TO WS-DEPT-SUB.

      *----------------------------------------------------------*
      * 4250-WRITE-REVERSAL-LINE                                  *
      *   Writes one reversing voucher line already placed in the *
      *   record, dated the first of the next month, and adds it  *
      *   to the voucher and account totals.                      *
      *----------------------------------------------------------*
       4250-WRITE-REVERSAL-LINE.
           MOVE WS-NEXT-MONTH-DATE TO RV-VOUCHER-DATE
           WRITE REVERSING-VOUCHER-RECORD
           ADD RV-DEBIT-AMOUNT  TO WS-REVERSAL-DEBITS
           ADD RV-CREDIT-AMOUNT TO WS-REVERSAL-CREDITS
           MOVE RV-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
           PERFORM 4400-FIND-ACCOUNT
           ADD RV-DEBIT-AMOUNT  TO AT-REVERSAL-DEBIT (WS-ACCT-SUB)
           ADD RV-CREDIT-AMOUNT TO AT-REVERSAL-CREDIT (WS-ACCT-SUB).

      *----------------------------------------------------------*
      * 4400-FIND-ACCOUNT                                         *
      *   Finds the account summary entry for the account being   *
      *   posted, opening it the first time it is seen.           *
      *----------------------------------------------------------*
       4400-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-SUB
           MOVE 1    TO WS-ACCT-SCAN-SUB
           PERFORM 4410-SCAN-ACCOUNT
               UNTIL WS-ACCT-SCAN-SUB > WS-ACCT-COUNT
                  OR WS-ACCT-SUB > ZERO
           IF WS-ACCT-SUB = ZERO
               IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
                   DISPLAY 'ACCRUAL ACCOUNT TABLE FULL, RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
               MOVE WS-POST-ACCOUNT TO AT-ACCOUNT-NUMBER (WS-ACCT-SUB)
               MOVE ZEROS TO AT-ACCRUAL-DEBIT (WS-ACCT-SUB)
                             AT-ACCRUAL-CREDIT (WS-ACCT-SUB)
                             AT-REVERSAL-DEBIT (WS-ACCT-SUB)
                             AT-REVERSAL-CREDIT (WS-ACCT-SUB)
           END-IF.

      *----------------------------------------------------------*
      * 4410-SCAN-ACCOUNT                                         *
      *   Compares one account summary entry to the account being *
      *   posted and steps the subscript.                         *
      *----------------------------------------------------------*
       4410-SCAN-ACCOUNT.
           IF AT-ACCOUNT-NUMBER (WS-ACCT-SCAN-SUB) = WS-POST-ACCOUNT
               MOVE WS-ACCT-SCAN-SUB TO WS-ACCT-SUB
           END-IF
           ADD 1 TO WS-ACCT-SCAN-SUB.

      *----------------------------------------------------------*
      * 5000-PRINT-ACCOUNT-SUMMARY                                *
      *   Prints both vouchers' totals by GL account, then proves *
      *   each voucher's debits equal its credits and the         *
      *   reversal mirrors the accrual.                           *
      *----------------------------------------------------------*
       5000-PRINT-ACCOUNT-SUMMARY.
           WRITE REPORT-LINE FROM WS-ACCT-COL-HDGS
           MOVE 1 TO WS-ACCT-SUB
           PERFORM 5100-PRINT-ACCOUNT-LINE
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ACCRUAL-DEBITS NOT = WS-ACCRUAL-CREDITS
              OR WS-REVERSAL-DEBITS NOT = WS-REVERSAL-CREDITS
              OR WS-REVERSAL-DEBITS NOT = WS-ACCRUAL-CREDITS
               SET VOUCHERS-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE 'ACCRUAL VOUCHER' TO RJ-LABEL
           MOVE WS-MONTH-END-DATE TO WS-EDIT-DATE
           PERFORM 7200-EDIT-DATE
           MOVE WS-PRINT-DATE      TO RJ-DATE
           MOVE WS-ACCRUAL-DEBITS  TO RJ-DEBITS
           MOVE WS-ACCRUAL-CREDITS TO RJ-CREDITS
           IF WS-ACCRUAL-DEBITS = WS-ACCRUAL-CREDITS
               MOVE 'IN BALANCE' TO RJ-RESULT
           ELSE
               MOVE '** OUT OF BALANCE' TO RJ-RESULT
           END-IF
           WRITE REPORT-LINE FROM WS-VOUCHER-LINE
           MOVE 'REVERSING VOUCHER' TO RJ-LABEL
           MOVE WS-NEXT-MONTH-DATE TO WS-EDIT-DATE
           PERFORM 7200-EDIT-DATE
           MOVE WS-PRINT-DATE       TO RJ-DATE
           MOVE WS-REVERSAL-DEBITS  TO RJ-DEBITS
           MOVE WS-REVERSAL-CREDITS TO RJ-CREDITS
           IF WS-REVERSAL-DEBITS = WS-REVERSAL-CREDITS
              AND WS-REVERSAL-DEBITS = WS-ACCRUAL-CREDITS
               MOVE 'IN BALANCE' TO RJ-RESULT
           ELSE
               MOVE '** OUT OF BALANCE' TO RJ-RESULT
           END-IF
           WRITE REPORT-LINE FROM WS-VOUCHER-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------*
      * 5100-PRINT-ACCOUNT-LINE                                   *
      *   Prints one account's voucher totals and steps the       *
      *   subscript.                                              *
      *----------------------------------------------------------*
       5100-PRINT-ACCOUNT-LINE.
           MOVE AT-ACCOUNT-NUMBER (WS-ACCT-SUB)  TO RA-ACCOUNT
           MOVE AT-ACCRUAL-DEBIT (WS-ACCT-SUB)   TO RA-ACCRUAL-DEBIT
           MOVE AT-ACCRUAL-CREDIT (WS-ACCT-SUB)  TO RA-ACCRUAL-CREDIT
           MOVE AT-REVERSAL-DEBIT (WS-ACCT-SUB)  TO RA-REVERSAL-DEBIT
           MOVE AT-REVERSAL-CREDIT (WS-ACCT-SUB) TO RA-REVERSAL-CREDIT
           WRITE REPORT-LINE FROM WS-ACCT-DETAIL
           ADD 1 TO WS-ACCT-SUB.

      *----------------------------------------------------------*
      * 7000-COMPUTE-DAY-NUMBER                                   *
      *   Turns the date in WS-DN-DATE into a day number.  The    *
      *   year is counted from March so the leap day falls at its *
      *   end.                                                    *
      *----------------------------------------------------------*
       7000-COMPUTE-DAY-NUMBER.
           IF WS-DN-MM < 3
               COMPUTE WS-DN-YEAR  = WS-DN-CCYY - 1
               COMPUTE WS-DN-MONTH = WS-DN-MM + 9
           ELSE
               MOVE WS-DN-CCYY TO WS-DN-YEAR
               COMPUTE WS-DN-MONTH = WS-DN-MM - 3
           END-IF
           COMPUTE WS-DAY-NUMBER = WS-DN-YEAR * 365 + WS-DN-DD
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
           SUBTRACT WS-DN-QUOTIENT FROM WS-DAY-NUMBER
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER
           COMPUTE WS-DN-QUOTIENT = WS-DN-MONTH * 153 + 2
           DIVIDE WS-DN-QUOTIENT BY 5 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER.

      *----------------------------------------------------------*
      * 7100-COUNT-WORKING-DAYS                                   *
      *   Counts the Mondays to Fridays from WS-RANGE-START-DAY   *
      *   through WS-RANGE-END-DAY.                               *
      *----------------------------------------------------------*
       7100-COUNT-WORKING-DAYS.
           MOVE ZERO TO WS-RANGE-WORKING-DAYS
           MOVE WS-RANGE-START-DAY TO WS-DAY-SCAN
           PERFORM 7110-CHECK-ONE-DAY
               UNTIL WS-DAY-SCAN > WS-RANGE-END-DAY.

      *----------------------------------------------------------*
      * 7110-CHECK-ONE-DAY                                        *
      *   Counts one day if it falls Monday to Friday and steps   *
      *   to the next.                                            *
      *----------------------------------------------------------*
       7110-CHECK-ONE-DAY.
           DIVIDE WS-DAY-SCAN BY 7 GIVING WS-WEEK-NUMBER
               REMAINDER WS-WEEKDAY
           IF NOT WEEKEND-DAY
               ADD 1 TO WS-RANGE-WORKING-DAYS
           END-IF
           ADD 1 TO WS-DAY-SCAN.

      *----------------------------------------------------------*
      * 7200-EDIT-DATE                                            *
      *   Edits the date in WS-EDIT-DATE as MM/DD/CCYY.           *
      *----------------------------------------------------------*
       7200-EDIT-DATE.
           MOVE WS-EDIT-MM   TO PD-MM
           MOVE WS-EDIT-DD   TO PD-DD
           MOVE WS-EDIT-CCYY TO PD-CCYY.

      *----------------------------------------------------------*
      * 9000-TERMINATE                                            *
      *   Prints the run counts, closes the files and sets the    *
      *   completion code: 8 when the vouchers do not balance, 4  *
      *   when a department posted to the default account, 0     *
      *   otherwise.                                              *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'PAY HISTORY RECORDS READ:' TO RC-LABEL
           MOVE WS-HISTORY-READ-COUNT TO RC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DEPARTMENTS ACCRUED:' TO RC-LABEL
           MOVE WS-ACCRUED-DEPT-COUNT TO RC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DEPARTMENTS NOT ON GL MAPPING:' TO RC-LABEL
           MOVE WS-UNMAPPED-COUNT TO RC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           CLOSE ACCRUAL-VOUCHER-FILE
           CLOSE REVERSING-VOUCHER-FILE
           CLOSE ACCRUAL-REPORT
           DISPLAY 'WAGE ACCRUAL COMPLETE FOR MONTH ENDING '
               WS-MONTH-END-DATE
           DISPLAY '  ACCRUED WAGES: ' WS-TOTAL-ACCRUED
           EVALUATE TRUE
               WHEN VOUCHERS-OUT-OF-BALANCE
                   DISPLAY 'ACCRUAL VOUCHERS OUT OF BALANCE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNMAPPED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
