       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRETRN.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  A returned deposit is now matched to the *
      *                  pay period it settled: the settlement    *
      *                  date ACHBUILD puts in the individual ID  *
      *                  gives the period end on the pay calendar *
      *                  PAYCAL.DAT, and only that period's       *
      *                  history is netted against the returned   *
      *                  amount.  A return whose reversal is      *
      *                  already on ADJTRANS.DAT, or whose period *
      *                  has already been reversed in history, is *
      *                  listed as a duplicate and not sent again.*
      * 2026-10-15  PSG  Pay history archive.  PAYHIST.DAT is now *
      *                  indexed by EMP-ID, run date and sequence *
      *                  number; the paid-period search starts at *
      *                  the returned employee's first record     *
      *                  instead of reading the whole file.       *
      * 2026-10-15  PSG  EMPLOYEE-RECORD picked up the employment *
      *                  status, hire and termination dates, SSN  *
      *                  and home address maintained by PAYROLL;  *
      *                  layout kept in step.                     *
      * 2026-10-15  PSG  New ACH returns program, run after the   *
      *                  adjustment transactions are staged and   *
      *                  ahead of PAYADJ.  Reads the bank's       *
      *                  return and notification-of-change file.  *
      *                  A notification of change corrects the    *
      *                  routing and/or account number on the     *
      *                  employee master and starts a new         *
      *                  prenote.  A returned entry switches the  *
      *                  employee to check pay until the bank     *
      *                  data is corrected, and a returned        *
      *                  deposit is sent to PAYADJ as a deposit   *
      *                  reversal - backed out of the DD clearing *
      *                  account like any other - flagged for a   *
      *                  replacement check on the next pay run.   *
      *                  Every item is listed on the ACH returns  *
      *                  audit report with the bank data before   *
      *                  and after.                               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-RETURN-FILE ASSIGN TO 'ACHRETRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-RETURN-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               ALTERNATE RECORD KEY IS PH-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT ADJUSTMENT-TRANS ASSIGN TO 'ADJTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-TRANS-STATUS.

           SELECT RETURN-AUDIT-REPORT ASSIGN TO 'ACHRTAUD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * The bank's return file is in the ACH (NACHA) format, 94   *
      * characters a record.  Only the entry details (type 6)     *
      * and their addenda (type 7) are used; the header and       *
      * control records are passed over.  A return addenda is     *
      * type 99, a notification of change type 98; either one     *
      * follows the entry it belongs to.                          *
      *----------------------------------------------------------*
       FD  ACH-RETURN-FILE.
       01  AR-ENTRY-RECORD.
           05 AR-RECORD-TYPE          PIC X.
               88 AR-ENTRY-DETAIL     VALUE '6'.
               88 AR-ADDENDA          VALUE '7'.
           05 AR-TRAN-CODE            PIC X(2).
           05 AR-RECEIVING-DFI.
               10 AR-RDFI-ID          PIC X(8).
               10 AR-CHECK-DIGIT      PIC X.
           05 AR-RECEIVING-DFI-N REDEFINES AR-RECEIVING-DFI
                                      PIC 9(9).
           05 AR-DFI-ACCOUNT          PIC X(17).
           05 AR-AMOUNT               PIC 9(8)V99.
           05 AR-INDIVIDUAL-ID.
               10 AR-EMP-ID           PIC X(5).
               10 AR-SETTLE-DATE      PIC X(8).
               10 AR-SETTLE-DATE-N REDEFINES AR-SETTLE-DATE
                                      PIC 9(8).
               10 FILLER              PIC X(2).
           05 AR-INDIVIDUAL-NAME      PIC X(22).
           05 AR-DISCRETIONARY        PIC X(2).
           05 AR-ADDENDA-IND          PIC X.
           05 AR-TRACE-NUMBER         PIC X(15).

       01  AA-ADDENDA-RECORD.
           05 FILLER                  PIC X.
           05 AA-ADDENDA-TYPE         PIC X(2).
               88 AA-NOC              VALUE '98'.
               88 AA-RETURN           VALUE '99'.
           05 AA-REASON-CODE          PIC X(3).
           05 AA-ORIG-TRACE           PIC X(15).
           05 AA-DATE-OF-DEATH        PIC X(6).
           05 AA-ORIG-RDFI            PIC X(8).
           05 AA-CORRECTED-DATA       PIC X(29).
           05 AA-ROUTING-FIRST REDEFINES AA-CORRECTED-DATA.
               10 AA-NOC-ROUTING      PIC X(9).
               10 AA-NOC-ROUTING-N REDEFINES AA-NOC-ROUTING
                                      PIC 9(9).
               10 FILLER              PIC X(3).
               10 AA-NOC-ROUTING-ACCT PIC X(17).
           05 AA-ACCOUNT-FIRST REDEFINES AA-CORRECTED-DATA.
               10 AA-NOC-ACCOUNT      PIC X(17).
               10 FILLER              PIC X(12).
           05 AA-ROUTING-ACCOUNT REDEFINES AA-CORRECTED-DATA.
               10 AA-C07-ROUTING      PIC X(9).
               10 AA-C07-ROUTING-N REDEFINES AA-C07-ROUTING
                                      PIC 9(9).
               10 AA-C07-ACCOUNT      PIC X(17).
               10 AA-C07-TRAN-CODE    PIC X(2).
               10 FILLER              PIC X(1).
           05 FILLER                  PIC X(15).
           05 AA-TRACE-NUMBER         PIC X(15).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ID                 PIC X(5).
           05 EMP-NAME                PIC A(30).
           05 DEPT-CODE               PIC X(4).
           05 HOURLY-RATE             PIC 99V99.
           05 BANK-ROUTING-NUMBER     PIC 9(9).
           05 BANK-ACCOUNT-NUMBER     PIC X(17).
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

       FD  ADJUSTMENT-TRANS.
       01  ADJUSTMENT-TRANS-RECORD.
           05 AJ-TRANS-CODE           PIC X.
               88 AJ-VOID-CHECK       VALUE 'V'.
               88 AJ-REVERSE-DEPOSIT  VALUE 'R'.
               88 AJ-MANUAL-CHECK     VALUE 'M'.
           05 AJ-EMP-ID               PIC X(5).
           05 AJ-ORIG-RUN-DATE        PIC 9(8).
           05 AJ-CHECK-NO             PIC 9(8).
           05 AJ-DEPT-CODE            PIC X(4).
           05 AJ-HOURS                PIC 99V99.
           05 AJ-GROSS                PIC 9(5)V99.
           05 AJ-FICA                 PIC 9(5)V99.
           05 AJ-FED-WH               PIC 9(5)V99.
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

       FD  RETURN-AUDIT-REPORT.
       01  RETURN-AUDIT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACH-RETURN-STATUS      PIC XX.
           88 ACH-RETURN-FOUND      VALUE '00'.
           88 ACH-RETURN-MISSING    VALUE '35'.

       01 WS-EMPLOYEE-STATUS        PIC XX.
           88 EMPLOYEE-FOUND        VALUE '00'.

       01 WS-PAY-CALENDAR-STATUS    PIC XX.
           88 PAY-CALENDAR-FOUND    VALUE '00'.

       01 WS-PAY-HISTORY-STATUS     PIC XX.
           88 PAY-HISTORY-FOUND     VALUE '00'.
           88 PAY-HISTORY-MISSING   VALUE '35'.

       01 WS-ADJ-TRANS-STATUS       PIC XX.
           88 ADJ-TRANS-FOUND       VALUE '00'.
           88 ADJ-TRANS-MISSING     VALUE '35'.

       01 WS-RETURN-AUDIT-STATUS    PIC XX.
           88 RETURN-AUDIT-FOUND    VALUE '00'.

       01 WS-RETURN-EOF        PIC X       VALUE 'N'.
           88 RETURN-EOF       VALUE 'Y'.
           88 NOT-RETURN-EOF   VALUE 'N'.

       01 WS-CALENDAR-EOF      PIC X       VALUE 'N'.
           88 CALENDAR-EOF         VALUE 'Y'.
           88 NOT-CALENDAR-EOF     VALUE 'N'.

       01 WS-ADJ-TRANS-EOF     PIC X       VALUE 'N'.
           88 ADJ-TRANS-EOF        VALUE 'Y'.
           88 NOT-ADJ-TRANS-EOF    VALUE 'N'.

       01 WS-HISTORY-EOF       PIC X       VALUE 'N'.
           88 HISTORY-EOF      VALUE 'Y'.
           88 NOT-HISTORY-EOF  VALUE 'N'.

       01 WS-EMPLOYEE-ON-FILE  PIC X       VALUE 'N'.
           88 EMPLOYEE-ON-FILE     VALUE 'Y'.
           88 EMPLOYEE-NOT-ON-FILE VALUE 'N'.

       01 WS-NOC-EDIT          PIC X       VALUE 'Y'.
           88 NOC-VALID        VALUE 'Y'.
           88 NOC-INVALID      VALUE 'N'.

      *----------------------------------------------------------*
      * The entry detail a return or change addenda belongs to,   *
      * kept from the type 6 record that precedes it.  The        *
      * individual ID is the EMP-ID and settlement date ACHBUILD  *
      * sent; an entry built before the date was carried has none.*
      *----------------------------------------------------------*
       01 WS-ENTRY-SAVED       PIC X       VALUE 'N'.
           88 ENTRY-SAVED      VALUE 'Y'.
           88 NO-ENTRY-SAVED   VALUE 'N'.
       01 WS-RT-EMP-ID         PIC X(5)    VALUE SPACES.
       01 WS-RT-TRAN-CODE      PIC X(2)    VALUE SPACES.
           88 RT-PRENOTE-ENTRY VALUES '23' '33'.
       01 WS-RT-ROUTING        PIC 9(9)    VALUE ZEROS.
       01 WS-RT-ACCOUNT        PIC X(17)   VALUE SPACES.
       01 WS-RT-AMOUNT         PIC 9(8)V99 VALUE ZEROS.
       01 WS-RT-SETTLE-DATE    PIC 9(8)    VALUE ZEROS.

       01 WS-NEW-ROUTING       PIC 9(9)    VALUE ZEROS.
       01 WS-NEW-ACCOUNT       PIC X(17)   VALUE SPACES.

      *----------------------------------------------------------*
      * The pay period the returned deposit settled - its period  *
      * end is the pay-history run date - and that period's net   *
      * for the employee.  Reversing records and replacement      *
      * checks both carry the original run date, so a reversed    *
      * period that was paid again by check nets back to the      *
      * deposit; the reversal's negative net is what shows it     *
      * has already been reversed.                                *
      *----------------------------------------------------------*
       01 WS-ORIG-RUN-DATE     PIC 9(8)    VALUE ZEROS.
       01 WS-ORIG-DEPT-CODE    PIC X(4)    VALUE SPACES.
       01 WS-PERIOD-NET        PIC S9(7)V99 VALUE ZEROS.
       01 WS-PERIOD-REVERSED   PIC X       VALUE 'N'.
           88 PERIOD-ALREADY-REVERSED VALUE 'Y'.
           88 PERIOD-NOT-REVERSED     VALUE 'N'.

      *----------------------------------------------------------*
      * Deposit reversals already queued on the adjustment        *
      * transactions, and those queued by this run, by employee   *
      * and period.  A return the full table cannot be checked    *
      * against is listed rather than risk reversing it twice.    *
      *----------------------------------------------------------*
       01 WS-PENDING-MAX       PIC 9(4)    COMP VALUE 1000.
       01 WS-PENDING-COUNT     PIC 9(4)    COMP VALUE ZERO.
       01 WS-PENDING-SUB       PIC 9(4)    COMP VALUE ZERO.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 1000 TIMES.
               10 PR-EMP-ID    PIC X(5).
               10 PR-RUN-DATE  PIC 9(8).
       01 WS-PENDING-OVERFLOW  PIC X       VALUE 'N'.
           88 PENDING-TABLE-FULL VALUE 'Y'.
           88 PENDING-TABLE-FITS VALUE 'N'.
       01 WS-PENDING-MATCH     PIC X       VALUE 'N'.
           88 REVERSAL-PENDING    VALUE 'Y'.
           88 NO-REVERSAL-PENDING VALUE 'N'.
       01 WS-PENDING-EMP-ID    PIC X(5)    VALUE SPACES.
       01 WS-PENDING-RUN-DATE  PIC 9(8)    VALUE ZEROS.

      *----------------------------------------------------------*
      * Run counts.                                               *
      *----------------------------------------------------------*
       01 WS-RECORDS-READ-COUNT    PIC 9(7)  COMP VALUE ZERO.
       01 WS-ENTRY-COUNT           PIC 9(7)  COMP VALUE ZERO.
       01 WS-RETURN-COUNT          PIC 9(7)  COMP VALUE ZERO.
       01 WS-NOC-COUNT             PIC 9(7)  COMP VALUE ZERO.
       01 WS-NOC-APPLIED-COUNT     PIC 9(7)  COMP VALUE ZERO.
       01 WS-REVERSAL-COUNT        PIC 9(7)  COMP VALUE ZERO.
       01 WS-REVERSAL-TOTAL        PIC 9(9)V99    VALUE ZEROS.
       01 WS-DUPLICATE-COUNT       PIC 9(7)  COMP VALUE ZERO.
       01 WS-EXCEPTION-COUNT       PIC 9(7)  COMP VALUE ZERO.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-CCYY      PIC 9(4).
           05 WS-RUN-MM        PIC 9(2).
           05 WS-RUN-DD        PIC 9(2).

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

       01 WS-AUDIT-HEADING     PIC X(50) VALUE
           'ACH RETURNS AND NOTIFICATIONS OF CHANGE'.

       01 WS-AUDIT-COL-HDGS.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(7)  VALUE 'EMP ID'.
           05 FILLER           PIC X(8)  VALUE 'ITEM'.
           05 FILLER           PIC X(6)  VALUE 'CODE'.
           05 FILLER           PIC X(14) VALUE 'AMOUNT'.
           05 FILLER           PIC X(10) VALUE 'OLD RTG'.
           05 FILLER           PIC X(19) VALUE 'OLD ACCOUNT'.
           05 FILLER           PIC X(10) VALUE 'NEW RTG'.
           05 FILLER           PIC X(19) VALUE 'NEW ACCOUNT'.
           05 FILLER           PIC X(36) VALUE 'ACTION'.

       01 WS-AUDIT-DETAIL.
           05 AU-FLAG          PIC X(3).
           05 AU-EMP-ID        PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AU-ITEM-TYPE     PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AU-CODE          PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AU-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AU-OLD-ROUTING   PIC X(9).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 AU-OLD-ACCOUNT   PIC X(17).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AU-NEW-ROUTING   PIC X(9).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 AU-NEW-ACCOUNT   PIC X(17).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AU-ACTION        PIC X(36).
           05 AU-ACTION-PERIOD REDEFINES AU-ACTION.
               10 AU-ACTION-TEXT   PIC X(26).
               10 AU-PERIOD-DATE   PIC 9(8).
               10 FILLER           PIC X(2).

       01 WS-AUDIT-COUNT-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 AC-LABEL         PIC X(30).
           05 AC-COUNT         PIC ZZ,ZZ9.

       01 WS-AUDIT-AMOUNT-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(30) VALUE
               'DEPOSITS SENT FOR REVERSAL:'.
           05 AA-REVERSAL-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL RETURN-EOF
               READ ACH-RETURN-FILE
                   AT END
                       SET RETURN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ-COUNT
                       PERFORM 2000-ROUTE-RETURN-RECORD
               END-READ
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                          *
      *   Opens the bank's return file (a day with none simply   *
      *   produces an empty audit report), the employee master   *
      *   being corrected, the adjustment transactions PAYADJ    *
      *   will read - appended to, and created the first time a  *
      *   run finds none - and the audit report.  The deposit    *
      *   reversals already queued are noted first, so a return  *
      *   the bank sends twice is not reversed twice.            *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT RETURN-AUDIT-REPORT
           IF RETURN-AUDIT-FOUND
               CONTINUE
           ELSE
               DISPLAY 'RETURN-AUDIT-REPORT OPEN FAILED, STATUS = '
                   WS-RETURN-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO RH-MM
           MOVE WS-RUN-DD   TO RH-DD
           MOVE WS-RUN-CCYY TO RH-CCYY
           WRITE RETURN-AUDIT-LINE FROM WS-RPT-HEADING-1
           WRITE RETURN-AUDIT-LINE FROM WS-RPT-HEADING-2
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-HEADING
           MOVE SPACES TO RETURN-AUDIT-LINE
           WRITE RETURN-AUDIT-LINE
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-COL-HDGS
           OPEN I-O EMPLOYEE-FILE
           IF EMPLOYEE-FOUND
               CONTINUE
           ELSE
               DISPLAY 'EMPLOYEE-FILE OPEN FAILED, STATUS = '
                   WS-EMPLOYEE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-PENDING-REVERSALS
           OPEN EXTEND ADJUSTMENT-TRANS
           IF ADJ-TRANS-MISSING
               OPEN OUTPUT ADJUSTMENT-TRANS
               CLOSE ADJUSTMENT-TRANS
               OPEN EXTEND ADJUSTMENT-TRANS
           END-IF
           IF ADJ-TRANS-FOUND
               CONTINUE
           ELSE
               DISPLAY 'ADJUSTMENT-TRANS OPEN FAILED, STATUS = '
                   WS-ADJ-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACH-RETURN-FILE
           IF ACH-RETURN-MISSING
               SET RETURN-EOF TO TRUE
           ELSE
               IF ACH-RETURN-FOUND
                   CONTINUE
               ELSE
                   DISPLAY 'ACH-RETURN-FILE OPEN FAILED, STATUS = '
                       WS-ACH-RETURN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 1100-LOAD-PENDING-REVERSALS                               *
      *   Notes the employee and period of every deposit reversal *
      *   on the adjustment transactions.  None there yet is not  *
      *   an error; the open that follows creates the file.       *
      *----------------------------------------------------------*
       1100-LOAD-PENDING-REVERSALS.
           SET NOT-ADJ-TRANS-EOF TO TRUE
           OPEN INPUT ADJUSTMENT-TRANS
           IF ADJ-TRANS-FOUND
               PERFORM UNTIL ADJ-TRANS-EOF
                   READ ADJUSTMENT-TRANS
                       AT END
                           SET ADJ-TRANS-EOF TO TRUE
                       NOT AT END
                           IF AJ-REVERSE-DEPOSIT
                               MOVE AJ-EMP-ID TO WS-PENDING-EMP-ID
                               MOVE AJ-ORIG-RUN-DATE
                                   TO WS-PENDING-RUN-DATE
                               PERFORM 1110-KEEP-PENDING-REVERSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-TRANS
           END-IF.

      *----------------------------------------------------------*
      * 1110-KEEP-PENDING-REVERSAL                                *
      *   Adds one queued reversal to the table, or marks the     *
      *   table full.                                             *
      *----------------------------------------------------------*
       1110-KEEP-PENDING-REVERSAL.
           IF WS-PENDING-COUNT < WS-PENDING-MAX
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-PENDING-EMP-ID
                   TO PR-EMP-ID (WS-PENDING-COUNT)
               MOVE WS-PENDING-RUN-DATE
                   TO PR-RUN-DATE (WS-PENDING-COUNT)
           ELSE
               SET PENDING-TABLE-FULL TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * 2000-ROUTE-RETURN-RECORD                                  *
      *   An entry detail is kept for the addenda that follows    *
      *   it; a change addenda corrects the bank data and a       *
      *   return addenda handles the returned entry.  Headers,    *
      *   controls and any other addenda are passed over.         *
      *----------------------------------------------------------*
       2000-ROUTE-RETURN-RECORD.
           EVALUATE TRUE
               WHEN AR-ENTRY-DETAIL
                   PERFORM 2100-SAVE-ENTRY-DETAIL
               WHEN AR-ADDENDA AND (AA-NOC OR AA-RETURN)
                       AND NO-ENTRY-SAVED
                   PERFORM 2200-CLEAR-AUDIT-LINE
                   MOVE AA-REASON-CODE TO AU-CODE
                   MOVE 'ADDENDA WITH NO ENTRY DETAIL' TO AU-ACTION
                   PERFORM 7100-WRITE-EXCEPTION
               WHEN AR-ADDENDA AND AA-NOC
                   ADD 1 TO WS-NOC-COUNT
                   PERFORM 3000-APPLY-CHANGE
                   SET NO-ENTRY-SAVED TO TRUE
               WHEN AR-ADDENDA AND AA-RETURN
                   ADD 1 TO WS-RETURN-COUNT
                   PERFORM 4000-PROCESS-RETURN
                   SET NO-ENTRY-SAVED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 2100-SAVE-ENTRY-DETAIL                                    *
      *   Keeps the returned entry's employee, transaction code,  *
      *   bank data, amount and settlement date for the addenda.  *
      *----------------------------------------------------------*
       2100-SAVE-ENTRY-DETAIL.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE AR-EMP-ID      TO WS-RT-EMP-ID
           MOVE AR-TRAN-CODE   TO WS-RT-TRAN-CODE
           IF AR-RECEIVING-DFI-N NUMERIC
               MOVE AR-RECEIVING-DFI-N TO WS-RT-ROUTING
           ELSE
               MOVE ZEROS TO WS-RT-ROUTING
           END-IF
           MOVE AR-DFI-ACCOUNT TO WS-RT-ACCOUNT
           IF AR-AMOUNT NUMERIC
               MOVE AR-AMOUNT TO WS-RT-AMOUNT
           ELSE
               MOVE ZEROS TO WS-RT-AMOUNT
           END-IF
           IF AR-SETTLE-DATE-N NUMERIC
               MOVE AR-SETTLE-DATE-N TO WS-RT-SETTLE-DATE
           ELSE
               MOVE ZEROS TO WS-RT-SETTLE-DATE
           END-IF
           SET ENTRY-SAVED TO TRUE.

      *----------------------------------------------------------*
      * 2200-CLEAR-AUDIT-LINE                                     *
      *   Starts an audit line for the entry in hand.             *
      *----------------------------------------------------------*
       2200-CLEAR-AUDIT-LINE.
           MOVE SPACES        TO AU-FLAG
           MOVE WS-RT-EMP-ID  TO AU-EMP-ID
           MOVE SPACES        TO AU-ITEM-TYPE
           MOVE SPACES        TO AU-CODE
           MOVE ZEROS         TO AU-AMOUNT
           MOVE SPACES        TO AU-OLD-ROUTING
           MOVE SPACES        TO AU-OLD-ACCOUNT
           MOVE SPACES        TO AU-NEW-ROUTING
           MOVE SPACES        TO AU-NEW-ACCOUNT
           MOVE SPACES        TO AU-ACTION.

      *----------------------------------------------------------*
      * 2300-READ-EMPLOYEE                                        *
      *   Reads the employee the entry was sent for.              *
      *----------------------------------------------------------*
       2300-READ-EMPLOYEE.
           MOVE WS-RT-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   SET EMPLOYEE-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET EMPLOYEE-ON-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 3000-APPLY-CHANGE                                         *
      *   Applies one notification of change to the employee's   *
      *   bank data: C01 corrects the account, C02 the routing   *
      *   number, C03 and C07 both, C06 the account (the account *
      *   type it also carries does not apply - every deposit    *
      *   goes to checking).  Changed bank data starts a new     *
      *   prenote, as it does through employee maintenance.  A   *
      *   change already on the master is left as it is; any    *
      *   other change code, or corrected data that is not a    *
      *   valid routing number, is listed for the payroll desk.  *
      *----------------------------------------------------------*
       3000-APPLY-CHANGE.
           PERFORM 2200-CLEAR-AUDIT-LINE
           MOVE 'NOC'          TO AU-ITEM-TYPE
           MOVE AA-REASON-CODE TO AU-CODE
           PERFORM 2300-READ-EMPLOYEE
           IF EMPLOYEE-NOT-ON-FILE
               MOVE 'NOC NOT APPLIED - EMP NOT ON FILE'
                   TO AU-ACTION
               PERFORM 7100-WRITE-EXCEPTION
           ELSE
               MOVE BANK-ROUTING-NUMBER TO AU-OLD-ROUTING
               MOVE BANK-ACCOUNT-NUMBER TO AU-OLD-ACCOUNT
               MOVE BANK-ROUTING-NUMBER TO WS-NEW-ROUTING
               MOVE BANK-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT
               PERFORM 3100-EDIT-CHANGE
               IF NOC-INVALID
                   PERFORM 7100-WRITE-EXCEPTION
               ELSE
                   MOVE WS-NEW-ROUTING TO AU-NEW-ROUTING
                   MOVE WS-NEW-ACCOUNT TO AU-NEW-ACCOUNT
                   IF WS-NEW-ROUTING = BANK-ROUTING-NUMBER
                           AND WS-NEW-ACCOUNT = BANK-ACCOUNT-NUMBER
                       MOVE 'NO CHANGE - ALREADY ON FILE'
                           TO AU-ACTION
                   ELSE
                       MOVE WS-NEW-ROUTING TO BANK-ROUTING-NUMBER
                       MOVE WS-NEW-ACCOUNT TO BANK-ACCOUNT-NUMBER
                       SET PRENOTE-PENDING TO TRUE
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-NOC-APPLIED-COUNT
                       MOVE 'CORRECTED - NEW PRENOTE' TO AU-ACTION
                   END-IF
                   PERFORM 7000-WRITE-AUDIT-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 3100-EDIT-CHANGE                                          *
      *   Picks the corrected routing and account out of the     *
      *   addenda by change code.                                *
      *----------------------------------------------------------*
       3100-EDIT-CHANGE.
           SET NOC-VALID TO TRUE
           EVALUATE AA-REASON-CODE
               WHEN 'C01'
               WHEN 'C06'
                   MOVE AA-NOC-ACCOUNT TO WS-NEW-ACCOUNT
               WHEN 'C02'
                   IF AA-NOC-ROUTING-N NUMERIC
                       MOVE AA-NOC-ROUTING-N TO WS-NEW-ROUTING
                   ELSE
                       SET NOC-INVALID TO TRUE
                   END-IF
               WHEN 'C03'
                   IF AA-NOC-ROUTING-N NUMERIC
                       MOVE AA-NOC-ROUTING-N    TO WS-NEW-ROUTING
                       MOVE AA-NOC-ROUTING-ACCT TO WS-NEW-ACCOUNT
                   ELSE
                       SET NOC-INVALID TO TRUE
                   END-IF
               WHEN 'C07'
                   IF AA-C07-ROUTING-N NUMERIC
                       MOVE AA-C07-ROUTING-N TO WS-NEW-ROUTING
                       MOVE AA-C07-ACCOUNT   TO WS-NEW-ACCOUNT
                   ELSE
                       SET NOC-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   SET NOC-INVALID TO TRUE
                   MOVE 'NOC NOT APPLIED - CHANGE CODE'
                       TO AU-ACTION
           END-EVALUATE
           IF NOC-INVALID AND AU-ACTION = SPACES
               MOVE 'NOC NOT APPLIED - BAD ROUTING NUMBER'
                   TO AU-ACTION
           END-IF
           IF NOC-VALID AND WS-NEW-ACCOUNT = SPACES
               SET NOC-INVALID TO TRUE
               MOVE 'NOC NOT APPLIED - ACCOUNT IS BLANK'
                   TO AU-ACTION
           END-IF.

      *----------------------------------------------------------*
      * 4000-PROCESS-RETURN                                       *
      *   Handles one returned entry.  The employee goes to       *
      *   check pay until the bank data is corrected; a returned  *
      *   deposit (a prenote carries no money) is sent to PAYADJ  *
      *   to be reversed and paid again by check.  The money is   *
      *   owed even if the employee has since left the master.    *
      *----------------------------------------------------------*
       4000-PROCESS-RETURN.
           PERFORM 2200-CLEAR-AUDIT-LINE
           MOVE 'RETURN'       TO AU-ITEM-TYPE
           MOVE AA-REASON-CODE TO AU-CODE
           MOVE WS-RT-AMOUNT   TO AU-AMOUNT
           MOVE WS-RT-ROUTING  TO AU-OLD-ROUTING
           MOVE WS-RT-ACCOUNT  TO AU-OLD-ACCOUNT
           PERFORM 2300-READ-EMPLOYEE
           IF EMPLOYEE-ON-FILE
               PERFORM 4100-SWITCH-TO-CHECK-PAY
           ELSE
               MOVE 'EMP NOT ON FILE - NOT SWITCHED' TO AU-ACTION
               PERFORM 7100-WRITE-EXCEPTION
           END-IF
           IF WS-RT-AMOUNT > ZERO AND NOT RT-PRENOTE-ENTRY
               PERFORM 4200-SEND-REVERSAL
           END-IF.

      *----------------------------------------------------------*
      * 4100-SWITCH-TO-CHECK-PAY                                  *
      *   Marks the prenote status returned, which pays the       *
      *   employee by check until the bank data is changed.  If   *
      *   the master no longer carries the bank data the entry    *
      *   went to, it has already been corrected and is left as   *
      *   it is.                                                  *
      *----------------------------------------------------------*
       4100-SWITCH-TO-CHECK-PAY.
           IF BANK-ROUTING-NUMBER = WS-RT-ROUTING
                   AND BANK-ACCOUNT-NUMBER = WS-RT-ACCOUNT
               SET PRENOTE-RETURNED TO TRUE
               REWRITE EMPLOYEE-RECORD
               MOVE 'SWITCHED TO CHECK PAY' TO AU-ACTION
           ELSE
               MOVE BANK-ROUTING-NUMBER TO AU-NEW-ROUTING
               MOVE BANK-ACCOUNT-NUMBER TO AU-NEW-ACCOUNT
               MOVE 'BANK DATA ALREADY CHANGED' TO AU-ACTION
           END-IF
           PERFORM 7000-WRITE-AUDIT-LINE.

      *----------------------------------------------------------*
      * 4200-SEND-REVERSAL                                        *
      *   Finds the pay period the returned deposit settled and  *
      *   writes a deposit reversal for it to the adjustment     *
      *   transactions, flagged for a replacement check.  The    *
      *   amounts come from pay history when PAYADJ applies it.  *
      *   A return already queued or already reversed is a       *
      *   duplicate from the bank and is listed, not sent again; *
      *   one that cannot be tied to a period whose net is the   *
      *   returned amount goes to the payroll desk.              *
      *----------------------------------------------------------*
       4200-SEND-REVERSAL.
           PERFORM 4300-FIND-PAID-PERIOD
           IF WS-ORIG-RUN-DATE > ZERO
               PERFORM 4320-CHECK-PENDING-REVERSAL
               PERFORM 4340-NET-PAID-PERIOD
           END-IF
           PERFORM 2200-CLEAR-AUDIT-LINE
           MOVE 'RETURN'       TO AU-ITEM-TYPE
           MOVE AA-REASON-CODE TO AU-CODE
           MOVE WS-RT-AMOUNT   TO AU-AMOUNT
           EVALUATE TRUE
               WHEN WS-RT-SETTLE-DATE = ZERO
                   MOVE 'NO SETTLEMENT DATE ON ENTRY'
                       TO AU-ACTION
                   PERFORM 7100-WRITE-EXCEPTION
               WHEN WS-ORIG-RUN-DATE = ZERO
                   MOVE 'SETTLEMENT NOT ON PAY CALENDAR'
                       TO AU-ACTION
                   PERFORM 7100-WRITE-EXCEPTION
               WHEN REVERSAL-PENDING
                   MOVE 'ALREADY QUEUED - PERIOD' TO AU-ACTION-TEXT
                   MOVE WS-ORIG-RUN-DATE TO AU-PERIOD-DATE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   PERFORM 7000-WRITE-AUDIT-LINE
               WHEN PERIOD-ALREADY-REVERSED
                   MOVE 'ALREADY REVERSED - PERIOD'
                       TO AU-ACTION-TEXT
                   MOVE WS-ORIG-RUN-DATE TO AU-PERIOD-DATE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   PERFORM 7000-WRITE-AUDIT-LINE
               WHEN WS-PERIOD-NET NOT = WS-RT-AMOUNT
                   MOVE 'NET DIFFERS - PERIOD' TO AU-ACTION-TEXT
                   MOVE WS-ORIG-RUN-DATE TO AU-PERIOD-DATE
                   PERFORM 7100-WRITE-EXCEPTION
               WHEN PENDING-TABLE-FULL
                   MOVE 'NOT QUEUED - PENDING TABLE FULL'
                       TO AU-ACTION
                   PERFORM 7100-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 4210-WRITE-REVERSAL
           END-EVALUATE.

      *----------------------------------------------------------*
      * 4210-WRITE-REVERSAL                                       *
      *   Writes the deposit reversal for the period found and    *
      *   notes it as queued for any later return of the same    *
      *   entry in this run.                                      *
      *----------------------------------------------------------*
       4210-WRITE-REVERSAL.
           MOVE SPACES TO ADJUSTMENT-TRANS-RECORD
           SET AJ-REVERSE-DEPOSIT TO TRUE
           MOVE WS-RT-EMP-ID      TO AJ-EMP-ID
           MOVE WS-ORIG-RUN-DATE  TO AJ-ORIG-RUN-DATE
           MOVE ZEROS             TO AJ-CHECK-NO
           MOVE WS-ORIG-DEPT-CODE TO AJ-DEPT-CODE
           MOVE ZEROS             TO AJ-HOURS
           MOVE ZEROS             TO AJ-GROSS
           MOVE ZEROS             TO AJ-FICA
           MOVE ZEROS             TO AJ-FED-WH
           MOVE ZEROS             TO AJ-STATE-WH
           MOVE ZEROS             TO AJ-VOL-DED
           MOVE WS-RT-AMOUNT      TO AJ-NET
           MOVE ZEROS             TO AJ-ER-FICA
           MOVE ZEROS             TO AJ-FUTA
           MOVE ZEROS             TO AJ-SUTA
           MOVE ZEROS             TO AJ-FED-TAXABLE
           MOVE ZEROS             TO AJ-FICA-TAXABLE
           SET AJ-REPLACEMENT-WANTED TO TRUE
           WRITE ADJUSTMENT-TRANS-RECORD
           MOVE WS-RT-EMP-ID     TO WS-PENDING-EMP-ID
           MOVE WS-ORIG-RUN-DATE TO WS-PENDING-RUN-DATE
           PERFORM 1110-KEEP-PENDING-REVERSAL
           ADD 1 TO WS-REVERSAL-COUNT
           ADD WS-RT-AMOUNT TO WS-REVERSAL-TOTAL
           MOVE 'REVERSAL QUEUED - PERIOD' TO AU-ACTION-TEXT
           MOVE WS-ORIG-RUN-DATE TO AU-PERIOD-DATE
           PERFORM 7000-WRITE-AUDIT-LINE.

      *----------------------------------------------------------*
      * 4300-FIND-PAID-PERIOD                                     *
      *   Looks the entry's settlement date up on the pay         *
      *   calendar; the period settled on it ends on the run      *
      *   date its pay history carries.                           *
      *----------------------------------------------------------*
       4300-FIND-PAID-PERIOD.
           MOVE ZEROS  TO WS-ORIG-RUN-DATE
           MOVE SPACES TO WS-ORIG-DEPT-CODE
           MOVE ZEROS  TO WS-PERIOD-NET
           SET PERIOD-NOT-REVERSED TO TRUE
           SET NO-REVERSAL-PENDING TO TRUE
           IF WS-RT-SETTLE-DATE > ZERO
               SET NOT-CALENDAR-EOF TO TRUE
               OPEN INPUT PAY-CALENDAR-FILE
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
                           IF PC-SETTLEMENT-DATE NUMERIC
                               AND PC-SETTLEMENT-DATE
                                   = WS-RT-SETTLE-DATE
                               AND PC-PERIOD-END-DATE NUMERIC
                               MOVE PC-PERIOD-END-DATE
                                   TO WS-ORIG-RUN-DATE
                               SET CALENDAR-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF.

      *----------------------------------------------------------*
      * 4320-CHECK-PENDING-REVERSAL                               *
      *   Looks for a reversal already queued for the employee    *
      *   and period.                                             *
      *----------------------------------------------------------*
       4320-CHECK-PENDING-REVERSAL.
           MOVE 1 TO WS-PENDING-SUB
           PERFORM 4330-TEST-ONE-PENDING
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                  OR REVERSAL-PENDING.

      *----------------------------------------------------------*
      * 4330-TEST-ONE-PENDING                                     *
      *   Tests one queued reversal, stepping the subscript.      *
      *----------------------------------------------------------*
       4330-TEST-ONE-PENDING.
           IF PR-EMP-ID (WS-PENDING-SUB) = WS-RT-EMP-ID
                   AND PR-RUN-DATE (WS-PENDING-SUB) = WS-ORIG-RUN-DATE
               SET REVERSAL-PENDING TO TRUE
           END-IF
           ADD 1 TO WS-PENDING-SUB.

      *----------------------------------------------------------*
      * 4340-NET-PAID-PERIOD                                      *
      *   Nets the employee's pay history for the period, reading *
      *   from the period's first record to its last, and notes   *
      *   a reversal already posted to it.                        *
      *----------------------------------------------------------*
       4340-NET-PAID-PERIOD.
           SET NOT-HISTORY-EOF TO TRUE
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-MISSING
               CONTINUE
           ELSE
               IF PAY-HISTORY-FOUND
                   CONTINUE
               ELSE
                   DISPLAY 'PAY-HISTORY-FILE OPEN FAILED, STATUS = '
                       WS-PAY-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RT-EMP-ID     TO PH-EMP-ID
               MOVE WS-ORIG-RUN-DATE TO PH-RUN-DATE
               MOVE ZEROS            TO PH-SEQ-NO
               START PAY-HISTORY-FILE
                   KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY
                       SET HISTORY-EOF TO TRUE
               END-START
               PERFORM UNTIL HISTORY-EOF
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           SET HISTORY-EOF TO TRUE
                       NOT AT END
                           IF PH-EMP-ID = WS-RT-EMP-ID
                               AND PH-RUN-DATE = WS-ORIG-RUN-DATE
                               PERFORM 4350-NET-ONE-HISTORY
                           ELSE
                               SET HISTORY-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------*
      * 4350-NET-ONE-HISTORY                                      *
      *   Adds one history record's net into the period.  The     *
      *   first department seen is the one the reversal names;    *
      *   a negative net is a reversal or void already posted.    *
      *----------------------------------------------------------*
       4350-NET-ONE-HISTORY.
           IF WS-ORIG-DEPT-CODE = SPACES
               MOVE PH-DEPT-CODE TO WS-ORIG-DEPT-CODE
           END-IF
           ADD PH-NET-PAY TO WS-PERIOD-NET
           IF PH-NET-PAY < ZERO
               SET PERIOD-ALREADY-REVERSED TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * 7000-WRITE-AUDIT-LINE                                     *
      *   Writes the audit line the caller has filled in.         *
      *----------------------------------------------------------*
       7000-WRITE-AUDIT-LINE.
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-DETAIL.

      *----------------------------------------------------------*
      * 7100-WRITE-EXCEPTION                                      *
      *   Flags the audit line the caller has filled in as an     *
      *   exception for the payroll desk, writes it and counts    *
      *   it.                                                     *
      *----------------------------------------------------------*
       7100-WRITE-EXCEPTION.
           MOVE '**' TO AU-FLAG
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-DETAIL
           ADD 1 TO WS-EXCEPTION-COUNT.

      *----------------------------------------------------------*
      * 9000-TERMINATE                                            *
      *   Prints the run counts, closes the files and sets the    *
      *   completion code: 4 when items were listed for the       *
      *   payroll desk, otherwise 0.                              *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES TO RETURN-AUDIT-LINE
           WRITE RETURN-AUDIT-LINE
           MOVE 'ENTRIES READ:' TO AC-LABEL
           MOVE WS-ENTRY-COUNT TO AC-COUNT
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-COUNT-LINE
           MOVE 'RETURNS:' TO AC-LABEL
           MOVE WS-RETURN-COUNT TO AC-COUNT
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-COUNT-LINE
           MOVE 'REVERSALS QUEUED:' TO AC-LABEL
           MOVE WS-REVERSAL-COUNT TO AC-COUNT
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-COUNT-LINE
           MOVE WS-REVERSAL-TOTAL TO AA-REVERSAL-TOTAL
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-AMOUNT-LINE
           MOVE 'DUPLICATE RETURNS:' TO AC-LABEL
           MOVE WS-DUPLICATE-COUNT TO AC-COUNT
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-COUNT-LINE
           MOVE 'NOTIFICATIONS OF CHANGE:' TO AC-LABEL
           MOVE WS-NOC-COUNT TO AC-COUNT
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-COUNT-LINE
           MOVE 'CHANGES APPLIED:' TO AC-LABEL
           MOVE WS-NOC-APPLIED-COUNT TO AC-COUNT
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-COUNT-LINE
           MOVE 'EXCEPTIONS:' TO AC-LABEL
           MOVE WS-EXCEPTION-COUNT TO AC-COUNT
           WRITE RETURN-AUDIT-LINE FROM WS-AUDIT-COUNT-LINE
           IF NOT ACH-RETURN-MISSING
               CLOSE ACH-RETURN-FILE
           END-IF
           CLOSE EMPLOYEE-FILE
           CLOSE ADJUSTMENT-TRANS
           CLOSE RETURN-AUDIT-REPORT
           DISPLAY 'ACH RETURN RECORDS READ:  ' WS-RECORDS-READ-COUNT
           DISPLAY 'RETURNS PROCESSED:        ' WS-RETURN-COUNT
           DISPLAY 'REVERSALS QUEUED:         ' WS-REVERSAL-COUNT
           DISPLAY 'DUPLICATE RETURNS:        ' WS-DUPLICATE-COUNT
           DISPLAY 'CHANGES APPLIED:          ' WS-NOC-APPLIED-COUNT
           DISPLAY 'EXCEPTIONS:               ' WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
