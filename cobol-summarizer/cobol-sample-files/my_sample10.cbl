       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  Pay history is now indexed by EMP-ID,    *
      *                  run date and sequence number; layout     *
      *                  kept in step.                            *
      * 2026-10-15  PSG  New retroactive pay program, run ahead   *
      *                  of PAYROLL once a late raise has been    *
      *                  keyed on EMPLOYEE-TRANS.  Each request   *
      *                  names an EMP-ID or a whole DEPT-CODE,    *
      *                  the new hourly rate and/or period        *
      *                  salary and the date the raise took       *
      *                  effect.  The periods paid since that     *
      *                  date are taken from pay history and      *
      *                  their regular, overtime and salary pay   *
      *                  worked out again at the new rate; the    *
      *                  difference, less any retro already       *
      *                  owed or paid for the period, goes on     *
      *                  the retro pay file RETRODUE.DAT, which   *
      *                  the next PAYROLL run pays as RETRO       *
      *                  earnings with normal withholding.  The   *
      *                  retro worksheet lists every period by    *
      *                  employee for HR sign-off; a preview run  *
      *                  (the default) posts nothing, so the      *
      *                  signed-off worksheet is run again live   *
      *                  to post it.                              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-REQUEST-FILE ASSIGN TO 'RETROREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-REQUEST-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               ALTERNATE RECORD KEY IS PH-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT HIST-SORT-FILE ASSIGN TO 'RETROSRT.WRK'.

           SELECT SORTED-HISTORY-FILE ASSIGN TO 'RETROSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-HISTORY-STATUS.

           SELECT RETRO-DUE-FILE ASSIGN TO 'RETRODUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               FILE STATUS IS WS-RETRO-DUE-STATUS.

           SELECT RETRO-WORKSHEET ASSIGN TO 'RETROWS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-WORKSHEET-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * Retro requests from HR.  An optional control record (type *
      * C) sets the run mode; every other record is one raise,    *
      * by EMP-ID or by home DEPT-CODE but not both.  The hourly  *
      * rate applies to hourly employees, the period salary to    *
      * salaried ones, so a department request may carry both.    *
      *----------------------------------------------------------*
       FD  RETRO-REQUEST-FILE.
       01  RETRO-REQUEST-RECORD.
           05 RQ-RECORD-TYPE          PIC X.
               88 RQ-CONTROL-RECORD   VALUE 'C'.
           05 RQ-EMP-ID               PIC X(5).
           05 RQ-DEPT-CODE            PIC X(4).
           05 RQ-NEW-HOURLY-RATE      PIC 99V99.
           05 RQ-NEW-PERIOD-SALARY    PIC 9(5)V99.
           05 RQ-EFFECTIVE-DATE       PIC 9(8).
       01  RETRO-CONTROL-RECORD.
           05 FILLER                  PIC X.
           05 RQC-RUN-MODE            PIC X.
           05 FILLER                  PIC X(27).

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

       SD  HIST-SORT-FILE.
       01  HIST-SORT-RECORD.
           05 SH-EMP-ID               PIC X(5).
           05 SH-RUN-DATE             PIC 9(8).
           05 SH-SEQ-NO               PIC 9(3).
           05 SH-DEPT-CODE            PIC X(4).
           05 SH-HOURS-WORKED         PIC S99V99.
           05 SH-REGULAR-PAY          PIC S9(5)V99.
           05 SH-OVERTIME-PAY         PIC S9(5)V99.
           05 SH-OTHER-PAY            PIC S9(5)V99.
           05 SH-GROSS-PAY            PIC S9(5)V99.
           05 SH-FICA-AMOUNT          PIC S9(5)V99.
           05 SH-FED-WH-AMOUNT        PIC S9(5)V99.
           05 SH-STATE-WH-AMOUNT      PIC S9(5)V99.
           05 SH-VOL-DED-AMOUNT       PIC S9(5)V99.
           05 SH-NET-PAY              PIC S9(5)V99.
           05 SH-ER-FICA-AMOUNT       PIC S9(5)V99.
           05 SH-FUTA-AMOUNT          PIC S9(5)V99.
           05 SH-SUTA-AMOUNT          PIC S9(5)V99.
           05 SH-FED-TAXABLE          PIC S9(5)V99.
           05 SH-FICA-TAXABLE         PIC S9(5)V99.

       FD  SORTED-HISTORY-FILE.
       01  SORTED-HISTORY-RECORD.
           05 SR-EMP-ID               PIC X(5).
           05 SR-RUN-DATE             PIC 9(8).
           05 SR-SEQ-NO               PIC 9(3).
           05 SR-DEPT-CODE            PIC X(4).
           05 SR-HOURS-WORKED         PIC S99V99.
           05 SR-REGULAR-PAY          PIC S9(5)V99.
           05 SR-OVERTIME-PAY         PIC S9(5)V99.
           05 SR-OTHER-PAY            PIC S9(5)V99.
           05 SR-GROSS-PAY            PIC S9(5)V99.
           05 SR-FICA-AMOUNT          PIC S9(5)V99.
           05 SR-FED-WH-AMOUNT        PIC S9(5)V99.
           05 SR-STATE-WH-AMOUNT      PIC S9(5)V99.
           05 SR-VOL-DED-AMOUNT       PIC S9(5)V99.
           05 SR-NET-PAY              PIC S9(5)V99.
           05 SR-ER-FICA-AMOUNT       PIC S9(5)V99.
           05 SR-FUTA-AMOUNT          PIC S9(5)V99.
           05 SR-SUTA-AMOUNT          PIC S9(5)V99.
           05 SR-FED-TAXABLE          PIC S9(5)V99.
           05 SR-FICA-TAXABLE         PIC S9(5)V99.

      *----------------------------------------------------------*
      * Retro pay owed and paid, one record per employee per pay  *
      * period (the pay history run date).  RETROPAY adds to the  *
      * amount due; PAYROLL pays what is due and moves it to the  *
      * amount paid, so a period already worked out is never      *
      * paid twice and a later raise pays only the increase.      *
      *----------------------------------------------------------*
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

       FD  RETRO-WORKSHEET.
       01  WORKSHEET-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RETRO-REQUEST-STATUS   PIC XX.
           88 RETRO-REQUEST-FOUND   VALUE '00'.
           88 RETRO-REQUEST-MISSING VALUE '35'.

       01 WS-EMPLOYEE-STATUS        PIC XX.
           88 EMPLOYEE-FOUND        VALUE '00'.

       01 WS-PAY-HISTORY-STATUS     PIC XX.
           88 PAY-HISTORY-FOUND     VALUE '00'.
           88 PAY-HISTORY-MISSING   VALUE '35'.

       01 WS-SORTED-HISTORY-STATUS  PIC XX.
           88 SORTED-HISTORY-FOUND  VALUE '00'.

       01 WS-RETRO-DUE-STATUS       PIC XX.
           88 RETRO-DUE-FOUND       VALUE '00'.
           88 RETRO-DUE-MISSING     VALUE '35'.

       01 WS-RETRO-WORKSHEET-STATUS PIC XX.
           88 RETRO-WORKSHEET-FOUND VALUE '00'.

       01 WS-REQUEST-EOF       PIC X       VALUE 'N'.
           88 REQUEST-EOF      VALUE 'Y'.
           88 NOT-REQUEST-EOF  VALUE 'N'.

       01 WS-HISTORY-PRESENT   PIC X       VALUE 'N'.
           88 HISTORY-PRESENT      VALUE 'Y'.
           88 HISTORY-NOT-PRESENT  VALUE 'N'.

       01 WS-SORTED-EOF        PIC X       VALUE 'N'.
           88 SORTED-EOF       VALUE 'Y'.
           88 NOT-SORTED-EOF   VALUE 'N'.

      *  With no retro pay file yet, a preview run treats every
      *  period as having no retro owed or paid before.
       01 WS-RETRO-DUE-ACTIVE  PIC X       VALUE 'N'.
           88 RETRO-DUE-ACTIVE     VALUE 'Y'.
           88 RETRO-DUE-INACTIVE   VALUE 'N'.

      *  Nothing is posted until HR has signed off the worksheet,
      *  so a run with no control record is a preview.
       01 WS-RUN-MODE          PIC X       VALUE 'P'.
           88 PREVIEW-RUN          VALUE 'P'.
           88 LIVE-RUN             VALUE 'L'.

      *----------------------------------------------------------*
      * Retro requests held for the run.  A request matched by no *
      * employee with pay history is listed at the end.           *
      *----------------------------------------------------------*
       01 WS-REQUEST-MAX       PIC 9(3)    COMP VALUE 50.
       01 WS-REQUEST-COUNT     PIC 9(3)    COMP VALUE ZERO.
       01 WS-REQUEST-SUB       PIC 9(3)    COMP VALUE ZERO.
       01 WS-REQUEST-HIT       PIC 9(3)    COMP VALUE ZERO.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-ENTRY OCCURS 50 TIMES.
               10 RT-EMP-ID          PIC X(5).
               10 RT-DEPT-CODE       PIC X(4).
               10 RT-NEW-HOURLY-RATE PIC 99V99.
               10 RT-NEW-PERIOD-SALARY PIC 9(5)V99.
               10 RT-EFFECTIVE-DATE  PIC 9(8).
               10 RT-MATCH-COUNT     PIC 9(5) COMP.

       01 WS-REQUEST-EDIT      PIC X       VALUE 'Y'.
           88 REQUEST-VALID    VALUE 'Y'.
           88 REQUEST-INVALID  VALUE 'N'.
       01 WS-REQUEST-REASON    PIC X(60)   VALUE SPACES.

      *----------------------------------------------------------*
      * The employee in hand and the raise that applies.          *
      *----------------------------------------------------------*
       01 WS-CUR-EMP-ID        PIC X(5)    VALUE SPACES.
       01 WS-EMPLOYEE-ON-FILE  PIC X       VALUE 'N'.
           88 EMPLOYEE-ON-FILE     VALUE 'Y'.
           88 EMPLOYEE-NOT-ON-FILE VALUE 'N'.
       01 WS-EMP-SELECTED      PIC X       VALUE 'N'.
           88 EMPLOYEE-SELECTED     VALUE 'Y'.
           88 EMPLOYEE-NOT-SELECTED VALUE 'N'.
       01 WS-EMP-POSTABLE      PIC X       VALUE 'Y'.
           88 EMPLOYEE-POSTABLE     VALUE 'Y'.
           88 EMPLOYEE-NOT-POSTABLE VALUE 'N'.
       01 WS-EFFECTIVE-DATE    PIC 9(8)    VALUE ZEROS.
       01 WS-NEW-HOURLY-RATE   PIC 99V99   VALUE ZEROS.
       01 WS-NEW-PERIOD-SALARY PIC 9(5)V99 VALUE ZEROS.

      *  Standard work week and overtime factor, as PAYROLL pays.
       01 WS-STANDARD-HOURS    PIC 9(2)V99 VALUE 40.00.
       01 WS-OVERTIME-FACTOR   PIC 9V999   VALUE 1.500.

      *----------------------------------------------------------*
      * One pay period, netted across the employee's history      *
      * records for the run date - every distribution share and   *
      * any reversal PAYADJ has posted against it.                *
      *----------------------------------------------------------*
       01 WS-CUR-PERIOD-DATE   PIC 9(8)    VALUE ZEROS.
       01 WS-PER-HOURS         PIC S9(3)V99 VALUE ZEROS.
       01 WS-PER-OLD-REGULAR   PIC S9(5)V99 VALUE ZEROS.
       01 WS-PER-OLD-OVERTIME  PIC S9(5)V99 VALUE ZEROS.
       01 WS-PER-REG-HOURS     PIC S9(3)V99 VALUE ZEROS.
       01 WS-PER-OT-HOURS      PIC S9(3)V99 VALUE ZEROS.
       01 WS-PER-NEW-REGULAR   PIC S9(5)V99 VALUE ZEROS.
       01 WS-PER-NEW-OVERTIME  PIC S9(5)V99 VALUE ZEROS.
       01 WS-PER-DIFFERENCE    PIC S9(5)V99 VALUE ZEROS.
       01 WS-PER-PRIOR-RETRO   PIC S9(5)V99 VALUE ZEROS.
       01 WS-PER-RETRO-DUE     PIC S9(5)V99 VALUE ZEROS.
       01 WS-RETRO-ON-FILE     PIC X       VALUE 'N'.
           88 RETRO-ON-FILE        VALUE 'Y'.
           88 RETRO-NOT-ON-FILE    VALUE 'N'.

       01 WS-EMP-PERIOD-COUNT  PIC 9(3)    COMP VALUE ZERO.
       01 WS-EMP-RETRO-TOTAL   PIC 9(7)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * Run counts.                                               *
      *----------------------------------------------------------*
       01 WS-REQUESTS-READ-COUNT   PIC 9(5)  COMP VALUE ZERO.
       01 WS-EMPLOYEE-COUNT        PIC 9(5)  COMP VALUE ZERO.
       01 WS-RETRO-EMP-COUNT       PIC 9(5)  COMP VALUE ZERO.
       01 WS-PERIOD-COUNT          PIC 9(7)  COMP VALUE ZERO.
       01 WS-POSTED-COUNT          PIC 9(7)  COMP VALUE ZERO.
       01 WS-RETRO-TOTAL           PIC 9(9)V99    VALUE ZEROS.
       01 WS-POSTED-TOTAL          PIC 9(9)V99    VALUE ZEROS.
       01 WS-EXCEPTION-COUNT       PIC 9(5)  COMP VALUE ZERO.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-CCYY      PIC 9(4).
           05 WS-RUN-MM        PIC 9(2).
           05 WS-RUN-DD        PIC 9(2).

       01 WS-PERIOD-DATE       PIC 9(8).
       01 WS-PERIOD-DATE-X REDEFINES WS-PERIOD-DATE.
           05 WS-PERIOD-CCYY   PIC 9(4).
           05 WS-PERIOD-MM     PIC 9(2).
           05 WS-PERIOD-DD     PIC 9(2).

      *----------------------------------------------------------*
      * Worksheet layouts                                         *
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

       01 WS-WORKSHEET-HEADING PIC X(40) VALUE
           'RETROACTIVE PAY WORKSHEET'.

       01 WS-PREVIEW-LINE      PIC X(60) VALUE
           '*** PREVIEW RUN - NOTHING POSTED, FOR HR SIGN-OFF ***'.

       01 WS-LIVE-LINE         PIC X(60) VALUE
           '*** LIVE RUN - RETRO DUE POSTED FOR THE NEXT PAYROLL ***'.

       01 WS-EMP-HEADER-LINE.
           05 FILLER           PIC X(10) VALUE 'EMPLOYEE: '.
           05 RW-EMP-ID        PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RW-EMP-NAME      PIC X(30).
           05 FILLER           PIC X(7)  VALUE ' DEPT: '.
           05 RW-DEPT-CODE     PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RW-PAY-TYPE      PIC X(8).
           05 FILLER           PIC X(13) VALUE '  EFFECTIVE: '.
           05 RW-EFF-MM        PIC 99.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 RW-EFF-DD        PIC 99.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 RW-EFF-CCYY      PIC 9999.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RW-RATE-LABEL    PIC X(12).
           05 RW-NEW-RATE      PIC ZZ,ZZ9.99.

       01 WS-PERIOD-COL-HDGS.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'PERIOD'.
           05 FILLER           PIC X(9)  VALUE 'HOURS'.
           05 FILLER           PIC X(9)  VALUE 'REG HRS'.
           05 FILLER           PIC X(9)  VALUE 'OT HRS'.
           05 FILLER           PIC X(12) VALUE 'OLD REG'.
           05 FILLER           PIC X(12) VALUE 'NEW REG'.
           05 FILLER           PIC X(12) VALUE 'OLD OT'.
           05 FILLER           PIC X(12) VALUE 'NEW OT'.
           05 FILLER           PIC X(12) VALUE 'DIFFERENCE'.
           05 FILLER           PIC X(12) VALUE 'PRIOR RETRO'.
           05 FILLER           PIC X(11) VALUE 'RETRO DUE'.

       01 WS-PERIOD-DETAIL.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RD-MM            PIC 99.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 RD-DD            PIC 99.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 RD-CCYY          PIC 9999.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-HOURS         PIC ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-REG-HOURS     PIC ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-OT-HOURS      PIC ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-OLD-REGULAR   PIC ZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-NEW-REGULAR   PIC ZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-OLD-OVERTIME  PIC ZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-NEW-OVERTIME  PIC ZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-DIFFERENCE    PIC ZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-PRIOR-RETRO   PIC ZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-RETRO-DUE     PIC ZZ,ZZ9.99.

       01 WS-EMP-TOTAL-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(9)  VALUE 'PERIODS: '.
           05 RE-PERIOD-COUNT  PIC ZZ9.
           05 FILLER           PIC X(15) VALUE '  RETRO DUE: $'.
           05 RE-RETRO-TOTAL   PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RE-DISPOSITION   PIC X(50).

       01 WS-MESSAGE-LINE.
           05 RM-FLAG          PIC X(3).
           05 RM-EMP-ID        PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RM-DEPT-CODE     PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RM-TEXT          PIC X(60).

       01 WS-COUNT-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RC-LABEL         PIC X(30).
           05 RC-COUNT         PIC ZZ,ZZ9.

       01 WS-AMOUNT-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RA-LABEL         PIC X(30).
           05 RA-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-SIGN-OFF-LINE     PIC X(70) VALUE
           'HR APPROVAL: ______________________   DATE: __________'.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           IF HISTORY-PRESENT AND WS-REQUEST-COUNT > ZERO
               PERFORM 2000-COMPUTE-RETRO
           END-IF
           PERFORM 8000-LIST-UNMATCHED-REQUESTS
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                          *
      *   Opens the worksheet, loads the retro requests, opens   *
      *   the employee master and the retro pay file - created   *
      *   the first time a live run finds none - and checks     *
      *   that there is pay history to work from.                *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT RETRO-WORKSHEET
           IF RETRO-WORKSHEET-FOUND
               CONTINUE
           ELSE
               DISPLAY 'RETRO-WORKSHEET OPEN FAILED, STATUS = '
                   WS-RETRO-WORKSHEET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM   TO RH-MM
           MOVE WS-RUN-DD   TO RH-DD
           MOVE WS-RUN-CCYY TO RH-CCYY
           WRITE WORKSHEET-LINE FROM WS-RPT-HEADING-1
           WRITE WORKSHEET-LINE FROM WS-RPT-HEADING-2
           WRITE WORKSHEET-LINE FROM WS-WORKSHEET-HEADING
           PERFORM 1100-LOAD-REQUESTS
           IF LIVE-RUN
               WRITE WORKSHEET-LINE FROM WS-LIVE-LINE
           ELSE
               WRITE WORKSHEET-LINE FROM WS-PREVIEW-LINE
           END-IF
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-FOUND
               CONTINUE
           ELSE
               DISPLAY 'EMPLOYEE-FILE OPEN FAILED, STATUS = '
                   WS-EMPLOYEE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LIVE-RUN
               OPEN I-O RETRO-DUE-FILE
               IF RETRO-DUE-MISSING
                   OPEN OUTPUT RETRO-DUE-FILE
                   CLOSE RETRO-DUE-FILE
                   OPEN I-O RETRO-DUE-FILE
               END-IF
           ELSE
               OPEN INPUT RETRO-DUE-FILE
           END-IF
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
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FOUND
               SET HISTORY-PRESENT TO TRUE
               CLOSE PAY-HISTORY-FILE
           ELSE
               IF PAY-HISTORY-MISSING
                   SET HISTORY-NOT-PRESENT TO TRUE
               ELSE
                   DISPLAY 'PAY-HISTORY-FILE OPEN FAILED, STATUS = '
                       WS-PAY-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 1100-LOAD-REQUESTS                                        *
      *   Reads the retro requests into the request table,        *
      *   taking the run mode from the control record.  A         *
      *   request that fails its edits is listed and not used.   *
      *----------------------------------------------------------*
       1100-LOAD-REQUESTS.
           OPEN INPUT RETRO-REQUEST-FILE
           IF RETRO-REQUEST-MISSING
               DISPLAY 'RETRO REQUEST FILE MISSING, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RETRO-REQUEST-FOUND
               CONTINUE
           ELSE
               DISPLAY 'RETRO-REQUEST-FILE OPEN FAILED, STATUS = '
                   WS-RETRO-REQUEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL REQUEST-EOF
               READ RETRO-REQUEST-FILE
                   AT END
                       SET REQUEST-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-LOAD-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE RETRO-REQUEST-FILE.

      *----------------------------------------------------------*
      * 1110-LOAD-ONE-REQUEST                                     *
      *   Sets the run mode from a control record, or edits one   *
      *   request and adds it to the table.                       *
      *----------------------------------------------------------*
       1110-LOAD-ONE-REQUEST.
           IF RQ-CONTROL-RECORD
               EVALUATE RQC-RUN-MODE
                   WHEN 'P'
                   WHEN 'L'
                       MOVE RQC-RUN-MODE TO WS-RUN-MODE
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'RETRO RUN MODE INVALID: '
                           RQC-RUN-MODE ', RUN STOPPED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REQUESTS-READ-COUNT
               PERFORM 1120-EDIT-REQUEST
               IF REQUEST-VALID
                   ADD 1 TO WS-REQUEST-COUNT
                   MOVE RQ-EMP-ID
                       TO RT-EMP-ID (WS-REQUEST-COUNT)
                   MOVE RQ-DEPT-CODE
                       TO RT-DEPT-CODE (WS-REQUEST-COUNT)
                   MOVE RQ-NEW-HOURLY-RATE
                       TO RT-NEW-HOURLY-RATE (WS-REQUEST-COUNT)
                   MOVE RQ-NEW-PERIOD-SALARY
                       TO RT-NEW-PERIOD-SALARY (WS-REQUEST-COUNT)
                   MOVE RQ-EFFECTIVE-DATE
                       TO RT-EFFECTIVE-DATE (WS-REQUEST-COUNT)
                   MOVE ZERO TO RT-MATCH-COUNT (WS-REQUEST-COUNT)
               ELSE
                   MOVE RQ-EMP-ID         TO RM-EMP-ID
                   MOVE RQ-DEPT-CODE      TO RM-DEPT-CODE
                   MOVE WS-REQUEST-REASON TO RM-TEXT
                   PERFORM 7100-WRITE-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 1120-EDIT-REQUEST                                         *
      *   A request names an employee or a department, not both, *
      *   carries an effective date no later than today and a     *
      *   new rate or salary, and is not a repeat of one already  *
      *   loaded.  A blank rate or salary is taken as zero.       *
      *----------------------------------------------------------*
       1120-EDIT-REQUEST.
           SET REQUEST-VALID TO TRUE
           MOVE SPACES TO WS-REQUEST-REASON
           IF RQ-NEW-HOURLY-RATE NOT NUMERIC
               MOVE ZEROS TO RQ-NEW-HOURLY-RATE
           END-IF
           IF RQ-NEW-PERIOD-SALARY NOT NUMERIC
               MOVE ZEROS TO RQ-NEW-PERIOD-SALARY
           END-IF
           EVALUATE TRUE
               WHEN RQ-EMP-ID = SPACES AND RQ-DEPT-CODE = SPACES
                   SET REQUEST-INVALID TO TRUE
                   MOVE 'REQUEST NAMES NO EMPLOYEE OR DEPARTMENT'
                       TO WS-REQUEST-REASON
               WHEN RQ-EMP-ID NOT = SPACES
                       AND RQ-DEPT-CODE NOT = SPACES
                   SET REQUEST-INVALID TO TRUE
                   MOVE 'REQUEST NAMES BOTH EMPLOYEE AND DEPARTMENT'
                       TO WS-REQUEST-REASON
               WHEN RQ-EFFECTIVE-DATE NOT NUMERIC
                       OR RQ-EFFECTIVE-DATE = ZERO
                   SET REQUEST-INVALID TO TRUE
                   MOVE 'EFFECTIVE DATE MISSING' TO WS-REQUEST-REASON
               WHEN RQ-EFFECTIVE-DATE > WS-RUN-DATE
                   SET REQUEST-INVALID TO TRUE
                   MOVE 'EFFECTIVE DATE IS AFTER TODAY'
                       TO WS-REQUEST-REASON
               WHEN RQ-NEW-HOURLY-RATE = ZERO
                       AND RQ-NEW-PERIOD-SALARY = ZERO
                   SET REQUEST-INVALID TO TRUE
                   MOVE 'NO NEW HOURLY RATE OR PERIOD SALARY'
                       TO WS-REQUEST-REASON
               WHEN WS-REQUEST-COUNT >= WS-REQUEST-MAX
                   SET REQUEST-INVALID TO TRUE
                   MOVE 'REQUEST TABLE FULL - RUN THE REST SEPARATELY'
                       TO WS-REQUEST-REASON
               WHEN OTHER
                   MOVE 1 TO WS-REQUEST-SUB
                   PERFORM 1130-CHECK-DUPLICATE-REQUEST
                       UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
           END-EVALUATE.

      *----------------------------------------------------------*
      * 1130-CHECK-DUPLICATE-REQUEST                              *
      *   Rejects a second request for the same employee or the   *
      *   same department, and steps the subscript.               *
      *----------------------------------------------------------*
       1130-CHECK-DUPLICATE-REQUEST.
           IF RT-EMP-ID (WS-REQUEST-SUB) = RQ-EMP-ID
                   AND RT-DEPT-CODE (WS-REQUEST-SUB) = RQ-DEPT-CODE
               SET REQUEST-INVALID TO TRUE
               MOVE 'DUPLICATE REQUEST - FIRST ONE USED'
                   TO WS-REQUEST-REASON
           END-IF
           ADD 1 TO WS-REQUEST-SUB.

      *----------------------------------------------------------*
      * 2000-COMPUTE-RETRO                                        *
      *   Sorts the pay history into EMP-ID / run-date order and  *
      *   works each selected employee's periods on or after the  *
      *   effective date, breaking on employee and on period.     *
      *----------------------------------------------------------*
       2000-COMPUTE-RETRO.
           SORT HIST-SORT-FILE
               ON ASCENDING KEY SH-EMP-ID
               ON ASCENDING KEY SH-RUN-DATE
               USING PAY-HISTORY-FILE
               GIVING SORTED-HISTORY-FILE
           OPEN INPUT SORTED-HISTORY-FILE
           IF SORTED-HISTORY-FOUND
               CONTINUE
           ELSE
               DISPLAY 'SORTED-HISTORY-FILE OPEN FAILED, STATUS = '
                   WS-SORTED-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET NOT-SORTED-EOF TO TRUE
           PERFORM UNTIL SORTED-EOF
               READ SORTED-HISTORY-FILE
                   AT END
                       SET SORTED-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-POST-HISTORY-RECORD
               END-READ
           END-PERFORM
           IF WS-CUR-EMP-ID NOT = SPACES
               PERFORM 2400-FINISH-EMPLOYEE
           END-IF
           CLOSE SORTED-HISTORY-FILE.

      *----------------------------------------------------------*
      * 2100-POST-HISTORY-RECORD                                  *
      *   Breaks on EMP-ID and on run date, then adds the record  *
      *   just read into the period it belongs to when the        *
      *   employee has a raise and the period is on or after its  *
      *   effective date.                                         *
      *----------------------------------------------------------*
       2100-POST-HISTORY-RECORD.
           IF SR-EMP-ID NOT = WS-CUR-EMP-ID
               IF WS-CUR-EMP-ID NOT = SPACES
                   PERFORM 2400-FINISH-EMPLOYEE
               END-IF
               PERFORM 2200-START-EMPLOYEE
           END-IF
           IF EMPLOYEE-SELECTED
                   AND SR-RUN-DATE NOT < WS-EFFECTIVE-DATE
               IF SR-RUN-DATE NOT = WS-CUR-PERIOD-DATE
                   IF WS-CUR-PERIOD-DATE > ZERO
                       PERFORM 2300-FINISH-PERIOD
                   END-IF
                   MOVE SR-RUN-DATE TO WS-CUR-PERIOD-DATE
                   MOVE ZEROS TO WS-PER-HOURS
                   MOVE ZEROS TO WS-PER-OLD-REGULAR
                   MOVE ZEROS TO WS-PER-OLD-OVERTIME
               END-IF
               ADD SR-HOURS-WORKED TO WS-PER-HOURS
               ADD SR-REGULAR-PAY  TO WS-PER-OLD-REGULAR
               ADD SR-OVERTIME-PAY TO WS-PER-OLD-OVERTIME
           END-IF.

      *----------------------------------------------------------*
      * 2200-START-EMPLOYEE                                       *
      *   Reads the next employee's master record and finds the  *
      *   raise that applies - a request for the employee first, *
      *   then one for the home department.  A raise carrying no *
      *   rate for the employee's pay type does not apply.  A    *
      *   selected employee gets a worksheet header.             *
      *----------------------------------------------------------*
       2200-START-EMPLOYEE.
           MOVE SR-EMP-ID TO WS-CUR-EMP-ID
           MOVE ZEROS     TO WS-CUR-PERIOD-DATE
           MOVE ZERO      TO WS-EMP-PERIOD-COUNT
           MOVE ZEROS     TO WS-EMP-RETRO-TOTAL
           SET EMPLOYEE-NOT-SELECTED TO TRUE
           SET EMPLOYEE-POSTABLE     TO TRUE
           MOVE SR-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   SET EMPLOYEE-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET EMPLOYEE-ON-FILE TO TRUE
           END-READ
           MOVE ZERO TO WS-REQUEST-HIT
           MOVE 1 TO WS-REQUEST-SUB
           PERFORM 2210-SCAN-EMP-REQUEST
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
           IF WS-REQUEST-HIT > ZERO AND EMPLOYEE-NOT-ON-FILE
               ADD 1 TO RT-MATCH-COUNT (WS-REQUEST-HIT)
               MOVE SR-EMP-ID TO RM-EMP-ID
               MOVE SPACES    TO RM-DEPT-CODE
               MOVE 'EMPLOYEE NOT ON MASTER - NO RETRO WORKED'
                   TO RM-TEXT
               PERFORM 7100-WRITE-EXCEPTION
               MOVE ZERO TO WS-REQUEST-HIT
           END-IF
           IF WS-REQUEST-HIT = ZERO AND EMPLOYEE-ON-FILE
               MOVE 1 TO WS-REQUEST-SUB
               PERFORM 2220-SCAN-DEPT-REQUEST
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
           END-IF
           IF WS-REQUEST-HIT > ZERO
               PERFORM 2230-SELECT-EMPLOYEE
           END-IF.

      *----------------------------------------------------------*
      * 2210-SCAN-EMP-REQUEST                                     *
      *   Looks for a request naming this employee, stepping the  *
      *   subscript.                                              *
      *----------------------------------------------------------*
       2210-SCAN-EMP-REQUEST.
           IF RT-EMP-ID (WS-REQUEST-SUB) = SR-EMP-ID
               MOVE WS-REQUEST-SUB TO WS-REQUEST-HIT
           END-IF
           ADD 1 TO WS-REQUEST-SUB.

      *----------------------------------------------------------*
      * 2220-SCAN-DEPT-REQUEST                                    *
      *   Looks for a department request for the employee's home  *
      *   DEPT-CODE on the master, stepping the subscript.        *
      *----------------------------------------------------------*
       2220-SCAN-DEPT-REQUEST.
           IF RT-EMP-ID (WS-REQUEST-SUB) = SPACES
                   AND RT-DEPT-CODE (WS-REQUEST-SUB) = DEPT-CODE
               MOVE WS-REQUEST-SUB TO WS-REQUEST-HIT
           END-IF
           ADD 1 TO WS-REQUEST-SUB.

      *----------------------------------------------------------*
      * 2230-SELECT-EMPLOYEE                                      *
      *   Takes up the raise for the employee's pay type and      *
      *   prints the header.  A new rate that is not the one now  *
      *   on the master is worked as requested but flagged, since *
      *   the raise should already be on file going forward.  An *
      *   employee whose final check has been paid is worked for  *
      *   the worksheet but not posted - PAYROLL will not pay the *
      *   employee again, so the retro goes by manual check.      *
      *----------------------------------------------------------*
       2230-SELECT-EMPLOYEE.
           MOVE RT-EFFECTIVE-DATE (WS-REQUEST-HIT)
               TO WS-EFFECTIVE-DATE
           MOVE RT-NEW-HOURLY-RATE (WS-REQUEST-HIT)
               TO WS-NEW-HOURLY-RATE
           MOVE RT-NEW-PERIOD-SALARY (WS-REQUEST-HIT)
               TO WS-NEW-PERIOD-SALARY
           IF (SALARIED-EMPLOYEE AND WS-NEW-PERIOD-SALARY = ZERO)
                   OR (HOURLY-EMPLOYEE AND WS-NEW-HOURLY-RATE = ZERO)
               IF RT-EMP-ID (WS-REQUEST-HIT) NOT = SPACES
                   ADD 1 TO RT-MATCH-COUNT (WS-REQUEST-HIT)
                   MOVE EMP-ID    TO RM-EMP-ID
                   MOVE DEPT-CODE TO RM-DEPT-CODE
                   MOVE 'NO NEW RATE FOR THE EMPLOYEE PAY TYPE'
                       TO RM-TEXT
                   PERFORM 7100-WRITE-EXCEPTION
               END-IF
           ELSE
               SET EMPLOYEE-SELECTED TO TRUE
               ADD 1 TO RT-MATCH-COUNT (WS-REQUEST-HIT)
               ADD 1 TO WS-EMPLOYEE-COUNT
               MOVE EMP-ID    TO RW-EMP-ID
               MOVE EMP-NAME  TO RW-EMP-NAME
               MOVE DEPT-CODE TO RW-DEPT-CODE
               MOVE WS-EFFECTIVE-DATE TO WS-PERIOD-DATE
               MOVE WS-PERIOD-MM   TO RW-EFF-MM
               MOVE WS-PERIOD-DD   TO RW-EFF-DD
               MOVE WS-PERIOD-CCYY TO RW-EFF-CCYY
               IF SALARIED-EMPLOYEE
                   MOVE 'SALARIED'    TO RW-PAY-TYPE
                   MOVE 'NEW SALARY: ' TO RW-RATE-LABEL
                   MOVE WS-NEW-PERIOD-SALARY TO RW-NEW-RATE
               ELSE
                   MOVE 'HOURLY'      TO RW-PAY-TYPE
                   MOVE 'NEW RATE:   ' TO RW-RATE-LABEL
                   MOVE WS-NEW-HOURLY-RATE TO RW-NEW-RATE
               END-IF
               WRITE WORKSHEET-LINE FROM WS-EMP-HEADER-LINE
               WRITE WORKSHEET-LINE FROM WS-PERIOD-COL-HDGS
               MOVE EMP-ID    TO RM-EMP-ID
               MOVE DEPT-CODE TO RM-DEPT-CODE
               IF (SALARIED-EMPLOYEE
                       AND WS-NEW-PERIOD-SALARY NOT = PERIOD-SALARY)
                   OR (HOURLY-EMPLOYEE
                       AND WS-NEW-HOURLY-RATE NOT = HOURLY-RATE)
                   MOVE 'NEW RATE IS NOT THE RATE ON THE MASTER'
                       TO RM-TEXT
                   PERFORM 7100-WRITE-EXCEPTION
               END-IF
               IF EMP-TERMINATED AND FINAL-PAY-DONE
                   SET EMPLOYEE-NOT-POSTABLE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 2300-FINISH-PERIOD                                        *
      *   Works one period again at the new rate: an hourly       *
      *   period's hours split around the standard week and are   *
      *   paid at the new rate and time and a half, a salaried   *
      *   period that paid salary is paid the new salary.  What  *
      *   is due is the difference less any retro already owed   *
      *   or paid for the period; a raise never takes pay back.  *
      *----------------------------------------------------------*
       2300-FINISH-PERIOD.
           IF SALARIED-EMPLOYEE
               MOVE WS-PER-HOURS TO WS-PER-REG-HOURS
               MOVE ZEROS        TO WS-PER-OT-HOURS
               IF WS-PER-OLD-REGULAR > ZERO
                   MOVE WS-NEW-PERIOD-SALARY TO WS-PER-NEW-REGULAR
               ELSE
                   MOVE ZEROS TO WS-PER-NEW-REGULAR
               END-IF
               MOVE WS-PER-OLD-OVERTIME TO WS-PER-NEW-OVERTIME
           ELSE
               IF WS-PER-HOURS > WS-STANDARD-HOURS
                   MOVE WS-STANDARD-HOURS TO WS-PER-REG-HOURS
                   COMPUTE WS-PER-OT-HOURS =
                       WS-PER-HOURS - WS-STANDARD-HOURS
               ELSE
                   MOVE WS-PER-HOURS TO WS-PER-REG-HOURS
                   MOVE ZEROS        TO WS-PER-OT-HOURS
               END-IF
               IF WS-PER-REG-HOURS < ZERO
                   MOVE ZEROS TO WS-PER-REG-HOURS
               END-IF
               COMPUTE WS-PER-NEW-REGULAR =
                   WS-PER-REG-HOURS * WS-NEW-HOURLY-RATE
               COMPUTE WS-PER-NEW-OVERTIME =
                   WS-PER-OT-HOURS * WS-NEW-HOURLY-RATE
                       * WS-OVERTIME-FACTOR
           END-IF
           COMPUTE WS-PER-DIFFERENCE =
               (WS-PER-NEW-REGULAR + WS-PER-NEW-OVERTIME)
                   - (WS-PER-OLD-REGULAR + WS-PER-OLD-OVERTIME)
           PERFORM 2310-GET-PRIOR-RETRO
           COMPUTE WS-PER-RETRO-DUE =
               WS-PER-DIFFERENCE - WS-PER-PRIOR-RETRO
           IF WS-PER-RETRO-DUE < ZERO
               MOVE ZEROS TO WS-PER-RETRO-DUE
           END-IF
           MOVE WS-CUR-PERIOD-DATE TO WS-PERIOD-DATE
           MOVE WS-PERIOD-MM        TO RD-MM
           MOVE WS-PERIOD-DD        TO RD-DD
           MOVE WS-PERIOD-CCYY      TO RD-CCYY
           MOVE WS-PER-HOURS        TO RD-HOURS
           MOVE WS-PER-REG-HOURS    TO RD-REG-HOURS
           MOVE WS-PER-OT-HOURS     TO RD-OT-HOURS
           MOVE WS-PER-OLD-REGULAR  TO RD-OLD-REGULAR
           MOVE WS-PER-NEW-REGULAR  TO RD-NEW-REGULAR
           MOVE WS-PER-OLD-OVERTIME TO RD-OLD-OVERTIME
           MOVE WS-PER-NEW-OVERTIME TO RD-NEW-OVERTIME
           MOVE WS-PER-DIFFERENCE   TO RD-DIFFERENCE
           MOVE WS-PER-PRIOR-RETRO  TO RD-PRIOR-RETRO
           MOVE WS-PER-RETRO-DUE    TO RD-RETRO-DUE
           WRITE WORKSHEET-LINE FROM WS-PERIOD-DETAIL
           ADD 1 TO WS-EMP-PERIOD-COUNT
           ADD 1 TO WS-PERIOD-COUNT
           ADD WS-PER-RETRO-DUE TO WS-EMP-RETRO-TOTAL
           IF WS-PER-RETRO-DUE > ZERO
                   AND LIVE-RUN AND EMPLOYEE-POSTABLE
               PERFORM 2320-POST-RETRO-DUE
           END-IF
           MOVE ZEROS TO WS-CUR-PERIOD-DATE.

      *----------------------------------------------------------*
      * 2310-GET-PRIOR-RETRO                                      *
      *   Reads the period's retro pay record, if there is one,  *
      *   for what an earlier raise has already put on it.        *
      *----------------------------------------------------------*
       2310-GET-PRIOR-RETRO.
           MOVE ZEROS TO WS-PER-PRIOR-RETRO
           SET RETRO-NOT-ON-FILE TO TRUE
           IF RETRO-DUE-ACTIVE
               MOVE WS-CUR-EMP-ID      TO RX-EMP-ID
               MOVE WS-CUR-PERIOD-DATE TO RX-PERIOD-DATE
               READ RETRO-DUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RETRO-ON-FILE TO TRUE
                       COMPUTE WS-PER-PRIOR-RETRO =
                           RX-RETRO-DUE + RX-RETRO-PAID
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * 2320-POST-RETRO-DUE                                       *
      *   Adds the period's retro to the amount due on the retro  *
      *   pay file for the next PAYROLL run to pay.               *
      *----------------------------------------------------------*
       2320-POST-RETRO-DUE.
           IF RETRO-ON-FILE
               ADD WS-PER-RETRO-DUE TO RX-RETRO-DUE
               MOVE WS-EFFECTIVE-DATE    TO RX-EFFECTIVE-DATE
               MOVE WS-NEW-HOURLY-RATE   TO RX-NEW-HOURLY-RATE
               MOVE WS-NEW-PERIOD-SALARY TO RX-NEW-PERIOD-SALARY
               REWRITE RETRO-DUE-RECORD
           ELSE
               MOVE WS-CUR-EMP-ID        TO RX-EMP-ID
               MOVE WS-CUR-PERIOD-DATE   TO RX-PERIOD-DATE
               MOVE WS-EFFECTIVE-DATE    TO RX-EFFECTIVE-DATE
               MOVE WS-NEW-HOURLY-RATE   TO RX-NEW-HOURLY-RATE
               MOVE WS-NEW-PERIOD-SALARY TO RX-NEW-PERIOD-SALARY
               MOVE WS-PER-RETRO-DUE     TO RX-RETRO-DUE
               MOVE ZEROS                TO RX-RETRO-PAID
               MOVE ZEROS                TO RX-LAST-PAID-DATE
               WRITE RETRO-DUE-RECORD
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-PER-RETRO-DUE TO WS-POSTED-TOTAL.

      *----------------------------------------------------------*
      * 2400-FINISH-EMPLOYEE                                      *
      *   Finishes the employee's last period and prints the      *
      *   retro total with what became of it.                     *
      *----------------------------------------------------------*
       2400-FINISH-EMPLOYEE.
           IF EMPLOYEE-SELECTED
               IF WS-CUR-PERIOD-DATE > ZERO
                   PERFORM 2300-FINISH-PERIOD
               END-IF
               MOVE WS-EMP-PERIOD-COUNT TO RE-PERIOD-COUNT
               MOVE WS-EMP-RETRO-TOTAL  TO RE-RETRO-TOTAL
               EVALUATE TRUE
                   WHEN WS-EMP-PERIOD-COUNT = ZERO
                       MOVE 'NO PERIODS PAID SINCE EFFECTIVE DATE'
                           TO RE-DISPOSITION
                   WHEN WS-EMP-RETRO-TOTAL = ZERO
                       MOVE 'NOTHING DUE' TO RE-DISPOSITION
                   WHEN EMPLOYEE-NOT-POSTABLE
                       MOVE 'NOT POSTED - FINAL PAY DONE, PAY BY HAND'
                           TO RE-DISPOSITION
                   WHEN LIVE-RUN
                       MOVE 'POSTED FOR THE NEXT PAYROLL'
                           TO RE-DISPOSITION
                   WHEN OTHER
                       MOVE 'PREVIEW ONLY - NOT POSTED'
                           TO RE-DISPOSITION
               END-EVALUATE
               WRITE WORKSHEET-LINE FROM WS-EMP-TOTAL-LINE
               IF WS-EMP-RETRO-TOTAL > ZERO
                   ADD 1 TO WS-RETRO-EMP-COUNT
                   ADD WS-EMP-RETRO-TOTAL TO WS-RETRO-TOTAL
                   IF EMPLOYEE-NOT-POSTABLE
                       MOVE WS-CUR-EMP-ID TO RM-EMP-ID
                       MOVE DEPT-CODE     TO RM-DEPT-CODE
                       MOVE 'FINAL PAY DONE - RETRO DUE BY MANUAL CHECK'
                           TO RM-TEXT
                       PERFORM 7100-WRITE-EXCEPTION
                   END-IF
               END-IF
               MOVE SPACES TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-IF.

      *----------------------------------------------------------*
      * 8000-LIST-UNMATCHED-REQUESTS                              *
      *   Lists every request no employee with pay history        *
      *   matched, so HR can see a mistyped EMP-ID or DEPT-CODE.  *
      *----------------------------------------------------------*
       8000-LIST-UNMATCHED-REQUESTS.
           MOVE 1 TO WS-REQUEST-SUB
           PERFORM 8010-LIST-ONE-REQUEST
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT.

      *----------------------------------------------------------*
      * 8010-LIST-ONE-REQUEST                                     *
      *   Lists one request if it was never matched and steps    *
      *   the subscript.                                          *
      *----------------------------------------------------------*
       8010-LIST-ONE-REQUEST.
           IF RT-MATCH-COUNT (WS-REQUEST-SUB) = ZERO
               MOVE RT-EMP-ID (WS-REQUEST-SUB)    TO RM-EMP-ID
               MOVE RT-DEPT-CODE (WS-REQUEST-SUB) TO RM-DEPT-CODE
               MOVE 'NO EMPLOYEE WITH PAY HISTORY MATCHES REQUEST'
                   TO RM-TEXT
               PERFORM 7100-WRITE-EXCEPTION
           END-IF
           ADD 1 TO WS-REQUEST-SUB.

      *----------------------------------------------------------*
      * 7100-WRITE-EXCEPTION                                      *
      *   Flags the message line the caller has filled in as an  *
      *   exception for HR, writes it and counts it.              *
      *----------------------------------------------------------*
       7100-WRITE-EXCEPTION.
           MOVE '**' TO RM-FLAG
           WRITE WORKSHEET-LINE FROM WS-MESSAGE-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

      *----------------------------------------------------------*
      * 9000-TERMINATE                                            *
      *   Prints the run totals and the sign-off line, closes the *
      *   files and sets the completion code: 4 when items were   *
      *   listed for HR, otherwise 0.                             *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE 'REQUESTS READ:' TO RC-LABEL
           MOVE WS-REQUESTS-READ-COUNT TO RC-COUNT
           WRITE WORKSHEET-LINE FROM WS-COUNT-LINE
           MOVE 'EMPLOYEES WORKED:' TO RC-LABEL
           MOVE WS-EMPLOYEE-COUNT TO RC-COUNT
           WRITE WORKSHEET-LINE FROM WS-COUNT-LINE
           MOVE 'PERIODS WORKED:' TO RC-LABEL
           MOVE WS-PERIOD-COUNT TO RC-COUNT
           WRITE WORKSHEET-LINE FROM WS-COUNT-LINE
           MOVE 'EMPLOYEES WITH RETRO DUE:' TO RC-LABEL
           MOVE WS-RETRO-EMP-COUNT TO RC-COUNT
           WRITE WORKSHEET-LINE FROM WS-COUNT-LINE
           MOVE 'TOTAL RETRO DUE:' TO RA-LABEL
           MOVE WS-RETRO-TOTAL TO RA-AMOUNT
           WRITE WORKSHEET-LINE FROM WS-AMOUNT-LINE
           MOVE 'PERIODS POSTED:' TO RC-LABEL
           MOVE WS-POSTED-COUNT TO RC-COUNT
           WRITE WORKSHEET-LINE FROM WS-COUNT-LINE
           MOVE 'TOTAL POSTED:' TO RA-LABEL
           MOVE WS-POSTED-TOTAL TO RA-AMOUNT
           WRITE WORKSHEET-LINE FROM WS-AMOUNT-LINE
           MOVE 'EXCEPTIONS:' TO RC-LABEL
           MOVE WS-EXCEPTION-COUNT TO RC-COUNT
           WRITE WORKSHEET-LINE FROM WS-COUNT-LINE
           IF HISTORY-NOT-PRESENT
               MOVE SPACES TO WORKSHEET-LINE
               MOVE 'NO PAY HISTORY ON FILE' TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-IF
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           WRITE WORKSHEET-LINE FROM WS-SIGN-OFF-LINE
           IF RETRO-DUE-ACTIVE
               CLOSE RETRO-DUE-FILE
           END-IF
           CLOSE EMPLOYEE-FILE
           CLOSE RETRO-WORKSHEET
           DISPLAY 'RETRO REQUESTS READ:      ' WS-REQUESTS-READ-COUNT
           DISPLAY 'EMPLOYEES WORKED:         ' WS-EMPLOYEE-COUNT
           DISPLAY 'RETRO PERIODS POSTED:     ' WS-POSTED-COUNT
           DISPLAY 'EXCEPTIONS:               ' WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
