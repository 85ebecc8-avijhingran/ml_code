      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  The wage column is now headed GROSS      *
      *                  WAGES, since pre-tax deductions leave    *
      *                  gross above taxable wages.  Each period  *
      *                  and quarter also shows the federal and   *
      *                  FICA taxable wages from pay history, and *
      *                  the report line widens to carry them.    *
      * 2026-10-15  PSG  Pay history archive.  PAYHIST.DAT is now *
      *                  indexed by EMP-ID, run date and sequence *
      *                  number; layout kept in step.  An         *
      *                  archived tax year named on the optional  *
      *                  report parameter HISTPARM.DAT is         *
      *                  reported quarter by quarter from the     *
      *                  history archive HISTARCH.DAT in place of *
      *                  the live file.                           *
      * 2026-10-15  PSG  Pay history picked up the federal and    *
      *                  FICA taxable wages; layout kept in       *
      *                  step with PAYROLL.                       *
      * 2026-10-15  PSG  Employer share.  Each period and quarter *
      *                  now shows the employer FICA match, FUTA  *
      *                  and SUTA from pay history beside the     *
      *                  withholding, and the liability column    *
      *                  includes them.  The report line widens   *
      *                  to carry the new columns.  Pay history   *
      *                  layout kept in step with PAYROLL.        *
      * 2026-09-02  PSG  New quarterly tax liability reporting   *
      *                  program over the pay history file, a    *
      *                  sibling of PAYHISTR, so the accountant  *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               ALTERNATE RECORD KEY IS PH-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO 'HISTARCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-KEY
               FILE STATUS IS WS-HISTORY-ARCHIVE-STATUS.

           SELECT HISTORY-PARAMETER-FILE ASSIGN TO 'HISTPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-PARAMETER-STATUS.

           SELECT HIST-SORT-FILE ASSIGN TO 'HISTSORT.WRK'.

           SELECT SORTED-HISTORY-FILE ASSIGN TO 'HISTSORT.DAT'
       FILE SECTION.
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

      *----------------------------------------------------------*
      * Pay history archive, written by HISTARCH: the pay history *
      * record carried whole behind the tax year it was archived  *
      * under.                                                    *
      *----------------------------------------------------------*
       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD.
           05 HA-KEY.
               10 HA-ARCHIVE-YEAR     PIC 9(4).
               10 HA-HISTORY-KEY      PIC X(16).
           05 FILLER                  PIC X(106).
       01  HISTORY-ARCHIVE-DATA.
           05 FILLER                  PIC X(4).
           05 HA-HISTORY-RECORD       PIC X(122).

       FD  HISTORY-PARAMETER-FILE.
       01  HISTORY-PARAMETER-RECORD.
           05 HP-ARCHIVE-YEAR         PIC 9(4).

       SD  HIST-SORT-FILE.
       01  HIST-SORT-RECORD.
           05 SH-EMP-ID               PIC X(5).
           05 SH-RUN-DATE             PIC 9(8).
           05 SH-SEQ-NO               PIC 9(3).
           05 SH-DEPT-CODE            PIC X(4).
           05 SH-HOURS-WORKED         PIC S99V99.
           05 SH-REGULAR-PAY          PIC S9(5)V99.
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
           05 SR-RUN-DATE-X REDEFINES SR-RUN-DATE.
               10 SR-RUN-CCYY         PIC 9(4).
               10 SR-RUN-MM           PIC 9(2).
               10 SR-RUN-DD           PIC 9(2).
           05 SR-SEQ-NO               PIC 9(3).
           05 SR-DEPT-CODE            PIC X(4).
           05 SR-HOURS-WORKED         PIC S99V99.
           05 SR-REGULAR-PAY          PIC S9(5)V99.
           05 SR-STATE-WH-AMOUNT      PIC S9(5)V99.
           05 SR-VOL-DED-AMOUNT       PIC S9(5)V99.
           05 SR-NET-PAY              PIC S9(5)V99.
           05 SR-ER-FICA-AMOUNT       PIC S9(5)V99.
           05 SR-FUTA-AMOUNT          PIC S9(5)V99.
           05 SR-SUTA-AMOUNT          PIC S9(5)V99.
           05 SR-FED-TAXABLE          PIC S9(5)V99.
           05 SR-FICA-TAXABLE         PIC S9(5)V99.

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05 RH-BALANCE-FLAG         PIC X.

       FD  QTR-TAX-REPORT.
       01  QTR-TAX-LINE    PIC X(179).

       WORKING-STORAGE SECTION.
       01 WS-PAY-HISTORY-STATUS     PIC XX.
       01 WS-SORTED-HISTORY-STATUS  PIC XX.
           88 SORTED-HISTORY-FOUND  VALUE '00'.

       01 WS-HISTORY-ARCHIVE-STATUS PIC XX.
           88 HISTORY-ARCHIVE-FOUND   VALUE '00'.
           88 HISTORY-ARCHIVE-MISSING VALUE '35'.

       01 WS-HISTORY-PARAMETER-STATUS PIC XX.
           88 HISTORY-PARAMETER-FOUND VALUE '00'.

       01 WS-RUN-HISTORY-STATUS     PIC XX.
           88 RUN-HISTORY-FOUND     VALUE '00'.
           88 RUN-HISTORY-MISSING   VALUE '35'.
           88 RUN-HIST-EOF     VALUE 'Y'.
           88 NOT-RUN-HIST-EOF VALUE 'N'.

       01 WS-HISTORY-EOF       PIC X VALUE 'N'.
           88 HISTORY-EOF      VALUE 'Y'.
           88 NOT-HISTORY-EOF  VALUE 'N'.

      *----------------------------------------------------------*
      * Where the report reads from: the live pay history, or    *
      * one tax year of the history archive when the report      *
      * parameter names one.                                      *
      *----------------------------------------------------------*
       01 WS-HISTORY-SOURCE    PIC X VALUE 'L'.
           88 LIVE-HISTORY     VALUE 'L'.
           88 ARCHIVED-HISTORY VALUE 'A'.

       01 WS-ARCHIVE-YEAR      PIC 9(4)    VALUE ZEROS.

      *----------------------------------------------------------*
      * Run-control records loaded at initialize time so each     *
      * period's gross can be proven against what the run that    *
       01 WS-PREV-EMP-ID       PIC X(5)    VALUE SPACES.

       01 WS-PD-GROSS          PIC S9(9)V99 VALUE ZEROS.
       01 WS-PD-FED-TAXABLE    PIC S9(9)V99 VALUE ZEROS.
       01 WS-PD-FICA-TAXABLE   PIC S9(9)V99 VALUE ZEROS.
       01 WS-PD-FICA           PIC S9(9)V99 VALUE ZEROS.
       01 WS-PD-FED-WH         PIC S9(9)V99 VALUE ZEROS.
       01 WS-PD-STATE-WH       PIC S9(9)V99 VALUE ZEROS.
       01 WS-PD-ER-FICA        PIC S9(9)V99 VALUE ZEROS.
       01 WS-PD-FUTA           PIC S9(9)V99 VALUE ZEROS.
       01 WS-PD-SUTA           PIC S9(9)V99 VALUE ZEROS.
       01 WS-PD-LIABILITY      PIC S9(9)V99 VALUE ZEROS.
       01 WS-PD-EMP-COUNT      PIC 9(5)    COMP VALUE ZERO.

       01 WS-QTR-WORK          PIC 9(4)    VALUE ZEROS.

       01 WS-QT-GROSS          PIC S9(9)V99 VALUE ZEROS.
       01 WS-QT-FED-TAXABLE    PIC S9(9)V99 VALUE ZEROS.
       01 WS-QT-FICA-TAXABLE   PIC S9(9)V99 VALUE ZEROS.
       01 WS-QT-FICA           PIC S9(9)V99 VALUE ZEROS.
       01 WS-QT-FED-WH         PIC S9(9)V99 VALUE ZEROS.
       01 WS-QT-STATE-WH       PIC S9(9)V99 VALUE ZEROS.
       01 WS-QT-ER-FICA        PIC S9(9)V99 VALUE ZEROS.
       01 WS-QT-FUTA           PIC S9(9)V99 VALUE ZEROS.
       01 WS-QT-SUTA           PIC S9(9)V99 VALUE ZEROS.
       01 WS-QT-LIABILITY      PIC S9(9)V99 VALUE ZEROS.
       01 WS-QT-MISMATCHES     PIC 9(3)    COMP VALUE ZERO.

       01 WS-QTR-COL-HDGS.
           05 FILLER           PIC X(12) VALUE 'PERIOD'.
           05 FILLER           PIC X(7)  VALUE 'EMPS'.
           05 FILLER           PIC X(14) VALUE 'GROSS WAGES'.
           05 FILLER           PIC X(14) VALUE 'FED TAXABLE'.
           05 FILLER           PIC X(14) VALUE 'FICA TAXABLE'.
           05 FILLER           PIC X(13) VALUE 'FICA'.
           05 FILLER           PIC X(13) VALUE 'FED WH'.
           05 FILLER           PIC X(13) VALUE 'STATE WH'.
           05 FILLER           PIC X(14) VALUE 'ER FICA'.
           05 FILLER           PIC X(14) VALUE 'FUTA'.
           05 FILLER           PIC X(14) VALUE 'SUTA'.
           05 FILLER           PIC X(13) VALUE 'LIABILITY'.
           05 FILLER           PIC X(16) VALUE 'RUN CONTROL'.

           05 QD-EMP-COUNT     PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QD-GROSS         PIC ZZZ,ZZZ,Z99.99-.
           05 QD-FED-TAXABLE   PIC ZZ,ZZZ,Z99.99-.
           05 QD-FICA-TAXABLE  PIC ZZ,ZZZ,Z99.99-.
           05 QD-FICA          PIC ZZ,ZZZ,Z99.99-.
           05 QD-FED-WH        PIC ZZ,ZZZ,Z99.99-.
           05 QD-STATE-WH      PIC ZZ,ZZZ,Z99.99-.
           05 QD-ER-FICA       PIC ZZ,ZZZ,Z99.99-.
           05 QD-FUTA          PIC ZZ,ZZZ,Z99.99-.
           05 QD-SUTA          PIC ZZ,ZZZ,Z99.99-.
           05 QD-LIABILITY     PIC ZZ,ZZZ,Z99.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QD-RC-RESULT     PIC X(16).
           05 FILLER           PIC X(12) VALUE 'QTR TOTAL'.
           05 FILLER           PIC X(7)  VALUE SPACES.
           05 QT-GROSS         PIC ZZZ,ZZZ,Z99.99-.
           05 QT-FED-TAXABLE   PIC ZZ,ZZZ,Z99.99-.
           05 QT-FICA-TAXABLE  PIC ZZ,ZZZ,Z99.99-.
           05 QT-FICA          PIC ZZ,ZZZ,Z99.99-.
           05 QT-FED-WH        PIC ZZ,ZZZ,Z99.99-.
           05 QT-STATE-WH      PIC ZZ,ZZZ,Z99.99-.
           05 QT-ER-FICA       PIC ZZ,ZZZ,Z99.99-.
           05 QT-FUTA          PIC ZZ,ZZZ,Z99.99-.
           05 QT-SUTA          PIC ZZ,ZZZ,Z99.99-.
           05 QT-LIABILITY     PIC ZZ,ZZZ,Z99.99-.

       01 WS-QTR-CHECK-LINE.
       01 WS-NO-HISTORY-LINE   PIC X(30) VALUE
           'NO PAY HISTORY ON FILE'.

       01 WS-ARCHIVE-YEAR-LINE.
           05 FILLER           PIC X(19) VALUE 'ARCHIVED TAX YEAR: '.
           05 AY-ARCHIVE-YEAR  PIC 9999.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                          *
      *   Reads the optional report parameter - an archived tax  *
      *   year to report in place of the live file - checks that *
      *   the history to be reported exists, loads the run-      *
      *   control records for the cross-check, opens the report  *
      *   file and prints the headings.                          *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT HISTORY-PARAMETER-FILE
           IF HISTORY-PARAMETER-FOUND
               READ HISTORY-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HP-ARCHIVE-YEAR NUMERIC
                               AND HP-ARCHIVE-YEAR > ZERO
                           MOVE HP-ARCHIVE-YEAR TO WS-ARCHIVE-YEAR
                           SET ARCHIVED-HISTORY TO TRUE
                       END-IF
               END-READ
               CLOSE HISTORY-PARAMETER-FILE
           END-IF
           IF ARCHIVED-HISTORY
               PERFORM 1200-CHECK-ARCHIVED-YEAR
           ELSE
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
               END-IF
           END-IF
           PERFORM 1100-LOAD-RUN-CONTROLS
           WRITE QTR-TAX-LINE FROM WS-QTR-HEADING-1
           WRITE QTR-TAX-LINE FROM WS-QTR-HEADING-2
           WRITE QTR-TAX-LINE FROM WS-QTR-HEADING-3
           IF ARCHIVED-HISTORY
               MOVE WS-ARCHIVE-YEAR TO AY-ARCHIVE-YEAR
               WRITE QTR-TAX-LINE FROM WS-ARCHIVE-YEAR-LINE
           END-IF
           MOVE SPACES TO QTR-TAX-LINE
           WRITE QTR-TAX-LINE.

           END-IF
           ADD 1 TO WS-RC-SUB.

      *----------------------------------------------------------*
      * 1200-CHECK-ARCHIVED-YEAR                                  *
      *   Checks that the history archive holds the tax year      *
      *   asked for; a missing archive or a year never archived   *
      *   reports as no history.                                  *
      *----------------------------------------------------------*
       1200-CHECK-ARCHIVED-YEAR.
           SET HISTORY-NOT-PRESENT TO TRUE
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF HISTORY-ARCHIVE-FOUND
               PERFORM 1300-POSITION-ARCHIVE
               IF NOT-HISTORY-EOF
                   READ HISTORY-ARCHIVE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HA-ARCHIVE-YEAR = WS-ARCHIVE-YEAR
                               SET HISTORY-PRESENT TO TRUE
                           END-IF
                   END-READ
               END-IF
               CLOSE HISTORY-ARCHIVE-FILE
           ELSE
               IF HISTORY-ARCHIVE-MISSING
                   CONTINUE
               ELSE
                   DISPLAY 'HISTORY-ARCHIVE-FILE OPEN FAILED, STATUS = '
                       WS-HISTORY-ARCHIVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 1300-POSITION-ARCHIVE                                     *
      *   Starts the open archive at the first key of the         *
      *   archived year.                                          *
      *----------------------------------------------------------*
       1300-POSITION-ARCHIVE.
           SET NOT-HISTORY-EOF TO TRUE
           MOVE WS-ARCHIVE-YEAR TO HA-ARCHIVE-YEAR
           MOVE LOW-VALUES      TO HA-HISTORY-KEY
           START HISTORY-ARCHIVE-FILE
               KEY IS NOT LESS THAN HA-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START.

      *----------------------------------------------------------*
      * 2000-REPORT-QUARTERS                                      *
      *   Sorts the history being reported (the live file, or     *
      *   the archived year) into run-date / EMP-ID order and     *
      *   walks it with a period break inside a quarter break,    *
      *   printing the liability schedule and the quarter         *
      *   totals.                                                 *
           SORT HIST-SORT-FILE
               ON ASCENDING KEY SH-RUN-DATE
               ON ASCENDING KEY SH-EMP-ID
               INPUT PROCEDURE IS 2050-RELEASE-HISTORY
               GIVING SORTED-HISTORY-FILE
           OPEN INPUT SORTED-HISTORY-FILE
           IF SORTED-HISTORY-FOUND
           END-IF
           CLOSE SORTED-HISTORY-FILE.

      *----------------------------------------------------------*
      * 2050-RELEASE-HISTORY                                      *
      *   Sort input: opens the history being reported - the live *
      *   file from its first record, or the archive at the first *
      *   record of the archived year - and releases every record *
      *   to the sort.                                            *
      *----------------------------------------------------------*
       2050-RELEASE-HISTORY.
           IF ARCHIVED-HISTORY
               OPEN INPUT HISTORY-ARCHIVE-FILE
               PERFORM 1300-POSITION-ARCHIVE
           ELSE
               SET NOT-HISTORY-EOF TO TRUE
               OPEN INPUT PAY-HISTORY-FILE
           END-IF
           PERFORM 2060-RELEASE-ONE-RECORD
               UNTIL HISTORY-EOF
           IF ARCHIVED-HISTORY
               CLOSE HISTORY-ARCHIVE-FILE
           ELSE
               CLOSE PAY-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------*
      * 2060-RELEASE-ONE-RECORD                                   *
      *   Reads the next history record and releases it to the   *
      *   sort, stopping at the end of the archived year.         *
      *----------------------------------------------------------*
       2060-RELEASE-ONE-RECORD.
           IF ARCHIVED-HISTORY
               READ HISTORY-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       IF HA-ARCHIVE-YEAR NOT = WS-ARCHIVE-YEAR
                           SET HISTORY-EOF TO TRUE
                       ELSE
                           RELEASE HIST-SORT-RECORD
                               FROM HA-HISTORY-RECORD
                       END-IF
               END-READ
           ELSE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       RELEASE HIST-SORT-RECORD
                           FROM PAY-HISTORY-RECORD
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * 2100-POST-ONE-PERIOD-RECORD                               *
      *   Breaks on the run date (and on the quarter the date     *
               MOVE SR-EMP-ID TO WS-PREV-EMP-ID
           END-IF
           ADD SR-GROSS-PAY       TO WS-PD-GROSS
           ADD SR-FED-TAXABLE     TO WS-PD-FED-TAXABLE
           ADD SR-FICA-TAXABLE    TO WS-PD-FICA-TAXABLE
           ADD SR-FICA-AMOUNT     TO WS-PD-FICA
           ADD SR-FED-WH-AMOUNT   TO WS-PD-FED-WH
           ADD SR-STATE-WH-AMOUNT TO WS-PD-STATE-WH
           ADD SR-ER-FICA-AMOUNT  TO WS-PD-ER-FICA
           ADD SR-FUTA-AMOUNT     TO WS-PD-FUTA
           ADD SR-SUTA-AMOUNT     TO WS-PD-SUTA.

      *----------------------------------------------------------*
      * 2200-DERIVE-QUARTER                                       *
      *   Prints the finished period's schedule line with the     *
      *   run-control cross-check, rolls the period into the      *
      *   quarter totals, and resets the period accumulators.     *
      *   The liability is the withholding plus the employer's    *
      *   FICA match, FUTA and SUTA.                              *
      *----------------------------------------------------------*
       2300-CLOSE-OUT-PERIOD.
           MOVE WS-PREV-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-CCYY TO QD-CCYY
           MOVE WS-PD-EMP-COUNT TO QD-EMP-COUNT
           MOVE WS-PD-GROSS     TO QD-GROSS
           MOVE WS-PD-FED-TAXABLE  TO QD-FED-TAXABLE
           MOVE WS-PD-FICA-TAXABLE TO QD-FICA-TAXABLE
           MOVE WS-PD-FICA      TO QD-FICA
           MOVE WS-PD-FED-WH    TO QD-FED-WH
           MOVE WS-PD-STATE-WH  TO QD-STATE-WH
           MOVE WS-PD-ER-FICA   TO QD-ER-FICA
           MOVE WS-PD-FUTA      TO QD-FUTA
           MOVE WS-PD-SUTA      TO QD-SUTA
           COMPUTE WS-PD-LIABILITY =
               WS-PD-FICA + WS-PD-FED-WH + WS-PD-STATE-WH
                   + WS-PD-ER-FICA + WS-PD-FUTA + WS-PD-SUTA
           MOVE WS-PD-LIABILITY TO QD-LIABILITY
           PERFORM 2310-CHECK-RUN-CONTROL
           WRITE QTR-TAX-LINE FROM WS-QTR-DETAIL
           ADD WS-PD-GROSS     TO WS-QT-GROSS
           ADD WS-PD-FED-TAXABLE  TO WS-QT-FED-TAXABLE
           ADD WS-PD-FICA-TAXABLE TO WS-QT-FICA-TAXABLE
           ADD WS-PD-FICA      TO WS-QT-FICA
           ADD WS-PD-FED-WH    TO WS-QT-FED-WH
           ADD WS-PD-STATE-WH  TO WS-QT-STATE-WH
           ADD WS-PD-ER-FICA   TO WS-QT-ER-FICA
           ADD WS-PD-FUTA      TO WS-QT-FUTA
           ADD WS-PD-SUTA      TO WS-QT-SUTA
           ADD WS-PD-LIABILITY TO WS-QT-LIABILITY
           MOVE ZEROS TO WS-PD-GROSS
           MOVE ZEROS TO WS-PD-FED-TAXABLE
           MOVE ZEROS TO WS-PD-FICA-TAXABLE
           MOVE ZEROS TO WS-PD-FICA
           MOVE ZEROS TO WS-PD-FED-WH
           MOVE ZEROS TO WS-PD-STATE-WH
           MOVE ZEROS TO WS-PD-ER-FICA
           MOVE ZEROS TO WS-PD-FUTA
           MOVE ZEROS TO WS-PD-SUTA
           MOVE ZERO  TO WS-PD-EMP-COUNT.

      *----------------------------------------------------------*
      *----------------------------------------------------------*
       2400-CLOSE-OUT-QUARTER.
           MOVE WS-QT-GROSS     TO QT-GROSS
           MOVE WS-QT-FED-TAXABLE  TO QT-FED-TAXABLE
           MOVE WS-QT-FICA-TAXABLE TO QT-FICA-TAXABLE
           MOVE WS-QT-FICA      TO QT-FICA
           MOVE WS-QT-FED-WH    TO QT-FED-WH
           MOVE WS-QT-STATE-WH  TO QT-STATE-WH
           MOVE WS-QT-ER-FICA   TO QT-ER-FICA
           MOVE WS-QT-FUTA      TO QT-FUTA
           MOVE WS-QT-SUTA      TO QT-SUTA
           MOVE WS-QT-LIABILITY TO QT-LIABILITY
           WRITE QTR-TAX-LINE FROM WS-QTR-TOTAL-LINE
           MOVE WS-QT-MISMATCHES TO QC-MISMATCH-COUNT
           MOVE SPACES TO QTR-TAX-LINE
           WRITE QTR-TAX-LINE
           MOVE ZEROS TO WS-QT-GROSS
           MOVE ZEROS TO WS-QT-FED-TAXABLE
           MOVE ZEROS TO WS-QT-FICA-TAXABLE
           MOVE ZEROS TO WS-QT-FICA
           MOVE ZEROS TO WS-QT-FED-WH
           MOVE ZEROS TO WS-QT-STATE-WH
           MOVE ZEROS TO WS-QT-ER-FICA
           MOVE ZEROS TO WS-QT-FUTA
           MOVE ZEROS TO WS-QT-SUTA
           MOVE ZEROS TO WS-QT-LIABILITY
           MOVE ZERO  TO WS-QT-MISMATCHES.

