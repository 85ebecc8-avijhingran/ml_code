      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  Pay history archive.  PAYHIST.DAT is now *
      *                  indexed by EMP-ID, run date and sequence *
      *                  number, so the earnings history reads it *
      *                  in key order with no sort.  An archived  *
      *                  tax year named on the optional report    *
      *                  parameter HISTPARM.DAT is reported from  *
      *                  the history archive HISTARCH.DAT in      *
      *                  place of the live file, on both reports. *
      * 2026-10-15  PSG  Pay history picked up the federal and   *
      *                  FICA taxable wages; layout kept in      *
      *                  step.                                   *
      * 2026-10-15  PSG  Pay history picked up the employer      *
      *                  FICA, FUTA and SUTA amounts; layout     *
      *                  kept in step.                           *
      * 2026-09-02  PSG  Pay history amounts are now signed so   *
      *                  the PAYADJ adjustment program can write *
      *                  reversing records for voided checks.    *
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

       FD  EARNINGS-HISTORY-REPORT.
       01  EARNINGS-LINE   PIC X(132).
       01 WS-SORTED-HISTORY-STATUS  PIC XX.
           88 SORTED-HISTORY-FOUND  VALUE '00'.

       01 WS-HISTORY-ARCHIVE-STATUS PIC XX.
           88 HISTORY-ARCHIVE-FOUND   VALUE '00'.
           88 HISTORY-ARCHIVE-MISSING VALUE '35'.

       01 WS-HISTORY-PARAMETER-STATUS PIC XX.
           88 HISTORY-PARAMETER-FOUND VALUE '00'.

       01 WS-EARNINGS-REPORT-STATUS PIC XX.
           88 EARNINGS-REPORT-FOUND VALUE '00'.

           88 SORTED-EOF       VALUE 'Y'.
           88 NOT-SORTED-EOF   VALUE 'N'.

       01 WS-HISTORY-EOF       PIC X VALUE 'N'.
           88 HISTORY-EOF      VALUE 'Y'.
           88 NOT-HISTORY-EOF  VALUE 'N'.

      *----------------------------------------------------------*
      * Where the reports read from: the live pay history, or    *
      * one tax year of the history archive when the report       *
      * parameter names one.                                      *
      *----------------------------------------------------------*
       01 WS-HISTORY-SOURCE    PIC X VALUE 'L'.
           88 LIVE-HISTORY     VALUE 'L'.
           88 ARCHIVED-HISTORY VALUE 'A'.

       01 WS-ARCHIVE-YEAR      PIC 9(4)    VALUE ZEROS.

      *----------------------------------------------------------*
      * Employee earnings history control-break fields           *
      *----------------------------------------------------------*
       01 WS-NO-HISTORY-LINE   PIC X(30) VALUE
           'NO PAY HISTORY ON FILE'.

       01 WS-ARCHIVE-YEAR-LINE.
           05 FILLER           PIC X(19) VALUE 'ARCHIVED TAX YEAR: '.
           05 AY-ARCHIVE-YEAR  PIC 9999.

      *----------------------------------------------------------*
      * Department labor-cost trend report layouts                *
      *----------------------------------------------------------*

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                          *
      *   Reads the optional report parameter - an archived tax  *
      *   year to report in place of the live file - checks     *
      *   that the history to be reported exists, opens the      *
      *   report files, stamps the run date and prints the       *
      *   report headings.                                       *
      *----------------------------------------------------------*
       1000-INITIALIZE.
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
               PERFORM 1100-CHECK-ARCHIVED-YEAR
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
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           WRITE EARNINGS-LINE FROM WS-EARN-HEADING-1
           WRITE EARNINGS-LINE FROM WS-EARN-HEADING-2
           WRITE EARNINGS-LINE FROM WS-EARN-HEADING-3
           IF ARCHIVED-HISTORY
               MOVE WS-ARCHIVE-YEAR TO AY-ARCHIVE-YEAR
               WRITE EARNINGS-LINE FROM WS-ARCHIVE-YEAR-LINE
           END-IF
           MOVE SPACES TO EARNINGS-LINE
           WRITE EARNINGS-LINE
           WRITE TREND-LINE FROM WS-TREND-HEADING-1
           WRITE TREND-LINE FROM WS-TREND-HEADING-2
           IF ARCHIVED-HISTORY
               WRITE TREND-LINE FROM WS-ARCHIVE-YEAR-LINE
           END-IF
           MOVE SPACES TO TREND-LINE
           WRITE TREND-LINE.

      *----------------------------------------------------------*
      * 1100-CHECK-ARCHIVED-YEAR                                  *
      *   Checks that the history archive holds the tax year      *
      *   asked for; a missing archive or a year never archived   *
      *   reports as no history.                                  *
      *----------------------------------------------------------*
       1100-CHECK-ARCHIVED-YEAR.
           SET HISTORY-NOT-PRESENT TO TRUE
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF HISTORY-ARCHIVE-FOUND
               PERFORM 1500-POSITION-ARCHIVE
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
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 1400-OPEN-HISTORY                                         *
      *   Opens the history being reported: the live file from    *
      *   its first record, or the archive positioned at the      *
      *   first record of the archived year.                      *
      *----------------------------------------------------------*
       1400-OPEN-HISTORY.
           IF ARCHIVED-HISTORY
               OPEN INPUT HISTORY-ARCHIVE-FILE
               PERFORM 1500-POSITION-ARCHIVE
           ELSE
               SET NOT-HISTORY-EOF TO TRUE
               OPEN INPUT PAY-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------*
      * 1410-READ-HISTORY                                         *
      *   Reads the next history record into the pay history      *
      *   record area, in EMP-ID / run-date order from either     *
      *   source, stopping at the end of the archived year.       *
      *----------------------------------------------------------*
       1410-READ-HISTORY.
           IF ARCHIVED-HISTORY
               READ HISTORY-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       IF HA-ARCHIVE-YEAR NOT = WS-ARCHIVE-YEAR
                           SET HISTORY-EOF TO TRUE
                       ELSE
                           MOVE HA-HISTORY-RECORD
                               TO PAY-HISTORY-RECORD
                       END-IF
               END-READ
           ELSE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-EOF TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * 1420-CLOSE-HISTORY                                        *
      *   Closes whichever history file is being reported.        *
      *----------------------------------------------------------*
       1420-CLOSE-HISTORY.
           IF ARCHIVED-HISTORY
               CLOSE HISTORY-ARCHIVE-FILE
           ELSE
               CLOSE PAY-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------*
      * 1500-POSITION-ARCHIVE                                     *
      *   Starts the open archive at the first key of the         *
      *   archived year.                                          *
      *----------------------------------------------------------*
       1500-POSITION-ARCHIVE.
           SET NOT-HISTORY-EOF TO TRUE
           MOVE WS-ARCHIVE-YEAR TO HA-ARCHIVE-YEAR
           MOVE LOW-VALUES      TO HA-HISTORY-KEY
           START HISTORY-ARCHIVE-FILE
               KEY IS NOT LESS THAN HA-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START.

      *----------------------------------------------------------*
      * 2000-PRINT-EARNINGS-HISTORY                               *
      *   Reads the pay history in its EMP-ID / run-date key      *
      *   order and prints one line per period under each        *
      *   employee, with a period count and gross/net totals per  *
      *   employee.                                               *
      *----------------------------------------------------------*
       2000-PRINT-EARNINGS-HISTORY.
           PERFORM 1400-OPEN-HISTORY
           SET FIRST-EMPLOYEE TO TRUE
           PERFORM UNTIL HISTORY-EOF
               PERFORM 1410-READ-HISTORY
               IF NOT-HISTORY-EOF
                   PERFORM 2100-PRINT-EMPLOYEE-PERIOD
               END-IF
           END-PERFORM
           IF NOT-FIRST-EMPLOYEE
               PERFORM 2300-PRINT-EMPLOYEE-TOTAL
           END-IF
           PERFORM 1420-CLOSE-HISTORY.

      *----------------------------------------------------------*
      * 2100-PRINT-EMPLOYEE-PERIOD                                *
               SET NOT-FIRST-EMPLOYEE TO TRUE
               PERFORM 2200-PRINT-EMPLOYEE-HEADER
           ELSE
               IF PH-EMP-ID NOT = WS-PREV-EMP-ID
                   PERFORM 2300-PRINT-EMPLOYEE-TOTAL
                   PERFORM 2200-PRINT-EMPLOYEE-HEADER
               END-IF
           END-IF
           MOVE PH-EMP-ID TO WS-PREV-EMP-ID
           MOVE PH-RUN-DATE TO WS-PERIOD-DATE
           MOVE WS-PERIOD-MM   TO EH-DET-MM
           MOVE WS-PERIOD-DD   TO EH-DET-DD
           MOVE WS-PERIOD-CCYY TO EH-DET-CCYY
           MOVE PH-DEPT-CODE      TO EH-DEPT-CODE
           MOVE PH-HOURS-WORKED   TO EH-HOURS
           MOVE PH-REGULAR-PAY    TO EH-REGULAR-PAY
           MOVE PH-OVERTIME-PAY   TO EH-OVERTIME-PAY
           MOVE PH-OTHER-PAY      TO EH-OTHER-PAY
           MOVE PH-GROSS-PAY      TO EH-GROSS-PAY
           MOVE PH-FICA-AMOUNT    TO EH-FICA
           MOVE PH-FED-WH-AMOUNT  TO EH-FED-WH
           MOVE PH-STATE-WH-AMOUNT TO EH-STATE-WH
           MOVE PH-VOL-DED-AMOUNT TO EH-VOL-DED
           MOVE PH-NET-PAY        TO EH-NET-PAY
           WRITE EARNINGS-LINE FROM WS-EARN-DETAIL
           ADD 1            TO WS-EMP-PERIOD-COUNT
           ADD PH-GROSS-PAY TO WS-EMP-TOTAL-GROSS
           ADD PH-NET-PAY   TO WS-EMP-TOTAL-NET.

      *----------------------------------------------------------*
      * 2200-PRINT-EMPLOYEE-HEADER                                *
      *   headings ahead of an employee's first period.           *
      *----------------------------------------------------------*
       2200-PRINT-EMPLOYEE-HEADER.
           MOVE PH-EMP-ID TO EH-EMP-ID
           WRITE EARNINGS-LINE FROM WS-EARN-EMP-LINE
           WRITE EARNINGS-LINE FROM WS-EARN-COL-HDGS.


      *----------------------------------------------------------*
      * 3000-PRINT-DEPT-TREND                                     *
      *   Sorts the history being reported into DEPT-CODE /       *
      *   run-date order and accumulates each department's gross  *
      *   by period, keeping the most recent thirteen periods,    *
      *   then prints the trend as each department finishes.      *
      *----------------------------------------------------------*
       3000-PRINT-DEPT-TREND.
           SORT HIST-SORT-FILE
               ON ASCENDING KEY SH-DEPT-CODE
               ON ASCENDING KEY SH-RUN-DATE
               INPUT PROCEDURE IS 3050-RELEASE-HISTORY
               GIVING SORTED-HISTORY-FILE
           OPEN INPUT SORTED-HISTORY-FILE
           IF SORTED-HISTORY-FOUND
           END-IF
           CLOSE SORTED-HISTORY-FILE.

      *----------------------------------------------------------*
      * 3050-RELEASE-HISTORY                                      *
      *   Sort input: releases every record of the history being  *
      *   reported to the sort.                                   *
      *----------------------------------------------------------*
       3050-RELEASE-HISTORY.
           PERFORM 1400-OPEN-HISTORY
           PERFORM UNTIL HISTORY-EOF
               PERFORM 1410-READ-HISTORY
               IF NOT-HISTORY-EOF
                   RELEASE HIST-SORT-RECORD FROM PAY-HISTORY-RECORD
               END-IF
           END-PERFORM
           PERFORM 1420-CLOSE-HISTORY.

      *----------------------------------------------------------*
      * 3100-POST-TREND-PERIOD                                    *
      *   Breaks on DEPT-CODE, printing the finished              *
