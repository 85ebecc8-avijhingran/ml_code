       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTARCH.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  New pay history archive program, run     *
      *                  after YEARENDW has closed a tax year.    *
      *                  The last closed year is taken from the   *
      *                  year-end archive YTDARCH.DAT and the     *
      *                  number of closed years to keep live from *
      *                  ARCHPARM.DAT.  Every pay history record  *
      *                  of an older year is copied to the        *
      *                  year-keyed archive HISTARCH.DAT and read *
      *                  back; only when the record counts and    *
      *                  the signed gross and net totals of every *
      *                  year agree between the live file and the *
      *                  archive are the records removed from     *
      *                  PAYHIST.DAT, and the live file is then   *
      *                  counted again to prove the totals before *
      *                  less the records removed equal the       *
      *                  totals after.  A run stopped part way    *
      *                  can simply be run again: a record        *
      *                  already on the archive is compared, not  *
      *                  written twice.                           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-PARAMETER-FILE ASSIGN TO 'ARCHPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-PARAMETER-STATUS.

           SELECT YTD-ARCHIVE-FILE ASSIGN TO 'YTDARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-ARCHIVE-STATUS.

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

           SELECT ARCHIVE-REPORT ASSIGN TO 'HISTARCH.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * Archive run parameter: the number of closed tax years to  *
      * keep on the live pay history.  Zero archives every closed *
      * year, including the one just closed.                      *
      *----------------------------------------------------------*
       FD  ARCHIVE-PARAMETER-FILE.
       01  ARCHIVE-PARAMETER-RECORD.
           05 AP-RETAIN-YEARS         PIC 9(2).

      *----------------------------------------------------------*
      * Year-end YTD archive, rewritten by every YEARENDW close;  *
      * its tax year is the last year closed.                     *
      *----------------------------------------------------------*
       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-RECORD.
           05 YA-TAX-YEAR       PIC 9(4).
           05 YA-EMP-ID         PIC X(5).
           05 YA-GROSS-PAY      PIC 9(7)V99.
           05 YA-NET-PAY        PIC 9(7)V99.
           05 YA-FICA-WAGES     PIC 9(7)V99.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-EMP-ID           PIC X(5).
               10 PH-RUN-DATE         PIC 9(8).
               10 PH-RUN-DATE-X REDEFINES PH-RUN-DATE.
                   15 PH-RUN-CCYY     PIC 9(4).
                   15 PH-RUN-MMDD     PIC 9(4).
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

       FD  ARCHIVE-REPORT.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-PARAMETER-STATUS   PIC XX.
           88 ARCHIVE-PARAMETER-FOUND   VALUE '00'.
           88 ARCHIVE-PARAMETER-MISSING VALUE '35'.

       01 WS-YTD-ARCHIVE-STATUS     PIC XX.
           88 YTD-ARCHIVE-FOUND     VALUE '00'.
           88 YTD-ARCHIVE-MISSING   VALUE '35'.

       01 WS-PAY-HISTORY-STATUS     PIC XX.
           88 PAY-HISTORY-FOUND     VALUE '00'.
           88 PAY-HISTORY-MISSING   VALUE '35'.

       01 WS-HISTORY-ARCHIVE-STATUS PIC XX.
           88 HISTORY-ARCHIVE-FOUND     VALUE '00'.
           88 HISTORY-ARCHIVE-MISSING   VALUE '35'.
           88 HISTORY-ARCHIVE-DUPLICATE VALUE '22'.

       01 WS-ARCHIVE-REPORT-STATUS  PIC XX.
           88 ARCHIVE-REPORT-FOUND  VALUE '00'.

       01 WS-HISTORY-PRESENT   PIC X       VALUE 'N'.
           88 HISTORY-PRESENT      VALUE 'Y'.
           88 HISTORY-NOT-PRESENT  VALUE 'N'.

       01 WS-CLOSED-YEAR-FOUND PIC X       VALUE 'N'.
           88 CLOSED-YEAR-FOUND     VALUE 'Y'.
           88 CLOSED-YEAR-NOT-FOUND VALUE 'N'.

       01 WS-HISTORY-EOF       PIC X       VALUE 'N'.
           88 HISTORY-EOF      VALUE 'Y'.
           88 NOT-HISTORY-EOF  VALUE 'N'.

      *  Set off by any year whose archive copy does not prove;
      *  nothing is then removed from the live history.
       01 WS-ARCHIVE-PROOF     PIC X       VALUE 'Y'.
           88 ARCHIVE-PROVEN       VALUE 'Y'.
           88 ARCHIVE-NOT-PROVEN   VALUE 'N'.

       01 WS-LIVE-PROOF        PIC X       VALUE 'Y'.
           88 LIVE-PROVEN          VALUE 'Y'.
           88 LIVE-NOT-PROVEN      VALUE 'N'.

      *----------------------------------------------------------*
      * Retention and the last year to archive.  Every record     *
      * run on or before the cutoff date goes to the archive.     *
      *----------------------------------------------------------*
       01 WS-RETAIN-YEARS      PIC 9(2)    VALUE ZERO.
       01 WS-LAST-CLOSED-YEAR  PIC 9(4)    VALUE ZERO.
       01 WS-CUTOFF-DATE       PIC 9(8)    VALUE ZEROS.
       01 WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-CCYY   PIC 9(4).
           05 WS-CUTOFF-MMDD   PIC 9(4).

      *----------------------------------------------------------*
      * The archive copy of the record in hand, for the read-back *
      * proof: the archived gross and net are taken from here.    *
      *----------------------------------------------------------*
       01 WS-ARCHIVED-HISTORY.
           05 AH-KEY-DEPT-HOURS       PIC X(24).
           05 AH-EARNINGS             PIC X(21).
           05 AH-GROSS-PAY            PIC S9(5)V99.
           05 AH-WITHHOLDING          PIC X(28).
           05 AH-NET-PAY              PIC S9(5)V99.
           05 AH-EMPLOYER-TAXABLE     PIC X(35).

      *----------------------------------------------------------*
      * Totals per tax year archived: what was selected from the  *
      * live history and what was read back from the archive.    *
      * Pay history is read in run-date order, so the years come  *
      * in ascending order.                                       *
      *----------------------------------------------------------*
       01 WS-YEAR-MAX          PIC 9(3)    COMP VALUE 30.
       01 WS-YEAR-COUNT        PIC 9(3)    COMP VALUE ZERO.
       01 WS-YEAR-SUB          PIC 9(3)    COMP VALUE ZERO.
       01 WS-YEAR-TABLE.
           05 WS-YEAR-ENTRY OCCURS 30 TIMES.
               10 YT-TAX-YEAR        PIC 9(4).
               10 YT-LIVE-COUNT      PIC 9(7)       COMP.
               10 YT-LIVE-GROSS      PIC S9(9)V99.
               10 YT-LIVE-NET        PIC S9(9)V99.
               10 YT-ARCH-COUNT      PIC 9(7)       COMP.
               10 YT-ARCH-GROSS      PIC S9(9)V99.
               10 YT-ARCH-NET        PIC S9(9)V99.
               10 YT-MISMATCH-COUNT  PIC 9(5)       COMP.

      *----------------------------------------------------------*
      * Live file totals before and after, and what was removed.  *
      *----------------------------------------------------------*
       01 WS-BEFORE-COUNT      PIC 9(7)    COMP VALUE ZERO.
       01 WS-BEFORE-GROSS      PIC S9(9)V99     VALUE ZEROS.
       01 WS-BEFORE-NET        PIC S9(9)V99     VALUE ZEROS.
       01 WS-SELECTED-COUNT    PIC 9(7)    COMP VALUE ZERO.
       01 WS-SELECTED-GROSS    PIC S9(9)V99     VALUE ZEROS.
       01 WS-SELECTED-NET      PIC S9(9)V99     VALUE ZEROS.
       01 WS-REMOVED-COUNT     PIC 9(7)    COMP VALUE ZERO.
       01 WS-REMOVED-GROSS     PIC S9(9)V99     VALUE ZEROS.
       01 WS-REMOVED-NET       PIC S9(9)V99     VALUE ZEROS.
       01 WS-AFTER-COUNT       PIC 9(7)    COMP VALUE ZERO.
       01 WS-AFTER-GROSS       PIC S9(9)V99     VALUE ZEROS.
       01 WS-AFTER-NET         PIC S9(9)V99     VALUE ZEROS.
       01 WS-EXPECTED-COUNT    PIC 9(7)    COMP VALUE ZERO.
       01 WS-EXPECTED-GROSS    PIC S9(9)V99     VALUE ZEROS.
       01 WS-EXPECTED-NET      PIC S9(9)V99     VALUE ZEROS.

      *----------------------------------------------------------*
      * Run counts.                                               *
      *----------------------------------------------------------*
       01 WS-WRITTEN-COUNT         PIC 9(7)  COMP VALUE ZERO.
       01 WS-ALREADY-ARCHIVED-COUNT PIC 9(7) COMP VALUE ZERO.
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
           'PAY HISTORY ARCHIVE AND PROOF'.

       01 WS-PARAMETER-LINE.
           05 FILLER           PIC X(22) VALUE
               'LAST CLOSED TAX YEAR: '.
           05 RA-CLOSED-YEAR   PIC 9999.
           05 FILLER           PIC X(21) VALUE
               '   YEARS KEPT LIVE: '.
           05 RA-RETAIN-YEARS  PIC Z9.
           05 FILLER           PIC X(26) VALUE
               '   ARCHIVING YEARS UP TO: '.
           05 RA-CUTOFF-YEAR   PIC 9999.

       01 WS-YEAR-COL-HDGS.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(8)  VALUE 'YEAR'.
           05 FILLER           PIC X(12) VALUE '   LIVE RECS'.
           05 FILLER           PIC X(17) VALUE '       LIVE GROSS'.
           05 FILLER           PIC X(17) VALUE '         LIVE NET'.
           05 FILLER           PIC X(12) VALUE '   ARCH RECS'.
           05 FILLER           PIC X(17) VALUE '       ARCH GROSS'.
           05 FILLER           PIC X(17) VALUE '         ARCH NET'.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE 'RESULT'.

       01 WS-YEAR-DETAIL.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RY-TAX-YEAR      PIC 9999.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 RY-LIVE-COUNT    PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RY-LIVE-GROSS    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RY-LIVE-NET      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RY-ARCH-COUNT    PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RY-ARCH-GROSS    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RY-ARCH-NET      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RY-RESULT        PIC X(16).

       01 WS-FILE-COL-HDGS.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(30) VALUE 'LIVE PAY HISTORY'.
           05 FILLER           PIC X(12) VALUE '     RECORDS'.
           05 FILLER           PIC X(17) VALUE '            GROSS'.
           05 FILLER           PIC X(17) VALUE '              NET'.

       01 WS-FILE-TOTAL-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RF-LABEL         PIC X(30).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RF-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RF-GROSS         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RF-NET           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RF-RESULT        PIC X(20).

       01 WS-MESSAGE-LINE.
           05 RM-FLAG          PIC X(3).
           05 RM-EMP-ID        PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RM-MM            PIC 99.
           05 RM-SLASH-1       PIC X(1).
           05 RM-DD            PIC 99.
           05 RM-SLASH-2       PIC X(1).
           05 RM-CCYY          PIC 9999.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RM-TEXT          PIC X(60).

       01 WS-COUNT-LINE.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RC-LABEL         PIC X(30).
           05 RC-COUNT         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           IF CLOSED-YEAR-FOUND AND HISTORY-PRESENT
               PERFORM 2000-COPY-CLOSED-YEARS
               PERFORM 3000-PROVE-ARCHIVE-COPY
               IF ARCHIVE-PROVEN AND WS-SELECTED-COUNT > ZERO
                   PERFORM 4000-REMOVE-ARCHIVED-HISTORY
               END-IF
               PERFORM 5000-PROVE-LIVE-HISTORY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                          *
      *   Opens the report, takes the retention from the archive *
      *   parameter and the last closed year from the year-end   *
      *   archive, works out the last year to archive and opens  *
      *   the live history and the history archive - the archive *
      *   is created the first time it is needed.                *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ARCHIVE-REPORT
           IF ARCHIVE-REPORT-FOUND
               CONTINUE
           ELSE
               DISPLAY 'ARCHIVE-REPORT OPEN FAILED, STATUS = '
                   WS-ARCHIVE-REPORT-STATUS
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
           PERFORM 1100-GET-ARCHIVE-PARAMETERS
           PERFORM 1200-GET-LAST-CLOSED-YEAR
           IF CLOSED-YEAR-NOT-FOUND
               MOVE 'NO CLOSED TAX YEAR ON FILE, NOTHING TO ARCHIVE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-LAST-CLOSED-YEAR TO RA-CLOSED-YEAR
               MOVE WS-RETAIN-YEARS     TO RA-RETAIN-YEARS
               MOVE WS-CUTOFF-CCYY      TO RA-CUTOFF-YEAR
               WRITE REPORT-LINE FROM WS-PARAMETER-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 1300-OPEN-HISTORY-FILES
           END-IF.

      *----------------------------------------------------------*
      * 1100-GET-ARCHIVE-PARAMETERS                               *
      *   Reads the number of closed years to keep live.  The     *
      *   archive does not run without it.                        *
      *----------------------------------------------------------*
       1100-GET-ARCHIVE-PARAMETERS.
           OPEN INPUT ARCHIVE-PARAMETER-FILE
           IF ARCHIVE-PARAMETER-MISSING
               DISPLAY 'ARCHIVE PARAMETER FILE MISSING, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARCHIVE-PARAMETER-FOUND
               CONTINUE
           ELSE
               DISPLAY 'ARCHIVE-PARAMETER-FILE OPEN FAILED, STATUS = '
                   WS-ARCHIVE-PARAMETER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARCHIVE-PARAMETER-FILE
               AT END
                   DISPLAY 'ARCHIVE PARAMETER FILE EMPTY, RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF AP-RETAIN-YEARS NUMERIC
               MOVE AP-RETAIN-YEARS TO WS-RETAIN-YEARS
           ELSE
               DISPLAY 'ARCHIVE RETENTION YEARS INVALID: '
                   AP-RETAIN-YEARS ', RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ARCHIVE-PARAMETER-FILE.

      *----------------------------------------------------------*
      * 1200-GET-LAST-CLOSED-YEAR                                 *
      *   Takes the tax year of the year-end archive, which       *
      *   YEARENDW rewrites at every close, and sets the cutoff   *
      *   to December 31 of the last year not kept live.          *
      *----------------------------------------------------------*
       1200-GET-LAST-CLOSED-YEAR.
           SET CLOSED-YEAR-NOT-FOUND TO TRUE
           OPEN INPUT YTD-ARCHIVE-FILE
           IF YTD-ARCHIVE-FOUND
               READ YTD-ARCHIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF YA-TAX-YEAR NUMERIC
                          AND YA-TAX-YEAR > ZERO
                           MOVE YA-TAX-YEAR TO WS-LAST-CLOSED-YEAR
                       END-IF
               END-READ
               CLOSE YTD-ARCHIVE-FILE
           ELSE
               IF YTD-ARCHIVE-MISSING
                   CONTINUE
               ELSE
                   DISPLAY 'YTD-ARCHIVE-FILE OPEN FAILED, STATUS = '
                       WS-YTD-ARCHIVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-LAST-CLOSED-YEAR > WS-RETAIN-YEARS
               SET CLOSED-YEAR-FOUND TO TRUE
               COMPUTE WS-CUTOFF-CCYY =
                   WS-LAST-CLOSED-YEAR - WS-RETAIN-YEARS
               MOVE 1231 TO WS-CUTOFF-MMDD
           END-IF.

      *----------------------------------------------------------*
      * 1300-OPEN-HISTORY-FILES                                   *
      *   Opens the live pay history and the history archive for  *
      *   update.                                                 *
      *----------------------------------------------------------*
       1300-OPEN-HISTORY-FILES.
           OPEN I-O PAY-HISTORY-FILE
           IF PAY-HISTORY-FOUND
               SET HISTORY-PRESENT TO TRUE
           ELSE
               IF PAY-HISTORY-MISSING
                   SET HISTORY-NOT-PRESENT TO TRUE
                   MOVE 'NO PAY HISTORY ON FILE, NOTHING TO ARCHIVE'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   DISPLAY 'PAY-HISTORY-FILE OPEN FAILED, STATUS = '
                       WS-PAY-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF HISTORY-PRESENT
               OPEN I-O HISTORY-ARCHIVE-FILE
               IF HISTORY-ARCHIVE-MISSING
                   OPEN OUTPUT HISTORY-ARCHIVE-FILE
                   CLOSE HISTORY-ARCHIVE-FILE
                   OPEN I-O HISTORY-ARCHIVE-FILE
               END-IF
               IF HISTORY-ARCHIVE-FOUND
                   CONTINUE
               ELSE
                   DISPLAY 'HISTORY-ARCHIVE-FILE OPEN FAILED, STATUS = '
                       WS-HISTORY-ARCHIVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 1400-START-BY-RUN-DATE                                    *
      *   Positions the live history at its earliest run date.    *
      *----------------------------------------------------------*
       1400-START-BY-RUN-DATE.
           SET NOT-HISTORY-EOF TO TRUE
           MOVE ZEROS TO PH-RUN-DATE
           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PH-RUN-DATE
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START.

      *----------------------------------------------------------*
      * 2000-COPY-CLOSED-YEARS                                    *
      *   Reads the whole live history in run-date order, taking  *
      *   the file totals before the archive, and copies every    *
      *   record run on or before the cutoff to the archive.      *
      *----------------------------------------------------------*
       2000-COPY-CLOSED-YEARS.
           PERFORM 1400-START-BY-RUN-DATE
           PERFORM UNTIL HISTORY-EOF
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       ADD PH-GROSS-PAY TO WS-BEFORE-GROSS
                       ADD PH-NET-PAY   TO WS-BEFORE-NET
                       IF PH-RUN-DATE NOT > WS-CUTOFF-DATE
                           PERFORM 2100-ARCHIVE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      * 2100-ARCHIVE-ONE-RECORD                                   *
      *   Adds the record to its year's live totals and writes it *
      *   to the archive under its tax year.  A record already on *
      *   the archive from an earlier run is left as it is.  The  *
      *   archive copy is then read back and compared with the    *
      *   live record; a copy that differs is listed and holds    *
      *   the whole archive back.                                 *
      *----------------------------------------------------------*
       2100-ARCHIVE-ONE-RECORD.
           PERFORM 2110-FIND-YEAR-ENTRY
           ADD 1 TO WS-SELECTED-COUNT
           ADD PH-GROSS-PAY TO WS-SELECTED-GROSS
           ADD PH-NET-PAY   TO WS-SELECTED-NET
           ADD 1 TO YT-LIVE-COUNT (WS-YEAR-SUB)
           ADD PH-GROSS-PAY TO YT-LIVE-GROSS (WS-YEAR-SUB)
           ADD PH-NET-PAY   TO YT-LIVE-NET (WS-YEAR-SUB)
           MOVE SPACES TO HISTORY-ARCHIVE-RECORD
           MOVE PAY-HISTORY-RECORD TO HA-HISTORY-RECORD
           MOVE PH-RUN-CCYY TO HA-ARCHIVE-YEAR
           WRITE HISTORY-ARCHIVE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN HISTORY-ARCHIVE-FOUND
                   ADD 1 TO WS-WRITTEN-COUNT
               WHEN HISTORY-ARCHIVE-DUPLICATE
                   ADD 1 TO WS-ALREADY-ARCHIVED-COUNT
               WHEN OTHER
                   DISPLAY 'HISTORY-ARCHIVE-FILE WRITE FAILED FOR '
                       PH-EMP-ID ' RUN DATE ' PH-RUN-DATE
                       ', STATUS = ' WS-HISTORY-ARCHIVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 2120-READ-BACK-ARCHIVE.

      *----------------------------------------------------------*
      * 2110-FIND-YEAR-ENTRY                                      *
      *   Points WS-YEAR-SUB at the record's tax year, starting a *
      *   new entry when the year changes.  Years beyond the      *
      *   table stop the run before anything is removed.          *
      *----------------------------------------------------------*
       2110-FIND-YEAR-ENTRY.
           IF WS-YEAR-COUNT > ZERO
              AND YT-TAX-YEAR (WS-YEAR-COUNT) = PH-RUN-CCYY
               MOVE WS-YEAR-COUNT TO WS-YEAR-SUB
           ELSE
               IF WS-YEAR-COUNT NOT < WS-YEAR-MAX
                   DISPLAY 'ARCHIVE YEAR TABLE FULL AT TAX YEAR '
                       PH-RUN-CCYY ', RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-YEAR-COUNT
               MOVE WS-YEAR-COUNT TO WS-YEAR-SUB
               MOVE PH-RUN-CCYY TO YT-TAX-YEAR (WS-YEAR-SUB)
               MOVE ZERO TO YT-LIVE-COUNT (WS-YEAR-SUB)
                            YT-LIVE-GROSS (WS-YEAR-SUB)
                            YT-LIVE-NET (WS-YEAR-SUB)
                            YT-ARCH-COUNT (WS-YEAR-SUB)
                            YT-ARCH-GROSS (WS-YEAR-SUB)
                            YT-ARCH-NET (WS-YEAR-SUB)
                            YT-MISMATCH-COUNT (WS-YEAR-SUB)
           END-IF.

      *----------------------------------------------------------*
      * 2120-READ-BACK-ARCHIVE                                    *
      *   Reads the archive copy by its key and adds it to the    *
      *   year's archive totals when it matches the live record   *
      *   byte for byte.                                          *
      *----------------------------------------------------------*
       2120-READ-BACK-ARCHIVE.
           MOVE PH-RUN-CCYY TO HA-ARCHIVE-YEAR
           MOVE PH-KEY      TO HA-HISTORY-KEY
           READ HISTORY-ARCHIVE-FILE
               INVALID KEY
                   MOVE 'ARCHIVE COPY NOT FOUND ON READ-BACK'
                       TO RM-TEXT
                   PERFORM 2130-LIST-MISMATCH
               NOT INVALID KEY
                   IF HA-HISTORY-RECORD = PAY-HISTORY-RECORD
                       MOVE HA-HISTORY-RECORD TO WS-ARCHIVED-HISTORY
                       ADD 1 TO YT-ARCH-COUNT (WS-YEAR-SUB)
                       ADD AH-GROSS-PAY
                           TO YT-ARCH-GROSS (WS-YEAR-SUB)
                       ADD AH-NET-PAY
                           TO YT-ARCH-NET (WS-YEAR-SUB)
                   ELSE
                       MOVE 'ARCHIVE COPY DIFFERS FROM LIVE RECORD'
                           TO RM-TEXT
                       PERFORM 2130-LIST-MISMATCH
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * 2130-LIST-MISMATCH                                        *
      *   Lists a record whose archive copy does not prove.       *
      *----------------------------------------------------------*
       2130-LIST-MISMATCH.
           ADD 1 TO YT-MISMATCH-COUNT (WS-YEAR-SUB)
           MOVE PH-EMP-ID   TO RM-EMP-ID
           MOVE PH-RUN-DATE TO WS-PERIOD-DATE
           MOVE WS-PERIOD-MM   TO RM-MM
           MOVE WS-PERIOD-DD   TO RM-DD
           MOVE WS-PERIOD-CCYY TO RM-CCYY
           MOVE '/' TO RM-SLASH-1 RM-SLASH-2
           PERFORM 7100-WRITE-EXCEPTION.

      *----------------------------------------------------------*
      * 3000-PROVE-ARCHIVE-COPY                                   *
      *   Prints one line per tax year with the live and archive  *
      *   record counts and signed gross and net.  A year that    *
      *   does not agree in all three, or had a record that did   *
      *   not compare, stops anything being removed.              *
      *----------------------------------------------------------*
       3000-PROVE-ARCHIVE-COPY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-YEAR-COUNT = ZERO
               MOVE 'NO PAY HISTORY OLDER THAN THE YEARS KEPT LIVE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-YEAR-COL-HDGS
               MOVE 1 TO WS-YEAR-SUB
               PERFORM 3100-PROVE-ONE-YEAR
                   UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
           END-IF.

      *----------------------------------------------------------*
      * 3100-PROVE-ONE-YEAR                                       *
      *   Compares and prints one tax year.                       *
      *----------------------------------------------------------*
       3100-PROVE-ONE-YEAR.
           MOVE YT-TAX-YEAR (WS-YEAR-SUB)   TO RY-TAX-YEAR
           MOVE YT-LIVE-COUNT (WS-YEAR-SUB) TO RY-LIVE-COUNT
           MOVE YT-LIVE-GROSS (WS-YEAR-SUB) TO RY-LIVE-GROSS
           MOVE YT-LIVE-NET (WS-YEAR-SUB)   TO RY-LIVE-NET
           MOVE YT-ARCH-COUNT (WS-YEAR-SUB) TO RY-ARCH-COUNT
           MOVE YT-ARCH-GROSS (WS-YEAR-SUB) TO RY-ARCH-GROSS
           MOVE YT-ARCH-NET (WS-YEAR-SUB)   TO RY-ARCH-NET
           IF YT-LIVE-COUNT (WS-YEAR-SUB) = YT-ARCH-COUNT (WS-YEAR-SUB)
              AND YT-LIVE-GROSS (WS-YEAR-SUB)
                  = YT-ARCH-GROSS (WS-YEAR-SUB)
              AND YT-LIVE-NET (WS-YEAR-SUB) = YT-ARCH-NET (WS-YEAR-SUB)
              AND YT-MISMATCH-COUNT (WS-YEAR-SUB) = ZERO
               MOVE 'PROVEN' TO RY-RESULT
           ELSE
               MOVE '** NOT PROVEN' TO RY-RESULT
               SET ARCHIVE-NOT-PROVEN TO TRUE
           END-IF
           WRITE REPORT-LINE FROM WS-YEAR-DETAIL
           ADD 1 TO WS-YEAR-SUB.

      *----------------------------------------------------------*
      * 4000-REMOVE-ARCHIVED-HISTORY                              *
      *   With every year proven, removes the archived records    *
      *   from the live history, reading from the earliest run    *
      *   date up to the cutoff.                                  *
      *----------------------------------------------------------*
       4000-REMOVE-ARCHIVED-HISTORY.
           PERFORM 1400-START-BY-RUN-DATE
           PERFORM UNTIL HISTORY-EOF
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       IF PH-RUN-DATE > WS-CUTOFF-DATE
                           SET HISTORY-EOF TO TRUE
                       ELSE
                           PERFORM 4100-REMOVE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      * 4100-REMOVE-ONE-RECORD                                    *
      *   Deletes the record just read and adds it to the totals  *
      *   removed.                                                *
      *----------------------------------------------------------*
       4100-REMOVE-ONE-RECORD.
           DELETE PAY-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY 'PAY-HISTORY-FILE DELETE FAILED FOR '
                       PH-EMP-ID ' RUN DATE ' PH-RUN-DATE
                       ', STATUS = ' WS-PAY-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           ADD 1 TO WS-REMOVED-COUNT
           ADD PH-GROSS-PAY TO WS-REMOVED-GROSS
           ADD PH-NET-PAY   TO WS-REMOVED-NET.

      *----------------------------------------------------------*
      * 5000-PROVE-LIVE-HISTORY                                   *
      *   Counts the live history again and proves the totals     *
      *   before, less the records removed, equal the totals      *
      *   after, and that what was removed is what was archived.  *
      *----------------------------------------------------------*
       5000-PROVE-LIVE-HISTORY.
           PERFORM 1400-START-BY-RUN-DATE
           PERFORM UNTIL HISTORY-EOF
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AFTER-COUNT
                       ADD PH-GROSS-PAY TO WS-AFTER-GROSS
                       ADD PH-NET-PAY   TO WS-AFTER-NET
               END-READ
           END-PERFORM
           COMPUTE WS-EXPECTED-COUNT = WS-BEFORE-COUNT
                                     - WS-REMOVED-COUNT
           COMPUTE WS-EXPECTED-GROSS = WS-BEFORE-GROSS
                                     - WS-REMOVED-GROSS
           COMPUTE WS-EXPECTED-NET   = WS-BEFORE-NET
                                     - WS-REMOVED-NET
           IF WS-AFTER-COUNT NOT = WS-EXPECTED-COUNT
              OR WS-AFTER-GROSS NOT = WS-EXPECTED-GROSS
              OR WS-AFTER-NET NOT = WS-EXPECTED-NET
               SET LIVE-NOT-PROVEN TO TRUE
           END-IF
           IF WS-REMOVED-COUNT > ZERO
              AND (WS-REMOVED-COUNT NOT = WS-SELECTED-COUNT
                OR WS-REMOVED-GROSS NOT = WS-SELECTED-GROSS
                OR WS-REMOVED-NET NOT = WS-SELECTED-NET)
               SET LIVE-NOT-PROVEN TO TRUE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-FILE-COL-HDGS
           MOVE 'BEFORE ARCHIVE' TO RF-LABEL
           MOVE WS-BEFORE-COUNT TO RF-COUNT
           MOVE WS-BEFORE-GROSS TO RF-GROSS
           MOVE WS-BEFORE-NET   TO RF-NET
           MOVE SPACES          TO RF-RESULT
           WRITE REPORT-LINE FROM WS-FILE-TOTAL-LINE
           MOVE 'SELECTED FOR ARCHIVE' TO RF-LABEL
           MOVE WS-SELECTED-COUNT TO RF-COUNT
           MOVE WS-SELECTED-GROSS TO RF-GROSS
           MOVE WS-SELECTED-NET   TO RF-NET
           WRITE REPORT-LINE FROM WS-FILE-TOTAL-LINE
           MOVE 'REMOVED AFTER PROOF' TO RF-LABEL
           MOVE WS-REMOVED-COUNT TO RF-COUNT
           MOVE WS-REMOVED-GROSS TO RF-GROSS
           MOVE WS-REMOVED-NET   TO RF-NET
           IF ARCHIVE-NOT-PROVEN
               MOVE '** NOTHING REMOVED' TO RF-RESULT
           END-IF
           WRITE REPORT-LINE FROM WS-FILE-TOTAL-LINE
           MOVE 'BEFORE LESS REMOVED' TO RF-LABEL
           MOVE WS-EXPECTED-COUNT TO RF-COUNT
           MOVE WS-EXPECTED-GROSS TO RF-GROSS
           MOVE WS-EXPECTED-NET   TO RF-NET
           MOVE SPACES            TO RF-RESULT
           WRITE REPORT-LINE FROM WS-FILE-TOTAL-LINE
           MOVE 'AFTER ARCHIVE' TO RF-LABEL
           MOVE WS-AFTER-COUNT TO RF-COUNT
           MOVE WS-AFTER-GROSS TO RF-GROSS
           MOVE WS-AFTER-NET   TO RF-NET
           IF LIVE-PROVEN
               MOVE 'IN BALANCE' TO RF-RESULT
           ELSE
               MOVE '** OUT OF BALANCE' TO RF-RESULT
           END-IF
           WRITE REPORT-LINE FROM WS-FILE-TOTAL-LINE.

      *----------------------------------------------------------*
      * 7100-WRITE-EXCEPTION                                      *
      *   Flags and writes the message line and counts it.        *
      *----------------------------------------------------------*
       7100-WRITE-EXCEPTION.
           MOVE '**' TO RM-FLAG
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

      *----------------------------------------------------------*
      * 9000-TERMINATE                                            *
      *   Prints the run counts, closes the files and sets the    *
      *   completion code: 8 when the archive or the live file    *
      *   did not prove, otherwise 0.                             *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TAX YEARS ARCHIVED:' TO RC-LABEL
           MOVE WS-YEAR-COUNT TO RC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ARCHIVE RECORDS WRITTEN:' TO RC-LABEL
           MOVE WS-WRITTEN-COUNT TO RC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ALREADY ON ARCHIVE:' TO RC-LABEL
           MOVE WS-ALREADY-ARCHIVED-COUNT TO RC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LIVE RECORDS REMOVED:' TO RC-LABEL
           MOVE WS-REMOVED-COUNT TO RC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'EXCEPTIONS:' TO RC-LABEL
           MOVE WS-EXCEPTION-COUNT TO RC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           IF HISTORY-PRESENT
               CLOSE HISTORY-ARCHIVE-FILE
               CLOSE PAY-HISTORY-FILE
           END-IF
           CLOSE ARCHIVE-REPORT
           DISPLAY 'LAST CLOSED TAX YEAR:     ' WS-LAST-CLOSED-YEAR
           DISPLAY 'HISTORY RECORDS BEFORE:   ' WS-BEFORE-COUNT
           DISPLAY 'ARCHIVE RECORDS WRITTEN:  ' WS-WRITTEN-COUNT
           DISPLAY 'LIVE RECORDS REMOVED:     ' WS-REMOVED-COUNT
           DISPLAY 'HISTORY RECORDS AFTER:    ' WS-AFTER-COUNT
           DISPLAY 'EXCEPTIONS:               ' WS-EXCEPTION-COUNT
           IF ARCHIVE-NOT-PROVEN OR LIVE-NOT-PROVEN
               DISPLAY 'PAY HISTORY ARCHIVE OUT OF BALANCE'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
