      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  A YTD record with no FICA wages on it    *
      *                  takes its gross before the new-year      *
      *                  back-out, the restore or the archive.    *
      * 2026-10-15  PSG  Pay history archive.  PAYHIST.DAT is now *
      *                  indexed by EMP-ID, run date and sequence *
      *                  number with the run date as an alternate *
      *                  key.  The statements sort only the tax   *
      *                  year's records, read from January 1 on,  *
      *                  and the new-year back-out and restore    *
      *                  start at the first record of the new     *
      *                  year instead of reading the whole file.  *
      *                  The close must run before HISTARCH moves *
      *                  the year off to the archive.             *
      * 2026-10-15  PSG  EMPLOYEE-RECORD picked up the           *
      *                  employment status, hire and             *
      *                  termination dates, SSN and home         *
      *                  address maintained by PAYROLL;          *
      *                  layout kept in step.                    *
      * 2026-10-15  PSG  Withholding elections.  The close lists *
      *                  every federal or state exempt claim     *
      *                  that runs out with the tax year on      *
      *                  W4EXPIRE.RPT and reverts that half of   *
      *                  the election on W4ELECT.DAT to single   *
      *                  with no adjustments, so the new year's  *
      *                  first cycle withholds until a fresh     *
      *                  claim is filed.                         *
      * 2026-10-15  PSG  Pre-tax deductions.  The statement's    *
      *                  wages box now carries the federal       *
      *                  taxable wages from pay history, with    *
      *                  the social security/Medicare wages and  *
      *                  the gross for the year on lines of      *
      *                  their own; both taxable figures go to   *
      *                  the annual totals file.  The YTD roll   *
      *                  carries the FICA wages YTD-MASTER now   *
      *                  keeps for the wage-base tests.  Pay     *
      *                  history and deduction master layouts    *
      *                  kept in step with PAYROLL.              *
      * 2026-10-15  PSG  Employer payroll taxes.  The employer   *
      *                  FICA match, FUTA and SUTA on pay        *
      *                  history are totalled per employee and   *
      *                  for the company onto the annual totals  *
      *                  file for the employer's returns, and    *
      *                  the company figures are logged at the   *
      *                  close.  They stay off the employee's    *
      *                  wage statement.  Pay history layout     *
      *                  kept in step with PAYROLL.              *
      * 2026-09-02  PSG  Dropped the voluntary-deduction annual  *
      *                  accumulator - it was summed and reset   *
      *                  but never reported anywhere.            *
               FILE STATUS IS WS-YE-PARAMETER-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               ALTERNATE RECORD KEY IS PH-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT HIST-SORT-FILE ASSIGN TO 'HISTSORT.WRK'.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNUAL-TOTALS-STATUS.

           SELECT WITHHOLDING-ELECTION ASSIGN TO 'W4ELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WE-EMP-ID
               FILE STATUS IS WS-ELECTION-STATUS.

           SELECT EXEMPT-EXPIRY-REPORT ASSIGN TO 'W4EXPIRE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEMPT-EXPIRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-END-PARAMETER-FILE.

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
               10 SR-RUN-MMDD         PIC 9(4).
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

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
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

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-RECORD.
           05 DM-TAKEN-TO-DATE        PIC 9(7)V99.
           05 DM-ARREARS-AMOUNT       PIC 9(7)V99.
           05 DM-CASE-REFERENCE       PIC X(10).
           05 DM-TAX-TREATMENT        PIC X.
               88 DM-PRE-TAX-INCOME   VALUE 'I'.
               88 DM-PRE-TAX-ALL      VALUE 'C'.
               88 DM-AFTER-TAX        VALUE 'A'.

       FD  YTD-MASTER.
       01  YTD-RECORD.
           05 YTD-EMP-ID        PIC X(5).
           05 YTD-GROSS-PAY     PIC 9(7)V99.
           05 YTD-NET-PAY       PIC 9(7)V99.
           05 YTD-FICA-WAGES    PIC 9(7)V99.

       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-RECORD.
           05 YA-EMP-ID         PIC X(5).
           05 YA-GROSS-PAY      PIC 9(7)V99.
           05 YA-NET-PAY        PIC 9(7)V99.
           05 YA-FICA-WAGES     PIC 9(7)V99.

       FD  WAGE-STATEMENTS.
       01  WAGE-STATEMENT-LINE        PIC X(80).
           05 AT-STATE-WH-AMOUNT      PIC S9(7)V99.
           05 AT-RETIREMENT-AMOUNT    PIC S9(7)V99.
           05 AT-NET-PAY              PIC S9(7)V99.
           05 AT-ER-FICA-AMOUNT       PIC S9(7)V99.
           05 AT-FUTA-AMOUNT          PIC S9(7)V99.
           05 AT-SUTA-AMOUNT          PIC S9(7)V99.
           05 AT-FED-TAXABLE          PIC S9(7)V99.
           05 AT-FICA-TAXABLE         PIC S9(7)V99.

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

       FD  EXEMPT-EXPIRY-REPORT.
       01  EXEMPT-EXPIRY-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-YE-PARAMETER-STATUS PIC XX.
       01 WS-ANNUAL-TOTALS-STATUS   PIC XX.
           88 ANNUAL-TOTALS-FOUND   VALUE '00'.

       01 WS-ELECTION-STATUS        PIC XX.
           88 ELECTION-FOUND        VALUE '00'.
           88 ELECTION-FILE-MISSING VALUE '35'.

       01 WS-EXEMPT-EXPIRY-STATUS   PIC XX.
           88 EXEMPT-EXPIRY-FOUND   VALUE '00'.

       01 WS-HISTORY-PRESENT   PIC X VALUE 'N'.
           88 HISTORY-PRESENT      VALUE 'Y'.
           88 HISTORY-NOT-PRESENT  VALUE 'N'.
           88 DED-SCAN-EOF         VALUE 'Y'.
           88 NOT-DED-SCAN-EOF     VALUE 'N'.

       01 WS-ELECT-SCAN-EOF    PIC X VALUE 'N'.
           88 ELECT-SCAN-EOF       VALUE 'Y'.
           88 NOT-ELECT-SCAN-EOF   VALUE 'N'.

       01 WS-ELECTION-ACTIVE   PIC X       VALUE 'N'.
           88 ELECTION-MASTER-ACTIVE   VALUE 'Y'.
           88 ELECTION-MASTER-INACTIVE VALUE 'N'.

       01 WS-ELECT-REVERTED    PIC X       VALUE 'N'.
           88 ELECTION-REVERTED    VALUE 'Y'.
           88 ELECTION-NOT-REVERTED VALUE 'N'.

       01 WS-NEW-YEAR-COUNT    PIC 9(5)    COMP VALUE ZERO.
       01 WS-401K-RESET-COUNT  PIC 9(5)    COMP VALUE ZERO.
       01 WS-EXEMPT-EXPIRED-COUNT PIC 9(5) COMP VALUE ZERO.

       01 WS-DED-DONE          PIC X       VALUE 'N'.
           88 DED-DONE         VALUE 'Y'.

       01 WS-TAX-YEAR          PIC 9(4)    VALUE ZEROS.

       01 WS-HIST-START-DATE   PIC 9(8)    VALUE ZEROS.
       01 WS-HIST-START-DATE-X REDEFINES WS-HIST-START-DATE.
           05 WS-HIST-START-CCYY PIC 9(4).
           05 WS-HIST-START-MMDD PIC 9(4).

       01 WS-HIST-SCAN-EOF     PIC X VALUE 'N'.
           88 HIST-SCAN-EOF        VALUE 'Y'.
           88 NOT-HIST-SCAN-EOF    VALUE 'N'.

      *----------------------------------------------------------*
      * Annual per-employee accumulators, rolled at the EMP-ID   *
      * control break.                                           *
       01 WS-EMP-ANNUAL-FED-WH PIC S9(7)V99 VALUE ZEROS.
       01 WS-EMP-ANNUAL-ST-WH  PIC S9(7)V99 VALUE ZEROS.
       01 WS-EMP-ANNUAL-NET    PIC S9(7)V99 VALUE ZEROS.
       01 WS-EMP-ANNUAL-ER-FICA PIC S9(7)V99 VALUE ZEROS.
       01 WS-EMP-ANNUAL-FUTA   PIC S9(7)V99 VALUE ZEROS.
       01 WS-EMP-ANNUAL-SUTA   PIC S9(7)V99 VALUE ZEROS.
       01 WS-EMP-ANNUAL-FED-TXBL PIC S9(7)V99 VALUE ZEROS.
       01 WS-EMP-ANNUAL-FICA-TXBL PIC S9(7)V99 VALUE ZEROS.
       01 WS-EMP-401K-AMOUNT   PIC 9(7)V99 VALUE ZEROS.

       01 WS-STATEMENT-COUNT   PIC 9(5)    COMP VALUE ZERO.
       01 WS-CO-ANNUAL-ST-WH   PIC S9(9)V99 VALUE ZEROS.
       01 WS-CO-ANNUAL-401K    PIC S9(9)V99 VALUE ZEROS.
       01 WS-CO-ANNUAL-NET     PIC S9(9)V99 VALUE ZEROS.
       01 WS-CO-ANNUAL-ER-FICA PIC S9(9)V99 VALUE ZEROS.
       01 WS-CO-ANNUAL-FUTA    PIC S9(9)V99 VALUE ZEROS.
       01 WS-CO-ANNUAL-SUTA    PIC S9(9)V99 VALUE ZEROS.
       01 WS-CO-ANNUAL-FED-TXBL PIC S9(9)V99 VALUE ZEROS.
       01 WS-CO-ANNUAL-FICA-TXBL PIC S9(9)V99 VALUE ZEROS.

       01 WS-ARCHIVE-COUNT     PIC 9(5)    COMP VALUE ZERO.

       01 WS-NO-HISTORY-LINE   PIC X(40) VALUE
           'NO PAY HISTORY ON FILE FOR TAX YEAR'.

      *----------------------------------------------------------*
      * Expired exempt claim report layouts                       *
      *----------------------------------------------------------*
       01 WS-XP-HEADING.
           05 FILLER           PIC X(36) VALUE
               'EXPIRED WITHHOLDING EXEMPT CLAIMS'.
           05 FILLER           PIC X(10) VALUE 'TAX YEAR: '.
           05 XP-TAX-YEAR      PIC 9(4).

       01 WS-XP-COL-HDGS.
           05 FILLER           PIC X(8)  VALUE 'EMP ID'.
           05 FILLER           PIC X(32) VALUE 'EMPLOYEE NAME'.
           05 FILLER           PIC X(8)  VALUE 'JURIS'.
           05 FILLER           PIC X(10) VALUE 'EXPIRED'.
           05 FILLER           PIC X(20) VALUE 'REVERTED TO'.

       01 WS-XP-DETAIL.
           05 XP-EMP-ID        PIC X(8).
           05 XP-EMP-NAME      PIC X(32).
           05 XP-JURIS         PIC X(8).
           05 XP-EXEMPT-YEAR   PIC 9(4).
           05 FILLER           PIC X(6)  VALUE SPACES.
           05 FILLER           PIC X(22) VALUE
               'SINGLE, NO ADJUSTMENTS'.

       01 WS-XP-COUNT-LINE.
           05 FILLER           PIC X(24) VALUE
               'EXEMPT CLAIMS EXPIRED: '.
           05 XP-EXPIRED-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-WRITE-COMPANY-TOTALS
           PERFORM 4000-ARCHIVE-AND-ROLL-YTD
           PERFORM 5000-RESET-401K-TAKEN
           PERFORM 6000-REVERT-EXPIRED-EXEMPT
           PERFORM 9000-TERMINATE
           STOP RUN.

      *   Reads the tax year being closed from the year-end      *
      *   parameter file (an unattended close must not guess at  *
      *   the year), checks that pay history exists, and opens   *
      *   the masters and the output files.  A shop with no      *
      *   withholding election master yet simply has no exempt   *
      *   claims to expire.                                      *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   WS-ANNUAL-TOTALS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WITHHOLDING-ELECTION
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
           OPEN OUTPUT EXEMPT-EXPIRY-REPORT
           IF EXEMPT-EXPIRY-FOUND
               CONTINUE
           ELSE
               DISPLAY 'EXEMPT-EXPIRY-REPORT OPEN FAILED, STATUS = '
                   WS-EXEMPT-EXPIRY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * 2000-BUILD-WAGE-STATEMENTS                                *
      *   Sorts the tax year's pay history into EMP-ID / run-date *
      *   order and rolls the closing year's periods into annual  *
      *   figures per employee, producing one wage-and-tax        *
      *   statement and one annual totals record at each EMP-ID   *
      *   break.  Periods outside the tax year being closed are   *
      *   left out of the sort, so a January run can close the    *
      *   prior year after the new year's first cycle has         *
      *   already been paid.                                      *
      *----------------------------------------------------------*
       2000-BUILD-WAGE-STATEMENTS.
           SORT HIST-SORT-FILE
               ON ASCENDING KEY SH-EMP-ID
               ON ASCENDING KEY SH-RUN-DATE
               INPUT PROCEDURE IS 2050-RELEASE-TAX-YEAR
               GIVING SORTED-HISTORY-FILE
           OPEN INPUT SORTED-HISTORY-FILE
           IF SORTED-HISTORY-FOUND
           END-IF
           CLOSE SORTED-HISTORY-FILE.

      *----------------------------------------------------------*
      * 2050-RELEASE-TAX-YEAR                                     *
      *   Sort input: positions the pay history on its run-date   *
      *   key at January 1 of the tax year and releases that      *
      *   year's records to the sort.                             *
      *----------------------------------------------------------*
       2050-RELEASE-TAX-YEAR.
           SET NOT-HIST-SCAN-EOF TO TRUE
           OPEN INPUT PAY-HISTORY-FILE
           MOVE WS-TAX-YEAR TO WS-HIST-START-CCYY
           MOVE 0101        TO WS-HIST-START-MMDD
           MOVE WS-HIST-START-DATE TO PH-RUN-DATE
           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PH-RUN-DATE
               INVALID KEY
                   SET HIST-SCAN-EOF TO TRUE
           END-START
           PERFORM 2060-RELEASE-ONE-RECORD
               UNTIL HIST-SCAN-EOF
           CLOSE PAY-HISTORY-FILE.

      *----------------------------------------------------------*
      * 2060-RELEASE-ONE-RECORD                                   *
      *   Reads the next pay history record in run-date order     *
      *   and releases it to the sort while it is still in the    *
      *   tax year.                                               *
      *----------------------------------------------------------*
       2060-RELEASE-ONE-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET HIST-SCAN-EOF TO TRUE
               NOT AT END
                   IF PH-RUN-CCYY > WS-TAX-YEAR
                       SET HIST-SCAN-EOF TO TRUE
                   ELSE
                       RELEASE HIST-SORT-RECORD
                           FROM PAY-HISTORY-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * 2100-POST-HISTORY-PERIOD                                  *
      *   Breaks on EMP-ID, closing out the finished employee,    *
           ADD SR-FICA-AMOUNT     TO WS-EMP-ANNUAL-FICA
           ADD SR-FED-WH-AMOUNT   TO WS-EMP-ANNUAL-FED-WH
           ADD SR-STATE-WH-AMOUNT TO WS-EMP-ANNUAL-ST-WH
           ADD SR-NET-PAY         TO WS-EMP-ANNUAL-NET
           ADD SR-ER-FICA-AMOUNT  TO WS-EMP-ANNUAL-ER-FICA
           ADD SR-FUTA-AMOUNT     TO WS-EMP-ANNUAL-FUTA
           ADD SR-SUTA-AMOUNT     TO WS-EMP-ANNUAL-SUTA
           ADD SR-FED-TAXABLE     TO WS-EMP-ANNUAL-FED-TXBL
           ADD SR-FICA-TAXABLE    TO WS-EMP-ANNUAL-FICA-TXBL.

      *----------------------------------------------------------*
      * 2200-CLOSE-OUT-EMPLOYEE                                   *
           MOVE WS-EMP-ANNUAL-ST-WH  TO AT-STATE-WH-AMOUNT
           MOVE WS-EMP-401K-AMOUNT   TO AT-RETIREMENT-AMOUNT
           MOVE WS-EMP-ANNUAL-NET    TO AT-NET-PAY
           MOVE WS-EMP-ANNUAL-ER-FICA TO AT-ER-FICA-AMOUNT
           MOVE WS-EMP-ANNUAL-FUTA   TO AT-FUTA-AMOUNT
           MOVE WS-EMP-ANNUAL-SUTA   TO AT-SUTA-AMOUNT
           MOVE WS-EMP-ANNUAL-FED-TXBL  TO AT-FED-TAXABLE
           MOVE WS-EMP-ANNUAL-FICA-TXBL TO AT-FICA-TAXABLE
           WRITE ANNUAL-TOTALS-RECORD
           ADD WS-EMP-ANNUAL-GROSS  TO WS-CO-ANNUAL-GROSS
           ADD WS-EMP-ANNUAL-FICA   TO WS-CO-ANNUAL-FICA
           ADD WS-EMP-ANNUAL-ST-WH  TO WS-CO-ANNUAL-ST-WH
           ADD WS-EMP-401K-AMOUNT   TO WS-CO-ANNUAL-401K
           ADD WS-EMP-ANNUAL-NET    TO WS-CO-ANNUAL-NET
           ADD WS-EMP-ANNUAL-ER-FICA TO WS-CO-ANNUAL-ER-FICA
           ADD WS-EMP-ANNUAL-FUTA   TO WS-CO-ANNUAL-FUTA
           ADD WS-EMP-ANNUAL-SUTA   TO WS-CO-ANNUAL-SUTA
           ADD WS-EMP-ANNUAL-FED-TXBL  TO WS-CO-ANNUAL-FED-TXBL
           ADD WS-EMP-ANNUAL-FICA-TXBL TO WS-CO-ANNUAL-FICA-TXBL
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE ZEROS TO WS-EMP-ANNUAL-GROSS
           MOVE ZEROS TO WS-EMP-ANNUAL-FICA
           MOVE ZEROS TO WS-EMP-ANNUAL-FED-WH
           MOVE ZEROS TO WS-EMP-ANNUAL-ST-WH
           MOVE ZEROS TO WS-EMP-ANNUAL-NET
           MOVE ZEROS TO WS-EMP-ANNUAL-ER-FICA
           MOVE ZEROS TO WS-EMP-ANNUAL-FUTA
           MOVE ZEROS TO WS-EMP-ANNUAL-SUTA
           MOVE ZEROS TO WS-EMP-ANNUAL-FED-TXBL
           MOVE ZEROS TO WS-EMP-ANNUAL-FICA-TXBL
           MOVE ZEROS TO WS-EMP-401K-AMOUNT.

      *----------------------------------------------------------*
      *   block, looking the name and department up on the        *
      *   employee master.  An employee no longer on the master   *
      *   (terminated during the year) still gets a statement     *
      *   with the identification the history carries.  The       *
      *   wages box is federal taxable wages (gross less pre-tax  *
      *   deductions); social security/Medicare wages exclude     *
      *   only the deductions also exempt from FICA.              *
      *----------------------------------------------------------*
       2400-PRINT-WAGE-STATEMENT.
           MOVE SPACES TO W2-EMP-NAME
           MOVE SPACES TO WAGE-STATEMENT-LINE
           WRITE WAGE-STATEMENT-LINE
           MOVE 'WAGES, TIPS, OTHER COMP' TO W2-AMOUNT-LABEL
           MOVE WS-EMP-ANNUAL-FED-TXBL TO W2-AMOUNT
           WRITE WAGE-STATEMENT-LINE FROM WS-W2-AMOUNT-LINE
           MOVE 'SOCIAL SECURITY/MEDICARE WAGES' TO W2-AMOUNT-LABEL
           MOVE WS-EMP-ANNUAL-FICA-TXBL TO W2-AMOUNT
           WRITE WAGE-STATEMENT-LINE FROM WS-W2-AMOUNT-LINE
           MOVE 'GROSS PAY FOR YEAR' TO W2-AMOUNT-LABEL
           MOVE WS-EMP-ANNUAL-GROSS TO W2-AMOUNT
           WRITE WAGE-STATEMENT-LINE FROM WS-W2-AMOUNT-LINE
           MOVE 'FICA TAX WITHHELD' TO W2-AMOUNT-LABEL
           MOVE WS-CO-ANNUAL-ST-WH  TO AT-STATE-WH-AMOUNT
           MOVE WS-CO-ANNUAL-401K   TO AT-RETIREMENT-AMOUNT
           MOVE WS-CO-ANNUAL-NET    TO AT-NET-PAY
           MOVE WS-CO-ANNUAL-ER-FICA TO AT-ER-FICA-AMOUNT
           MOVE WS-CO-ANNUAL-FUTA   TO AT-FUTA-AMOUNT
           MOVE WS-CO-ANNUAL-SUTA   TO AT-SUTA-AMOUNT
           MOVE WS-CO-ANNUAL-FED-TXBL  TO AT-FED-TAXABLE
           MOVE WS-CO-ANNUAL-FICA-TXBL TO AT-FICA-TAXABLE
           WRITE ANNUAL-TOTALS-RECORD.

      *----------------------------------------------------------*
      *----------------------------------------------------------*
      * 4050-BACK-OUT-NEW-YEAR                                    *
      *   Subtracts every pay history record dated after the tax  *
      *   year being closed - read from January 1 of the new year *
      *   on the run-date key - from the live YTD record, so the  *
      *   archive pass sees the tax-year-end balances.            *
      *----------------------------------------------------------*
       4050-BACK-OUT-NEW-YEAR.
           SET NOT-HIST-ROLL-EOF TO TRUE
           OPEN INPUT PAY-HISTORY-FILE
           COMPUTE WS-HIST-START-CCYY = WS-TAX-YEAR + 1
           MOVE 0101 TO WS-HIST-START-MMDD
           MOVE WS-HIST-START-DATE TO PH-RUN-DATE
           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PH-RUN-DATE
               INVALID KEY
                   SET HIST-ROLL-EOF TO TRUE
           END-START
           PERFORM 4060-BACK-OUT-ONE-RECORD
               UNTIL HIST-ROLL-EOF
           CLOSE PAY-HISTORY-FILE.
      *   live YTD record when it is dated after the tax year.    *
      *----------------------------------------------------------*
       4060-BACK-OUT-ONE-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET HIST-ROLL-EOF TO TRUE
               NOT AT END
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 4090-CHECK-YTD-FICA-WAGES
                               SUBTRACT PH-GROSS-PAY
                                   FROM YTD-GROSS-PAY
                               SUBTRACT PH-NET-PAY
                                   FROM YTD-NET-PAY
                               SUBTRACT PH-FICA-TAXABLE
                                   FROM YTD-FICA-WAGES
                               REWRITE YTD-RECORD
                       END-READ
                   END-IF
       4070-RESTORE-NEW-YEAR.
           SET NOT-HIST-ROLL-EOF TO TRUE
           OPEN INPUT PAY-HISTORY-FILE
           COMPUTE WS-HIST-START-CCYY = WS-TAX-YEAR + 1
           MOVE 0101 TO WS-HIST-START-MMDD
           MOVE WS-HIST-START-DATE TO PH-RUN-DATE
           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PH-RUN-DATE
               INVALID KEY
                   SET HIST-ROLL-EOF TO TRUE
           END-START
           PERFORM 4080-RESTORE-ONE-RECORD
               UNTIL HIST-ROLL-EOF
           CLOSE PAY-HISTORY-FILE.
      *   live YTD record when it is dated after the tax year.    *
      *----------------------------------------------------------*
       4080-RESTORE-ONE-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET HIST-ROLL-EOF TO TRUE
               NOT AT END
                               MOVE PH-EMP-ID     TO YTD-EMP-ID
                               MOVE PH-GROSS-PAY  TO YTD-GROSS-PAY
                               MOVE PH-NET-PAY    TO YTD-NET-PAY
                               MOVE PH-FICA-TAXABLE
                                   TO YTD-FICA-WAGES
                               WRITE YTD-RECORD
                           NOT INVALID KEY
                               PERFORM 4090-CHECK-YTD-FICA-WAGES
                               ADD PH-GROSS-PAY TO YTD-GROSS-PAY
                               ADD PH-NET-PAY   TO YTD-NET-PAY
                               ADD PH-FICA-TAXABLE
                                   TO YTD-FICA-WAGES
                               REWRITE YTD-RECORD
                       END-READ
                       ADD 1 TO WS-NEW-YEAR-COUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * 4090-CHECK-YTD-FICA-WAGES                                 *
      *   A YTD-MASTER record written before the FICA wages were  *
      *   carried has none on it - blank, or zero against gross   *
      *   already paid.  Such a record takes its gross as the     *
      *   FICA wages, as the payroll run does, before it is       *
      *   adjusted or archived.                                   *
      *----------------------------------------------------------*
       4090-CHECK-YTD-FICA-WAGES.
           IF YTD-FICA-WAGES NOT NUMERIC
               MOVE YTD-GROSS-PAY TO YTD-FICA-WAGES
           ELSE
               IF YTD-FICA-WAGES = ZERO AND YTD-GROSS-PAY > ZERO
                   MOVE YTD-GROSS-PAY TO YTD-FICA-WAGES
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 4100-ARCHIVE-ONE-YTD                                      *
      *   Archives one closing YTD record and rewrites the live   *
               AT END
                   SET YTD-SCAN-EOF TO TRUE
               NOT AT END
                   PERFORM 4090-CHECK-YTD-FICA-WAGES
                   MOVE WS-TAX-YEAR   TO YA-TAX-YEAR
                   MOVE YTD-EMP-ID    TO YA-EMP-ID
                   MOVE YTD-GROSS-PAY TO YA-GROSS-PAY
                   MOVE YTD-NET-PAY   TO YA-NET-PAY
                   MOVE YTD-FICA-WAGES TO YA-FICA-WAGES
                   WRITE YTD-ARCHIVE-RECORD
                   MOVE ZEROS TO YTD-GROSS-PAY
                   MOVE ZEROS TO YTD-NET-PAY
                   MOVE ZEROS TO YTD-FICA-WAGES
                   REWRITE YTD-RECORD
                   ADD 1 TO WS-ARCHIVE-COUNT
           END-READ.
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * 6000-REVERT-EXPIRED-EXEMPT                                *
      *   Scans the withholding election master for exempt        *
      *   claims whose last covered year is the tax year being    *
      *   closed (or earlier), listing each one and reverting     *
      *   that half of the election to single with no             *
      *   adjustments.  The report always prints, with a zero     *
      *   count when nothing expired.                             *
      *----------------------------------------------------------*
       6000-REVERT-EXPIRED-EXEMPT.
           MOVE WS-TAX-YEAR TO XP-TAX-YEAR
           WRITE EXEMPT-EXPIRY-LINE FROM WS-XP-HEADING
           WRITE EXEMPT-EXPIRY-LINE FROM WS-XP-COL-HDGS
           IF ELECTION-MASTER-ACTIVE
               SET NOT-ELECT-SCAN-EOF TO TRUE
               MOVE LOW-VALUES TO WE-EMP-ID
               START WITHHOLDING-ELECTION
                       KEY IS NOT LESS THAN WE-EMP-ID
                   INVALID KEY
                       SET ELECT-SCAN-EOF TO TRUE
               END-START
               PERFORM 6100-REVERT-ONE-ELECTION
                   UNTIL ELECT-SCAN-EOF
           END-IF
           MOVE WS-EXEMPT-EXPIRED-COUNT TO XP-EXPIRED-COUNT
           WRITE EXEMPT-EXPIRY-LINE FROM WS-XP-COUNT-LINE.

      *----------------------------------------------------------*
      * 6100-REVERT-ONE-ELECTION                                  *
      *   Reads the next election and reverts whichever of its    *
      *   federal and state exempt claims has run out, rewriting  *
      *   the record once if either half changed.                 *
      *----------------------------------------------------------*
       6100-REVERT-ONE-ELECTION.
           READ WITHHOLDING-ELECTION NEXT RECORD
               AT END
                   SET ELECT-SCAN-EOF TO TRUE
               NOT AT END
                   SET ELECTION-NOT-REVERTED TO TRUE
                   PERFORM 6110-GET-EMPLOYEE-NAME
                   IF WE-FED-EXEMPT-CLAIMED
                           AND WE-FED-EXEMPT-YEAR <= WS-TAX-YEAR
                       MOVE 'FEDERAL'          TO XP-JURIS
                       MOVE WE-FED-EXEMPT-YEAR TO XP-EXEMPT-YEAR
                       WRITE EXEMPT-EXPIRY-LINE FROM WS-XP-DETAIL
                       SET WE-FED-SINGLE TO TRUE
                       MOVE ZEROS TO WE-FED-DEP-CREDIT
                       MOVE ZEROS TO WE-FED-OTHER-INCOME
                       MOVE ZEROS TO WE-FED-EXTRA-WH
                       MOVE 'N'   TO WE-FED-EXEMPT
                       MOVE ZEROS TO WE-FED-EXEMPT-YEAR
                       SET ELECTION-REVERTED TO TRUE
                       ADD 1 TO WS-EXEMPT-EXPIRED-COUNT
                   END-IF
                   IF WE-ST-EXEMPT-CLAIMED
                           AND WE-ST-EXEMPT-YEAR <= WS-TAX-YEAR
                       MOVE 'STATE'           TO XP-JURIS
                       MOVE WE-ST-EXEMPT-YEAR TO XP-EXEMPT-YEAR
                       WRITE EXEMPT-EXPIRY-LINE FROM WS-XP-DETAIL
                       SET WE-ST-SINGLE TO TRUE
                       MOVE ZEROS TO WE-ST-DEP-CREDIT
                       MOVE ZEROS TO WE-ST-OTHER-INCOME
                       MOVE ZEROS TO WE-ST-EXTRA-WH
                       MOVE 'N'   TO WE-ST-EXEMPT
                       MOVE ZEROS TO WE-ST-EXEMPT-YEAR
                       SET ELECTION-REVERTED TO TRUE
                       ADD 1 TO WS-EXEMPT-EXPIRED-COUNT
                   END-IF
                   IF ELECTION-REVERTED
                       REWRITE WITHHOLDING-ELECTION-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * 6110-GET-EMPLOYEE-NAME                                    *
      *   Sets up the report line's EMP-ID and the name from the  *
      *   employee master when there is one.                      *
      *----------------------------------------------------------*
       6110-GET-EMPLOYEE-NAME.
           MOVE WE-EMP-ID TO XP-EMP-ID
           MOVE SPACES    TO XP-EMP-NAME
           IF EMPLOYEE-MASTER-ACTIVE
               MOVE WE-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO XP-EMP-NAME
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * 9000-TERMINATE                                            *
      *   Prints the statement count, closes the files, and       *
           IF DEDUCTION-MASTER-ACTIVE
               CLOSE DEDUCTION-MASTER
           END-IF
           IF ELECTION-MASTER-ACTIVE
               CLOSE WITHHOLDING-ELECTION
           END-IF
           CLOSE EXEMPT-EXPIRY-REPORT
           DISPLAY 'YEAR-END CLOSE COMPLETE FOR TAX YEAR ' WS-TAX-YEAR
           DISPLAY '  STATEMENTS PRODUCED: ' WS-STATEMENT-COUNT
           DISPLAY '  YTD RECORDS ROLLED:  ' WS-ARCHIVE-COUNT
           DISPLAY '  NEW-YEAR PERIODS KEPT: ' WS-NEW-YEAR-COUNT
           DISPLAY '  401K ENTRIES RESET:  ' WS-401K-RESET-COUNT
           DISPLAY '  EXEMPT CLAIMS EXPIRED: ' WS-EXEMPT-EXPIRED-COUNT
           DISPLAY '  EMPLOYER FICA:       ' WS-CO-ANNUAL-ER-FICA
           DISPLAY '  EMPLOYER FUTA:       ' WS-CO-ANNUAL-FUTA
           DISPLAY '  EMPLOYER SUTA:       ' WS-CO-ANNUAL-SUTA.
