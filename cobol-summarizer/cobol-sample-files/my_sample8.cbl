       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  EMPLOYEE-RECORD picked up the employment *
      *                  status, hire and termination dates, SSN  *
      *                  and home address maintained by PAYROLL;  *
      *                  layout kept in step.                     *
      * 2026-10-15  PSG  New check reconciliation program, run    *
      *                  after PAYROLL and PAYADJ.  Loads the     *
      *                  checks issued and voided from the check  *
      *                  issue file CHKISSUE.DAT onto the check   *
      *                  master, sends the bank a positive-pay    *
      *                  file of the new issues and voids,        *
      *                  matches the bank's paid-check file by    *
      *                  check number and amount, and prints the  *
      *                  outstanding checks aged 30/60/90/180     *
      *                  days, the exceptions (paid not issued,   *
      *                  amount mismatch, paid after void) and    *
      *                  the checks past the stale-date limit     *
      *                  that must go to unclaimed property.      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-PARAMETER-FILE ASSIGN TO 'RECPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-PARAMETER-STATUS.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.

           SELECT BANK-PAID-FILE ASSIGN TO 'BANKPAID.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-PAID-STATUS.

           SELECT CHECK-MASTER ASSIGN TO 'CHKMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHECK-NO
               FILE STATUS IS WS-CHECK-MASTER-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO 'POSPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITIVE-PAY-STATUS.

           SELECT OUTSTANDING-REPORT ASSIGN TO 'CHKOUTST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSTANDING-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO 'CHKEXCP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT ESCHEAT-REPORT ASSIGN TO 'CHKESCH.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-PARAMETER-FILE.
       01  RECON-PARAMETER-RECORD.
           05 RC-AS-OF-DATE           PIC 9(8).
           05 RC-STALE-DAYS           PIC 9(3).

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

       FD  BANK-PAID-FILE.
       01  BANK-PAID-RECORD.
           05 BP-CHECK-NO             PIC 9(8).
           05 BP-PAID-DATE            PIC 9(8).
           05 BP-PAID-AMOUNT          PIC 9(7)V99.

       FD  CHECK-MASTER.
       01  CHECK-MASTER-RECORD.
           05 CM-CHECK-NO             PIC 9(8).
           05 CM-EMP-ID               PIC X(5).
           05 CM-ISSUE-TYPE           PIC X.
           05 CM-ISSUE-DATE           PIC 9(8).
           05 CM-AMOUNT               PIC 9(7)V99.
           05 CM-STATUS               PIC X.
               88 CM-OUTSTANDING      VALUE 'O'.
               88 CM-PAID             VALUE 'P'.
               88 CM-VOIDED           VALUE 'V'.
           05 CM-VOID-DATE            PIC 9(8).
           05 CM-PAID-DATE            PIC 9(8).
           05 CM-PAID-AMOUNT          PIC 9(7)V99.

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

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD        PIC X(80).

       FD  OUTSTANDING-REPORT.
       01  OUTSTANDING-LINE           PIC X(132).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE             PIC X(132).

       FD  ESCHEAT-REPORT.
       01  ESCHEAT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RECON-PARAMETER-STATUS PIC XX.
           88 RECON-PARAMETER-FOUND   VALUE '00'.
           88 RECON-PARAMETER-MISSING VALUE '35'.

       01 WS-CHECK-ISSUE-STATUS     PIC XX.
           88 CHECK-ISSUE-FOUND     VALUE '00'.
           88 CHECK-ISSUE-MISSING   VALUE '35'.

       01 WS-BANK-PAID-STATUS       PIC XX.
           88 BANK-PAID-FOUND       VALUE '00'.
           88 BANK-PAID-MISSING     VALUE '35'.

       01 WS-CHECK-MASTER-STATUS    PIC XX.
           88 CHECK-MASTER-FOUND    VALUE '00'.
           88 CHECK-MASTER-MISSING  VALUE '35'.

       01 WS-EMPLOYEE-STATUS        PIC XX.
           88 EMPLOYEE-FOUND        VALUE '00'.
           88 EMPLOYEE-FILE-MISSING VALUE '35'.

       01 WS-POSITIVE-PAY-STATUS    PIC XX.
           88 POSITIVE-PAY-FOUND    VALUE '00'.

       01 WS-OUTSTANDING-STATUS     PIC XX.
           88 OUTSTANDING-FOUND     VALUE '00'.

       01 WS-EXCEPTION-STATUS       PIC XX.
           88 EXCEPTION-FOUND       VALUE '00'.

       01 WS-ESCHEAT-STATUS         PIC XX.
           88 ESCHEAT-FOUND         VALUE '00'.

       01 WS-EMPLOYEE-ACTIVE   PIC X       VALUE 'N'.
           88 EMPLOYEE-MASTER-ACTIVE    VALUE 'Y'.
           88 EMPLOYEE-MASTER-INACTIVE  VALUE 'N'.

       01 WS-ISSUE-EOF         PIC X       VALUE 'N'.
           88 ISSUE-EOF        VALUE 'Y'.
           88 NOT-ISSUE-EOF    VALUE 'N'.

       01 WS-PAID-EOF          PIC X       VALUE 'N'.
           88 PAID-EOF         VALUE 'Y'.
           88 NOT-PAID-EOF     VALUE 'N'.

       01 WS-MASTER-SCAN-EOF   PIC X       VALUE 'N'.
           88 MASTER-SCAN-EOF      VALUE 'Y'.
           88 NOT-MASTER-SCAN-EOF  VALUE 'N'.

      *----------------------------------------------------------*
      * The disbursement account the payroll checks are drawn on, *
      * identifying every positive-pay record to the bank.        *
      *----------------------------------------------------------*
       01 WS-PP-ACCOUNT        PIC X(17)   VALUE '00004417320951'.

      *----------------------------------------------------------*
      * Reconciliation controls.  The as-of date ages the         *
      * outstanding checks; it defaults to today.  A check older  *
      * than the stale-date limit (180 days unless the parameter  *
      * says otherwise) is listed for escheat.                    *
      *----------------------------------------------------------*
       01 WS-AS-OF-DATE        PIC 9(8)    VALUE ZEROS.
       01 WS-STALE-DAYS        PIC 9(3)    VALUE 180.
       01 WS-AS-OF-DAYS        PIC 9(7)    VALUE ZEROS.
       01 WS-ISSUE-DAYS        PIC 9(7)    VALUE ZEROS.
       01 WS-CHECK-AGE         PIC S9(7)   VALUE ZEROS.

      *----------------------------------------------------------*
      * Day-number work area.  A date is turned into a count of   *
      * days from a fixed origin, counting March as the first     *
      * month of the year so the leap day falls at the end; two   *
      * day numbers subtract to the days between their dates.     *
      *----------------------------------------------------------*
       01 WS-DN-DATE           PIC 9(8)    VALUE ZEROS.
       01 WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05 WS-DN-CCYY       PIC 9(4).
           05 WS-DN-MM         PIC 9(2).
           05 WS-DN-DD         PIC 9(2).
       01 WS-DN-YEAR           PIC 9(4)    VALUE ZEROS.
       01 WS-DN-MONTH          PIC 9(2)    VALUE ZEROS.
       01 WS-DN-QUAD           PIC 9(4)    VALUE ZEROS.
       01 WS-DN-CENT           PIC 9(4)    VALUE ZEROS.
       01 WS-DN-QUAD-CENT      PIC 9(4)    VALUE ZEROS.
       01 WS-DN-MONTH-DAYS     PIC 9(3)    VALUE ZEROS.
       01 WS-DN-DAYS           PIC 9(7)    VALUE ZEROS.

       01 WS-FMT-DATE          PIC 9(8)    VALUE ZEROS.
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
           05 WS-FMT-CCYY      PIC 9(4).
           05 WS-FMT-MM        PIC 9(2).
           05 WS-FMT-DD        PIC 9(2).
       01 WS-FMT-DATE-OUT.
           05 FO-MM            PIC 99.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 FO-DD            PIC 99.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 FO-CCYY          PIC 9999.
       01 WS-FMT-DATE-TEXT     PIC X(10)   VALUE SPACES.

       01 WS-PAYEE-NAME        PIC X(30)   VALUE SPACES.

      *----------------------------------------------------------*
      * Aging buckets for the outstanding checks.                 *
      *----------------------------------------------------------*
       01 WS-AGE-LABEL-VALUES.
           05 FILLER           PIC X(14) VALUE '0 - 30 DAYS'.
           05 FILLER           PIC X(14) VALUE '31 - 60 DAYS'.
           05 FILLER           PIC X(14) VALUE '61 - 90 DAYS'.
           05 FILLER           PIC X(14) VALUE '91 - 180 DAYS'.
           05 FILLER           PIC X(14) VALUE 'OVER 180 DAYS'.
       01 WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABEL-VALUES.
           05 WS-AGE-LABEL     PIC X(14) OCCURS 5 TIMES.

       01 WS-AGE-BUCKET-TABLE.
           05 WS-AGE-BUCKET OCCURS 5 TIMES.
               10 WS-AB-COUNT  PIC 9(5)    COMP.
               10 WS-AB-AMOUNT PIC 9(9)V99.
       01 WS-AB-SUB            PIC 9(1)    COMP VALUE ZERO.

      *----------------------------------------------------------*
      * Run counts and totals.                                    *
      *----------------------------------------------------------*
       01 WS-ISSUE-READ-COUNT      PIC 9(7)  COMP VALUE ZERO.
       01 WS-ISSUE-LOADED-COUNT    PIC 9(7)  COMP VALUE ZERO.
       01 WS-VOID-LOADED-COUNT     PIC 9(7)  COMP VALUE ZERO.
       01 WS-ISSUE-ON-FILE-COUNT   PIC 9(7)  COMP VALUE ZERO.
       01 WS-PAID-READ-COUNT       PIC 9(7)  COMP VALUE ZERO.
       01 WS-PAID-MATCHED-COUNT    PIC 9(7)  COMP VALUE ZERO.
       01 WS-EXCEPTION-COUNT       PIC 9(7)  COMP VALUE ZERO.
       01 WS-OUTSTANDING-COUNT     PIC 9(7)  COMP VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL     PIC 9(9)V99    VALUE ZEROS.
       01 WS-ESCHEAT-COUNT         PIC 9(7)  COMP VALUE ZERO.
       01 WS-ESCHEAT-TOTAL         PIC 9(9)V99    VALUE ZEROS.
       01 WS-PP-COUNT              PIC 9(8)  COMP VALUE ZERO.
       01 WS-PP-TOTAL-CENTS        PIC 9(12)      VALUE ZEROS.
       01 WS-AMOUNT-CENTS          PIC 9(10)      VALUE ZEROS.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-CCYY      PIC 9(4).
           05 WS-RUN-MM        PIC 9(2).
           05 WS-RUN-DD        PIC 9(2).

      *----------------------------------------------------------*
      * Positive-pay record layouts, 80 characters each: one      *
      * detail per check issued or voided, then a trailer with    *
      * the record count and the total in cents.                  *
      *----------------------------------------------------------*
       01 WS-PP-DETAIL.
           05 FILLER           PIC X(1)  VALUE 'D'.
           05 PD-ACCOUNT       PIC X(17).
           05 PD-CHECK-NO      PIC 9(8).
           05 PD-AMOUNT        PIC 9(10).
           05 PD-ISSUE-DATE    PIC 9(8).
           05 PD-VOID-IND      PIC X(1).
           05 PD-PAYEE-NAME    PIC X(30).
           05 FILLER           PIC X(5)  VALUE SPACES.

       01 WS-PP-TRAILER.
           05 FILLER           PIC X(1)  VALUE 'T'.
           05 PT-ACCOUNT       PIC X(17).
           05 PT-RECORD-COUNT  PIC 9(8).
           05 PT-TOTAL-AMOUNT  PIC 9(12).
           05 FILLER           PIC X(42) VALUE SPACES.

      *----------------------------------------------------------*
      * Report layouts                                            *
      *----------------------------------------------------------*
       01 WS-RPT-HEADING-1.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(22) VALUE 'PAYROLL SYSTEMS GROUP'.

       01 WS-RPT-HEADING-2.
           05 FILLER           PIC X(10) VALUE 'RUN DATE: '.
           05 RH-RUN-DATE      PIC X(10).
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(7)  VALUE 'AS OF: '.
           05 RH-AS-OF-DATE    PIC X(10).

       01 WS-OUTST-HEADING     PIC X(40) VALUE
           'OUTSTANDING PAYROLL CHECKS BY AGE'.

       01 WS-OUTST-COL-HDGS.
           05 FILLER           PIC X(10) VALUE 'CHECK NO'.
           05 FILLER           PIC X(7)  VALUE 'EMP ID'.
           05 FILLER           PIC X(32) VALUE 'PAYEE'.
           05 FILLER           PIC X(6)  VALUE 'TYPE'.
           05 FILLER           PIC X(12) VALUE 'ISSUED'.
           05 FILLER           PIC X(15) VALUE 'AMOUNT'.
           05 FILLER           PIC X(7)  VALUE 'DAYS'.
           05 FILLER           PIC X(14) VALUE 'AGE'.

       01 WS-OUTST-DETAIL.
           05 OD-CHECK-NO      PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 OD-EMP-ID        PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 OD-PAYEE-NAME    PIC X(30).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 OD-ISSUE-TYPE    PIC X(1).
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 OD-ISSUE-DATE    PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 OD-AMOUNT        PIC Z,ZZZ,Z99.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 OD-AGE-DAYS      PIC ZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 OD-AGE-LABEL     PIC X(14).

       01 WS-OUTST-BUCKET-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 OB-AGE-LABEL     PIC X(14).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 OB-COUNT         PIC ZZ,ZZ9.
           05 FILLER           PIC X(8)  VALUE ' CHECKS '.
           05 OB-AMOUNT        PIC ZZZ,ZZZ,Z99.99.

       01 WS-OUTST-TOTAL-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'TOTAL'.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 OT-COUNT         PIC ZZ,ZZ9.
           05 FILLER           PIC X(8)  VALUE ' CHECKS '.
           05 OT-AMOUNT        PIC ZZZ,ZZZ,Z99.99.

       01 WS-EXCP-HEADING      PIC X(40) VALUE
           'CHECK RECONCILIATION EXCEPTIONS'.

       01 WS-EXCP-COL-HDGS.
           05 FILLER           PIC X(10) VALUE 'CHECK NO'.
           05 FILLER           PIC X(7)  VALUE 'EMP ID'.
           05 FILLER           PIC X(12) VALUE 'ISSUED'.
           05 FILLER           PIC X(15) VALUE 'ISSUE AMT'.
           05 FILLER           PIC X(12) VALUE 'PAID'.
           05 FILLER           PIC X(15) VALUE 'PAID AMT'.
           05 FILLER           PIC X(30) VALUE 'EXCEPTION'.

       01 WS-EXCP-DETAIL.
           05 XD-CHECK-NO      PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 XD-EMP-ID        PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 XD-ISSUE-DATE    PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 XD-ISSUE-AMOUNT  PIC Z,ZZZ,Z99.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 XD-PAID-DATE     PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 XD-PAID-AMOUNT   PIC Z,ZZZ,Z99.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 XD-REASON        PIC X(30).

       01 WS-EXCP-COUNT-LINE.
           05 FILLER           PIC X(20) VALUE 'EXCEPTIONS: '.
           05 XC-COUNT         PIC ZZ,ZZ9.

       01 WS-ESCH-HEADING.
           05 FILLER           PIC X(41) VALUE
               'STALE-DATED CHECKS FOR ESCHEAT - OVER '.
           05 EH-STALE-DAYS    PIC ZZ9.
           05 FILLER           PIC X(5)  VALUE ' DAYS'.

       01 WS-ESCH-COL-HDGS.
           05 FILLER           PIC X(10) VALUE 'CHECK NO'.
           05 FILLER           PIC X(7)  VALUE 'EMP ID'.
           05 FILLER           PIC X(32) VALUE 'PAYEE'.
           05 FILLER           PIC X(12) VALUE 'ISSUED'.
           05 FILLER           PIC X(15) VALUE 'AMOUNT'.
           05 FILLER           PIC X(7)  VALUE 'DAYS'.

       01 WS-ESCH-DETAIL.
           05 SD-CHECK-NO      PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-EMP-ID        PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-PAYEE-NAME    PIC X(30).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-ISSUE-DATE    PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-AMOUNT        PIC Z,ZZZ,Z99.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 SD-AGE-DAYS      PIC ZZZZ9.

       01 WS-ESCH-TOTAL-LINE.
           05 FILLER           PIC X(20) VALUE 'STALE-DATED CHECKS: '.
           05 ST-COUNT         PIC ZZ,ZZ9.
           05 FILLER           PIC X(10) VALUE '  AMOUNT: '.
           05 ST-AMOUNT        PIC ZZZ,ZZZ,Z99.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CHECK-ISSUES
           PERFORM 3000-MATCH-PAID-CHECKS
           PERFORM 4000-AGE-OUTSTANDING
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                          *
      *   Picks up the as-of date and stale-date limit from the  *
      *   reconciliation parameters (both optional), opens the   *
      *   check master - creating it the first time - the        *
      *   employee master for payee names, and the positive-pay  *
      *   and report files, and prints the report headings.      *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           OPEN INPUT RECON-PARAMETER-FILE
           IF RECON-PARAMETER-FOUND
               READ RECON-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-AS-OF-DATE NUMERIC
                               AND RC-AS-OF-DATE > ZERO
                           MOVE RC-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       IF RC-STALE-DAYS NUMERIC
                               AND RC-STALE-DAYS > ZERO
                           MOVE RC-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
               END-READ
               CLOSE RECON-PARAMETER-FILE
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DN-DATE
           PERFORM 8000-COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAYS TO WS-AS-OF-DAYS
           OPEN I-O CHECK-MASTER
           IF CHECK-MASTER-MISSING
               OPEN OUTPUT CHECK-MASTER
               CLOSE CHECK-MASTER
               OPEN I-O CHECK-MASTER
           END-IF
           IF CHECK-MASTER-FOUND
               CONTINUE
           ELSE
               DISPLAY 'CHECK-MASTER OPEN FAILED, STATUS = '
                   WS-CHECK-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-FOUND
               SET EMPLOYEE-MASTER-ACTIVE TO TRUE
           ELSE
               IF EMPLOYEE-FILE-MISSING
                   SET EMPLOYEE-MASTER-INACTIVE TO TRUE
               ELSE
                   DISPLAY 'EMPLOYEE-FILE OPEN FAILED, STATUS = '
                       WS-EMPLOYEE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           IF POSITIVE-PAY-FOUND
               CONTINUE
           ELSE
               DISPLAY 'POSITIVE-PAY-FILE OPEN FAILED, STATUS = '
                   WS-POSITIVE-PAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUTSTANDING-REPORT
           IF OUTSTANDING-FOUND
               CONTINUE
           ELSE
               DISPLAY 'OUTSTANDING-REPORT OPEN FAILED, STATUS = '
                   WS-OUTSTANDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT
           IF EXCEPTION-FOUND
               CONTINUE
           ELSE
               DISPLAY 'EXCEPTION-REPORT OPEN FAILED, STATUS = '
                   WS-EXCEPTION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ESCHEAT-REPORT
           IF ESCHEAT-FOUND
               CONTINUE
           ELSE
               DISPLAY 'ESCHEAT-REPORT OPEN FAILED, STATUS = '
                   WS-ESCHEAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-AGE-BUCKET-TABLE
           PERFORM 1100-WRITE-HEADINGS.

      *----------------------------------------------------------*
      * 1100-WRITE-HEADINGS                                       *
      *   Prints the headings of the three reports.               *
      *----------------------------------------------------------*
       1100-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-FMT-DATE
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-TEXT TO RH-RUN-DATE
           MOVE WS-AS-OF-DATE TO WS-FMT-DATE
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-TEXT TO RH-AS-OF-DATE
           WRITE OUTSTANDING-LINE FROM WS-RPT-HEADING-1
           WRITE OUTSTANDING-LINE FROM WS-RPT-HEADING-2
           WRITE OUTSTANDING-LINE FROM WS-OUTST-HEADING
           MOVE SPACES TO OUTSTANDING-LINE
           WRITE OUTSTANDING-LINE
           WRITE OUTSTANDING-LINE FROM WS-OUTST-COL-HDGS
           WRITE EXCEPTION-LINE FROM WS-RPT-HEADING-1
           WRITE EXCEPTION-LINE FROM WS-RPT-HEADING-2
           WRITE EXCEPTION-LINE FROM WS-EXCP-HEADING
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           WRITE EXCEPTION-LINE FROM WS-EXCP-COL-HDGS
           MOVE WS-STALE-DAYS TO EH-STALE-DAYS
           WRITE ESCHEAT-LINE FROM WS-RPT-HEADING-1
           WRITE ESCHEAT-LINE FROM WS-RPT-HEADING-2
           WRITE ESCHEAT-LINE FROM WS-ESCH-HEADING
           MOVE SPACES TO ESCHEAT-LINE
           WRITE ESCHEAT-LINE
           WRITE ESCHEAT-LINE FROM WS-ESCH-COL-HDGS.

      *----------------------------------------------------------*
      * 2000-LOAD-CHECK-ISSUES                                    *
      *   Reads the check issue file PAYROLL and PAYADJ append    *
      *   to and brings the check master up to date.  The file    *
      *   is read from the top every run; an issue already on     *
      *   the master is passed over, so only what is new goes to  *
      *   the bank on this run's positive-pay file, which is      *
      *   closed off with its trailer.                            *
      *----------------------------------------------------------*
       2000-LOAD-CHECK-ISSUES.
           OPEN INPUT CHECK-ISSUE-FILE
           IF CHECK-ISSUE-MISSING
               CONTINUE
           ELSE
               IF CHECK-ISSUE-FOUND
                   CONTINUE
               ELSE
                   DISPLAY 'CHECK-ISSUE-FILE OPEN FAILED, STATUS = '
                       WS-CHECK-ISSUE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL ISSUE-EOF
                   READ CHECK-ISSUE-FILE
                       AT END
                           SET ISSUE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ISSUE-READ-COUNT
                           PERFORM 2100-POST-ONE-ISSUE
                   END-READ
               END-PERFORM
               CLOSE CHECK-ISSUE-FILE
           END-IF
           MOVE WS-PP-ACCOUNT     TO PT-ACCOUNT
           MOVE WS-PP-COUNT       TO PT-RECORD-COUNT
           MOVE WS-PP-TOTAL-CENTS TO PT-TOTAL-AMOUNT
           WRITE POSITIVE-PAY-RECORD FROM WS-PP-TRAILER.

      *----------------------------------------------------------*
      * 2100-POST-ONE-ISSUE                                       *
      *   Routes one check issue record: a printed or manual      *
      *   check is a new issue, a void cancels one.               *
      *----------------------------------------------------------*
       2100-POST-ONE-ISSUE.
           EVALUATE TRUE
               WHEN CI-PAYROLL-CHECK OR CI-MANUAL-CHECK
                   PERFORM 2200-POST-NEW-CHECK
               WHEN CI-VOID-CHECK
                   PERFORM 2300-POST-VOID
               WHEN OTHER
                   MOVE CI-CHECK-NO   TO XD-CHECK-NO
                   MOVE CI-EMP-ID     TO XD-EMP-ID
                   MOVE CI-ISSUE-DATE TO WS-FMT-DATE
                   PERFORM 8100-FORMAT-DATE
                   MOVE WS-FMT-DATE-TEXT TO XD-ISSUE-DATE
                   MOVE CI-AMOUNT     TO XD-ISSUE-AMOUNT
                   MOVE SPACES        TO XD-PAID-DATE
                   MOVE ZEROS         TO XD-PAID-AMOUNT
                   MOVE 'UNKNOWN ISSUE TYPE' TO XD-REASON
                   PERFORM 7000-WRITE-EXCEPTION
           END-EVALUATE.

      *----------------------------------------------------------*
      * 2200-POST-NEW-CHECK                                       *
      *   Adds a newly issued check to the master as outstanding  *
      *   and sends it to the bank.  A check number already on    *
      *   the master is an issue loaded on an earlier run; if it  *
      *   was issued to someone else or for another amount, the  *
      *   number has been used twice and is an exception.         *
      *----------------------------------------------------------*
       2200-POST-NEW-CHECK.
           MOVE CI-CHECK-NO TO CM-CHECK-NO
           READ CHECK-MASTER
               INVALID KEY
                   MOVE CI-CHECK-NO   TO CM-CHECK-NO
                   MOVE CI-EMP-ID     TO CM-EMP-ID
                   MOVE CI-ISSUE-TYPE TO CM-ISSUE-TYPE
                   MOVE CI-ISSUE-DATE TO CM-ISSUE-DATE
                   MOVE CI-AMOUNT     TO CM-AMOUNT
                   SET CM-OUTSTANDING TO TRUE
                   MOVE ZEROS         TO CM-VOID-DATE
                   MOVE ZEROS         TO CM-PAID-DATE
                   MOVE ZEROS         TO CM-PAID-AMOUNT
                   WRITE CHECK-MASTER-RECORD
                   MOVE SPACE TO PD-VOID-IND
                   PERFORM 2400-WRITE-POSITIVE-PAY
                   ADD 1 TO WS-ISSUE-LOADED-COUNT
               NOT INVALID KEY
                   IF CM-EMP-ID = CI-EMP-ID
                           AND CM-ISSUE-DATE = CI-ISSUE-DATE
                           AND CM-AMOUNT = CI-AMOUNT
                       ADD 1 TO WS-ISSUE-ON-FILE-COUNT
                   ELSE
                       MOVE CI-CHECK-NO   TO XD-CHECK-NO
                       MOVE CI-EMP-ID     TO XD-EMP-ID
                       MOVE CI-ISSUE-DATE TO WS-FMT-DATE
                       PERFORM 8100-FORMAT-DATE
                       MOVE WS-FMT-DATE-TEXT TO XD-ISSUE-DATE
                       MOVE CI-AMOUNT     TO XD-ISSUE-AMOUNT
                       MOVE SPACES        TO XD-PAID-DATE
                       MOVE ZEROS         TO XD-PAID-AMOUNT
                       MOVE 'CHECK NUMBER ISSUED TWICE'
                           TO XD-REASON
                       PERFORM 7000-WRITE-EXCEPTION
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * 2300-POST-VOID                                            *
      *   Voids a check on the master and tells the bank not to   *
      *   pay it.  A void already recorded is passed over.  A     *
      *   void of a check the bank has already paid is an         *
      *   exception (the void date is kept so it reports once).   *
      *   A void of a number never issued is an exception too;    *
      *   the number is still put on file as void and sent to     *
      *   the bank, so a check presented under it is refused.     *
      *----------------------------------------------------------*
       2300-POST-VOID.
           MOVE CI-CHECK-NO TO CM-CHECK-NO
           READ CHECK-MASTER
               INVALID KEY
                   MOVE CI-CHECK-NO   TO CM-CHECK-NO
                   MOVE CI-EMP-ID     TO CM-EMP-ID
                   MOVE CI-ISSUE-TYPE TO CM-ISSUE-TYPE
                   MOVE ZEROS         TO CM-ISSUE-DATE
                   MOVE CI-AMOUNT     TO CM-AMOUNT
                   SET CM-VOIDED      TO TRUE
                   MOVE CI-ISSUE-DATE TO CM-VOID-DATE
                   MOVE ZEROS         TO CM-PAID-DATE
                   MOVE ZEROS         TO CM-PAID-AMOUNT
                   WRITE CHECK-MASTER-RECORD
                   MOVE 'V' TO PD-VOID-IND
                   PERFORM 2400-WRITE-POSITIVE-PAY
                   ADD 1 TO WS-VOID-LOADED-COUNT
                   MOVE 'VOID OF CHECK NOT ISSUED' TO XD-REASON
                   PERFORM 2310-WRITE-VOID-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CM-OUTSTANDING
                           SET CM-VOIDED TO TRUE
                           MOVE CI-ISSUE-DATE TO CM-VOID-DATE
                           REWRITE CHECK-MASTER-RECORD
                           MOVE 'V' TO PD-VOID-IND
                           PERFORM 2400-WRITE-POSITIVE-PAY
                           ADD 1 TO WS-VOID-LOADED-COUNT
                       WHEN CM-PAID AND CM-VOID-DATE = ZERO
                           MOVE CI-ISSUE-DATE TO CM-VOID-DATE
                           REWRITE CHECK-MASTER-RECORD
                           MOVE 'VOID OF CHECK ALREADY PAID'
                               TO XD-REASON
                           PERFORM 2310-WRITE-VOID-EXCEPTION
                       WHEN OTHER
                           ADD 1 TO WS-ISSUE-ON-FILE-COUNT
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------*
      * 2310-WRITE-VOID-EXCEPTION                                 *
      *   Fills the exception line for a void from the master     *
      *   record and the void being posted.                       *
      *----------------------------------------------------------*
       2310-WRITE-VOID-EXCEPTION.
           MOVE CI-CHECK-NO   TO XD-CHECK-NO
           MOVE CI-EMP-ID     TO XD-EMP-ID
           MOVE CM-ISSUE-DATE TO WS-FMT-DATE
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-TEXT TO XD-ISSUE-DATE
           MOVE CI-AMOUNT     TO XD-ISSUE-AMOUNT
           MOVE CM-PAID-DATE  TO WS-FMT-DATE
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-TEXT TO XD-PAID-DATE
           MOVE CM-PAID-AMOUNT TO XD-PAID-AMOUNT
           PERFORM 7000-WRITE-EXCEPTION.

      *----------------------------------------------------------*
      * 2400-WRITE-POSITIVE-PAY                                   *
      *   Writes one positive-pay detail for the check on the     *
      *   master record, the amount in cents and the payee's      *
      *   name from the employee master.                          *
      *----------------------------------------------------------*
       2400-WRITE-POSITIVE-PAY.
           MOVE WS-PP-ACCOUNT TO PD-ACCOUNT
           MOVE CM-CHECK-NO   TO PD-CHECK-NO
           COMPUTE WS-AMOUNT-CENTS = CM-AMOUNT * 100
           MOVE WS-AMOUNT-CENTS TO PD-AMOUNT
           IF CM-ISSUE-DATE = ZERO
               MOVE CM-VOID-DATE  TO PD-ISSUE-DATE
           ELSE
               MOVE CM-ISSUE-DATE TO PD-ISSUE-DATE
           END-IF
           PERFORM 8200-GET-PAYEE-NAME
           MOVE WS-PAYEE-NAME TO PD-PAYEE-NAME
           WRITE POSITIVE-PAY-RECORD FROM WS-PP-DETAIL
           ADD 1 TO WS-PP-COUNT
           ADD WS-AMOUNT-CENTS TO WS-PP-TOTAL-CENTS.

      *----------------------------------------------------------*
      * 3000-MATCH-PAID-CHECKS                                    *
      *   Matches the bank's paid-check file against the check    *
      *   master.  No paid file from the bank means nothing       *
      *   cleared since the last run.                             *
      *----------------------------------------------------------*
       3000-MATCH-PAID-CHECKS.
           OPEN INPUT BANK-PAID-FILE
           IF BANK-PAID-MISSING
               CONTINUE
           ELSE
               IF BANK-PAID-FOUND
                   CONTINUE
               ELSE
                   DISPLAY 'BANK-PAID-FILE OPEN FAILED, STATUS = '
                       WS-BANK-PAID-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL PAID-EOF
                   READ BANK-PAID-FILE
                       AT END
                           SET PAID-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PAID-READ-COUNT
                           PERFORM 3100-MATCH-ONE-PAID
                   END-READ
               END-PERFORM
               CLOSE BANK-PAID-FILE
           END-IF.

      *----------------------------------------------------------*
      * 3100-MATCH-ONE-PAID                                       *
      *   Matches one paid check by number.  A number not on the  *
      *   master was paid but never issued; one on file as void   *
      *   was paid after the void; one already paid was paid      *
      *   twice.  Otherwise the check is marked paid, and an      *
      *   amount other than the one issued is an exception - the  *
      *   check has still cleared, so it leaves the outstanding   *
      *   list either way.                                        *
      *----------------------------------------------------------*
       3100-MATCH-ONE-PAID.
           MOVE BP-CHECK-NO TO CM-CHECK-NO
           READ CHECK-MASTER
               INVALID KEY
                   MOVE BP-CHECK-NO TO XD-CHECK-NO
                   MOVE SPACES      TO XD-EMP-ID
                   MOVE SPACES      TO XD-ISSUE-DATE
                   MOVE ZEROS       TO XD-ISSUE-AMOUNT
                   MOVE 'PAID NOT ISSUED' TO XD-REASON
                   PERFORM 3110-WRITE-PAID-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CM-VOIDED
                           MOVE BP-PAID-DATE   TO CM-PAID-DATE
                           MOVE BP-PAID-AMOUNT TO CM-PAID-AMOUNT
                           REWRITE CHECK-MASTER-RECORD
                           MOVE 'PAID AFTER VOID' TO XD-REASON
                           PERFORM 3120-FILL-ISSUE-SIDE
                           PERFORM 3110-WRITE-PAID-EXCEPTION
                       WHEN CM-PAID
                           MOVE 'ALREADY PAID' TO XD-REASON
                           PERFORM 3120-FILL-ISSUE-SIDE
                           PERFORM 3110-WRITE-PAID-EXCEPTION
                       WHEN OTHER
                           SET CM-PAID TO TRUE
                           MOVE BP-PAID-DATE   TO CM-PAID-DATE
                           MOVE BP-PAID-AMOUNT TO CM-PAID-AMOUNT
                           REWRITE CHECK-MASTER-RECORD
                           IF BP-PAID-AMOUNT = CM-AMOUNT
                               ADD 1 TO WS-PAID-MATCHED-COUNT
                           ELSE
                               MOVE 'AMOUNT MISMATCH' TO XD-REASON
                               PERFORM 3120-FILL-ISSUE-SIDE
                               PERFORM 3110-WRITE-PAID-EXCEPTION
                           END-IF
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------*
      * 3110-WRITE-PAID-EXCEPTION                                 *
      *   Completes the exception line with the bank's side and   *
      *   writes it.                                              *
      *----------------------------------------------------------*
       3110-WRITE-PAID-EXCEPTION.
           MOVE BP-CHECK-NO  TO XD-CHECK-NO
           MOVE BP-PAID-DATE TO WS-FMT-DATE
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-TEXT TO XD-PAID-DATE
           MOVE BP-PAID-AMOUNT TO XD-PAID-AMOUNT
           PERFORM 7000-WRITE-EXCEPTION.

      *----------------------------------------------------------*
      * 3120-FILL-ISSUE-SIDE                                      *
      *   Fills the exception line with the check as issued.      *
      *----------------------------------------------------------*
       3120-FILL-ISSUE-SIDE.
           MOVE CM-EMP-ID     TO XD-EMP-ID
           MOVE CM-ISSUE-DATE TO WS-FMT-DATE
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-TEXT TO XD-ISSUE-DATE
           MOVE CM-AMOUNT     TO XD-ISSUE-AMOUNT.

      *----------------------------------------------------------*
      * 4000-AGE-OUTSTANDING                                      *
      *   Reads the check master end to end and ages every check  *
      *   still outstanding as of the as-of date, then prints the *
      *   bucket totals and the stale-dated total.                *
      *----------------------------------------------------------*
       4000-AGE-OUTSTANDING.
           SET NOT-MASTER-SCAN-EOF TO TRUE
           MOVE ZEROS TO CM-CHECK-NO
           START CHECK-MASTER
                   KEY IS NOT LESS THAN CM-CHECK-NO
               INVALID KEY
                   SET MASTER-SCAN-EOF TO TRUE
           END-START
           PERFORM 4100-AGE-ONE-CHECK
               UNTIL MASTER-SCAN-EOF
           MOVE SPACES TO OUTSTANDING-LINE
           WRITE OUTSTANDING-LINE
           MOVE 1 TO WS-AB-SUB
           PERFORM 4300-WRITE-BUCKET-LINE
               UNTIL WS-AB-SUB > 5
           MOVE WS-OUTSTANDING-COUNT TO OT-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO OT-AMOUNT
           WRITE OUTSTANDING-LINE FROM WS-OUTST-TOTAL-LINE
           MOVE SPACES TO ESCHEAT-LINE
           WRITE ESCHEAT-LINE
           MOVE WS-ESCHEAT-COUNT TO ST-COUNT
           MOVE WS-ESCHEAT-TOTAL TO ST-AMOUNT
           WRITE ESCHEAT-LINE FROM WS-ESCH-TOTAL-LINE.

      *----------------------------------------------------------*
      * 4100-AGE-ONE-CHECK                                        *
      *   Reads the next check on the master and, if it is still  *
      *   outstanding, ages it.                                   *
      *----------------------------------------------------------*
       4100-AGE-ONE-CHECK.
           READ CHECK-MASTER NEXT RECORD
               AT END
                   SET MASTER-SCAN-EOF TO TRUE
               NOT AT END
                   IF CM-OUTSTANDING
                       PERFORM 4200-AGE-OUTSTANDING-CHECK
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      * 4200-AGE-OUTSTANDING-CHECK                                *
      *   Works out the check's age in days from the issue date   *
      *   to the as-of date, lists it on the outstanding report   *
      *   under its bucket and, past the stale-date limit, on the *
      *   escheat listing.  A check dated after the as-of date    *
      *   ages as zero.                                           *
      *----------------------------------------------------------*
       4200-AGE-OUTSTANDING-CHECK.
           MOVE CM-ISSUE-DATE TO WS-DN-DATE
           PERFORM 8000-COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAYS TO WS-ISSUE-DAYS
           COMPUTE WS-CHECK-AGE = WS-AS-OF-DAYS - WS-ISSUE-DAYS
           IF WS-CHECK-AGE < ZERO
               MOVE ZERO TO WS-CHECK-AGE
           END-IF
           EVALUATE TRUE
               WHEN WS-CHECK-AGE <= 30
                   MOVE 1 TO WS-AB-SUB
               WHEN WS-CHECK-AGE <= 60
                   MOVE 2 TO WS-AB-SUB
               WHEN WS-CHECK-AGE <= 90
                   MOVE 3 TO WS-AB-SUB
               WHEN WS-CHECK-AGE <= 180
                   MOVE 4 TO WS-AB-SUB
               WHEN OTHER
                   MOVE 5 TO WS-AB-SUB
           END-EVALUATE
           ADD 1         TO WS-AB-COUNT (WS-AB-SUB)
           ADD CM-AMOUNT TO WS-AB-AMOUNT (WS-AB-SUB)
           ADD 1         TO WS-OUTSTANDING-COUNT
           ADD CM-AMOUNT TO WS-OUTSTANDING-TOTAL
           PERFORM 8200-GET-PAYEE-NAME
           MOVE CM-ISSUE-DATE TO WS-FMT-DATE
           PERFORM 8100-FORMAT-DATE
           MOVE CM-CHECK-NO      TO OD-CHECK-NO
           MOVE CM-EMP-ID        TO OD-EMP-ID
           MOVE WS-PAYEE-NAME    TO OD-PAYEE-NAME
           MOVE CM-ISSUE-TYPE    TO OD-ISSUE-TYPE
           MOVE WS-FMT-DATE-TEXT TO OD-ISSUE-DATE
           MOVE CM-AMOUNT        TO OD-AMOUNT
           MOVE WS-CHECK-AGE     TO OD-AGE-DAYS
           MOVE WS-AGE-LABEL (WS-AB-SUB) TO OD-AGE-LABEL
           WRITE OUTSTANDING-LINE FROM WS-OUTST-DETAIL
           IF WS-CHECK-AGE > WS-STALE-DAYS
               MOVE CM-CHECK-NO      TO SD-CHECK-NO
               MOVE CM-EMP-ID        TO SD-EMP-ID
               MOVE WS-PAYEE-NAME    TO SD-PAYEE-NAME
               MOVE WS-FMT-DATE-TEXT TO SD-ISSUE-DATE
               MOVE CM-AMOUNT        TO SD-AMOUNT
               MOVE WS-CHECK-AGE     TO SD-AGE-DAYS
               WRITE ESCHEAT-LINE FROM WS-ESCH-DETAIL
               ADD 1         TO WS-ESCHEAT-COUNT
               ADD CM-AMOUNT TO WS-ESCHEAT-TOTAL
           END-IF.

      *----------------------------------------------------------*
      * 4300-WRITE-BUCKET-LINE                                    *
      *   Prints the count and amount outstanding in one aging    *
      *   bucket.                                                 *
      *----------------------------------------------------------*
       4300-WRITE-BUCKET-LINE.
           MOVE WS-AGE-LABEL (WS-AB-SUB) TO OB-AGE-LABEL
           MOVE WS-AB-COUNT (WS-AB-SUB)  TO OB-COUNT
           MOVE WS-AB-AMOUNT (WS-AB-SUB) TO OB-AMOUNT
           WRITE OUTSTANDING-LINE FROM WS-OUTST-BUCKET-LINE
           ADD 1 TO WS-AB-SUB.

      *----------------------------------------------------------*
      * 7000-WRITE-EXCEPTION                                      *
      *   Writes the exception line the caller has filled in and  *
      *   counts it.                                              *
      *----------------------------------------------------------*
       7000-WRITE-EXCEPTION.
           WRITE EXCEPTION-LINE FROM WS-EXCP-DETAIL
           ADD 1 TO WS-EXCEPTION-COUNT.

      *----------------------------------------------------------*
      * 8000-COMPUTE-DAY-NUMBER                                   *
      *   Turns WS-DN-DATE into a day number in WS-DN-DAYS.       *
      *   January and February count as months 13 and 14 of the  *
      *   year before, so every year's leap day is its last day;  *
      *   each division is taken separately so it truncates.      *
      *----------------------------------------------------------*
       8000-COMPUTE-DAY-NUMBER.
           IF WS-DN-MM <= 2
               COMPUTE WS-DN-YEAR  = WS-DN-CCYY - 1
               COMPUTE WS-DN-MONTH = WS-DN-MM + 12
           ELSE
               MOVE WS-DN-CCYY TO WS-DN-YEAR
               MOVE WS-DN-MM   TO WS-DN-MONTH
           END-IF
           COMPUTE WS-DN-QUAD      = WS-DN-YEAR / 4
           COMPUTE WS-DN-CENT      = WS-DN-YEAR / 100
           COMPUTE WS-DN-QUAD-CENT = WS-DN-YEAR / 400
           COMPUTE WS-DN-MONTH-DAYS =
               (153 * (WS-DN-MONTH - 3) + 2) / 5
           COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-QUAD
               - WS-DN-CENT + WS-DN-QUAD-CENT + WS-DN-MONTH-DAYS
               + WS-DN-DD.

      *----------------------------------------------------------*
      * 8100-FORMAT-DATE                                          *
      *   Formats WS-FMT-DATE as MM/DD/CCYY in WS-FMT-DATE-TEXT;  *
      *   a zero date prints blank.                               *
      *----------------------------------------------------------*
       8100-FORMAT-DATE.
           IF WS-FMT-DATE = ZERO
               MOVE SPACES TO WS-FMT-DATE-TEXT
           ELSE
               MOVE WS-FMT-MM   TO FO-MM
               MOVE WS-FMT-DD   TO FO-DD
               MOVE WS-FMT-CCYY TO FO-CCYY
               MOVE WS-FMT-DATE-OUT TO WS-FMT-DATE-TEXT
           END-IF.

      *----------------------------------------------------------*
      * 8200-GET-PAYEE-NAME                                       *
      *   Looks the payee's name up on the employee master for    *
      *   the check on the master record.  A check for an EMP-ID  *
      *   no longer on the master goes out under the EMP-ID.      *
      *----------------------------------------------------------*
       8200-GET-PAYEE-NAME.
           MOVE SPACES TO WS-PAYEE-NAME
           IF EMPLOYEE-MASTER-ACTIVE
               MOVE CM-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE CM-EMP-ID TO WS-PAYEE-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-PAYEE-NAME
               END-READ
           ELSE
               MOVE CM-EMP-ID TO WS-PAYEE-NAME
           END-IF.

      *----------------------------------------------------------*
      * 9000-TERMINATE                                            *
      *   Closes the exception report with its count, closes the  *
      *   files, sets the return code (4 when there were          *
      *   exceptions to work) and displays the run counts.        *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-EXCEPTION-COUNT TO XC-COUNT
           WRITE EXCEPTION-LINE FROM WS-EXCP-COUNT-LINE
           CLOSE CHECK-MASTER
           IF EMPLOYEE-MASTER-ACTIVE
               CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE POSITIVE-PAY-FILE
           CLOSE OUTSTANDING-REPORT
           CLOSE EXCEPTION-REPORT
           CLOSE ESCHEAT-REPORT
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY 'CHECK ISSUE RECORDS READ:    ' WS-ISSUE-READ-COUNT
           DISPLAY 'NEW CHECKS LOADED:           '
               WS-ISSUE-LOADED-COUNT
           DISPLAY 'VOIDS LOADED:                ' WS-VOID-LOADED-COUNT
           DISPLAY 'ALREADY ON FILE:             '
               WS-ISSUE-ON-FILE-COUNT
           DISPLAY 'POSITIVE-PAY RECORDS:        ' WS-PP-COUNT
           DISPLAY 'PAID CHECKS READ:            ' WS-PAID-READ-COUNT
           DISPLAY 'PAID CHECKS MATCHED:         '
               WS-PAID-MATCHED-COUNT
           DISPLAY 'EXCEPTIONS:                  ' WS-EXCEPTION-COUNT
           DISPLAY 'CHECKS OUTSTANDING:          '
               WS-OUTSTANDING-COUNT
           DISPLAY 'STALE-DATED CHECKS:          ' WS-ESCHEAT-COUNT.
