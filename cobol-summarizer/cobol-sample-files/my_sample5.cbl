      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  A run-parameter file that fails to open  *
      *                  for any reason other than being missing  *
      *                  now stops the run with its file status   *
      *                  instead of reading an unopened file.     *
      * 2026-10-15  PSG  The voluntary-deduction account on the   *
      *                  fund tie-out line now comes from the     *
      *                  VOL-DED bucket on the GL mapping         *
      *                  GLMAP.DAT instead of being fixed in the  *
      *                  program.                                 *
      * 2026-10-15  PSG  Pay cycle sequencing.  The run checks    *
      *                  the pay calendar PAYCAL.DAT and the      *
      *                  cycle-status control record CYCLECTL.DAT *
      *                  for the period on the run parameters     *
      *                  before touching anything: PAYROLL must   *
      *                  have completed the period and this step  *
      *                  must not have, unless CYCLEOVR.DAT       *
      *                  authorizes the rerun.  A refused run     *
      *                  ends with return code 12 naming the step *
      *                  due next; a completed run stamps the     *
      *                  control record for ACHBUILD.             *
      * 2026-09-02  PSG  New third-party remittance program, run *
      *                  after PAYROLL.  Splits the deduction    *
      *                  detail file the run writes into one     *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNDING-REPORT-STATUS.

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
       FD  DEDUCTION-DETAIL-FILE.
       FD  FUNDING-REPORT.
       01  FUNDING-LINE               PIC X(80).

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
      * ER-FICA, FUTA, SUTA, DD-CLEAR, CHECKS and ACCRUED.  Only  *
      * VOL-DED is used here.                                     *
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
       01 WS-DED-DETAIL-STATUS      PIC XX.
           88 DED-DETAIL-FOUND      VALUE '00'.
       01 WS-FUNDING-REPORT-STATUS  PIC XX.
           88 FUNDING-REPORT-FOUND  VALUE '00'.

       01 WS-RUN-PARAMETER-STATUS   PIC XX.
           88 RUN-PARAMETER-FOUND   VALUE '00'.
           88 RUN-PARAMETER-MISSING VALUE '35'.

      *----------------------------------------------------------*
      * Pay cycle sequencing.  Each period on the pay calendar    *
      * runs PAYADJ, PAYROLL, DEDREMIT and ACHBUILD in that       *
      * order; this program is step 3 of the cycle.               *
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
       01 WS-CYCLE-THIS-STEP   PIC 9(2)    COMP VALUE 3.
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
      * General ledger mapping: the voluntary-deductions-payable  *
      * account the funding total ties to, loaded from GLMAP.DAT. *
      *----------------------------------------------------------*
       01 WS-GL-MAPPING-STATUS      PIC XX.
           88 GL-MAPPING-FOUND      VALUE '00'.
           88 GL-MAPPING-MISSING    VALUE '35'.

       01 WS-GL-MAPPING-EOF    PIC X       VALUE 'N'.
           88 GL-MAPPING-EOF       VALUE 'Y'.
           88 NOT-GL-MAPPING-EOF   VALUE 'N'.

       01 WS-JV-ACCT-VOL-DED   PIC X(8)    VALUE SPACES.

       01 WS-DETAIL-PRESENT    PIC X VALUE 'N'.
           88 DETAIL-PRESENT       VALUE 'Y'.
           88 DETAIL-NOT-PRESENT   VALUE 'N'.
           05 FILLER           PIC X(1)  VALUE '$'.
           05 FR-TOTAL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-FUND-TIE-LINE.
           05 FILLER           PIC X(23) VALUE
               'TOTAL FUNDS GL ACCOUNT '.
           05 FR-TIE-ACCOUNT   PIC X(8).
           05 FILLER           PIC X(29) VALUE
               ' VOLUNTARY DEDUCTIONS'.

       01 WS-NO-DETAIL-LINE    PIC X(40) VALUE
           'NO DEDUCTION DETAIL ON FILE FOR THIS RUN'.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                          *
      *   Checks the pay cycle status for the period and loads   *
      *   the GL mapping, then opens the deduction detail file   *
      *   left by the payroll run, the three remittance          *
      *   extracts and the funding report.  A missing detail     *
      *   file produces empty extracts and a funding report      *
      *   saying so, rather than re-remitting the prior period's *
      *   money.                                                 *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1400-GET-RUN-PARAMETERS
           PERFORM 1500-CHECK-CYCLE-STATUS
           PERFORM 1600-LOAD-GL-MAPPING
           OPEN INPUT DEDUCTION-DETAIL-FILE
           IF DED-DETAIL-FOUND
               SET DETAIL-PRESENT TO TRUE
               STOP RUN
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
      *   Loads the voluntary-deductions-payable account the      *
      *   funding total ties to from the GL mapping file.  The    *
      *   run does not go ahead without the mapping, or with      *
      *   that bucket left unmapped.                              *
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
      *   Files one mapping record.  A record with no account, or *
      *   an unknown type or bucket, stops the run.  Department   *
      *   records are not used here.                              *
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
                   CONTINUE
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
      *   Keeps the VOL-DED bucket's account; the other buckets   *
      *   are posted by the payroll run and its adjustments.      *
      *----------------------------------------------------------*
       1620-STORE-GL-BUCKET.
           EVALUATE GM-MAP-KEY
               WHEN 'VOL-DED'
                   MOVE GM-ACCOUNT-NUMBER TO WS-JV-ACCT-VOL-DED
               WHEN 'LABOR'
               WHEN 'ER-TAX'
               WHEN 'FICA'
               WHEN 'FED-WH'
               WHEN 'STATE-WH'
               WHEN 'ER-FICA'
               WHEN 'FUTA'
               WHEN 'SUTA'
               WHEN 'DD-CLEAR'
               WHEN 'CHECKS'
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
      *   Stops the run when the VOL-DED bucket has no account on *
      *   the mapping.                                            *
      *----------------------------------------------------------*
       1630-CHECK-GL-BUCKETS.
           IF WS-JV-ACCT-VOL-DED = SPACES
               DISPLAY 'GL MAPPING HAS NO ACCOUNT FOR '
                   'VOL-DED, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * 2000-ROUTE-ONE-DETAIL                                     *
      *   Builds the remittance detail record from the deduction  *
                       + WS-GARN-COUNT + WS-OTHER-COUNT
               MOVE WS-GRAND-TOTAL TO FR-TOTAL-AMOUNT
               WRITE FUNDING-LINE FROM WS-FUND-TOTAL-LINE
               MOVE WS-JV-ACCT-VOL-DED TO FR-TIE-ACCOUNT
               WRITE FUNDING-LINE FROM WS-FUND-TIE-LINE
           END-IF.

           DISPLAY '  401(K):      ' WS-401K-TOTAL
           DISPLAY '  HEALTH:      ' WS-HEALTH-TOTAL
           DISPLAY '  GARNISHMENT: ' WS-GARN-TOTAL
           DISPLAY '  GRAND TOTAL: ' WS-GRAND-TOTAL
           PERFORM 9200-STAMP-CYCLE-STATUS.

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
