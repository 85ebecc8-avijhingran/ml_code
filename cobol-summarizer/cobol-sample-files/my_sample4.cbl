      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15  PSG  The entry detail's individual ID now    *
      *                  carries the settlement date after the   *
      *                  EMP-ID, so a returned deposit names the *
      *                  pay period it settled.                  *
      * 2026-10-15  PSG  Pay cycle sequencing.  Before building  *
      *                  anything the run checks the period on   *
      *                  the run parameters against the pay      *
      *                  calendar PAYCAL.DAT and the cycle-status*
      *                  control record CYCLECTL.DAT: PAYROLL and*
      *                  DEDREMIT must have completed the period *
      *                  and no transmission may already have    *
      *                  been built for it, so a stale DIRDEP.DAT*
      *                  is never sent twice unless CYCLEOVR.DAT *
      *                  authorizes the rerun.  A refused run    *
      *                  ends with return code 12 naming the step*
      *                  due next.  The settlement date now comes*
      *                  from the pay calendar; one keyed on the *
      *                  run parameters must agree with it.  A   *
      *                  completed run closes the cycle.         *
      * 2026-10-15  PSG  EMPLOYEE-RECORD picked up the           *
      *                  employment status, hire and             *
      *                  termination dates, SSN and home         *
      *                  address maintained by PAYROLL;          *
      *                  layout kept in step.                    *
      * 2026-09-02  PSG  The batch and file control credit       *
      *                  totals are now written in cents like    *
      *                  the entry amounts, so the control       *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO 'CYCLECTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

           SELECT CYCLE-OVERRIDE-FILE ASSIGN TO 'CYCLEOVR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-OVERRIDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARAMETER-FILE.
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

       FD  ACH-FILE.
       01  ACH-RECORD                 PIC X(94).

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

       WORKING-STORAGE SECTION.
       01 WS-RUN-PARAMETER-STATUS PIC XX.
           88 RUN-PARAMETER-FOUND   VALUE '00'.
       01 WS-ACH-FILE-STATUS        PIC XX.
           88 ACH-FILE-FOUND        VALUE '00'.

      *----------------------------------------------------------*
      * Pay cycle sequencing.  Each period on the pay calendar    *
      * runs PAYADJ, PAYROLL, DEDREMIT and ACHBUILD in that       *
      * order; this program is step 4 of the cycle.               *
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
       01 WS-CYCLE-THIS-STEP   PIC 9(2)    COMP VALUE 4.
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

       01 WS-EMPLOYEE-ACTIVE   PIC X       VALUE 'N'.
           88 EMPLOYEE-MASTER-ACTIVE    VALUE 'Y'.
           88 EMPLOYEE-MASTER-INACTIVE  VALUE 'N'.
           05 ED-CHECK-DIGIT   PIC 9(1).
           05 ED-ACCOUNT       PIC X(17).
           05 ED-AMOUNT        PIC 9(10).
      *  The individual ID carries the EMP-ID and the settlement
      *  date; the bank hands both back on a returned entry, so
      *  ACHRETRN can tell which pay period the deposit settled.
           05 ED-INDIVIDUAL-ID.
               10 ED-IND-EMP-ID     PIC X(5).
               10 ED-IND-SETTLE-DATE PIC 9(8).
               10 FILLER            PIC X(2).
           05 ED-INDIVIDUAL-NAME PIC X(22).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(1)  VALUE '0'.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                          *
      *   Checks the pay cycle status for the period on the      *
      *   run-parameter file and takes the settlement date from  *
      *   the pay calendar (the transmission must not guess at   *
      *   the date the bank settles), opens the deposit file     *
      *   left by PAYROLL, the employee master for the           *
      *   individual names, and the ACH output file.             *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   IF RP-PERIOD-END-DATE NUMERIC
                           AND RP-PERIOD-END-DATE > ZERO
                       MOVE RP-PERIOD-END-DATE TO WS-CYCLE-PERIOD-END
                   END-IF
                   IF RP-SETTLEMENT-DATE NUMERIC
                           AND RP-SETTLEMENT-DATE > ZERO
                       MOVE RP-SETTLEMENT-DATE TO WS-SETTLEMENT-DATE
                   END-IF
           END-READ
           CLOSE RUN-PARAMETER-FILE
           PERFORM 1500-CHECK-CYCLE-STATUS
           PERFORM 1100-SET-SETTLEMENT-DATE
           OPEN INPUT DIRECT-DEPOSIT-FILE
           IF DIRECT-DEPOSIT-FOUND
               CONTINUE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * 1100-SET-SETTLEMENT-DATE                                 *
      *   Takes the settlement date from the period's pay        *
      *   calendar entry.  A date keyed on the run parameters    *
      *   must agree with it, and a period with no settlement    *
      *   date on the calendar stops the run.                    *
      *----------------------------------------------------------*
       1100-SET-SETTLEMENT-DATE.
           IF WS-CYCLE-SETTLEMENT-DATE = ZERO
               DISPLAY 'SETTLEMENT DATE MISSING FROM PAY CALENDAR, '
                   'RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SETTLEMENT-DATE > ZERO
              AND WS-SETTLEMENT-DATE NOT = WS-CYCLE-SETTLEMENT-DATE
               DISPLAY 'SETTLEMENT DATE ' WS-SETTLEMENT-DATE
                   ' ON RUN PARAMETERS DOES NOT MATCH PAY CALENDAR '
                   WS-CYCLE-SETTLEMENT-DATE ', RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CYCLE-SETTLEMENT-DATE TO WS-SETTLEMENT-DATE.

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
      * 2000-WRITE-FILE-HEADER                                    *
      *   Writes the type 1 file header carrying the immediate    *
      *   the zero-dollar prenote, with the receiving bank split  *
      *   into the eight-digit DFI and its check digit, the       *
      *   employee's name from the master as the individual       *
      *   name, the EMP-ID and settlement date as the individual  *
      *   ID, and a sequential trace number under the ODFI.       *
      *----------------------------------------------------------*
       3000-WRITE-ENTRY-DETAIL.
           IF DD-PRENOTE
           COMPUTE WS-AMOUNT-CENTS = DD-NET-PAY * 100
           MOVE WS-AMOUNT-CENTS TO ED-AMOUNT
           MOVE SPACES     TO ED-INDIVIDUAL-ID
           MOVE DD-EMP-ID  TO ED-IND-EMP-ID
           MOVE WS-SETTLEMENT-DATE TO ED-IND-SETTLE-DATE
           PERFORM 3100-GET-INDIVIDUAL-NAME
           MOVE WS-ACH-ODFI TO ED-TRACE-ODFI
           ADD 1 TO WS-TRACE-SEQUENCE
           DISPLAY 'ACH FILE BUILT FOR SETTLEMENT ' WS-SETTLEMENT-DATE
           DISPLAY '  ENTRIES:      ' WS-ENTRY-COUNT
           DISPLAY '  PRENOTES:     ' WS-PRENOTE-COUNT
           DISPLAY '  CREDIT TOTAL: ' WS-TOTAL-CREDIT
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
