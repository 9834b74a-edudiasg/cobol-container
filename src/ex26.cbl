      ******************************************************************
      * PROGRAM-ID : EX26
      * TYPE       : BATCH
      * PURPOSE    : Department payroll cost forecast to year end.
      *              Projects each department's monthly salary cost
      *              from the run month through December, so finance
      *              sees the forward view before approving the next
      *              cycle instead of EX01 reporting an overrun after
      *              it has happened:
      *                - every active master employee costs 1/12 of
      *                  the current salary in each month;
      *                - each raise waiting on the pending file adds
      *                  1/12 of its increase from the month it takes
      *                  effect (an overdue one from the run month); a
      *                  pending bonus is costed once in its month. A
      *                  row EX12 would not release - employee gone
      *                  from the master or terminated, or the master
      *                  salary no longer the one the raise was
      *                  computed from - is counted, not costed;
      *                - optionally, a proposed what-if generation
      *                  (the EX01 simulation output) is costed the
      *                  same way on top, from the effective date on
      *                  the parameter card.
      *              Retro pay (raises that went in after their
      *              effective date, priced as EX13 prices them: the
      *              increase times the pay group's calendar periods
      *              from the effective date that were cut off before
      *              the run) and bonuses already paid this year are
      *              taken from the history file and shown alongside.
      *              Months before the run month are not costed - the
      *              master holds current salaries, not what was paid.
      *
      *              DPT-ANNUAL-BUDGET is the department's annual
      *              increase budget, so the variance is measured the
      *              way the EX01 budget check measures it: the year's
      *              increase on the master, plus pending raises, plus
      *              the what-if raises, against the budget. Any
      *              department projected past its budget is flagged
      *              PROJECTED OVERRUN.
      *
      *              History carries no department, so retro and
      *              bonus amounts are booked to the department the
      *              employee is in now.
      *
      * INPUT      : data/master/ex01_master.dat (INDEXED, key
      *              MST-EMP-ID) - read only
      *              data/master/dept_master.dat (INDEXED, key
      *              DPT-CODE) - EX15 names and budgets; optional
      *              data/master/ex01_pending.dat (LINE SEQUENTIAL) -
      *              deferred raises; optional
      *              data/master/ex01_history.dat (LINE SEQUENTIAL);
      *              optional
      *              data/master/pay_calendar.dat (INDEXED, key
      *              PAY-GROUP + PERIOD-START) - the EX24 payroll
      *              calendar; optional
      *              data/output/ex01_sim.out (LINE SEQUENTIAL) - the
      *              last EX01 simulation; read only when the card
      *              asks for the what-if
      *              data/control/ex26.parm (optional):
      *                WHATIF (col 1, 'Y' = cost the simulation)
      *                WHATIF-EFFECTIVE-DATE (cols 2-9, YYYYMMDD,
      *                    blank = run date)
      *                PERIOD-DAYS (cols 10-12, 000 = default 14 -
      *                    the pay-period length retro is priced in
      *                    when the calendar is missing or has no
      *                    period for the pay group in the retro span,
      *                    as EX13 does)
      *                PAY-GROUP (cols 13-16, blank = MAIN) - the
      *                    calendar group retro is priced against
      * OUTPUT     : data/output/ex26.rpt (LINE SEQUENTIAL)
      *              Paginated report, EX02 conventions.
      *
      *              RETURN-CODE 0, or 16 on an abend. A projected
      *              overrun is a finding for finance, not a failure.
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-10-15
      *
      * CHANGE LOG :
      *  - 2026-10-15 EDG - Initial version. Finance priced the rest of
      *                     the year from a spreadsheet of the master
      *                     and learned of budget overruns from the
      *                     EX01 run that caused them.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'data/master/ex01_master.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS MST-EMP-ID
                FILE STATUS  IS WS-MST-FILE-STATUS.

           SELECT DEPT-FILE ASSIGN TO 'data/master/dept_master.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS DPT-CODE
                FILE STATUS  IS WS-DEPT-FILE-STATUS.

           SELECT PND-FILE ASSIGN TO 'data/master/ex01_pending.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-PND-FILE-STATUS.

           SELECT HIS-FILE ASSIGN TO 'data/master/ex01_history.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-HIS-FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO 'data/master/pay_calendar.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CAL-KEY
                FILE STATUS  IS WS-CAL-FILE-STATUS.

           SELECT SIM-FILE ASSIGN TO 'data/output/ex01_sim.out'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-SIM-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'data/control/ex26.parm'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-PARM-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO 'data/output/ex26.rpt'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-RPT-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MASTER-FILE.
       01  MASTER-REC.
           03 MST-EMP-ID                  PIC X(008).
           03 MST-DEPT-CODE               PIC X(004).
           03 MST-FIRST-NAME              PIC X(030).
           03 MST-CURRENT-SALARY          PIC 9(008)V99.
           03 MST-YTD-INCREASE            PIC 9(009)V99.
           03 MST-LAST-RUN-DATE           PIC 9(008).
           03 MST-STATUS                  PIC X(001).
           03 MST-TERM-DATE               PIC 9(008).
           03 MST-TERM-REASON             PIC X(002).
           03 MST-PAY-GRADE               PIC X(003).

       FD  DEPT-FILE.
       01  DEPT-REC.
           03 DPT-CODE                    PIC X(004).
           03 DPT-NAME                    PIC X(030).
           03 DPT-ACTIVE-FLAG             PIC X(001).
           03 DPT-ANNUAL-BUDGET           PIC 9(011)V99.
           03 DPT-GL-COST-CENTER          PIC X(006).

       FD  PND-FILE.
       01  PND-REC.
           03 PND-EMP-ID                  PIC X(008).
           03 PND-DEPT-CODE               PIC X(004).
           03 PND-FIRST-NAME              PIC X(030).
           03 PND-OLD-SALARY              PIC 9(008)V99.
           03 PND-NEW-SALARY              PIC 9(008)V99.
           03 PND-RAISE-FACTOR            PIC 9V999.
           03 PND-FACTOR-SOURCE           PIC X(004).
           03 PND-EFFECTIVE-DATE          PIC 9(008).
           03 PND-RUN-DATE                PIC 9(008).
           03 PND-GEN-NUM                 PIC 9(004).
           03 PND-PAY-GROUP               PIC X(004).

       FD  HIS-FILE.
       01  HIS-REC.
           03 HIS-EMP-ID                  PIC X(008).
           03 HIS-RUN-DATE                PIC 9(008).
           03 HIS-EFFECTIVE-DATE          PIC X(008).
           03 HIS-OLD-SALARY              PIC 9(008)V99.
           03 HIS-NEW-SALARY              PIC 9(008)V99.
           03 HIS-RAISE-FACTOR            PIC 9V999.
           03 HIS-FACTOR-SOURCE           PIC X(004).
           03 HIS-OPERATOR-ID             PIC X(008).

       FD  CAL-FILE.
       01  CAL-REC.
           03 CAL-KEY.
               05 CAL-PAY-GROUP           PIC X(004).
               05 CAL-PERIOD-START        PIC 9(008).
           03 CAL-PERIOD-END              PIC 9(008).
           03 CAL-PAY-DATE                PIC 9(008).
           03 CAL-CUTOFF-DATE             PIC 9(008).

       FD  SIM-FILE.
       01  SIM-REC.
           03 SIM-EMP-ID                  PIC X(008).
           03 SIM-DEPT-CODE               PIC X(004).
           03 SIM-FIRST-NAME              PIC X(030).
           03 SIM-OLD-SALARY              PIC 9(008)V99.
           03 SIM-NEW-SALARY              PIC 9(008)V99.

       FD  PARM-FILE.
       01  PARM-REC.
           03 PARM-WHATIF                 PIC X(001).
           03 PARM-WHATIF-DATE            PIC X(008).
           03 PARM-PERIOD-DAYS            PIC 9(003).
           03 PARM-PAY-GROUP              PIC X(004).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           88  WS-NOT-EOF                               VALUE 'N'.

       01  WS-MST-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-MST-OK                                VALUE '00'.

       01  WS-DEPT-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-DEPT-OK                               VALUE '00'.
           88  WS-DEPT-FILE-MISSING                     VALUE '35'.

       01  WS-PND-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-PND-OK                                VALUE '00'.
           88  WS-PND-FILE-MISSING                      VALUE '35'.

       01  WS-HIS-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-HIS-OK                                VALUE '00'.
           88  WS-HIS-FILE-MISSING                      VALUE '35'.

       01  WS-CAL-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-CAL-OK                                VALUE '00'.
           88  WS-CAL-FILE-MISSING                      VALUE '35'.

       01  WS-SIM-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-SIM-OK                                VALUE '00'.
           88  WS-SIM-FILE-MISSING                      VALUE '35'.

       01  WS-PARM-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-PARM-OK                               VALUE '00'.

       01  WS-RPT-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-RPT-OK                                VALUE '00'.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           'EX26 ABENDED - SEE PSC-ERRO-PGM ABOVE'.

       01  WS-RUN-DATE                    PIC 9(008)     VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           03  WS-RUN-YEAR                PIC 9(004).
           03  WS-RUN-MONTH               PIC 9(002).
           03  WS-RUN-DAY                 PIC 9(002).

      *---------------------------------------------------------------
      * Parameter card values.
      *---------------------------------------------------------------
       01  WS-WHATIF-FLAG                 PIC X          VALUE 'N'.
           88  WS-WHATIF-REQUESTED                      VALUE 'Y'.
           88  WS-WHATIF-NOT-REQUESTED                  VALUE 'N'.

       01  WS-WHATIF-DATE                 PIC 9(008)     VALUE ZEROS.
       01  WS-PERIOD-DAYS                 PIC 9(003)     VALUE 014.
       01  WS-PAY-GROUP                   PIC X(004)     VALUE 'MAIN'.

      *---------------------------------------------------------------
      * The pay group's calendar periods, in start order. Empty when
      * there is no calendar or it has nothing for the group.
      *---------------------------------------------------------------
       01  WS-MAX-CAL-PERIODS             PIC 9(005)     VALUE 5000.
       01  WS-CAL-COUNT                   PIC 9(005)     VALUE ZEROS.
       01  WS-CAL-IDX                     PIC 9(005)     VALUE ZEROS.
       01  WS-CAL-PERIODS-FOUND           PIC 9(004)     VALUE ZEROS.

       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY               OCCURS 0 TO 5000 TIMES
                                           DEPENDING ON WS-CAL-COUNT.
               10  WS-CAL-PERIOD-START    PIC 9(008).
               10  WS-CAL-CUTOFF-DATE     PIC 9(008).

      *---------------------------------------------------------------
      * Month an amount starts in: the event date's month, pulled
      * forward to the run month when already past, zero when it
      * falls after year end.
      *---------------------------------------------------------------
       01  WS-EVENT-DATE                  PIC 9(008)     VALUE ZEROS.
       01  WS-EVENT-DATE-X REDEFINES WS-EVENT-DATE.
           03  WS-EVENT-YEAR              PIC 9(004).
           03  WS-EVENT-MONTH             PIC 9(002).
           03  WS-EVENT-DAY               PIC 9(002).

       01  WS-START-MONTH                 PIC 9(002)     VALUE ZEROS.
       01  WS-MONTHS-LEFT                 PIC 9(002)     VALUE ZEROS.
       01  WS-MONTH-IDX                   PIC 9(002)     VALUE ZEROS.
       01  WS-ROW-IDX                     PIC 9(002)     VALUE ZEROS.
       01  WS-COL-IDX                     PIC 9(002)     VALUE ZEROS.

      *    Annual rate change to spread from WS-START-MONTH on.
       01  WS-EVENT-RATE                  PIC S9(011)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      * Employee id to current department, status and salary, loaded
      * from the master in key order and binary-searched per pending
      * row and history detail.
      *---------------------------------------------------------------
       01  WS-MAX-EMPS                    PIC 9(006)     VALUE 100000.
       01  WS-EMP-COUNT                   PIC 9(006)     VALUE ZEROS.

       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY               OCCURS 0 TO 100000 TIMES
                                           DEPENDING ON WS-EMP-COUNT
                                           ASCENDING KEY IS
                                               WS-EMP-ID
                                           INDEXED BY WS-EMP-IDX.
               10  WS-EMP-ID              PIC X(008).
               10  WS-EMP-DEPT-CODE       PIC X(004).
               10  WS-EMP-STATUS          PIC X(001).
               10  WS-EMP-SALARY          PIC 9(008)V99.

      *---------------------------------------------------------------
      * Department forecast table. Departments come from the
      * reference first; a code met on the master, pending or what-
      * if file that the reference lacks is added with no budget.
      * Month rates are annual salary in effect; one-offs are paid
      * once in their month.
      *---------------------------------------------------------------
       01  WS-MAX-DEPTS                   PIC 9(003)     VALUE 500.
       01  WS-FDP-COUNT                   PIC 9(003)     VALUE ZEROS.
       01  WS-FDP-IDX                     PIC 9(003)     VALUE ZEROS.
       01  WS-FIND-DEPT-CODE              PIC X(004)     VALUE SPACES.

       01  WS-FDP-TABLE.
           05  WS-FDP-ENTRY               OCCURS 0 TO 500 TIMES
                                           DEPENDING ON WS-FDP-COUNT.
               10  WS-FDP-CODE            PIC X(004).
               10  WS-FDP-NAME            PIC X(030).
               10  WS-FDP-REF-FLAG        PIC X(001).
               10  WS-FDP-BUDGET          PIC 9(011)V99.
               10  WS-FDP-HEADCOUNT       PIC 9(007).
               10  WS-FDP-YTD-INCREASE    PIC S9(011)V99.
               10  WS-FDP-PENDING-INCR    PIC S9(011)V99.
               10  WS-FDP-WHATIF-INCR     PIC S9(011)V99.
               10  WS-FDP-WHATIF-COST     PIC S9(011)V99.
               10  WS-FDP-RETRO-PAID      PIC S9(011)V99.
               10  WS-FDP-BONUS-PAID      PIC S9(011)V99.
               10  WS-FDP-MONTH-RATE      PIC S9(011)V99
                                           OCCURS 12 TIMES.
               10  WS-FDP-MONTH-ONEOFF    PIC S9(011)V99
                                           OCCURS 12 TIMES.

      *    The entry being printed, and the all-department totals -
      *    same layout as a table entry.
       01  WS-PRT-ENTRY.
           10  WS-PRT-CODE                PIC X(004).
           10  WS-PRT-NAME                PIC X(030).
           10  WS-PRT-REF-FLAG            PIC X(001).
               88  WS-PRT-ON-REFERENCE                  VALUE 'Y'.
           10  WS-PRT-BUDGET              PIC 9(011)V99.
           10  WS-PRT-HEADCOUNT           PIC 9(007).
           10  WS-PRT-YTD-INCREASE        PIC S9(011)V99.
           10  WS-PRT-PENDING-INCR        PIC S9(011)V99.
           10  WS-PRT-WHATIF-INCR         PIC S9(011)V99.
           10  WS-PRT-WHATIF-COST         PIC S9(011)V99.
           10  WS-PRT-RETRO-PAID          PIC S9(011)V99.
           10  WS-PRT-BONUS-PAID          PIC S9(011)V99.
           10  WS-PRT-MONTH-RATE          PIC S9(011)V99
                                           OCCURS 12 TIMES.
           10  WS-PRT-MONTH-ONEOFF        PIC S9(011)V99
                                           OCCURS 12 TIMES.

       01  WS-GRAND-ENTRY.
           10  WS-GRD-CODE                PIC X(004).
           10  WS-GRD-NAME                PIC X(030).
           10  WS-GRD-REF-FLAG            PIC X(001).
           10  WS-GRD-BUDGET              PIC 9(011)V99.
           10  WS-GRD-HEADCOUNT           PIC 9(007).
           10  WS-GRD-YTD-INCREASE        PIC S9(011)V99.
           10  WS-GRD-PENDING-INCR        PIC S9(011)V99.
           10  WS-GRD-WHATIF-INCR         PIC S9(011)V99.
           10  WS-GRD-WHATIF-COST         PIC S9(011)V99.
           10  WS-GRD-RETRO-PAID          PIC S9(011)V99.
           10  WS-GRD-BONUS-PAID          PIC S9(011)V99.
           10  WS-GRD-MONTH-RATE          PIC S9(011)V99
                                           OCCURS 12 TIMES.
           10  WS-GRD-MONTH-ONEOFF        PIC S9(011)V99
                                           OCCURS 12 TIMES.

      *---------------------------------------------------------------
      * Figures derived for the entry being printed.
      *---------------------------------------------------------------
       01  WS-MONTH-COST                  PIC S9(011)V99 VALUE ZEROS.
       01  WS-FORECAST-COST               PIC S9(013)V99 VALUE ZEROS.
       01  WS-ANNUAL-TOTAL                PIC S9(013)V99 VALUE ZEROS.
       01  WS-PROJECTED-INCREASE          PIC S9(013)V99 VALUE ZEROS.
       01  WS-VARIANCE                    PIC S9(013)V99 VALUE ZEROS.

       01  WS-OVERRUN-FLAG                PIC X          VALUE 'N'.
           88  WS-PROJECTED-OVERRUN                     VALUE 'Y'.
           88  WS-WITHIN-BUDGET                         VALUE 'N'.

      *---------------------------------------------------------------
      * Work fields for costing one record.
      *---------------------------------------------------------------
       01  WS-INCREASE                    PIC S9(009)V99 VALUE ZEROS.
       01  WS-RETRO-AMOUNT                PIC S9(011)V99 VALUE ZEROS.
       01  WS-RETRO-DAYS                  PIC S9(007)    VALUE ZEROS.
       01  WS-RETRO-PERIODS               PIC 9(004)     VALUE ZEROS.
       01  WS-HIS-EFFECTIVE-DATE-9        PIC 9(008)     VALUE ZEROS.
       01  WS-HIS-RUN-YEAR                PIC 9(004)     VALUE ZEROS.

      *---------------------------------------------------------------
      * Control totals.
      *---------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           03  WS-MASTER-READ             PIC 9(009)     VALUE ZEROS.
           03  WS-ACTIVE-COSTED           PIC 9(009)     VALUE ZEROS.
           03  WS-PENDING-READ            PIC 9(009)     VALUE ZEROS.
           03  WS-PENDING-COSTED          PIC 9(009)     VALUE ZEROS.
           03  WS-PENDING-NEXT-YEAR       PIC 9(009)     VALUE ZEROS.
           03  WS-PENDING-NOT-RELEASABLE  PIC 9(009)     VALUE ZEROS.
           03  WS-HISTORY-READ            PIC 9(009)     VALUE ZEROS.
           03  WS-RETRO-DETAILS           PIC 9(009)     VALUE ZEROS.
           03  WS-RETRO-BY-CALENDAR       PIC 9(009)     VALUE ZEROS.
           03  WS-BONUS-DETAILS           PIC 9(009)     VALUE ZEROS.
           03  WS-HISTORY-NOT-ON-MASTER   PIC 9(009)     VALUE ZEROS.
           03  WS-WHATIF-READ             PIC 9(009)     VALUE ZEROS.
           03  WS-DEPTS-OVERRUN           PIC 9(009)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  DISPLAY-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      *---------------------------------------------------------------
      * Pagination control - EX02 conventions.
      *---------------------------------------------------------------
       01  WS-LINES-PER-PAGE              PIC 9(002)     VALUE 20.
       01  WS-LINE-COUNT                  PIC 9(002)     VALUE ZEROS.
       01  WS-PAGE-NUM                    PIC 9(004)     VALUE ZEROS.

       01  WS-HOLD-LINE                   PIC X(110)     VALUE SPACES.

      *---------------------------------------------------------------
      * Report line layouts.
      *---------------------------------------------------------------
       01  WS-HEADER-LINE-1.
           03  FILLER                     PIC X(038)     VALUE
               'EX26 DEPARTMENT PAYROLL COST FORECAST'.
           03  FILLER                     PIC X(006)     VALUE
               'YEAR: '.
           03  H1-RUN-YEAR                PIC 9(004).
           03  FILLER                     PIC X(009)     VALUE
               '   DATE: '.
           03  H1-RUN-DATE                PIC 9999/99/99.
           03  FILLER                     PIC X(010)     VALUE
               '     PAGE:'.
           03  H1-PAGE-NUM                PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           03  FILLER                     PIC X(010)     VALUE
               'MONTHS'.
           03  FILLER                     PIC X(016)     VALUE
               '       JAN / JUL'.
           03  FILLER                     PIC X(016)     VALUE
               '       FEB / AUG'.
           03  FILLER                     PIC X(016)     VALUE
               '       MAR / SEP'.
           03  FILLER                     PIC X(016)     VALUE
               '       APR / OCT'.
           03  FILLER                     PIC X(016)     VALUE
               '       MAY / NOV'.
           03  FILLER                     PIC X(016)     VALUE
               '       JUN / DEC'.

       01  WS-DEPT-HEADING-LINE.
           03  FILLER                     PIC X(005)     VALUE
               'DEPT '.
           03  DH-DEPT-CODE               PIC X(004).
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DH-DEPT-NAME               PIC X(030).
           03  FILLER                     PIC X(012)     VALUE
               '  HEADCOUNT '.
           03  DH-HEADCOUNT               PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(002)     VALUE SPACES.
           03  DH-FLAG                    PIC X(030).

       01  WS-MONTH-LINE.
           03  ML-LABEL                   PIC X(010).
           03  ML-AMOUNT-X                PIC X(016)
                                           OCCURS 6 TIMES.

       01  WS-MONTH-EDIT.
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  ME-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-AMOUNT-LINE.
           03  AL-ENTRY                   OCCURS 3 TIMES.
               05  AL-LABEL               PIC X(016).
               05  AL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-NOTE-LINE.
           03  FILLER                     PIC X(002)     VALUE SPACES.
           03  NL-TEXT                    PIC X(108).

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       000000-MAIN                         SECTION.
      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE                 TO WS-WHATIF-DATE

           PERFORM 050000-READ-PARM-CARD
           PERFORM 060000-LOAD-PAY-CALENDAR
           PERFORM 070000-LOAD-DEPT-REFERENCE
           PERFORM 100000-OPEN-FILES
           PERFORM 200000-COST-MASTER
           PERFORM 220000-COST-PENDING
           PERFORM 230000-COST-HISTORY

           IF WS-WHATIF-REQUESTED
               PERFORM 240000-COST-WHATIF
           END-IF

           PERFORM 300000-PRINT-FORECAST
           PERFORM 250000-PRINT-CONTROL-TOTALS
           PERFORM 900000-CLOSE-FILES

           IF WS-DEPTS-OVERRUN > 0
               DISPLAY 'EX26 ' WS-DEPTS-OVERRUN ' DEPARTMENT(S) '
                       'PROJECTED OVER THEIR ANNUAL INCREASE BUDGET'
                       ' - SEE data/output/ex26.rpt'
           END-IF

           STOP RUN
           .
       000999-EXIT-MAIN.
           EXIT.

      *-----------------------------------------------------------------
       050000-READ-PARM-CARD               SECTION.
      *-----------------------------------------------------------------
           MOVE 0002                        TO PSC-ERRO-PGM

           OPEN INPUT PARM-FILE

           IF NOT WS-PARM-OK
               GO TO 050999-EXIT-READ-PARM-CARD
           END-IF

           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-WHATIF = 'Y'
                       SET WS-WHATIF-REQUESTED TO TRUE
                   END-IF
                   IF PARM-WHATIF-DATE NUMERIC
                       MOVE PARM-WHATIF-DATE TO WS-EVENT-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD (WS-EVENT-DATE)
                          = 0
                           MOVE WS-EVENT-DATE TO WS-WHATIF-DATE
                       ELSE
                           DISPLAY 'EX26 WARNING - WHAT-IF DATE '
                                   PARM-WHATIF-DATE ' INVALID, '
                                   'RUN DATE USED'
                       END-IF
                   END-IF
                   IF PARM-PERIOD-DAYS NUMERIC
                   AND PARM-PERIOD-DAYS > 0
                       MOVE PARM-PERIOD-DAYS TO WS-PERIOD-DAYS
                   END-IF
                   IF PARM-PAY-GROUP NOT = SPACES
                   AND PARM-PAY-GROUP NOT = LOW-VALUES
                       MOVE PARM-PAY-GROUP TO WS-PAY-GROUP
                   END-IF
           END-READ

           CLOSE PARM-FILE
           .
       050999-EXIT-READ-PARM-CARD.
           EXIT.

      *-----------------------------------------------------------------
       060000-LOAD-PAY-CALENDAR            SECTION.
      *-----------------------------------------------------------------
      *    Only the card's pay group is kept - retro is priced against
      *    that group's periods, as EX13 prices it.
      *-----------------------------------------------------------------
           MOVE 0021                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-CAL-COUNT

           OPEN INPUT CAL-FILE

           IF WS-CAL-FILE-MISSING
               DISPLAY 'EX26 WARNING - NO PAYROLL CALENDAR FILE; '
                       'RETRO PRICED IN ' WS-PERIOD-DAYS
                       '-DAY PERIODS (RUN EX24 TO LOAD ONE)'
               GO TO 060999-EXIT-LOAD-PAY-CALENDAR
           END-IF

           IF NOT WS-CAL-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE WS-PAY-GROUP                TO CAL-PAY-GROUP
           MOVE ZEROS                       TO CAL-PERIOD-START
           SET WS-NOT-EOF                   TO TRUE

           START CAL-FILE KEY NOT < CAL-KEY
               INVALID KEY
                   SET WS-EOF                TO TRUE
           END-START

           PERFORM UNTIL WS-EOF
               READ CAL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-CAL-OK
                           PERFORM 999900-ABEND
                       END-IF
                       IF CAL-PAY-GROUP NOT = WS-PAY-GROUP
                           SET WS-EOF        TO TRUE
                       ELSE
                           IF WS-CAL-COUNT >= WS-MAX-CAL-PERIODS
                               DISPLAY 'EX26 ABEND - PAYROLL '
                                   'CALENDAR CARRIES MORE THAN '
                                   WS-MAX-CAL-PERIODS ' PERIODS '
                                   'FOR PAY GROUP ' WS-PAY-GROUP
                               PERFORM 999900-ABEND
                           END-IF
                           ADD 1             TO WS-CAL-COUNT
                           MOVE CAL-PERIOD-START TO
                               WS-CAL-PERIOD-START (WS-CAL-COUNT)
                           MOVE CAL-CUTOFF-DATE TO
                               WS-CAL-CUTOFF-DATE (WS-CAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CAL-FILE

           IF NOT WS-CAL-OK
               PERFORM 999900-ABEND
           END-IF

           IF WS-CAL-COUNT = 0
               DISPLAY 'EX26 WARNING - PAYROLL CALENDAR HAS NO '
                       'PERIOD FOR PAY GROUP ' WS-PAY-GROUP
                       '; RETRO PRICED IN ' WS-PERIOD-DAYS
                       '-DAY PERIODS'
           END-IF

           SET WS-NOT-EOF                   TO TRUE
           .
       060999-EXIT-LOAD-PAY-CALENDAR.
           EXIT.

      *-----------------------------------------------------------------
       070000-LOAD-DEPT-REFERENCE          SECTION.
      *-----------------------------------------------------------------
      *    Without the reference the forecast still runs by the codes
      *    the master carries; there is just no budget to measure.
      *-----------------------------------------------------------------
           MOVE 0003                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-FDP-COUNT

           OPEN INPUT DEPT-FILE

           IF WS-DEPT-FILE-MISSING
               DISPLAY 'EX26 WARNING - DEPARTMENT REFERENCE NOT '
                       'FOUND, NO BUDGET VARIANCE REPORTED'
               GO TO 070999-EXIT-LOAD-DEPT-REFERENCE
           END-IF

           IF NOT WS-DEPT-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ DEPT-FILE NEXT RECORD
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF WS-DEPT-OK
                           MOVE DPT-CODE     TO WS-FIND-DEPT-CODE
                           PERFORM 270000-FIND-DEPT
                           MOVE DPT-NAME     TO
                               WS-FDP-NAME (WS-FDP-IDX)
                           MOVE 'Y'          TO
                               WS-FDP-REF-FLAG (WS-FDP-IDX)
                           MOVE DPT-ANNUAL-BUDGET TO
                               WS-FDP-BUDGET (WS-FDP-IDX)
                       ELSE
                           PERFORM 999900-ABEND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPT-FILE

           IF NOT WS-DEPT-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE
           .
       070999-EXIT-LOAD-DEPT-REFERENCE.
           EXIT.

      *-----------------------------------------------------------------
       100000-OPEN-FILES                   SECTION.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           OPEN INPUT  MASTER-FILE
                OUTPUT RPT-FILE

           IF NOT WS-MST-OK
           OR NOT WS-RPT-OK
               PERFORM 999900-ABEND
           END-IF
           .
       100999-EXIT-OPEN-FILES.
           EXIT.

      *-----------------------------------------------------------------
       200000-COST-MASTER                  SECTION.
      *-----------------------------------------------------------------
      *    Every employee - terminated too - goes into the id table,
      *    since a leaver's bonus or retro this year was still spent,
      *    and into the department's year-to-date increase, as the
      *    EX01 budget check counts it. Only active employees cost
      *    salary in the months ahead.
      *-----------------------------------------------------------------
           MOVE 0005                        TO PSC-ERRO-PGM

           SET WS-NOT-EOF                   TO TRUE
           PERFORM 210000-READ-MASTER-NEXT

           PERFORM UNTIL WS-EOF
               IF WS-EMP-COUNT >= WS-MAX-EMPS
                   DISPLAY 'EX26 ABEND - MASTER CARRIES MORE THAN '
                           WS-MAX-EMPS ' EMPLOYEES'
                   PERFORM 999900-ABEND
               END-IF
               ADD 1                         TO WS-EMP-COUNT
               MOVE MST-EMP-ID              TO WS-EMP-ID (WS-EMP-COUNT)
               MOVE MST-DEPT-CODE           TO
                   WS-EMP-DEPT-CODE (WS-EMP-COUNT)
               MOVE MST-STATUS              TO
                   WS-EMP-STATUS (WS-EMP-COUNT)
               MOVE MST-CURRENT-SALARY      TO
                   WS-EMP-SALARY (WS-EMP-COUNT)

               MOVE MST-DEPT-CODE           TO WS-FIND-DEPT-CODE
               PERFORM 270000-FIND-DEPT
               ADD MST-YTD-INCREASE         TO
                   WS-FDP-YTD-INCREASE (WS-FDP-IDX)

               IF MST-STATUS NOT = 'T'
                   ADD 1                     TO WS-ACTIVE-COSTED
                   ADD 1                     TO
                       WS-FDP-HEADCOUNT (WS-FDP-IDX)
                   MOVE WS-RUN-MONTH         TO WS-START-MONTH
                   MOVE MST-CURRENT-SALARY   TO WS-EVENT-RATE
                   PERFORM 275000-ADD-RATE-TO-MONTHS
               END-IF

               PERFORM 210000-READ-MASTER-NEXT
           END-PERFORM
           .
       200999-EXIT-COST-MASTER.
           EXIT.

      *-----------------------------------------------------------------
       210000-READ-MASTER-NEXT             SECTION.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF                TO TRUE
               NOT AT END
                   IF WS-MST-OK
                       ADD 1                 TO WS-MASTER-READ
                   ELSE
                       PERFORM 999900-ABEND
                   END-IF
           END-READ
           .
       210999-EXIT-READ-MASTER-NEXT.
           EXIT.

      *-----------------------------------------------------------------
       220000-COST-PENDING                 SECTION.
      *-----------------------------------------------------------------
      *    Every row on the pending file is still waiting - EX12 drops
      *    a row once it releases it. A raise taking effect after
      *    year end costs nothing this year and is only counted.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           OPEN INPUT PND-FILE

           IF WS-PND-FILE-MISSING
               GO TO 220999-EXIT-COST-PENDING
           END-IF

           IF NOT WS-PND-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ PND-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-PND-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-PENDING-READ
                       PERFORM 225000-COST-PENDING-ROW
               END-READ
           END-PERFORM

           CLOSE PND-FILE

           IF NOT WS-PND-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE
           .
       220999-EXIT-COST-PENDING.
           EXIT.

      *-----------------------------------------------------------------
       225000-COST-PENDING-ROW             SECTION.
      *-----------------------------------------------------------------
      *    A row EX12 would skip rather than release is not forecast:
      *    the employee is gone from the master or terminated, or the
      *    master salary is no longer the one the raise was computed
      *    from. It stays on the file for a human to close, and is
      *    only counted here.
      *-----------------------------------------------------------------
           MOVE 0022                        TO PSC-ERRO-PGM

           IF WS-EMP-COUNT = 0
               ADD 1 TO WS-PENDING-NOT-RELEASABLE
               GO TO 225999-EXIT-COST-PENDING-ROW
           END-IF

           SEARCH ALL WS-EMP-ENTRY
               AT END
                   ADD 1 TO WS-PENDING-NOT-RELEASABLE
                   GO TO 225999-EXIT-COST-PENDING-ROW
               WHEN WS-EMP-ID (WS-EMP-IDX) = PND-EMP-ID
                   CONTINUE
           END-SEARCH

           IF WS-EMP-STATUS (WS-EMP-IDX) = 'T'
           OR WS-EMP-SALARY (WS-EMP-IDX) NOT = PND-OLD-SALARY
               ADD 1 TO WS-PENDING-NOT-RELEASABLE
               GO TO 225999-EXIT-COST-PENDING-ROW
           END-IF

           MOVE PND-EFFECTIVE-DATE          TO WS-EVENT-DATE
           PERFORM 260000-FIND-START-MONTH

           IF WS-START-MONTH = 0
               ADD 1                         TO WS-PENDING-NEXT-YEAR
               GO TO 225999-EXIT-COST-PENDING-ROW
           END-IF

           ADD 1                             TO WS-PENDING-COSTED
           MOVE PND-DEPT-CODE               TO WS-FIND-DEPT-CODE
           PERFORM 270000-FIND-DEPT
           COMPUTE WS-INCREASE = PND-NEW-SALARY - PND-OLD-SALARY

           IF PND-FACTOR-SOURCE = 'BNS '
               ADD WS-INCREASE              TO
                   WS-FDP-MONTH-ONEOFF (WS-FDP-IDX, WS-START-MONTH)
           ELSE
               ADD WS-INCREASE              TO
                   WS-FDP-PENDING-INCR (WS-FDP-IDX)
               MOVE WS-INCREASE             TO WS-EVENT-RATE
               PERFORM 275000-ADD-RATE-TO-MONTHS
           END-IF
           .
       225999-EXIT-COST-PENDING-ROW.
           EXIT.

      *-----------------------------------------------------------------
       230000-COST-HISTORY                 SECTION.
      *-----------------------------------------------------------------
           MOVE 0008                        TO PSC-ERRO-PGM

           OPEN INPUT HIS-FILE

           IF WS-HIS-FILE-MISSING
               GO TO 230999-EXIT-COST-HISTORY
           END-IF

           IF NOT WS-HIS-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ HIS-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-HIS-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-HISTORY-READ
                       PERFORM 235000-COST-HISTORY-DETAIL
               END-READ
           END-PERFORM

           CLOSE HIS-FILE

           IF NOT WS-HIS-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE
           .
       230999-EXIT-COST-HISTORY.
           EXIT.

      *-----------------------------------------------------------------
       235000-COST-HISTORY-DETAIL          SECTION.
      *-----------------------------------------------------------------
      *    Only this year's runs count. A bonus detail carries the
      *    payment as its new salary over a zero old one. A raise run
      *    after its effective date owed retro pay, priced as EX13
      *    prices it: the increase times the pay group's calendar
      *    periods starting from the effective date and before the run
      *    whose cutoff had passed at the old rate; with no such period
      *    on the calendar, the whole PERIOD-DAYS periods in the span.
      *-----------------------------------------------------------------
           MOVE 0009                        TO PSC-ERRO-PGM

           MOVE HIS-RUN-DATE (1:4)          TO WS-HIS-RUN-YEAR

           IF WS-HIS-RUN-YEAR NOT = WS-RUN-YEAR
               GO TO 235999-EXIT-COST-HISTORY-DETAIL
           END-IF

           COMPUTE WS-INCREASE = HIS-NEW-SALARY - HIS-OLD-SALARY

           IF HIS-FACTOR-SOURCE NOT = 'BNS '
               IF WS-INCREASE NOT > 0
               OR HIS-EFFECTIVE-DATE NOT NUMERIC
                   GO TO 235999-EXIT-COST-HISTORY-DETAIL
               END-IF
               MOVE HIS-EFFECTIVE-DATE      TO WS-HIS-EFFECTIVE-DATE-9
               IF WS-HIS-EFFECTIVE-DATE-9 NOT < HIS-RUN-DATE
               OR FUNCTION TEST-DATE-YYYYMMDD
                      (WS-HIS-EFFECTIVE-DATE-9) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (HIS-RUN-DATE) NOT = 0
                   GO TO 235999-EXIT-COST-HISTORY-DETAIL
               END-IF
               PERFORM 236000-COUNT-RETRO-PERIODS
               IF WS-RETRO-PERIODS = 0
                   GO TO 235999-EXIT-COST-HISTORY-DETAIL
               END-IF
           END-IF

           IF WS-EMP-COUNT = 0
               ADD 1                         TO WS-HISTORY-NOT-ON-MASTER
               GO TO 235999-EXIT-COST-HISTORY-DETAIL
           END-IF

           SEARCH ALL WS-EMP-ENTRY
               AT END
                   ADD 1                     TO WS-HISTORY-NOT-ON-MASTER
                   GO TO 235999-EXIT-COST-HISTORY-DETAIL
               WHEN WS-EMP-ID (WS-EMP-IDX) = HIS-EMP-ID
                   MOVE WS-EMP-DEPT-CODE (WS-EMP-IDX)
                                             TO WS-FIND-DEPT-CODE
           END-SEARCH

           PERFORM 270000-FIND-DEPT

           IF HIS-FACTOR-SOURCE = 'BNS '
               ADD 1                         TO WS-BONUS-DETAILS
               ADD WS-INCREASE              TO
                   WS-FDP-BONUS-PAID (WS-FDP-IDX)
           ELSE
               ADD 1                         TO WS-RETRO-DETAILS
               COMPUTE WS-RETRO-AMOUNT =
                   WS-INCREASE * WS-RETRO-PERIODS
               ADD WS-RETRO-AMOUNT          TO
                   WS-FDP-RETRO-PAID (WS-FDP-IDX)
           END-IF
           .
       235999-EXIT-COST-HISTORY-DETAIL.
           EXIT.

      *-----------------------------------------------------------------
       236000-COUNT-RETRO-PERIODS          SECTION.
      *-----------------------------------------------------------------
      *    WS-HIS-EFFECTIVE-DATE-9 to HIS-RUN-DATE in, WS-RETRO-PERIODS
      *    out - EX13 075000 against the loaded calendar.
      *-----------------------------------------------------------------
           MOVE 0023                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-CAL-PERIODS-FOUND
                                               WS-RETRO-PERIODS

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-CAL-PERIOD-START (WS-CAL-IDX)
                         NOT < HIS-RUN-DATE
               IF WS-CAL-PERIOD-START (WS-CAL-IDX)
                  NOT < WS-HIS-EFFECTIVE-DATE-9
                   ADD 1                     TO WS-CAL-PERIODS-FOUND
                   IF WS-CAL-CUTOFF-DATE (WS-CAL-IDX) < HIS-RUN-DATE
                       ADD 1                 TO WS-RETRO-PERIODS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CAL-PERIODS-FOUND > 0
               ADD 1                         TO WS-RETRO-BY-CALENDAR
               GO TO 236999-EXIT-COUNT-RETRO-PERIODS
           END-IF

           COMPUTE WS-RETRO-DAYS =
               FUNCTION INTEGER-OF-DATE (HIS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-HIS-EFFECTIVE-DATE-9)
           DIVIDE WS-RETRO-DAYS BY WS-PERIOD-DAYS
               GIVING WS-RETRO-PERIODS
           .
       236999-EXIT-COUNT-RETRO-PERIODS.
           EXIT.

      *-----------------------------------------------------------------
       240000-COST-WHATIF                  SECTION.
      *-----------------------------------------------------------------
      *    The simulation output carries each proposed raise as old
      *    and new salary, and a proposed bonus as the payment over a
      *    zero old salary. It was costed from the master as it is
      *    now, so it stacks on the master cost, not on pending.
      *-----------------------------------------------------------------
           MOVE 0010                        TO PSC-ERRO-PGM

           MOVE WS-WHATIF-DATE              TO WS-EVENT-DATE
           PERFORM 260000-FIND-START-MONTH

           IF WS-START-MONTH = 0
               DISPLAY 'EX26 WARNING - WHAT-IF EFFECTIVE '
                       WS-WHATIF-DATE ' IS AFTER YEAR END, NOT COSTED'
               SET WS-WHATIF-NOT-REQUESTED  TO TRUE
               GO TO 240999-EXIT-COST-WHATIF
           END-IF

           COMPUTE WS-MONTHS-LEFT = 13 - WS-START-MONTH

           OPEN INPUT SIM-FILE

           IF WS-SIM-FILE-MISSING
               DISPLAY 'EX26 WARNING - NO SIMULATION OUTPUT '
                       'data/output/ex01_sim.out, WHAT-IF NOT COSTED'
               SET WS-WHATIF-NOT-REQUESTED  TO TRUE
               GO TO 240999-EXIT-COST-WHATIF
           END-IF

           IF NOT WS-SIM-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ SIM-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-SIM-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-WHATIF-READ
                       MOVE SIM-DEPT-CODE    TO WS-FIND-DEPT-CODE
                       PERFORM 270000-FIND-DEPT
                       COMPUTE WS-INCREASE =
                           SIM-NEW-SALARY - SIM-OLD-SALARY
                       IF SIM-OLD-SALARY = 0
                           ADD WS-INCREASE   TO
                               WS-FDP-MONTH-ONEOFF
                               (WS-FDP-IDX, WS-START-MONTH)
                           ADD WS-INCREASE   TO
                               WS-FDP-WHATIF-COST (WS-FDP-IDX)
                       ELSE
                           ADD WS-INCREASE   TO
                               WS-FDP-WHATIF-INCR (WS-FDP-IDX)
                           COMPUTE WS-FDP-WHATIF-COST (WS-FDP-IDX)
                               ROUNDED =
                               WS-FDP-WHATIF-COST (WS-FDP-IDX)
                               + WS-INCREASE * WS-MONTHS-LEFT / 12
                           MOVE WS-INCREASE  TO WS-EVENT-RATE
                           PERFORM 275000-ADD-RATE-TO-MONTHS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SIM-FILE

           IF NOT WS-SIM-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE
           .
       240999-EXIT-COST-WHATIF.
           EXIT.

      *-----------------------------------------------------------------
       260000-FIND-START-MONTH             SECTION.
      *-----------------------------------------------------------------
      *    WS-EVENT-DATE in, WS-START-MONTH out (0 = after year end).
      *-----------------------------------------------------------------
           MOVE 0011                        TO PSC-ERRO-PGM

           IF WS-EVENT-YEAR > WS-RUN-YEAR
               MOVE ZEROS                   TO WS-START-MONTH
               GO TO 260999-EXIT-FIND-START-MONTH
           END-IF

           IF WS-EVENT-YEAR < WS-RUN-YEAR
           OR WS-EVENT-MONTH < WS-RUN-MONTH
           OR WS-EVENT-MONTH > 12
               MOVE WS-RUN-MONTH            TO WS-START-MONTH
           ELSE
               MOVE WS-EVENT-MONTH          TO WS-START-MONTH
           END-IF
           .
       260999-EXIT-FIND-START-MONTH.
           EXIT.

      *-----------------------------------------------------------------
       270000-FIND-DEPT                    SECTION.
      *-----------------------------------------------------------------
      *    WS-FIND-DEPT-CODE in, WS-FDP-IDX out; a code not yet in
      *    the table is added with no budget.
      *-----------------------------------------------------------------
           MOVE 0012                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-FDP-IDX FROM 1 BY 1
                   UNTIL WS-FDP-IDX > WS-FDP-COUNT
                      OR WS-FDP-CODE (WS-FDP-IDX) = WS-FIND-DEPT-CODE
               CONTINUE
           END-PERFORM

           IF WS-FDP-IDX <= WS-FDP-COUNT
               GO TO 270999-EXIT-FIND-DEPT
           END-IF

           IF WS-FDP-COUNT >= WS-MAX-DEPTS
               DISPLAY 'EX26 ABEND - MORE THAN ' WS-MAX-DEPTS
                       ' DEPARTMENTS'
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-FDP-COUNT
           MOVE WS-FDP-COUNT                TO WS-FDP-IDX
           INITIALIZE WS-FDP-ENTRY (WS-FDP-IDX)
           MOVE WS-FIND-DEPT-CODE           TO WS-FDP-CODE (WS-FDP-IDX)
           MOVE 'NOT ON DEPARTMENT REFERENCE'
                                             TO WS-FDP-NAME (WS-FDP-IDX)
           MOVE 'N'                         TO
               WS-FDP-REF-FLAG (WS-FDP-IDX)
           .
       270999-EXIT-FIND-DEPT.
           EXIT.

      *-----------------------------------------------------------------
       275000-ADD-RATE-TO-MONTHS           SECTION.
      *-----------------------------------------------------------------
      *    Adds WS-EVENT-RATE to the department's annual rate for
      *    every month from WS-START-MONTH through December.
      *-----------------------------------------------------------------
           MOVE 0013                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-MONTH-IDX FROM WS-START-MONTH BY 1
                   UNTIL WS-MONTH-IDX > 12
               ADD WS-EVENT-RATE            TO
                   WS-FDP-MONTH-RATE (WS-FDP-IDX, WS-MONTH-IDX)
           END-PERFORM
           .
       275999-EXIT-ADD-RATE-TO-MONTHS.
           EXIT.

      *-----------------------------------------------------------------
       300000-PRINT-FORECAST               SECTION.
      *-----------------------------------------------------------------
      *    One block per department in code order, then the same
      *    block for all departments together.
      *-----------------------------------------------------------------
           MOVE 0014                        TO PSC-ERRO-PGM

           IF WS-FDP-COUNT > 1
               SORT WS-FDP-ENTRY ON ASCENDING KEY WS-FDP-CODE
           END-IF

           INITIALIZE WS-GRAND-ENTRY

           PERFORM VARYING WS-FDP-IDX FROM 1 BY 1
                   UNTIL WS-FDP-IDX > WS-FDP-COUNT
               MOVE WS-FDP-ENTRY (WS-FDP-IDX) TO WS-PRT-ENTRY
               PERFORM 310000-ADD-TO-GRAND-TOTAL
               PERFORM 320000-PRINT-ENTRY
           END-PERFORM

           MOVE WS-GRAND-ENTRY              TO WS-PRT-ENTRY
           MOVE '****'                      TO WS-PRT-CODE
           MOVE 'ALL DEPARTMENTS'           TO WS-PRT-NAME
           PERFORM 320000-PRINT-ENTRY
           .
       300999-EXIT-PRINT-FORECAST.
           EXIT.

      *-----------------------------------------------------------------
       310000-ADD-TO-GRAND-TOTAL           SECTION.
      *-----------------------------------------------------------------
      *    A department without a budget adds nothing to the budget
      *    total, so the all-department budget is flagged 'Y' only
      *    while some department has one.
      *-----------------------------------------------------------------
           MOVE 0015                        TO PSC-ERRO-PGM

           IF WS-PRT-ON-REFERENCE
               MOVE 'Y'                     TO WS-GRD-REF-FLAG
           END-IF

           ADD WS-PRT-BUDGET                TO WS-GRD-BUDGET
           ADD WS-PRT-HEADCOUNT             TO WS-GRD-HEADCOUNT
           ADD WS-PRT-YTD-INCREASE          TO WS-GRD-YTD-INCREASE
           ADD WS-PRT-PENDING-INCR          TO WS-GRD-PENDING-INCR
           ADD WS-PRT-WHATIF-INCR           TO WS-GRD-WHATIF-INCR
           ADD WS-PRT-WHATIF-COST           TO WS-GRD-WHATIF-COST
           ADD WS-PRT-RETRO-PAID            TO WS-GRD-RETRO-PAID
           ADD WS-PRT-BONUS-PAID            TO WS-GRD-BONUS-PAID

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               ADD WS-PRT-MONTH-RATE (WS-MONTH-IDX) TO
                   WS-GRD-MONTH-RATE (WS-MONTH-IDX)
               ADD WS-PRT-MONTH-ONEOFF (WS-MONTH-IDX) TO
                   WS-GRD-MONTH-ONEOFF (WS-MONTH-IDX)
           END-PERFORM
           .
       310999-EXIT-ADD-TO-GRAND-TOTAL.
           EXIT.

      *-----------------------------------------------------------------
       320000-PRINT-ENTRY                  SECTION.
      *-----------------------------------------------------------------
      *    WS-PRT-ENTRY holds the department (or the totals) to print.
      *-----------------------------------------------------------------
           MOVE 0016                        TO PSC-ERRO-PGM

      *    Keep a department's block on one page.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               MOVE ZEROS                   TO WS-LINE-COUNT
           END-IF

           MOVE ZEROS                       TO WS-FORECAST-COST
           PERFORM VARYING WS-MONTH-IDX FROM WS-RUN-MONTH BY 1
                   UNTIL WS-MONTH-IDX > 12
               COMPUTE WS-MONTH-COST ROUNDED =
                   WS-PRT-MONTH-RATE (WS-MONTH-IDX) / 12
                   + WS-PRT-MONTH-ONEOFF (WS-MONTH-IDX)
               ADD WS-MONTH-COST            TO WS-FORECAST-COST
           END-PERFORM

           COMPUTE WS-ANNUAL-TOTAL =
               WS-FORECAST-COST + WS-PRT-RETRO-PAID
               + WS-PRT-BONUS-PAID

           COMPUTE WS-PROJECTED-INCREASE =
               WS-PRT-YTD-INCREASE + WS-PRT-PENDING-INCR
               + WS-PRT-WHATIF-INCR

           COMPUTE WS-VARIANCE =
               WS-PRT-BUDGET - WS-PROJECTED-INCREASE

           SET WS-WITHIN-BUDGET             TO TRUE
           IF WS-PRT-ON-REFERENCE
           AND WS-PRT-BUDGET > 0
           AND WS-VARIANCE < 0
               SET WS-PROJECTED-OVERRUN     TO TRUE
           END-IF

      *    Department heading.
           MOVE WS-PRT-CODE                 TO DH-DEPT-CODE
           MOVE WS-PRT-NAME                 TO DH-DEPT-NAME
           MOVE WS-PRT-HEADCOUNT            TO DH-HEADCOUNT
           EVALUATE TRUE
               WHEN WS-PROJECTED-OVERRUN
                   MOVE '*** PROJECTED OVERRUN ***' TO DH-FLAG
               WHEN NOT WS-PRT-ON-REFERENCE
               OR   WS-PRT-BUDGET = 0
                   MOVE 'NO INCREASE BUDGET ON FILE' TO DH-FLAG
               WHEN OTHER
                   MOVE SPACES              TO DH-FLAG
           END-EVALUATE
           MOVE WS-DEPT-HEADING-LINE        TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

      *    Month rows - months before the run month stay blank.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 2
               MOVE SPACES                  TO WS-MONTH-LINE
               IF WS-ROW-IDX = 1
                   MOVE '  JAN-JUN '        TO ML-LABEL
               ELSE
                   MOVE '  JUL-DEC '        TO ML-LABEL
               END-IF
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX > 6
                   COMPUTE WS-MONTH-IDX =
                       (WS-ROW-IDX - 1) * 6 + WS-COL-IDX
                   IF WS-MONTH-IDX NOT < WS-RUN-MONTH
                       COMPUTE WS-MONTH-COST ROUNDED =
                           WS-PRT-MONTH-RATE (WS-MONTH-IDX) / 12
                           + WS-PRT-MONTH-ONEOFF (WS-MONTH-IDX)
                       MOVE WS-MONTH-COST   TO ME-AMOUNT
                       MOVE WS-MONTH-EDIT   TO
                           ML-AMOUNT-X (WS-COL-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-MONTH-LINE           TO RPT-REC
               PERFORM 350000-WRITE-BODY-LINE
           END-PERFORM

      *    Cost to year end and what was paid outside salary.
           MOVE '  TO YEAR END  :'          TO AL-LABEL (1)
           MOVE WS-FORECAST-COST            TO AL-AMOUNT (1)
           MOVE '  RETRO PAID   :'          TO AL-LABEL (2)
           MOVE WS-PRT-RETRO-PAID           TO AL-AMOUNT (2)
           MOVE '  BONUS PAID   :'          TO AL-LABEL (3)
           MOVE WS-PRT-BONUS-PAID           TO AL-AMOUNT (3)
           MOVE WS-AMOUNT-LINE              TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           MOVE '  ANNUAL TOTAL :'          TO AL-LABEL (1)
           MOVE WS-ANNUAL-TOTAL             TO AL-AMOUNT (1)
           MOVE '  INCL. WHAT-IF:'          TO AL-LABEL (2)
           MOVE WS-PRT-WHATIF-COST          TO AL-AMOUNT (2)
           MOVE SPACES                      TO AL-ENTRY (3)
           MOVE WS-AMOUNT-LINE              TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

      *    Increase against the increase budget.
           MOVE '  INCREASE YTD :'          TO AL-LABEL (1)
           MOVE WS-PRT-YTD-INCREASE         TO AL-AMOUNT (1)
           MOVE '  + PENDING    :'          TO AL-LABEL (2)
           MOVE WS-PRT-PENDING-INCR         TO AL-AMOUNT (2)
           MOVE '  + WHAT-IF    :'          TO AL-LABEL (3)
           MOVE WS-PRT-WHATIF-INCR          TO AL-AMOUNT (3)
           MOVE WS-AMOUNT-LINE              TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           MOVE '  = PROJECTED  :'          TO AL-LABEL (1)
           MOVE WS-PROJECTED-INCREASE       TO AL-AMOUNT (1)
           IF WS-PRT-ON-REFERENCE
           AND WS-PRT-BUDGET > 0
               MOVE '  BUDGET       :'      TO AL-LABEL (2)
               MOVE WS-PRT-BUDGET           TO AL-AMOUNT (2)
               MOVE '  VARIANCE     :'      TO AL-LABEL (3)
               MOVE WS-VARIANCE             TO AL-AMOUNT (3)
           ELSE
               MOVE SPACES                  TO AL-ENTRY (2)
                                               AL-ENTRY (3)
           END-IF
           MOVE WS-AMOUNT-LINE              TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           MOVE SPACES                      TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           IF WS-PROJECTED-OVERRUN
           AND WS-PRT-CODE NOT = '****'
               ADD 1                         TO WS-DEPTS-OVERRUN
               MOVE WS-VARIANCE             TO DISPLAY-AMOUNT
               DISPLAY '*** DEPT ' WS-PRT-CODE ' ' WS-PRT-NAME
               DISPLAY '    PROJECTED OVER ANNUAL INCREASE BUDGET BY'
                       DISPLAY-AMOUNT
           END-IF
           .
       320999-EXIT-PRINT-ENTRY.
           EXIT.

      *-----------------------------------------------------------------
       350000-WRITE-BODY-LINE              SECTION.
      *-----------------------------------------------------------------
      *    RPT-REC holds the line; a full page gets its headers first.
      *-----------------------------------------------------------------
           MOVE 0017                        TO PSC-ERRO-PGM

           IF WS-LINE-COUNT = ZEROS
           OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE RPT-REC                  TO WS-HOLD-LINE
               PERFORM 360000-PRINT-PAGE-HEADER
               MOVE WS-HOLD-LINE             TO RPT-REC
           END-IF

           PERFORM 410000-WRITE-REPORT-LINE
           .
       350999-EXIT-WRITE-BODY-LINE.
           EXIT.

      *-----------------------------------------------------------------
       360000-PRINT-PAGE-HEADER            SECTION.
      *-----------------------------------------------------------------
           MOVE 0018                        TO PSC-ERRO-PGM

           ADD 1                             TO WS-PAGE-NUM
           MOVE WS-RUN-YEAR                  TO H1-RUN-YEAR
           MOVE WS-RUN-DATE                  TO H1-RUN-DATE
           MOVE WS-PAGE-NUM                  TO H1-PAGE-NUM

           MOVE WS-HEADER-LINE-1              TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE WS-HEADER-LINE-2              TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           IF WS-WHATIF-REQUESTED
               MOVE SPACES                    TO NL-TEXT
               STRING 'INCLUDES THE EX01 WHAT-IF SIMULATION FROM '
                      WS-WHATIF-DATE
                      DELIMITED BY SIZE INTO NL-TEXT
               MOVE WS-NOTE-LINE              TO RPT-REC
               PERFORM 410000-WRITE-REPORT-LINE
           END-IF

           MOVE SPACES                        TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE ZEROS                         TO WS-LINE-COUNT
           .
       360999-EXIT-PRINT-PAGE-HEADER.
           EXIT.

      *-----------------------------------------------------------------
       410000-WRITE-REPORT-LINE            SECTION.
      *-----------------------------------------------------------------
           MOVE 0019                        TO PSC-ERRO-PGM

           WRITE RPT-REC

           IF WS-RPT-OK
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM 999900-ABEND
           END-IF
           .
       410999-EXIT-WRITE-REPORT-LINE.
           EXIT.

      *-----------------------------------------------------------------
       250000-PRINT-CONTROL-TOTALS         SECTION.
      *-----------------------------------------------------------------
           MOVE WS-MASTER-READ              TO DISPLAY-COUNT
           DISPLAY '===================================='
           DISPLAY 'EX26 CONTROL TOTALS'
           DISPLAY '  MASTER RECORDS READ: ' DISPLAY-COUNT
           MOVE WS-ACTIVE-COSTED            TO DISPLAY-COUNT
           DISPLAY '  ACTIVE COSTED .....: ' DISPLAY-COUNT
           MOVE WS-PENDING-READ             TO DISPLAY-COUNT
           DISPLAY '  PENDING READ ......: ' DISPLAY-COUNT
           MOVE WS-PENDING-COSTED           TO DISPLAY-COUNT
           DISPLAY '    COSTED THIS YEAR : ' DISPLAY-COUNT
           MOVE WS-PENDING-NEXT-YEAR        TO DISPLAY-COUNT
           DISPLAY '    AFTER YEAR END ..: ' DISPLAY-COUNT
           MOVE WS-PENDING-NOT-RELEASABLE   TO DISPLAY-COUNT
           DISPLAY '    NOT RELEASABLE ..: ' DISPLAY-COUNT
           MOVE WS-HISTORY-READ             TO DISPLAY-COUNT
           DISPLAY '  HISTORY READ ......: ' DISPLAY-COUNT
           MOVE WS-RETRO-DETAILS            TO DISPLAY-COUNT
           DISPLAY '    RETRO DETAILS ...: ' DISPLAY-COUNT
           MOVE WS-RETRO-BY-CALENDAR        TO DISPLAY-COUNT
           DISPLAY '      BY CALENDAR ...: ' DISPLAY-COUNT
           MOVE WS-BONUS-DETAILS            TO DISPLAY-COUNT
           DISPLAY '    BONUS DETAILS ...: ' DISPLAY-COUNT
           MOVE WS-HISTORY-NOT-ON-MASTER    TO DISPLAY-COUNT
           DISPLAY '    NOT ON MASTER ...: ' DISPLAY-COUNT
           MOVE WS-WHATIF-READ              TO DISPLAY-COUNT
           DISPLAY '  WHAT-IF ROWS READ .: ' DISPLAY-COUNT
           MOVE WS-FDP-COUNT                TO DISPLAY-COUNT
           DISPLAY '  DEPARTMENTS .......: ' DISPLAY-COUNT
           MOVE WS-DEPTS-OVERRUN            TO DISPLAY-COUNT
           DISPLAY '  PROJECTED OVERRUNS : ' DISPLAY-COUNT
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
           EXIT.

      *-----------------------------------------------------------------
       900000-CLOSE-FILES                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0020                        TO PSC-ERRO-PGM

           CLOSE MASTER-FILE
                 RPT-FILE

           IF NOT WS-MST-OK
           OR NOT WS-RPT-OK
               PERFORM 999900-ABEND
           END-IF
           .
       900999-EXIT-CLOSE-FILES.
           EXIT.

      *-----------------------------------------------------------------
       999900-ABEND                        SECTION.
      *-----------------------------------------------------------------
           DISPLAY 'ABEND - PSC=' PSC-ERRO-PGM
                   ' FS-MST=' WS-MST-FILE-STATUS
                   ' FS-DPT=' WS-DEPT-FILE-STATUS
                   ' FS-PND=' WS-PND-FILE-STATUS
                   ' FS-HIS=' WS-HIS-FILE-STATUS
                   ' FS-CAL=' WS-CAL-FILE-STATUS
                   ' FS-SIM=' WS-SIM-FILE-STATUS
                   ' FS-RPT=' WS-RPT-FILE-STATUS
                   ' MSG='    WS-ABEND-MSG

           MOVE 16                           TO RETURN-CODE
           STOP RUN
           .
       999999-EXIT-ABEND.
           EXIT.
