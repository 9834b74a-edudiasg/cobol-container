      ******************************************************************
      * PROGRAM-ID : EX20
      * TYPE       : BATCH
      * PURPOSE    : Pay-grade compa-ratio and range-penetration
      *              report off the employee master, for comp. Every
      *              active employee is measured against the EX19
      *              pay-grade range the master assigns them:
      *                COMPA-RATIO = salary / grade midpoint (as %)
      *                PENETRATION = (salary - minimum) /
      *                              (maximum - minimum)   (as %)
      *              so 100% compa is paid at midpoint, 0% penetration
      *              sits on the minimum and 100% on the maximum.
      *              The report runs by department and, within it, by
      *              grade; each department closes with its average
      *              compa-ratio and penetration and its below-minimum
      *              / above-maximum counts. A closing section lists
      *              everyone below minimum or above maximum with the
      *              dollar gap to the range - the money next cycle
      *              has to target.
      *              Terminated employees are not measured. Ungraded
      *              employees, and grades the reference no longer
      *              carries, are listed but kept out of the averages.
      *
      * INPUT      : data/master/ex01_master.dat (INDEXED, key
      *              MST-EMP-ID) - read only
      *              data/master/paygrade.dat (INDEXED, key GRD-CODE)
      *              - EX19 pay-grade reference, required
      *              data/master/dept_master.dat (INDEXED, key
      *              DPT-CODE) - EX15 department names; optional
      * OUTPUT     : data/output/ex20.rpt (LINE SEQUENTIAL)
      *              Paginated report, EX02 conventions.
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-10-15
      *
      * CHANGE LOG :
      *  - 2026-10-15 EDG - Initial version. Comp sized next cycle's
      *                     money by department from a spreadsheet
      *                     of the master; the ranges now live on
      *                     the EX19 reference and this report
      *                     replaces the spreadsheet.
      *  - 2026-10-15 EDG - Department reference layout extended with
      *                     the general-ledger cost center EX15 now
      *                     loads.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX20.
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

           SELECT GRADE-FILE ASSIGN TO 'data/master/paygrade.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS GRD-CODE
                FILE STATUS  IS WS-GRADE-FILE-STATUS.

           SELECT DEPT-FILE ASSIGN TO 'data/master/dept_master.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS DPT-CODE
                FILE STATUS  IS WS-DEPT-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO 'data/output/ex20.rpt'
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

       FD  GRADE-FILE.
       01  GRADE-REC.
           03 GRD-CODE                    PIC X(003).
           03 GRD-MIN-SALARY              PIC 9(008)V99.
           03 GRD-MID-SALARY              PIC 9(008)V99.
           03 GRD-MAX-SALARY              PIC 9(008)V99.

       FD  DEPT-FILE.
       01  DEPT-REC.
           03 DPT-CODE                    PIC X(004).
           03 DPT-NAME                    PIC X(030).
           03 DPT-ACTIVE-FLAG             PIC X(001).
           03 DPT-ANNUAL-BUDGET           PIC 9(011)V99.
           03 DPT-GL-COST-CENTER          PIC X(006).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           88  WS-NOT-EOF                               VALUE 'N'.

       01  WS-MST-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-MST-OK                               VALUE '00'.

       01  WS-GRADE-FILE-STATUS           PIC X(02)      VALUE SPACES.
           88  WS-GRADE-OK                             VALUE '00'.
           88  WS-GRADE-FILE-MISSING                    VALUE '35'.

       01  WS-DEPT-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-DEPT-OK                              VALUE '00'.
           88  WS-DEPT-FILE-MISSING                     VALUE '35'.

       01  WS-RPT-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-RPT-OK                               VALUE '00'.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           'EX20 ABENDED - SEE PSC-ERRO-PGM ABOVE'.

      *---------------------------------------------------------------
      * Pay-grade reference (EX19 load) - required: without ranges
      * there is nothing to measure.
      *---------------------------------------------------------------
       01  WS-MAX-GRADE-REFS              PIC 9(003)     VALUE 200.
       01  WS-GRADE-REF-COUNT             PIC 9(003)     VALUE ZEROS.
       01  WS-GREF-IDX                    PIC 9(003)     VALUE ZEROS.

       01  WS-GRADE-REF-TABLE.
           05  WS-GRADE-REF-ENTRY         OCCURS 200 TIMES.
               10  WS-GREF-CODE           PIC X(003).
               10  WS-GREF-MIN            PIC 9(008)V99.
               10  WS-GREF-MID            PIC 9(008)V99.
               10  WS-GREF-MAX            PIC 9(008)V99.

      *---------------------------------------------------------------
      * Department reference (EX15 load) - names only; absent file
      * prints the codes alone.
      *---------------------------------------------------------------
       01  WS-DEPT-REF-FLAG               PIC X          VALUE 'N'.
           88  WS-DEPT-REF-LOADED                       VALUE 'Y'.
           88  WS-DEPT-REF-ABSENT                        VALUE 'N'.

       01  WS-MAX-DEPT-REFS               PIC 9(003)     VALUE 500.
       01  WS-DEPT-REF-COUNT              PIC 9(003)     VALUE ZEROS.
       01  WS-DREF-IDX                    PIC 9(003)     VALUE ZEROS.

       01  WS-DEPT-REF-TABLE.
           05  WS-DEPT-REF-ENTRY          OCCURS 500 TIMES.
               10  WS-DREF-CODE           PIC X(004).
               10  WS-DREF-NAME           PIC X(030).

      *---------------------------------------------------------------
      * Active employees from the master, table-SORTed into report
      * order (department, grade, employee) - same sorted-table
      * pattern as the EX01 duplicate pre-scan.
      *---------------------------------------------------------------
       01  WS-MAX-EMPS                    PIC 9(006)     VALUE 100000.
       01  WS-EMP-COUNT                   PIC 9(006)     VALUE ZEROS.
       01  WS-EMP-IDX                     PIC 9(006)     VALUE ZEROS.

       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-ENTRY               OCCURS 0 TO 100000 TIMES
                                           DEPENDING ON WS-EMP-COUNT.
               10  WS-EMP-DEPT-CODE       PIC X(004).
               10  WS-EMP-PAY-GRADE       PIC X(003).
               10  WS-EMP-EMP-ID          PIC X(008).
               10  WS-EMP-FIRST-NAME      PIC X(030).
               10  WS-EMP-SALARY          PIC 9(008)V99.

      *---------------------------------------------------------------
      * Control breaks and the measurement of one employee.
      *---------------------------------------------------------------
       01  WS-LAST-DEPT-CODE              PIC X(004)     VALUE SPACES.
       01  WS-LAST-PAY-GRADE              PIC X(003)     VALUE SPACES.
       01  WS-FIRST-GROUP-FLAG            PIC X          VALUE 'Y'.
           88  WS-FIRST-GROUP                           VALUE 'Y'.
           88  WS-NOT-FIRST-GROUP                       VALUE 'N'.

      *    The grade found for the current grade group; zero when the
      *    group is ungraded or on a grade the reference lacks.
       01  WS-CUR-GREF-IDX                PIC 9(003)     VALUE ZEROS.

       01  WS-POSITION-FLAG               PIC X          VALUE SPACES.
           88  WS-POS-UNGRADED                          VALUE 'U'.
           88  WS-POS-UNKNOWN                           VALUE 'K'.
           88  WS-POS-BELOW                             VALUE 'B'.
           88  WS-POS-ABOVE                             VALUE 'A'.
           88  WS-POS-IN-RANGE                          VALUE 'I'.
           88  WS-POS-MEASURED                          VALUE 'B' 'A'
                                                              'I'.

       01  WS-COMPA-RATIO                 PIC S9(007)V9  VALUE ZEROS.
       01  WS-PENETRATION                 PIC S9(007)V9  VALUE ZEROS.
       01  WS-RANGE-GAP                   PIC 9(008)V99  VALUE ZEROS.

      *---------------------------------------------------------------
      * Department and company accumulators.
      *---------------------------------------------------------------
       01  WS-DEPT-TOTALS.
           03  WS-DEPT-MEASURED           PIC 9(006)     VALUE ZEROS.
           03  WS-DEPT-COMPA-SUM          PIC S9(013)V9  VALUE ZEROS.
           03  WS-DEPT-PEN-SUM            PIC S9(013)V9  VALUE ZEROS.
           03  WS-DEPT-BELOW              PIC 9(006)     VALUE ZEROS.
           03  WS-DEPT-ABOVE              PIC 9(006)     VALUE ZEROS.

       01  WS-COMPANY-TOTALS.
           03  WS-CO-MEASURED             PIC 9(006)     VALUE ZEROS.
           03  WS-CO-COMPA-SUM            PIC S9(013)V9  VALUE ZEROS.
           03  WS-CO-PEN-SUM              PIC S9(013)V9  VALUE ZEROS.

       01  WS-AVG-COMPA                   PIC S9(007)V9  VALUE ZEROS.
       01  WS-AVG-PEN                     PIC S9(007)V9  VALUE ZEROS.

      *---------------------------------------------------------------
      * Control totals.
      *---------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           03  WS-RECORDS-READ            PIC 9(009)     VALUE ZEROS.
           03  WS-TERMINATED-SKIPPED      PIC 9(009)     VALUE ZEROS.
           03  WS-EMPLOYEES-REPORTED      PIC 9(009)     VALUE ZEROS.
           03  WS-UNGRADED                PIC 9(009)     VALUE ZEROS.
           03  WS-UNKNOWN-GRADE           PIC 9(009)     VALUE ZEROS.
           03  WS-BELOW-MIN               PIC 9(009)     VALUE ZEROS.
           03  WS-ABOVE-MAX               PIC 9(009)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------
      * Pagination control - EX02 conventions.
      *---------------------------------------------------------------
       01  WS-LINES-PER-PAGE              PIC 9(002)     VALUE 20.
       01  WS-LINE-COUNT                  PIC 9(002)     VALUE ZEROS.
       01  WS-PAGE-NUM                    PIC 9(004)     VALUE ZEROS.

       01  WS-RUN-DATE                    PIC 9(008)     VALUE ZEROS.

      *    Which column headings a new page carries.
       01  WS-REPORT-PART-FLAG            PIC X          VALUE 'D'.
           88  WS-IN-DEPARTMENTS                        VALUE 'D'.
           88  WS-IN-OUT-OF-RANGE                       VALUE 'O'.

       01  WS-HOLD-LINE                   PIC X(110)     VALUE SPACES.

      *---------------------------------------------------------------
      * Report line layouts.
      *---------------------------------------------------------------
       01  WS-HEADER-LINE-1.
           03  FILLER                     PIC X(028)     VALUE
               'EX20 PAY-GRADE COMPA-RATIO  '.
           03  FILLER                     PIC X(006)     VALUE
               'DATE: '.
           03  H1-RUN-DATE                PIC 9999/99/99.
           03  FILLER                     PIC X(010)     VALUE
               '     PAGE:'.
           03  H1-PAGE-NUM                PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           03  FILLER                     PIC X(009)     VALUE
               'EMP-ID   '.
           03  FILLER                     PIC X(021)     VALUE
               'NAME                 '.
           03  FILLER                     PIC X(016)     VALUE
               '        SALARY  '.
           03  FILLER                     PIC X(006)     VALUE
               'GRADE '.
           03  FILLER                     PIC X(008)     VALUE
               ' COMPA% '.
           03  FILLER                     PIC X(010)     VALUE
               ' PENETR%  '.
           03  FILLER                     PIC X(015)     VALUE
               'POSITION'.

       01  WS-DEPT-HEADING-LINE.
           03  FILLER                     PIC X(011)     VALUE
               'DEPARTMENT '.
           03  DH-DEPT-CODE               PIC X(004).
           03  FILLER                     PIC X(002)     VALUE SPACES.
           03  DH-DEPT-NAME               PIC X(030).

       01  WS-GRADE-HEADING-LINE.
           03  FILLER                     PIC X(008)     VALUE
               '  GRADE '.
           03  GH-PAY-GRADE               PIC X(003).
           03  FILLER                     PIC X(007)     VALUE
               '   MIN '.
           03  GH-MIN                     PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(006)     VALUE
               '  MID '.
           03  GH-MID                     PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(006)     VALUE
               '  MAX '.
           03  GH-MAX                     PIC ZZ,ZZZ,ZZ9.99.

       01  WS-GRADE-MISSING-LINE.
           03  FILLER                     PIC X(008)     VALUE
               '  GRADE '.
           03  GM-PAY-GRADE               PIC X(003).
           03  FILLER                     PIC X(003)     VALUE SPACES.
           03  GM-TEXT                    PIC X(040).

       01  WS-DETAIL-LINE.
           03  DL-EMP-ID                  PIC X(009).
           03  DL-FIRST-NAME              PIC X(021).
           03  DL-SALARY                  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(003)     VALUE SPACES.
           03  DL-PAY-GRADE               PIC X(006).
           03  DL-COMPA                   PIC ZZZ9.9.
           03  FILLER                     PIC X(002)     VALUE SPACES.
           03  DL-PENETRATION             PIC -ZZZ9.9.
           03  FILLER                     PIC X(003)     VALUE SPACES.
           03  DL-POSITION                PIC X(015).

       01  WS-DEPT-AVERAGE-LINE.
           03  FILLER                     PIC X(017)     VALUE
               '  DEPT AVERAGE - '.
           03  DA-MEASURED                PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(010)     VALUE
               ' MEASURED '.
           03  FILLER                     PIC X(007)     VALUE
               'COMPA% '.
           03  DA-COMPA                   PIC ZZZ9.9.
           03  FILLER                     PIC X(010)     VALUE
               '  PENETR% '.
           03  DA-PENETRATION             PIC -ZZZ9.9.
           03  FILLER                     PIC X(013)     VALUE
               '  BELOW MIN: '.
           03  DA-BELOW                   PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(013)     VALUE
               '  ABOVE MAX: '.
           03  DA-ABOVE                   PIC ZZZ,ZZ9.

       01  WS-OUT-HEADER-1                PIC X(040)     VALUE
           'EMPLOYEES OUTSIDE THEIR GRADE RANGE'.

       01  WS-OUT-HEADER-2.
           03  FILLER                     PIC X(009)     VALUE
               'EMP-ID   '.
           03  FILLER                     PIC X(005)     VALUE
               'DEPT '.
           03  FILLER                     PIC X(021)     VALUE
               'NAME                 '.
           03  FILLER                     PIC X(006)     VALUE
               'GRADE '.
           03  FILLER                     PIC X(016)     VALUE
               '        SALARY  '.
           03  FILLER                     PIC X(016)     VALUE
               '   RANGE LIMIT  '.
           03  FILLER                     PIC X(016)     VALUE
               '      GAP       '.
           03  FILLER                     PIC X(009)     VALUE
               'POSITION'.

       01  WS-OUT-LINE.
           03  OL-EMP-ID                  PIC X(009).
           03  OL-DEPT-CODE               PIC X(005).
           03  OL-FIRST-NAME              PIC X(021).
           03  OL-PAY-GRADE               PIC X(006).
           03  OL-SALARY                  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(003)     VALUE SPACES.
           03  OL-LIMIT                   PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(003)     VALUE SPACES.
           03  OL-GAP                     PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(003)     VALUE SPACES.
           03  OL-POSITION                PIC X(009).

       01  WS-COMPANY-LINE.
           03  FILLER                     PIC X(017)     VALUE
               'COMPANY AVERAGE -'.
           03  CL-MEASURED                PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(010)     VALUE
               ' MEASURED '.
           03  FILLER                     PIC X(007)     VALUE
               'COMPA% '.
           03  CL-COMPA                   PIC ZZZ9.9.
           03  FILLER                     PIC X(010)     VALUE
               '  PENETR% '.
           03  CL-PENETRATION             PIC -ZZZ9.9.

       01  WS-COUNT-LINE.
           03  CT-LABEL                   PIC X(030).
           03  CT-COUNT                   PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       000000-MAIN                         SECTION.
      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 050000-LOAD-GRADE-REFERENCE
           PERFORM 070000-LOAD-DEPT-REFERENCE
           PERFORM 100000-OPEN-FILES
           PERFORM 200000-LOAD-MASTER
           PERFORM 150000-SORT-EMPLOYEES
           PERFORM 300000-PRINT-DEPARTMENTS
           PERFORM 400000-PRINT-OUT-OF-RANGE
           PERFORM 450000-PRINT-SUMMARY
           PERFORM 250000-PRINT-CONTROL-TOTALS
           PERFORM 900000-CLOSE-FILES

           STOP RUN
           .
       000999-EXIT-MAIN.
           EXIT.

      *-----------------------------------------------------------------
       050000-LOAD-GRADE-REFERENCE         SECTION.
      *-----------------------------------------------------------------
           MOVE 0002                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-GRADE-REF-COUNT

           OPEN INPUT GRADE-FILE

           IF WS-GRADE-FILE-MISSING
               DISPLAY 'EX20 ABEND - NO PAY-GRADE REFERENCE FILE '
                       'data/master/paygrade.dat (RUN EX19 TO LOAD '
                       'ONE)'
               PERFORM 999900-ABEND
           END-IF

           IF NOT WS-GRADE-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ GRADE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF WS-GRADE-OK
                           IF WS-GRADE-REF-COUNT >= WS-MAX-GRADE-REFS
                               DISPLAY 'EX20 ABEND - PAY-GRADE '
                                   'REFERENCE CARRIES MORE THAN '
                                   WS-MAX-GRADE-REFS ' ENTRIES'
                               PERFORM 999900-ABEND
                           END-IF
                           ADD 1             TO WS-GRADE-REF-COUNT
                           MOVE GRD-CODE     TO
                               WS-GREF-CODE (WS-GRADE-REF-COUNT)
                           MOVE GRD-MIN-SALARY TO
                               WS-GREF-MIN (WS-GRADE-REF-COUNT)
                           MOVE GRD-MID-SALARY TO
                               WS-GREF-MID (WS-GRADE-REF-COUNT)
                           MOVE GRD-MAX-SALARY TO
                               WS-GREF-MAX (WS-GRADE-REF-COUNT)
                       ELSE
                           PERFORM 999900-ABEND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GRADE-FILE

           IF NOT WS-GRADE-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           IF WS-GRADE-REF-COUNT = 0
               DISPLAY 'EX20 ABEND - PAY-GRADE REFERENCE IS EMPTY'
               PERFORM 999900-ABEND
           END-IF
           .
       050999-EXIT-LOAD-GRADE-REFERENCE.
           EXIT.

      *-----------------------------------------------------------------
       070000-LOAD-DEPT-REFERENCE          SECTION.
      *-----------------------------------------------------------------
           MOVE 0003                        TO PSC-ERRO-PGM

           SET WS-DEPT-REF-ABSENT           TO TRUE
           MOVE ZEROS                       TO WS-DEPT-REF-COUNT

           OPEN INPUT DEPT-FILE

           IF WS-DEPT-FILE-MISSING
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
                           IF WS-DEPT-REF-COUNT >= WS-MAX-DEPT-REFS
                               DISPLAY 'EX20 ABEND - DEPARTMENT '
                                   'REFERENCE CARRIES MORE THAN '
                                   WS-MAX-DEPT-REFS ' ENTRIES'
                               PERFORM 999900-ABEND
                           END-IF
                           ADD 1             TO WS-DEPT-REF-COUNT
                           MOVE DPT-CODE     TO
                               WS-DREF-CODE (WS-DEPT-REF-COUNT)
                           MOVE DPT-NAME     TO
                               WS-DREF-NAME (WS-DEPT-REF-COUNT)
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

           IF WS-DEPT-REF-COUNT > 0
               SET WS-DEPT-REF-LOADED        TO TRUE
           END-IF
           .
       070999-EXIT-LOAD-DEPT-REFERENCE.
           EXIT.

      *-----------------------------------------------------------------
       100000-OPEN-FILES                   SECTION.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           SET WS-NOT-EOF                    TO TRUE

           OPEN INPUT MASTER-FILE

           IF NOT WS-MST-OK
               PERFORM 999900-ABEND
           END-IF

           OPEN OUTPUT RPT-FILE

           IF NOT WS-RPT-OK
               PERFORM 999900-ABEND
           END-IF
           .
       100999-EXIT-OPEN-FILES.
           EXIT.

      *-----------------------------------------------------------------
       200000-LOAD-MASTER                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0005                        TO PSC-ERRO-PGM

           PERFORM 210000-READ-MASTER-NEXT

           PERFORM UNTIL WS-EOF
               IF MST-STATUS = 'T'
                   ADD 1                     TO WS-TERMINATED-SKIPPED
               ELSE
                   IF WS-EMP-COUNT >= WS-MAX-EMPS
                       DISPLAY 'EX20 ABEND - MASTER CARRIES MORE '
                               'THAN ' WS-MAX-EMPS ' ACTIVE '
                               'EMPLOYEES'
                       PERFORM 999900-ABEND
                   END-IF
                   ADD 1                     TO WS-EMP-COUNT
                   MOVE MST-DEPT-CODE        TO
                       WS-EMP-DEPT-CODE (WS-EMP-COUNT)
                   MOVE MST-PAY-GRADE        TO
                       WS-EMP-PAY-GRADE (WS-EMP-COUNT)
                   MOVE MST-EMP-ID           TO
                       WS-EMP-EMP-ID (WS-EMP-COUNT)
                   MOVE MST-FIRST-NAME       TO
                       WS-EMP-FIRST-NAME (WS-EMP-COUNT)
                   MOVE MST-CURRENT-SALARY   TO
                       WS-EMP-SALARY (WS-EMP-COUNT)
               END-IF

               PERFORM 210000-READ-MASTER-NEXT
           END-PERFORM
           .
       200999-EXIT-LOAD-MASTER.
           EXIT.

      *-----------------------------------------------------------------
       210000-READ-MASTER-NEXT             SECTION.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-MST-OK
                       ADD 1 TO WS-RECORDS-READ
                   ELSE
                       PERFORM 999900-ABEND
                   END-IF
           END-READ
           .
       210999-EXIT-READ-MASTER-NEXT.
           EXIT.

      *-----------------------------------------------------------------
       150000-SORT-EMPLOYEES               SECTION.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           IF WS-EMP-COUNT > 1
               SORT WS-EMP-ENTRY ON ASCENDING KEY WS-EMP-DEPT-CODE
                                                  WS-EMP-PAY-GRADE
                                                  WS-EMP-EMP-ID
           END-IF
           .
       150999-EXIT-SORT-EMPLOYEES.
           EXIT.

      *-----------------------------------------------------------------
       300000-PRINT-DEPARTMENTS            SECTION.
      *-----------------------------------------------------------------
      *    One pass over the sorted table: a department break closes
      *    the previous department's averages and heads the next; a
      *    grade break (also forced by a department break) looks the
      *    grade up once for the whole group.
      *-----------------------------------------------------------------
           MOVE 0008                        TO PSC-ERRO-PGM

           SET WS-FIRST-GROUP               TO TRUE

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-FIRST-GROUP
               OR WS-EMP-DEPT-CODE (WS-EMP-IDX) NOT = WS-LAST-DEPT-CODE
                   IF WS-NOT-FIRST-GROUP
                       PERFORM 330000-PRINT-DEPT-AVERAGES
                   END-IF
                   PERFORM 310000-START-DEPT
                   PERFORM 320000-START-GRADE
                   SET WS-NOT-FIRST-GROUP    TO TRUE
               ELSE
                   IF WS-EMP-PAY-GRADE (WS-EMP-IDX)
                      NOT = WS-LAST-PAY-GRADE
                       PERFORM 320000-START-GRADE
                   END-IF
               END-IF

               PERFORM 345000-MEASURE-EMPLOYEE
               PERFORM 340000-PRINT-EMPLOYEE
           END-PERFORM

           IF WS-NOT-FIRST-GROUP
               PERFORM 330000-PRINT-DEPT-AVERAGES
           END-IF
           .
       300999-EXIT-PRINT-DEPARTMENTS.
           EXIT.

      *-----------------------------------------------------------------
       310000-START-DEPT                   SECTION.
      *-----------------------------------------------------------------
           MOVE 0009                        TO PSC-ERRO-PGM

           MOVE WS-EMP-DEPT-CODE (WS-EMP-IDX) TO WS-LAST-DEPT-CODE
           INITIALIZE WS-DEPT-TOTALS

           MOVE WS-LAST-DEPT-CODE           TO DH-DEPT-CODE
           MOVE SPACES                      TO DH-DEPT-NAME

           IF WS-DEPT-REF-LOADED
               PERFORM VARYING WS-DREF-IDX FROM 1 BY 1
                       UNTIL WS-DREF-IDX > WS-DEPT-REF-COUNT
                          OR WS-DREF-CODE (WS-DREF-IDX)
                             = WS-LAST-DEPT-CODE
                   CONTINUE
               END-PERFORM

               IF WS-DREF-IDX <= WS-DEPT-REF-COUNT
                   MOVE WS-DREF-NAME (WS-DREF-IDX) TO DH-DEPT-NAME
               ELSE
                   MOVE '(NOT ON DEPARTMENT REFERENCE)'
                                             TO DH-DEPT-NAME
               END-IF
           END-IF

      *    A department starts on a fresh page once the one before it
      *    has filled most of its page.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 5
               MOVE ZEROS                    TO WS-LINE-COUNT
           END-IF

           IF WS-LINE-COUNT > ZEROS
               MOVE SPACES                   TO RPT-REC
               PERFORM 350000-WRITE-BODY-LINE
           END-IF

           MOVE WS-DEPT-HEADING-LINE        TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE
           .
       310999-EXIT-START-DEPT.
           EXIT.

      *-----------------------------------------------------------------
       320000-START-GRADE                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0010                        TO PSC-ERRO-PGM

           MOVE WS-EMP-PAY-GRADE (WS-EMP-IDX) TO WS-LAST-PAY-GRADE
           PERFORM 325000-FIND-GRADE

           IF WS-CUR-GREF-IDX > 0
               MOVE WS-LAST-PAY-GRADE        TO GH-PAY-GRADE
               MOVE WS-GREF-MIN (WS-CUR-GREF-IDX) TO GH-MIN
               MOVE WS-GREF-MID (WS-CUR-GREF-IDX) TO GH-MID
               MOVE WS-GREF-MAX (WS-CUR-GREF-IDX) TO GH-MAX
               MOVE WS-GRADE-HEADING-LINE    TO RPT-REC
           ELSE
               MOVE WS-LAST-PAY-GRADE        TO GM-PAY-GRADE
               IF WS-LAST-PAY-GRADE = SPACES
                   MOVE '(UNGRADED - NOT MEASURED)'
                                             TO GM-TEXT
               ELSE
                   MOVE '(NOT ON PAY-GRADE REFERENCE - NOT MEASURED)'
                                             TO GM-TEXT
               END-IF
               MOVE WS-GRADE-MISSING-LINE    TO RPT-REC
           END-IF

           PERFORM 350000-WRITE-BODY-LINE
           .
       320999-EXIT-START-GRADE.
           EXIT.

      *-----------------------------------------------------------------
       325000-FIND-GRADE                   SECTION.
      *-----------------------------------------------------------------
      *    Looks up WS-LAST-PAY-GRADE; WS-CUR-GREF-IDX is zero for a
      *    blank grade or one the reference does not carry.
      *-----------------------------------------------------------------
           MOVE 0011                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-CUR-GREF-IDX

           IF WS-LAST-PAY-GRADE = SPACES
               GO TO 325999-EXIT-FIND-GRADE
           END-IF

           PERFORM VARYING WS-GREF-IDX FROM 1 BY 1
                   UNTIL WS-GREF-IDX > WS-GRADE-REF-COUNT
                      OR WS-GREF-CODE (WS-GREF-IDX)
                         = WS-LAST-PAY-GRADE
               CONTINUE
           END-PERFORM

           IF WS-GREF-IDX <= WS-GRADE-REF-COUNT
               MOVE WS-GREF-IDX              TO WS-CUR-GREF-IDX
           END-IF
           .
       325999-EXIT-FIND-GRADE.
           EXIT.

      *-----------------------------------------------------------------
       330000-PRINT-DEPT-AVERAGES          SECTION.
      *-----------------------------------------------------------------
           MOVE 0012                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-AVG-COMPA
           MOVE ZEROS                       TO WS-AVG-PEN

           IF WS-DEPT-MEASURED > 0
               COMPUTE WS-AVG-COMPA ROUNDED =
                   WS-DEPT-COMPA-SUM / WS-DEPT-MEASURED
               COMPUTE WS-AVG-PEN ROUNDED =
                   WS-DEPT-PEN-SUM / WS-DEPT-MEASURED
           END-IF

           MOVE WS-DEPT-MEASURED            TO DA-MEASURED
           MOVE WS-AVG-COMPA                TO DA-COMPA
           MOVE WS-AVG-PEN                  TO DA-PENETRATION
           MOVE WS-DEPT-BELOW               TO DA-BELOW
           MOVE WS-DEPT-ABOVE               TO DA-ABOVE

           MOVE WS-DEPT-AVERAGE-LINE        TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE
           .
       330999-EXIT-PRINT-DEPT-AVERAGES.
           EXIT.

      *-----------------------------------------------------------------
       340000-PRINT-EMPLOYEE               SECTION.
      *-----------------------------------------------------------------
           MOVE 0013                        TO PSC-ERRO-PGM

           MOVE WS-EMP-EMP-ID (WS-EMP-IDX)  TO DL-EMP-ID
           MOVE WS-EMP-FIRST-NAME (WS-EMP-IDX)
                                             TO DL-FIRST-NAME
           MOVE WS-EMP-SALARY (WS-EMP-IDX)  TO DL-SALARY
           MOVE WS-EMP-PAY-GRADE (WS-EMP-IDX)
                                             TO DL-PAY-GRADE
           MOVE ZEROS                       TO DL-COMPA
           MOVE ZEROS                       TO DL-PENETRATION

           EVALUATE TRUE
               WHEN WS-POS-UNGRADED
                   MOVE 'UNGRADED'           TO DL-POSITION
                   ADD 1                     TO WS-UNGRADED
               WHEN WS-POS-UNKNOWN
                   MOVE 'GRADE UNKNOWN'      TO DL-POSITION
                   ADD 1                     TO WS-UNKNOWN-GRADE
               WHEN OTHER
                   MOVE WS-COMPA-RATIO       TO DL-COMPA
                   MOVE WS-PENETRATION       TO DL-PENETRATION
                   ADD 1                     TO WS-DEPT-MEASURED
                   ADD WS-COMPA-RATIO        TO WS-DEPT-COMPA-SUM
                   ADD WS-PENETRATION        TO WS-DEPT-PEN-SUM
                   ADD 1                     TO WS-CO-MEASURED
                   ADD WS-COMPA-RATIO        TO WS-CO-COMPA-SUM
                   ADD WS-PENETRATION        TO WS-CO-PEN-SUM
                   EVALUATE TRUE
                       WHEN WS-POS-BELOW
                           MOVE '** BELOW MIN'
                                             TO DL-POSITION
                           ADD 1             TO WS-DEPT-BELOW
                           ADD 1             TO WS-BELOW-MIN
                       WHEN WS-POS-ABOVE
                           MOVE '** ABOVE MAX'
                                             TO DL-POSITION
                           ADD 1             TO WS-DEPT-ABOVE
                           ADD 1             TO WS-ABOVE-MAX
                       WHEN OTHER
                           MOVE SPACES       TO DL-POSITION
                   END-EVALUATE
           END-EVALUATE

           MOVE WS-DETAIL-LINE              TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           ADD 1                             TO WS-EMPLOYEES-REPORTED
           .
       340999-EXIT-PRINT-EMPLOYEE.
           EXIT.

      *-----------------------------------------------------------------
       345000-MEASURE-EMPLOYEE             SECTION.
      *-----------------------------------------------------------------
      *    Measures the employee at WS-EMP-IDX against the grade the
      *    current grade group found (WS-CUR-GREF-IDX). The range
      *    gap is what it would take to reach the minimum, or how far
      *    the salary already sits past the maximum.
      *-----------------------------------------------------------------
           MOVE 0014                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-COMPA-RATIO
           MOVE ZEROS                       TO WS-PENETRATION
           MOVE ZEROS                       TO WS-RANGE-GAP

           IF WS-EMP-PAY-GRADE (WS-EMP-IDX) = SPACES
               SET WS-POS-UNGRADED           TO TRUE
               GO TO 345999-EXIT-MEASURE-EMPLOYEE
           END-IF

           IF WS-CUR-GREF-IDX = 0
               SET WS-POS-UNKNOWN            TO TRUE
               GO TO 345999-EXIT-MEASURE-EMPLOYEE
           END-IF

           COMPUTE WS-COMPA-RATIO ROUNDED =
               WS-EMP-SALARY (WS-EMP-IDX) * 100
             / WS-GREF-MID (WS-CUR-GREF-IDX)

           COMPUTE WS-PENETRATION ROUNDED =
               (WS-EMP-SALARY (WS-EMP-IDX)
                - WS-GREF-MIN (WS-CUR-GREF-IDX)) * 100
             / (WS-GREF-MAX (WS-CUR-GREF-IDX)
                - WS-GREF-MIN (WS-CUR-GREF-IDX))

           IF WS-EMP-SALARY (WS-EMP-IDX)
              < WS-GREF-MIN (WS-CUR-GREF-IDX)
               SET WS-POS-BELOW              TO TRUE
               COMPUTE WS-RANGE-GAP =
                   WS-GREF-MIN (WS-CUR-GREF-IDX)
                 - WS-EMP-SALARY (WS-EMP-IDX)
           ELSE
               IF WS-EMP-SALARY (WS-EMP-IDX)
                  > WS-GREF-MAX (WS-CUR-GREF-IDX)
                   SET WS-POS-ABOVE          TO TRUE
                   COMPUTE WS-RANGE-GAP =
                       WS-EMP-SALARY (WS-EMP-IDX)
                     - WS-GREF-MAX (WS-CUR-GREF-IDX)
               ELSE
                   SET WS-POS-IN-RANGE       TO TRUE
               END-IF
           END-IF
           .
       345999-EXIT-MEASURE-EMPLOYEE.
           EXIT.

      *-----------------------------------------------------------------
       350000-WRITE-BODY-LINE              SECTION.
      *-----------------------------------------------------------------
      *    RPT-REC holds the line; a full page gets its headers first.
      *-----------------------------------------------------------------
           MOVE 0015                        TO PSC-ERRO-PGM

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
           MOVE 0016                        TO PSC-ERRO-PGM

           ADD 1                             TO WS-PAGE-NUM
           MOVE WS-RUN-DATE                  TO H1-RUN-DATE
           MOVE WS-PAGE-NUM                  TO H1-PAGE-NUM

           MOVE WS-HEADER-LINE-1              TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           IF WS-IN-OUT-OF-RANGE
               MOVE WS-OUT-HEADER-2           TO RPT-REC
           ELSE
               MOVE WS-HEADER-LINE-2          TO RPT-REC
           END-IF
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE SPACES                        TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE ZEROS                         TO WS-LINE-COUNT
           .
       360999-EXIT-PRINT-PAGE-HEADER.
           EXIT.

      *-----------------------------------------------------------------
       400000-PRINT-OUT-OF-RANGE           SECTION.
      *-----------------------------------------------------------------
      *    Second pass over the same sorted table, printing only the
      *    employees outside their range. The grade lookup is again
      *    made once per grade group.
      *-----------------------------------------------------------------
           MOVE 0017                        TO PSC-ERRO-PGM

           IF WS-BELOW-MIN + WS-ABOVE-MAX = 0
               GO TO 400999-EXIT-PRINT-OUT-OF-RANGE
           END-IF

           SET WS-IN-OUT-OF-RANGE           TO TRUE
           MOVE ZEROS                       TO WS-LINE-COUNT

           MOVE WS-OUT-HEADER-1             TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           MOVE SPACES                      TO WS-LAST-DEPT-CODE
           MOVE SPACES                      TO WS-LAST-PAY-GRADE
           SET WS-FIRST-GROUP               TO TRUE

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-FIRST-GROUP
               OR WS-EMP-DEPT-CODE (WS-EMP-IDX) NOT = WS-LAST-DEPT-CODE
               OR WS-EMP-PAY-GRADE (WS-EMP-IDX) NOT = WS-LAST-PAY-GRADE
                   MOVE WS-EMP-DEPT-CODE (WS-EMP-IDX)
                                             TO WS-LAST-DEPT-CODE
                   MOVE WS-EMP-PAY-GRADE (WS-EMP-IDX)
                                             TO WS-LAST-PAY-GRADE
                   PERFORM 325000-FIND-GRADE
                   SET WS-NOT-FIRST-GROUP    TO TRUE
               END-IF

               PERFORM 345000-MEASURE-EMPLOYEE

               IF WS-POS-BELOW
               OR WS-POS-ABOVE
                   PERFORM 410500-PRINT-OUT-LINE
               END-IF
           END-PERFORM
           .
       400999-EXIT-PRINT-OUT-OF-RANGE.
           EXIT.

      *-----------------------------------------------------------------
       410500-PRINT-OUT-LINE               SECTION.
      *-----------------------------------------------------------------
           MOVE 0018                        TO PSC-ERRO-PGM

           MOVE WS-EMP-EMP-ID (WS-EMP-IDX)  TO OL-EMP-ID
           MOVE WS-EMP-DEPT-CODE (WS-EMP-IDX)
                                             TO OL-DEPT-CODE
           MOVE WS-EMP-FIRST-NAME (WS-EMP-IDX)
                                             TO OL-FIRST-NAME
           MOVE WS-EMP-PAY-GRADE (WS-EMP-IDX)
                                             TO OL-PAY-GRADE
           MOVE WS-EMP-SALARY (WS-EMP-IDX)  TO OL-SALARY
           MOVE WS-RANGE-GAP                TO OL-GAP

           IF WS-POS-BELOW
               MOVE WS-GREF-MIN (WS-CUR-GREF-IDX) TO OL-LIMIT
               MOVE 'BELOW MIN'              TO OL-POSITION
           ELSE
               MOVE WS-GREF-MAX (WS-CUR-GREF-IDX) TO OL-LIMIT
               MOVE 'ABOVE MAX'              TO OL-POSITION
           END-IF

           MOVE WS-OUT-LINE                 TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE
           .
       410599-EXIT-PRINT-OUT-LINE.
           EXIT.

      *-----------------------------------------------------------------
       450000-PRINT-SUMMARY                SECTION.
      *-----------------------------------------------------------------
           MOVE 0019                        TO PSC-ERRO-PGM

           MOVE SPACES                      TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           MOVE ZEROS                       TO WS-AVG-COMPA
           MOVE ZEROS                       TO WS-AVG-PEN

           IF WS-CO-MEASURED > 0
               COMPUTE WS-AVG-COMPA ROUNDED =
                   WS-CO-COMPA-SUM / WS-CO-MEASURED
               COMPUTE WS-AVG-PEN ROUNDED =
                   WS-CO-PEN-SUM / WS-CO-MEASURED
           END-IF

           MOVE WS-CO-MEASURED              TO CL-MEASURED
           MOVE WS-AVG-COMPA                TO CL-COMPA
           MOVE WS-AVG-PEN                  TO CL-PENETRATION
           MOVE WS-COMPANY-LINE             TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           MOVE 'ACTIVE EMPLOYEES REPORTED ..:' TO CT-LABEL
           MOVE WS-EMPLOYEES-REPORTED       TO CT-COUNT
           MOVE WS-COUNT-LINE               TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           MOVE '  BELOW GRADE MINIMUM ......:' TO CT-LABEL
           MOVE WS-BELOW-MIN                TO CT-COUNT
           MOVE WS-COUNT-LINE               TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           MOVE '  ABOVE GRADE MAXIMUM ......:' TO CT-LABEL
           MOVE WS-ABOVE-MAX                TO CT-COUNT
           MOVE WS-COUNT-LINE               TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           MOVE '  UNGRADED .................:' TO CT-LABEL
           MOVE WS-UNGRADED                 TO CT-COUNT
           MOVE WS-COUNT-LINE               TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE

           MOVE '  GRADE NOT ON REFERENCE ...:' TO CT-LABEL
           MOVE WS-UNKNOWN-GRADE            TO CT-COUNT
           MOVE WS-COUNT-LINE               TO RPT-REC
           PERFORM 350000-WRITE-BODY-LINE
           .
       450999-EXIT-PRINT-SUMMARY.
           EXIT.

      *-----------------------------------------------------------------
       410000-WRITE-REPORT-LINE            SECTION.
      *-----------------------------------------------------------------
           MOVE 0020                        TO PSC-ERRO-PGM

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
           MOVE WS-RECORDS-READ             TO DISPLAY-COUNT
           DISPLAY '===================================='
           DISPLAY 'EX20 CONTROL TOTALS'
           DISPLAY '  MASTER RECORDS READ: ' DISPLAY-COUNT
           MOVE WS-TERMINATED-SKIPPED       TO DISPLAY-COUNT
           DISPLAY '  TERMINATED SKIPPED.: ' DISPLAY-COUNT
           MOVE WS-EMPLOYEES-REPORTED       TO DISPLAY-COUNT
           DISPLAY '  EMPLOYEES REPORTED : ' DISPLAY-COUNT
           MOVE WS-BELOW-MIN                TO DISPLAY-COUNT
           DISPLAY '    BELOW MINIMUM ...: ' DISPLAY-COUNT
           MOVE WS-ABOVE-MAX                TO DISPLAY-COUNT
           DISPLAY '    ABOVE MAXIMUM ...: ' DISPLAY-COUNT
           MOVE WS-UNGRADED                 TO DISPLAY-COUNT
           DISPLAY '    UNGRADED ........: ' DISPLAY-COUNT
           MOVE WS-UNKNOWN-GRADE            TO DISPLAY-COUNT
           DISPLAY '    GRADE UNKNOWN ...: ' DISPLAY-COUNT
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
           EXIT.

      *-----------------------------------------------------------------
       900000-CLOSE-FILES                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0021                        TO PSC-ERRO-PGM

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
                   ' FS-GRD=' WS-GRADE-FILE-STATUS
                   ' FS-DPT=' WS-DEPT-FILE-STATUS
                   ' FS-RPT=' WS-RPT-FILE-STATUS
                   ' MSG='    WS-ABEND-MSG

           MOVE 16                           TO RETURN-CODE
           STOP RUN
           .
       999999-EXIT-ABEND.
           EXIT.
