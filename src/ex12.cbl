      * TYPE       : BATCH
      * PURPOSE    : Daily release of future-dated (deferred) raises.
      *              Reads the pending-raise file a DEFERRED EX01 run
      *              wrote, applies every record that has come due
      *              (see below) to the employee master - current
      *              salary set, YTD increase accumulated, last-run
      *              date stamped - writes the usual salary-history
      *              detail and an audit entry, transmits the
      *              pending file with only the records still held
      *              for a later date.
      *
      *              A raise comes due at the payroll cutoff of the
      *              EX24 calendar period its effective date falls
      *              in, for the pay group EX01 stamped on it; with
      *              no calendar, on the effective date itself.
      *
      *              A pending record whose master salary no longer
      *              matches the salary the deferred run computed
      *              from (or whose employee has left the master) is
      *              Layout: EMP-ID(8), DEPT-CODE(4), FIRST-NAME(30),
      *                      OLD-SALARY(8V99), NEW-SALARY(8V99),
      *                      FACTOR(9V999), SOURCE(4), EFFECTIVE(8),
      *                      RUN-DATE(8), GEN-NUM(4),
      *                      PAY-GROUP(4)
      *              data/master/pay_calendar.dat (INDEXED, key
      *              PAY-GROUP + PERIOD-START) - the EX24 payroll
      *              calendar; optional
      * I-O        : data/master/ex01_master.dat (INDEXED, key
      *              MST-EMP-ID) - same layout as EX01
      *              data/master/ex01_pending.dat rewritten with the
      *                     to reproduce them; now a crash leaves
      *                     them pending and the rerun carries them
      *                     to the skipped file with RC 8.
      *  - 2026-10-15 EDG - Stamps the submitting operator (EX_OPERATOR
      *                     job variable, else the logon user) on the
      *                     history, audit log, transmission log and run
      *                     lock records, for the EX18 operator activity
      *                     report. A held lock names the holder's
      *                     operator.
      *  - 2026-10-15 EDG - A pending raise for an employee EX03 has
      *                     since terminated (master status 'T') is
      *                     skipped onto the carry-forward instead of
      *                     released. Master layout extended with the
      *                     status, termination date and reason.
      *  - 2026-10-15 EDG - Master layout extended with the pay grade
      *                     EX03 maintains.
      *  - 2026-10-15 EDG - Transmission log layout extended with the
      *                     generation number (zero here: a release
      *                     spans whichever generations deferred the
      *                     raises).
      *  - 2026-10-15 EDG - Releases against the EX24 payroll calendar:
      *                     a pending raise is due once the run date
      *                     reaches the cutoff of the pay period its
      *                     effective date falls in, for the pay group
      *                     EX01 now stamps on the pending record (blank
      *                     = MAIN). With no calendar, or no period
      *                     covering the date, it releases on the
      *                     effective date as before; such raises are
      *                     counted in the control totals.
      *  - 2026-10-15 EDG - Every run-lock acquire, clear, refusal and
      *                     release is appended to the shared event
      *                     trail data/audit/ex_lockevt.log with the
      *                     operator; a clear also records the holder
      *                     it displaced, for the EX18 activity report.
      *  - 2026-10-15 EDG - Audit layout extended with the pay group
      *                     EX01 now records; a release spans groups
      *                     and leaves it blank.
      ******************************************************************

       IDENTIFICATION DIVISION.
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-TRN-FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO 'data/master/pay_calendar.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CAL-KEY
                FILE STATUS  IS WS-CAL-FILE-STATUS.

           SELECT LCK-FILE ASSIGN TO 'data/control/ex_runlock.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-LCLR-FILE-STATUS.

           SELECT LEV-FILE ASSIGN TO 'data/audit/ex_lockevt.log'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-LEV-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 PND-EFFECTIVE-DATE          PIC 9(008).
           03 PND-RUN-DATE                PIC 9(008).
           03 PND-GEN-NUM                 PIC 9(004).
           03 PND-PAY-GROUP               PIC X(004).

       FD  MASTER-FILE.
       01  MASTER-REC.
           03 MST-CURRENT-SALARY          PIC 9(008)V99.
           03 MST-YTD-INCREASE            PIC 9(009)V99.
           03 MST-LAST-RUN-DATE           PIC 9(008).
           03 MST-STATUS                  PIC X(001).
           03 MST-TERM-DATE               PIC 9(008).
           03 MST-TERM-REASON             PIC X(002).
           03 MST-PAY-GRADE               PIC X(003).

       FD  HIS-FILE.
       01  HIS-REC.
           03 HIS-NEW-SALARY              PIC 9(008)V99.
           03 HIS-RAISE-FACTOR            PIC 9V999.
           03 HIS-FACTOR-SOURCE           PIC X(004).
           03 HIS-OPERATOR-ID             PIC X(008).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           03 AUD-TOTAL-SALARY-BEFORE     PIC 9(013)V99.
           03 AUD-TOTAL-SALARY-AFTER      PIC 9(013)V99.
           03 AUD-GEN-NUM                 PIC 9(004).
           03 AUD-OPERATOR-ID             PIC X(008).
           03 AUD-PAY-GROUP               PIC X(004).

       FD  SEQ-FILE.
       01  SEQ-REC.
           03 TRN-FILE-SEQ                PIC 9(006).
           03 TRN-PROGRAM                 PIC X(008).
           03 TRN-RUN-DATE                PIC 9(008).
           03 TRN-OPERATOR-ID             PIC X(008).
           03 TRN-GEN-NUM                 PIC 9(004).

       FD  CAL-FILE.
       01  CAL-REC.
           03 CAL-KEY.
               05 CAL-PAY-GROUP           PIC X(004).
               05 CAL-PERIOD-START        PIC 9(008).
           03 CAL-PERIOD-END              PIC 9(008).
           03 CAL-PAY-DATE                PIC 9(008).
           03 CAL-CUTOFF-DATE             PIC 9(008).

       FD  LCK-FILE.
       01  LCK-REC.
           03 LCK-PROGRAM                 PIC X(008).
           03 LCK-RUN-DATE                PIC 9(008).
           03 LCK-RUN-TIME                PIC 9(008).
           03 LCK-OPERATOR-ID             PIC X(008).

       FD  LCLR-FILE.
       01  LCLR-REC.
           03 LCLR-PROGRAM                PIC X(008).

      *    Run-lock event trail - append-only, shared by every
      *    program that takes the run lock; read by EX18.
       FD  LEV-FILE.
       01  LEV-REC.
           03 LEV-EVENT                   PIC X(008).
           03 LEV-PROGRAM                 PIC X(008).
           03 LEV-EVENT-DATE              PIC 9(008).
           03 LEV-EVENT-TIME              PIC 9(008).
           03 LEV-OPERATOR-ID             PIC X(008).
           03 LEV-HELD-PROGRAM            PIC X(008).
           03 LEV-HELD-DATE               PIC 9(008).
           03 LEV-HELD-TIME               PIC 9(008).
           03 LEV-HELD-OPERATOR           PIC X(008).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-LCLR-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-LCLR-OK                              VALUE '00'.

       01  WS-CAL-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-CAL-OK                               VALUE '00'.
           88  WS-CAL-FILE-MISSING                      VALUE '35'.

      *---------------------------------------------------------------
      * Submitting operator - the EX_OPERATOR job variable, else the
      * logon user, else BATCH. Stamped on the shared log, lock and
      * history records this run writes, so the EX18 activity report
      * can say who ran what.
      *---------------------------------------------------------------
       01  WS-OPERATOR-ID                 PIC X(008)     VALUE SPACES.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
               10  WS-PND-EFFECTIVE-DATE  PIC 9(008).
               10  WS-PND-RUN-DATE        PIC 9(008).
               10  WS-PND-GEN-NUM         PIC 9(004).
               10  WS-PND-PAY-GROUP       PIC X(004).
               10  WS-PND-DISPOSITION     PIC X(001).
                   88  WS-PND-RELEASED                 VALUE 'R'.
                   88  WS-PND-HELD                     VALUE 'H'.
                   88  WS-PND-SKIPPED                  VALUE 'S'.

       01  WS-SKIP-REASON                 PIC X(040)     VALUE SPACES.

      *---------------------------------------------------------------
      * Payroll calendar (EX24 load), held whole like the pending
      * table. A pending raise is due once the run date reaches the
      * cutoff of the period its effective date falls in, for the
      * pay group EX01 stamped on it (blank on records written before
      * pay groups existed = MAIN). With no calendar, or no period
      * covering the date, it falls back to the effective date.
      *---------------------------------------------------------------
       01  WS-DEFAULT-PAY-GROUP           PIC X(004)     VALUE 'MAIN'.

       01  WS-CAL-LOADED-FLAG             PIC X          VALUE 'N'.
           88  WS-CAL-LOADED                            VALUE 'Y'.
           88  WS-CAL-ABSENT                             VALUE 'N'.

       01  WS-MAX-CAL-PERIODS             PIC 9(005)     VALUE 5000.
       01  WS-CAL-COUNT                   PIC 9(005)     VALUE ZEROS.
       01  WS-CAL-IDX                     PIC 9(005)     VALUE ZEROS.

       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY               OCCURS 5000 TIMES.
               10  WS-CAL-PAY-GROUP       PIC X(004).
               10  WS-CAL-PERIOD-START    PIC 9(008).
               10  WS-CAL-PERIOD-END      PIC 9(008).
               10  WS-CAL-CUTOFF-DATE     PIC 9(008).

       01  WS-DUE-DATE                    PIC 9(008)     VALUE ZEROS.
       01  WS-DUE-ON-CUTOFF-FLAG          PIC X          VALUE 'N'.
           88  WS-DUE-ON-CUTOFF                         VALUE 'Y'.
           88  WS-DUE-ON-EFFECTIVE                      VALUE 'N'.
       01  WS-INCREASE                    PIC S9(008)V99 VALUE ZEROS.

      *---------------------------------------------------------------
           03  WS-RELEASED                PIC 9(009)     VALUE ZEROS.
           03  WS-HELD                    PIC 9(009)     VALUE ZEROS.
           03  WS-SKIPPED                 PIC 9(009)     VALUE ZEROS.
           03  WS-NO-PERIOD               PIC 9(009)     VALUE ZEROS.
           03  WS-TOTAL-SALARY-BEFORE     PIC 9(013)V99  VALUE ZEROS.
           03  WS-TOTAL-SALARY-AFTER      PIC 9(013)V99  VALUE ZEROS.

       01  WS-LOCK-HOLDER                 PIC X(008)     VALUE SPACES.
       01  WS-LOCK-HELD-DATE              PIC 9(008)     VALUE ZEROS.
       01  WS-LOCK-HELD-TIME              PIC 9(008)     VALUE ZEROS.
       01  WS-LOCK-HELD-OPERATOR          PIC X(008)     VALUE SPACES.

      *---------------------------------------------------------------
      * Run-lock event trail. Every acquire, clear, refusal and
      * release is appended to data/audit/ex_lockevt.log; a clear or
      * refusal also names the holder found on the lock, so the
      * trail shows who cleared whose lock.
      *---------------------------------------------------------------
       01  WS-LEV-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-LEV-OK                               VALUE '00'.
           88  WS-LEV-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-LEV-EVENT                   PIC X(008)     VALUE SPACES.
           88  WS-LEV-NAMES-HOLDER                      VALUE 'CLEAR'
                                                              'RECLAIM'
                                                              'REFUSED'.

       01  WS-OWN-PROGRAM                 PIC X(008)     VALUE
           'EX12    '.
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040000-IDENTIFY-OPERATOR

           PERFORM 050000-LOAD-PENDING-FILE

               STOP RUN
           END-IF

           PERFORM 060000-LOAD-PAY-CALENDAR
           PERFORM 055000-ACQUIRE-RUN-LOCK
           PERFORM 100000-OPEN-FILES
           PERFORM 120000-PRINT-REPORT-HEADER
       000999-EXIT-MAIN.
           EXIT.

      *-----------------------------------------------------------------
       040000-IDENTIFY-OPERATOR            SECTION.
      *-----------------------------------------------------------------
      *    The scheduler exports EX_OPERATOR with the id of whoever
      *    submitted the job; a run started by hand falls back to the
      *    logon user. Ids are kept upper case so the activity
      *    report and the approval register compare them as typed.
      *-----------------------------------------------------------------
           MOVE 0021                        TO PSC-ERRO-PGM

           MOVE SPACES                      TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID            FROM ENVIRONMENT
               'EX_OPERATOR'

           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID        FROM ENVIRONMENT 'USER'
           END-IF

           IF WS-OPERATOR-ID = SPACES
               MOVE 'BATCH   '              TO WS-OPERATOR-ID
           END-IF

           MOVE FUNCTION UPPER-CASE (WS-OPERATOR-ID)
                                             TO WS-OPERATOR-ID

           DISPLAY 'EX12 SUBMITTED BY OPERATOR ' WS-OPERATOR-ID
           .
       040999-EXIT-IDENTIFY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       050000-LOAD-PENDING-FILE            SECTION.
      *-----------------------------------------------------------------
                               WS-PND-RUN-DATE (WS-PENDING-COUNT)
                           MOVE PND-GEN-NUM  TO
                               WS-PND-GEN-NUM (WS-PENDING-COUNT)
                           IF PND-PAY-GROUP = SPACES
                               MOVE WS-DEFAULT-PAY-GROUP TO
                                   WS-PND-PAY-GROUP
                                       (WS-PENDING-COUNT)
                           ELSE
                               MOVE PND-PAY-GROUP TO
                                   WS-PND-PAY-GROUP
                                       (WS-PENDING-COUNT)
                           END-IF
                           MOVE 'H'          TO
                               WS-PND-DISPOSITION (WS-PENDING-COUNT)
                       ELSE
       050999-EXIT-LOAD-PENDING-FILE.
           EXIT.

      *-----------------------------------------------------------------
       060000-LOAD-PAY-CALENDAR            SECTION.
      *-----------------------------------------------------------------
      *    Loaded whole - a few years of periods per pay group - so
      *    each pending raise finds its period with a table probe.
      *-----------------------------------------------------------------
           MOVE 0022                        TO PSC-ERRO-PGM

           SET WS-CAL-ABSENT                TO TRUE
           MOVE ZEROS                       TO WS-CAL-COUNT

           OPEN INPUT CAL-FILE

           IF WS-CAL-FILE-MISSING
               DISPLAY 'EX12 WARNING - NO PAYROLL CALENDAR FILE; '
                       'RAISES RELEASE ON THEIR EFFECTIVE DATE '
                       '(RUN EX24 TO LOAD ONE)'
               GO TO 060999-EXIT-LOAD-PAY-CALENDAR
           END-IF

           IF NOT WS-CAL-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ CAL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF WS-CAL-OK
                           IF WS-CAL-COUNT >= WS-MAX-CAL-PERIODS
                               DISPLAY 'EX12 ABEND - PAYROLL '
                                   'CALENDAR CARRIES MORE THAN '
                                   WS-MAX-CAL-PERIODS ' PERIODS'
                               PERFORM 999900-ABEND
                           END-IF
                           ADD 1             TO WS-CAL-COUNT
                           MOVE CAL-PAY-GROUP TO
                               WS-CAL-PAY-GROUP (WS-CAL-COUNT)
                           MOVE CAL-PERIOD-START TO
                               WS-CAL-PERIOD-START (WS-CAL-COUNT)
                           MOVE CAL-PERIOD-END TO
                               WS-CAL-PERIOD-END (WS-CAL-COUNT)
                           MOVE CAL-CUTOFF-DATE TO
                               WS-CAL-CUTOFF-DATE (WS-CAL-COUNT)
                       ELSE
                           PERFORM 999900-ABEND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CAL-FILE

           IF NOT WS-CAL-OK
               PERFORM 999900-ABEND
           END-IF

           IF WS-CAL-COUNT > 0
               SET WS-CAL-LOADED             TO TRUE
           ELSE
               DISPLAY 'EX12 WARNING - PAYROLL CALENDAR IS EMPTY; '
                       'RAISES RELEASE ON THEIR EFFECTIVE DATE'
           END-IF
           .
       060999-EXIT-LOAD-PAY-CALENDAR.
           EXIT.

      *-----------------------------------------------------------------
       055000-ACQUIRE-RUN-LOCK             SECTION.
      *-----------------------------------------------------------------
                           MOVE LCK-PROGRAM  TO WS-LOCK-HOLDER
                           MOVE LCK-RUN-DATE TO WS-LOCK-HELD-DATE
                           MOVE LCK-RUN-TIME TO WS-LOCK-HELD-TIME
                           MOVE LCK-OPERATOR-ID TO
                               WS-LOCK-HELD-OPERATOR
                       END-IF
               END-READ
               CLOSE LCK-FILE
           MOVE WS-OWN-PROGRAM              TO LCK-PROGRAM
           MOVE WS-RUN-DATE                 TO LCK-RUN-DATE
           ACCEPT LCK-RUN-TIME FROM TIME
           MOVE WS-OPERATOR-ID              TO LCK-OPERATOR-ID

           WRITE LCK-REC

           IF NOT WS-LCK-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE 'ACQUIRE '                  TO WS-LEV-EVENT
           PERFORM 915000-LOG-LOCK-EVENT
           .
       055999-EXIT-ACQUIRE-RUN-LOCK.
           EXIT.
           DISPLAY 'EX12 RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-DATE '/'
                   WS-LOCK-HELD-TIME
                   ' OPERATOR ' WS-LOCK-HELD-OPERATOR

           IF WS-LOCK-HELD-DATE < WS-RUN-DATE
               DISPLAY 'EX12 LOCK LOOKS STALE (HELD SINCE A PRIOR '
                           CALL 'CBL_DELETE_FILE'
                               USING WS-LOCKCLR-FILE-NAME
                           MOVE ZEROS        TO RETURN-CODE
                           MOVE 'CLEAR   '   TO WS-LEV-EVENT
                           PERFORM 915000-LOG-LOCK-EVENT
                           DISPLAY 'EX12 STALE LOCK CLEARED BY '
                                   'OPERATOR CARD - PROCEEDING'
                           GO TO 057999-EXIT-HANDLE-HELD-LOCK
                   'HOLDS THE LOCK. IF THAT RUN IS DEAD, PUT ITS '
                   'PROGRAM NAME ON data/control/ex_lockclr.parm '
                   'AND RERUN'
           MOVE 'REFUSED '                  TO WS-LEV-EVENT
           PERFORM 915000-LOG-LOCK-EVENT
           MOVE 8                            TO RETURN-CODE
           STOP RUN
           .
           IF NOT WS-LCK-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE 'RELEASE '                  TO WS-LEV-EVENT
           PERFORM 915000-LOG-LOCK-EVENT
           .
       910999-EXIT-RELEASE-RUN-LOCK.
           EXIT.

      *-----------------------------------------------------------------
       915000-LOG-LOCK-EVENT               SECTION.
      *-----------------------------------------------------------------
      *    One line per lock event. WS-LEV-EVENT says which; the lock
      *    holder is copied only for the events that displaced or
      *    met one.
      *-----------------------------------------------------------------
           MOVE 0024                        TO PSC-ERRO-PGM

           OPEN EXTEND LEV-FILE

           IF WS-LEV-FILE-NOT-FOUND
               OPEN OUTPUT LEV-FILE
           END-IF

           IF NOT WS-LEV-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE SPACES                      TO LEV-REC
           MOVE WS-LEV-EVENT                TO LEV-EVENT
           MOVE WS-OWN-PROGRAM              TO LEV-PROGRAM
           ACCEPT LEV-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT LEV-EVENT-TIME FROM TIME
           MOVE WS-OPERATOR-ID              TO LEV-OPERATOR-ID
           MOVE ZEROS                       TO LEV-HELD-DATE
                                               LEV-HELD-TIME

           IF WS-LEV-NAMES-HOLDER
               MOVE WS-LOCK-HOLDER          TO LEV-HELD-PROGRAM
               MOVE WS-LOCK-HELD-DATE       TO LEV-HELD-DATE
               MOVE WS-LOCK-HELD-TIME       TO LEV-HELD-TIME
               MOVE WS-LOCK-HELD-OPERATOR   TO LEV-HELD-OPERATOR
           END-IF

           WRITE LEV-REC

           IF NOT WS-LEV-OK
               PERFORM 999900-ABEND
           END-IF

           CLOSE LEV-FILE

           IF NOT WS-LEV-OK
               PERFORM 999900-ABEND
           END-IF
           .
       915999-EXIT-LOG-LOCK-EVENT.
           EXIT.

      *-----------------------------------------------------------------
       100000-OPEN-FILES                   SECTION.
      *-----------------------------------------------------------------

           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PENDING-COUNT
               PERFORM 210000-FIND-DUE-DATE
               IF WS-DUE-DATE > WS-RUN-DATE
                   ADD 1                     TO WS-HELD
                   MOVE 'HELD      '         TO DL-DISPOSITION
                   IF WS-DUE-ON-CUTOFF
                       MOVE 'PAYROLL CUTOFF NOT YET REACHED'
                                             TO DL-REMARK
                   ELSE
                       MOVE 'EFFECTIVE DATE NOT YET REACHED'
                                             TO DL-REMARK
                   END-IF
                   PERFORM 420000-WRITE-DETAIL-LINE
               ELSE
                   PERFORM 300000-APPLY-ONE-RAISE
       200999-EXIT-RELEASE-DUE-RAISES.
           EXIT.

      *-----------------------------------------------------------------
       210000-FIND-DUE-DATE                SECTION.
      *-----------------------------------------------------------------
      *    The raise is due at the payroll cutoff of the period its
      *    effective date falls in: that is the last day the change
      *    can still make the payroll that first pays the new rate.
      *-----------------------------------------------------------------
           MOVE 0023                        TO PSC-ERRO-PGM

           MOVE WS-PND-EFFECTIVE-DATE (WS-PND-IDX)
                                             TO WS-DUE-DATE
           SET WS-DUE-ON-EFFECTIVE          TO TRUE

           IF WS-CAL-ABSENT
               GO TO 210999-EXIT-FIND-DUE-DATE
           END-IF

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR (WS-CAL-PAY-GROUP (WS-CAL-IDX)
                          = WS-PND-PAY-GROUP (WS-PND-IDX)
                      AND WS-CAL-PERIOD-START (WS-CAL-IDX)
                          <= WS-PND-EFFECTIVE-DATE (WS-PND-IDX)
                      AND WS-CAL-PERIOD-END (WS-CAL-IDX)
                          >= WS-PND-EFFECTIVE-DATE (WS-PND-IDX))
               CONTINUE
           END-PERFORM

           IF WS-CAL-IDX <= WS-CAL-COUNT
               MOVE WS-CAL-CUTOFF-DATE (WS-CAL-IDX)
                                             TO WS-DUE-DATE
               SET WS-DUE-ON-CUTOFF         TO TRUE
           ELSE
               ADD 1                         TO WS-NO-PERIOD
           END-IF
           .
       210999-EXIT-FIND-DUE-DATE.
           EXIT.

      *-----------------------------------------------------------------
       300000-APPLY-ONE-RAISE              SECTION.
      *-----------------------------------------------------------------
      *    The master record must still carry the salary the deferred
      *    run computed the raise from; anything else means an EX03
      *    change or another run overlaid it, and applying the stored
      *    NEW salary would destroy that change. An employee EX03 has
      *    terminated since the deferred run is never raised; the
      *    record goes to the carry-forward for a human to close.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

                                             TO WS-SKIP-REASON
                   PERFORM 330000-SKIP-ONE-RAISE
               NOT INVALID KEY
                   IF MST-STATUS = 'T'
                       MOVE 'EMPLOYEE TERMINATED SINCE RUN'
                                             TO WS-SKIP-REASON
                       PERFORM 330000-SKIP-ONE-RAISE
                   ELSE
                   IF MST-CURRENT-SALARY NOT =
                      WS-PND-OLD-SALARY (WS-PND-IDX)
                       MOVE 'MASTER SALARY CHANGED SINCE RUN'
                   ELSE
                       PERFORM 320000-RELEASE-ONE-RAISE
                   END-IF
                   END-IF
           END-READ
           .
       300999-EXIT-APPLY-ONE-RAISE.
                                             TO HIS-RAISE-FACTOR
           MOVE WS-PND-FACTOR-SOURCE (WS-PND-IDX)
                                             TO HIS-FACTOR-SOURCE
           MOVE WS-OPERATOR-ID              TO HIS-OPERATOR-ID

           WRITE HIS-REC

                                             TO PND-RUN-DATE
                   MOVE WS-PND-GEN-NUM (WS-PND-IDX)
                                             TO PND-GEN-NUM
                   MOVE WS-PND-PAY-GROUP (WS-PND-IDX)
                                             TO PND-PAY-GROUP

                   WRITE PND-REC

           MOVE WS-FILE-SEQ                  TO TRN-FILE-SEQ
           MOVE WS-OWN-PROGRAM               TO TRN-PROGRAM
           MOVE WS-RUN-DATE                  TO TRN-RUN-DATE
           MOVE WS-OPERATOR-ID               TO TRN-OPERATOR-ID
           MOVE ZEROS                        TO TRN-GEN-NUM

           WRITE TRN-REC

               MOVE WS-TOTAL-SALARY-AFTER    TO
                   AUD-TOTAL-SALARY-AFTER
               MOVE ZEROS                    TO AUD-GEN-NUM
               MOVE WS-OPERATOR-ID           TO AUD-OPERATOR-ID
               MOVE SPACES                   TO AUD-PAY-GROUP

               WRITE AUDIT-REC

           DISPLAY '  STILL HELD ........: ' DISPLAY-COUNT
           MOVE WS-SKIPPED                  TO DISPLAY-COUNT
           DISPLAY '  SKIPPED ...........: ' DISPLAY-COUNT
           IF WS-CAL-LOADED
               MOVE WS-NO-PERIOD            TO DISPLAY-COUNT
               DISPLAY '  NOT ON CALENDAR ...: ' DISPLAY-COUNT
           END-IF
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
