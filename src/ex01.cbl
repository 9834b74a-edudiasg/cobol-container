      *                     EX10 stream driver sees the step fail
      *                     instead of logging it CLEAN and rolling
      *                     the cycle on over it.
      *  - 2026-10-15 EDG - Two-person approval gate: a normal,
      *                     deferred or bonus run refuses to open the
      *                     master unless its parameter card and its
      *                     input totals (record count and salary
      *                     hash from the duplicate pre-scan) match
      *                     an approved, unexpired, unused simulation
      *                     on the approval register
      *                     (data/audit/ex01_approval.reg, signed off
      *                     by EX17). Every simulation is stamped on
      *                     the register for sign-off; a refusal, an
      *                     emergency override (two-operator card
      *                     data/control/ex01_ovr.parm) and the
      *                     approval a run consumed are registered
      *                     too. A simulation card carrying bonus
      *                     terms in cols 14-28 now costs the bonus,
      *                     so bonus runs can be signed off as well.
      *  - 2026-10-15 EDG - Stamps the submitting operator (EX_OPERATOR
      *                     job variable, else the logon user) on the
      *                     audit log, history, run catalog and run lock
      *                     records, for the EX18 operator activity
      *                     report. A held lock names the holder's
      *                     operator. The operator who simulates or is
      *                     refused is the requester on the approval
      *                     register, so EX17 can hold the requester to
      *                     the simulation.
      *  - 2026-10-15 EDG - Employees EX03 has terminated stay on the
      *                     master with status 'T'; an input record
      *                     for one is rejected with reason 09
      *                     (EMPLOYEE TERMINATED - a manual-review
      *                     reason EX05 never recycles) instead of
      *                     being raised or paid a bonus, and a
      *                     backout skips one. A brand-new master
      *                     record is written active.
      *  - 2026-10-15 EDG - Master layout extended with the pay grade
      *                     EX03 maintains; a brand-new master record
      *                     is written ungraded.
      *  - 2026-10-15 EDG - Department reference layout extended with
      *                     the general-ledger cost center EX15 now
      *                     loads.
      *  - 2026-10-15 EDG - Payroll calendar: a raise card's effective
      *                     date must start a pay period of its pay
      *                     group (new card cols 94-97, blank = MAIN) on
      *                     the EX24 calendar (data/master/
      *                     pay_calendar.dat), or the run is refused
      *                     RC 8. Skipped with a warning when no
      *                     calendar is loaded. Pending raises carry
      *                     the pay group so EX12 can release them on
      *                     the group's payroll cutoff.
      *  - 2026-10-15 EDG - Approval register keeps the whole card,
      *                     pay group (94-97) included, and an approval
      *                     must match it: a simulation of one group
      *                     no longer clears a run of another.
      *  - 2026-10-15 EDG - Every run-lock acquire, clear, refusal and
      *                     release is appended to the shared event
      *                     trail data/audit/ex_lockevt.log with the
      *                     operator; a clear also records the holder
      *                     it displaced, for the EX18 activity report.
      *  - 2026-10-15 EDG - Audit entry records the run's pay group,
      *                     so EX13 prices retro pay on the calendar of
      *                     the group the run actually paid.
      *  - 2026-10-15 EDG - Override card must carry the submitting
      *                     operator as one of its two ids, else the
      *                     run is refused and registered REFUSED.
      *                     Every approval register entry now carries
      *                     the submitting operator (APR-OPERATOR-ID).
      ******************************************************************

       IDENTIFICATION DIVISION.
                RECORD KEY   IS DPT-CODE
                FILE STATUS  IS WS-DEPT-FILE-STATUS.

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

           SELECT APR-FILE ASSIGN TO 'data/audit/ex01_approval.reg'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-APR-FILE-STATUS.

           SELECT OVR-FILE ASSIGN TO 'data/control/ex01_ovr.parm'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-OVR-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               05 PARM-BONUS-AMOUNT       PIC X(010).
               05 PARM-BONUS-DEPT         PIC X(004).
               05 FILLER                  PIC X(065).
           03 PARM-PAY-GROUP              PIC X(004).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           03 AUD-TOTAL-SALARY-BEFORE     PIC 9(013)V99.
           03 AUD-TOTAL-SALARY-AFTER      PIC 9(013)V99.
           03 AUD-GEN-NUM                 PIC 9(004).
           03 AUD-OPERATOR-ID             PIC X(008).
           03 AUD-PAY-GROUP               PIC X(004).

       FD  MASTER-FILE.
       01  MASTER-REC.
           03 MST-CURRENT-SALARY          PIC 9(008)V99.
           03 MST-YTD-INCREASE            PIC 9(009)V99.
           03 MST-LAST-RUN-DATE           PIC 9(008).
           03 MST-STATUS                  PIC X(001).
           03 MST-TERM-DATE               PIC 9(008).
           03 MST-TERM-REASON             PIC X(002).
           03 MST-PAY-GRADE               PIC X(003).

       FD  CAT-FILE.
       01  CAT-REC.
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).

       FD  GENPARM-FILE.
       01  GENPARM-REC.
           03 HIS-NEW-SALARY              PIC 9(008)V99.
           03 HIS-RAISE-FACTOR            PIC 9V999.
           03 HIS-FACTOR-SOURCE           PIC X(004).
           03 HIS-OPERATOR-ID             PIC X(008).

       FD  BATCH-CTL-FILE.
       01  BCF-FILE-NAME                  PIC X(080).
           03 PND-EFFECTIVE-DATE          PIC 9(008).
           03 PND-RUN-DATE                PIC 9(008).
           03 PND-GEN-NUM                 PIC 9(004).
           03 PND-PAY-GROUP               PIC X(004).

       FD  DEPT-FILE.
       01  DEPT-REC.
           03 DPT-NAME                    PIC X(030).
           03 DPT-ACTIVE-FLAG             PIC X(001).
           03 DPT-ANNUAL-BUDGET           PIC 9(011)V99.
           03 DPT-GL-COST-CENTER          PIC X(006).

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

      *    Approval register - layout shared with EX17, which writes
      *    the APPROVED entries this run is matched against.
       FD  APR-FILE.
       01  APR-REC.
           03 APR-ENTRY-TYPE              PIC X(008).
           03 APR-PROGRAM                 PIC X(008).
           03 APR-ENTRY-DATE              PIC 9(008).
           03 APR-ENTRY-TIME              PIC 9(008).
           03 APR-SIM-DATE                PIC 9(008).
           03 APR-SIM-TIME                PIC 9(008).
           03 APR-REQUESTER               PIC X(008).
           03 APR-APPROVER                PIC X(008).
           03 APR-EXPIRY-DATE             PIC 9(008).
           03 APR-INPUT-COUNT             PIC 9(009).
           03 APR-INPUT-SALARY            PIC 9(013)V99.
           03 APR-RECORDS-READ            PIC 9(009).
           03 APR-RECORDS-WRITTEN         PIC 9(009).
           03 APR-RECORDS-REJECTED        PIC 9(009).
           03 APR-TOTAL-SALARY-BEFORE     PIC 9(013)V99.
           03 APR-TOTAL-SALARY-AFTER      PIC 9(013)V99.
           03 APR-GEN-NUM                 PIC 9(004).
           03 APR-REASON-TEXT             PIC X(040).
           03 APR-PARM-CARD               PIC X(097).
           03 APR-OPERATOR-ID             PIC X(008).

       FD  OVR-FILE.
       01  OVR-REC.
           03 OVR-AUTHORIZER-1            PIC X(008).
           03 OVR-AUTHORIZER-2            PIC X(008).
           03 OVR-REASON-TEXT             PIC X(040).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
           88  WS-MST-NOT-FOUND                         VALUE '23'.
           88  WS-MST-FILE-MISSING                      VALUE '35'.

      *---------------------------------------------------------------
      * Submitting operator - the EX_OPERATOR job variable, else the
      * logon user, else BATCH. Stamped on the shared log, lock and
      * history records this run writes, so the EX18 activity report
      * can say who ran what.
      *---------------------------------------------------------------
       01  WS-OPERATOR-ID                 PIC X(008)     VALUE SPACES.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
      *       070000-READ-PARM-CARD ignores (does not apply) a card
      *       with a sub-1.000 factor rather than override with it.
      *   PARM-EFFECTIVE-DATE (cols 5-12) PIC X(008) -- YYYYMMDD.
      *       Must start a period of the card's pay group on the
      *       EX24 payroll calendar, or the run is refused.
      *   PARM-PAY-GROUP (cols 94-97)    PIC X(004) -- blank = MAIN.
      *---------------------------------------------------------------
       01  WS-PARM-OVERRIDE-FLAG          PIC X          VALUE 'N'.
           88  WS-PARM-OVERRIDE-ACTIVE                  VALUE 'Y'.
       01  WS-EFFECTIVE-DATE-9 REDEFINES WS-EFFECTIVE-DATE
                                           PIC 9(008).

      *---------------------------------------------------------------
      * Payroll calendar (EX24 load). A raise card's effective date
      * is looked up as a period start of the card's pay group; the
      * group is stamped on every pending raise so EX12 releases it
      * against that group's payroll cutoff. With no calendar loaded
      * yet the check is skipped with a warning.
      *---------------------------------------------------------------
       01  WS-CAL-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-CAL-OK                               VALUE '00'.
           88  WS-CAL-FILE-MISSING                      VALUE '35'.

       01  WS-DEFAULT-PAY-GROUP           PIC X(004)     VALUE 'MAIN'.
       01  WS-PAY-GROUP                   PIC X(004)     VALUE 'MAIN'.

      *---------------------------------------------------------------
      * Deferred (future-dated) raise handling. A parameter card
      * whose effective date is past the run date means comp signed
               10  WS-CAT-RUN-DATE        PIC 9(008).
               10  WS-CAT-RUN-TIME        PIC 9(008).
               10  WS-CAT-STATUS          PIC X(008).
               10  WS-CAT-OPERATOR        PIC X(008).

      *---------------------------------------------------------------
      * Duplicate employee-id pre-scan. Before any raise is applied,
      *---------------------------------------------------------------
       01  WS-RUN-MODE-FLAG               PIC X          VALUE 'N'.
           88  WS-BACKOUT-MODE                          VALUE 'R'.
           88  WS-BONUS-MODE                            VALUE 'B'.
           88  WS-NORMAL-MODE                           VALUE 'N'.

      *    Simulation is its own switch, not a run mode: a
      *    simulation card that carries bonus terms costs a bonus,
      *    so simulate and bonus can both be on at once.
       01  WS-SIMULATE-FLAG               PIC X          VALUE 'N'.
           88  WS-SIMULATE-MODE                         VALUE 'Y'.
           88  WS-NOT-SIMULATE-MODE                     VALUE 'N'.

      *---------------------------------------------------------------
      * One-time bonus run ('B'). Type 'F' pays a flat amount per
      * employee; type 'P' pays PARM-RAISE-PCT (read as a fraction,
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
           'EX01    '.

       01  WS-BACKOUT-FILE-NAME           PIC X(080)     VALUE SPACES.

      *---------------------------------------------------------------
      * Two-person approval gate. A simulation stamps the approval
      * register with its card image, input totals and costed
      * totals; EX17 records a second operator's sign-off of one
      * such stamp. A normal, deferred or bonus run must then find
      * an APPROVED entry whose card (run-mode column aside - 'S'
      * on the simulation, blank or 'B' on the real card) and
      * input record count and salary hash equal its own, whose
      * expiry date has not passed and which no earlier run has
      * USED - or it is refused before the master is opened. The
      * override card names the submitting operator, a second
      * operator and a reason - a card the submitter is not on is
      * refused; it is deleted once honoured so it cannot carry
      * over to tomorrow. Every entry carries the submitting
      * operator, whoever the requester and approver were.
      *---------------------------------------------------------------
       01  WS-APR-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-APR-OK                               VALUE '00'.
           88  WS-APR-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-OVR-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-OVR-OK                               VALUE '00'.

       01  WS-OVR-FILE-NAME               PIC X(040)     VALUE
           'data/control/ex01_ovr.parm'.

       01  WS-PARM-CARD-IMAGE             PIC X(097)     VALUE SPACES.

       01  WS-INPUT-TOTALS.
           03  WS-INPUT-COUNT             PIC 9(009)     VALUE ZEROS.
           03  WS-INPUT-SALARY            PIC 9(013)V99  VALUE ZEROS.

       01  WS-APPROVAL-FLAG               PIC X          VALUE 'N'.
           88  WS-APPROVAL-MATCHED                      VALUE 'Y'.
           88  WS-APPROVAL-OVERRIDDEN                   VALUE 'O'.
           88  WS-APPROVAL-OVR-REFUSED                  VALUE 'X'.
           88  WS-APPROVAL-MISSING                      VALUE 'N'.

       01  WS-APR-EOF-FLAG                PIC X          VALUE 'N'.
           88  WS-APR-EOF                               VALUE 'Y'.
           88  WS-APR-NOT-EOF                            VALUE 'N'.

       01  WS-APR-REFUSAL-TEXT            PIC X(040)     VALUE SPACES.
       01  WS-APR-REQUESTER               PIC X(008)     VALUE SPACES.
       01  WS-APR-APPROVER                PIC X(008)     VALUE SPACES.
       01  WS-APR-SIM-DATE                PIC 9(008)     VALUE ZEROS.
       01  WS-APR-SIM-TIME                PIC 9(008)     VALUE ZEROS.
       01  WS-APR-EXPIRY-DATE             PIC 9(008)     VALUE ZEROS.
       01  WS-APR-ENTRY-TYPE              PIC X(008)     VALUE SPACES.
       01  WS-APR-NOW-TIME                PIC 9(008)     VALUE ZEROS.

      *    Approvals matching this run's card and totals, with
      *    whether a later USED entry has consumed each one.
       01  WS-MAX-APPROVALS               PIC 9(003)     VALUE 200.
       01  WS-APV-COUNT                   PIC 9(003)     VALUE ZEROS.
       01  WS-APV-IDX                     PIC 9(003)     VALUE ZEROS.

       01  WS-APV-TABLE.
           05  WS-APV-ENTRY               OCCURS 200 TIMES.
               10  WS-APV-SIM-DATE        PIC 9(008).
               10  WS-APV-SIM-TIME        PIC 9(008).
               10  WS-APV-EXPIRY-DATE     PIC 9(008).
               10  WS-APV-REQUESTER       PIC X(008).
               10  WS-APV-APPROVER        PIC X(008).
               10  WS-APV-USED-FLAG       PIC X(001).

       01  WS-BKO-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-BKO-OK                               VALUE '00'.

           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040000-IDENTIFY-OPERATOR

           PERFORM 050000-CHECK-RESTART
           PERFORM 070000-READ-PARM-CARD
           END-IF

           PERFORM 090000-PRESCAN-DUPLICATES

      *    Gated after the pre-scan, which supplies the input totals
      *    the approval is matched on, and before the master opens.
           IF NOT WS-SIMULATE-MODE
               PERFORM 095000-CHECK-APPROVAL
           END-IF

           PERFORM 100000-OPEN-FILES

           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
           IF WS-SIMULATE-MODE
               MOVE 'SIMULATE'              TO WS-AUDIT-STATUS
               PERFORM 800000-WRITE-AUDIT-LOG
               PERFORM 860000-STAMP-SIMULATION
               DISPLAY 'EX01 SIMULATION COMPLETE - NO FILES UPDATED'
               STOP RUN
           END-IF
               END-IF
           END-IF
           PERFORM 800000-WRITE-AUDIT-LOG
           PERFORM 865000-MARK-APPROVAL-USED

           PERFORM 910000-RELEASE-RUN-LOCK

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
           MOVE 0055                        TO PSC-ERRO-PGM

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

           DISPLAY 'EX01 SUBMITTED BY OPERATOR ' WS-OPERATOR-ID
           .
       040999-EXIT-IDENTIFY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       050000-CHECK-RESTART                SECTION.
      *-----------------------------------------------------------------
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-REC         TO WS-PARM-CARD-IMAGE
                       IF PARM-PAY-GROUP NOT = SPACES
                           MOVE PARM-PAY-GROUP TO WS-PAY-GROUP
                       END-IF
                       IF PARM-RUN-MODE = 'S'
                           SET WS-SIMULATE-MODE TO TRUE
                           DISPLAY 'EX01 PARM CARD - SIMULATION'
                               ' RUN: COSTING ONLY, NO FILES '
                               'UPDATED'
                       END-IF
                       IF PARM-RUN-MODE = 'R'
                           SET WS-BACKOUT-MODE TO TRUE
                           MOVE PARM-BACKOUT-FILE TO
                               (WS-BACKOUT-FILE-NAME)
                       ELSE
                       IF PARM-RUN-MODE = 'B'
                       OR (WS-SIMULATE-MODE
                           AND (PARM-BONUS-TYPE = 'F'
                             OR PARM-BONUS-TYPE = 'P'))
                           SET WS-BONUS-MODE TO TRUE
                           MOVE PARM-BONUS-TYPE TO
                               WS-BONUS-TYPE-FLAG
                               'TYPE=' WS-BONUS-TYPE-FLAG
                               ' DEPT=' WS-BONUS-DEPT
                       ELSE
                           IF PARM-RAISE-PCT NUMERIC
                           AND PARM-RAISE-PCT >=
                               WS-MIN-PARM-RAISE-FACTOR
           IF WS-BONUS-MODE
               PERFORM 072000-EDIT-BONUS-CARD
           END-IF

           IF WS-PARM-OVERRIDE-ACTIVE
           AND WS-EFFECTIVE-DATE NUMERIC
           AND WS-EFFECTIVE-DATE-9 > 0
               PERFORM 073000-CHECK-PAY-CALENDAR
           END-IF
           .
       070999-EXIT-READ-PARM-CARD.
           EXIT.
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
       065999-EXIT-ACQUIRE-RUN-LOCK.
           EXIT.
           DISPLAY 'EX01 RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-DATE '/'
                   WS-LOCK-HELD-TIME
                   ' OPERATOR ' WS-LOCK-HELD-OPERATOR

           IF WS-RESTART-MODE
           AND WS-LOCK-HOLDER = WS-OWN-PROGRAM
               DISPLAY 'EX01 RECLAIMING LOCK LEFT BY OUR OWN '
                       'INTERRUPTED RUN (CHECKPOINT PENDING)'
               MOVE 'RECLAIM '              TO WS-LEV-EVENT
               PERFORM 915000-LOG-LOCK-EVENT
               GO TO 066999-EXIT-HANDLE-HELD-LOCK
           END-IF

                           CALL 'CBL_DELETE_FILE'
                               USING WS-LOCKCLR-FILE-NAME
                           MOVE ZEROS        TO RETURN-CODE
                           MOVE 'CLEAR   '   TO WS-LEV-EVENT
                           PERFORM 915000-LOG-LOCK-EVENT
                           DISPLAY 'EX01 STALE LOCK CLEARED BY '
                                   'OPERATOR CARD - PROCEEDING'
                           GO TO 066999-EXIT-HANDLE-HELD-LOCK
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
           MOVE 0058                        TO PSC-ERRO-PGM

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
       072000-EDIT-BONUS-CARD              SECTION.
      *-----------------------------------------------------------------
       072999-EXIT-EDIT-BONUS-CARD.
           EXIT.

      *-----------------------------------------------------------------
       073000-CHECK-PAY-CALENDAR           SECTION.
      *-----------------------------------------------------------------
      *    A raise takes effect at the start of a pay period; a date
      *    inside a period would leave payroll paying part of it at
      *    each rate, and EX13 could never count the retro right. The
      *    card is refused before anything is locked or opened.
      *-----------------------------------------------------------------
           MOVE 0057                        TO PSC-ERRO-PGM

           OPEN INPUT CAL-FILE

           IF WS-CAL-FILE-MISSING
               DISPLAY 'EX01 WARNING - NO PAYROLL CALENDAR FILE; '
                       'EFFECTIVE DATE NOT CHECKED AGAINST PAY '
                       'PERIODS (RUN EX24 TO LOAD ONE)'
               GO TO 073999-EXIT-CHECK-PAY-CALENDAR
           END-IF

           IF NOT WS-CAL-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE WS-PAY-GROUP                TO CAL-PAY-GROUP
           MOVE WS-EFFECTIVE-DATE-9         TO CAL-PERIOD-START

           READ CAL-FILE
               INVALID KEY
                   CLOSE CAL-FILE
                   DISPLAY 'EX01 REFUSED - EFFECTIVE DATE '
                           WS-EFFECTIVE-DATE ' IS NOT THE START OF A '
                           'PAY PERIOD FOR PAY GROUP ' WS-PAY-GROUP
                           ' ON THE PAYROLL CALENDAR'
                   DISPLAY 'EX01 CORRECT THE PARAMETER CARD (OR THE '
                           'CALENDAR, THROUGH EX24) AND RERUN'
                   MOVE 8                    TO RETURN-CODE
                   STOP RUN
           END-READ

           DISPLAY 'EX01 EFFECTIVE DATE STARTS PAY GROUP '
                   WS-PAY-GROUP ' PERIOD ' CAL-PERIOD-START '-'
                   CAL-PERIOD-END ', CUTOFF ' CAL-CUTOFF-DATE

           CLOSE CAL-FILE
           .
       073999-EXIT-CHECK-PAY-CALENDAR.
           EXIT.

      *-----------------------------------------------------------------
       085000-ASSIGN-GENERATION            SECTION.
      *-----------------------------------------------------------------
                               WS-CAT-RUN-TIME (WS-CAT-COUNT)
                           MOVE CAT-STATUS   TO
                               WS-CAT-STATUS (WS-CAT-COUNT)
                           MOVE CAT-OPERATOR-ID TO
                               WS-CAT-OPERATOR (WS-CAT-COUNT)
                           IF CAT-GEN-NUM > WS-GEN-NUM
                               MOVE CAT-GEN-NUM TO WS-GEN-NUM
                           END-IF
           ACCEPT WS-CAT-RUN-TIME (WS-CAT-COUNT) FROM TIME
           MOVE 'COMPLETE'                  TO
               WS-CAT-STATUS (WS-CAT-COUNT)
           MOVE WS-OPERATOR-ID              TO
               WS-CAT-OPERATOR (WS-CAT-COUNT)

      *    A restarted run's generation may already be cataloged as
      *    COMPLETE only if a prior rerun finished it; entries are
                                             TO CAT-RUN-TIME
                   MOVE WS-CAT-STATUS (WS-CAT-IDX)
                                             TO CAT-STATUS
                   MOVE WS-CAT-OPERATOR (WS-CAT-IDX)
                                             TO CAT-OPERATOR-ID
                   WRITE CAT-REC

                   IF NOT WS-CAT-OK

           MOVE ZEROS                       TO WS-SCAN-COUNT
           MOVE ZEROS                       TO WS-DUP-ID-COUNT
           MOVE ZEROS                       TO WS-INPUT-COUNT
           MOVE ZEROS                       TO WS-INPUT-SALARY

           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-FILE-COUNT
                   NOT AT END
                       IF WS-IN-OK
                           ADD 1             TO WS-SCAN-SEQ
                           ADD 1             TO WS-INPUT-COUNT
                           IF WS-SALARY NUMERIC
                               ADD WS-SALARY TO WS-INPUT-SALARY
                           END-IF
                           IF WS-EMP-ID NOT = SPACES
                               PERFORM 092000-TALLY-EMP-ID
                           END-IF
       093999-EXIT-WRITE-DUP-REPORT.
           EXIT.

      *-----------------------------------------------------------------
       095000-CHECK-APPROVAL               SECTION.
      *-----------------------------------------------------------------
      *    Falling out of this section means the run may touch the
      *    master: a valid override card, or an approved, unexpired,
      *    unused simulation of exactly this card and input. A
      *    restart has already been through the gate - the
      *    checkpoint proves the interrupted run was let in - so it
      *    is never refused here, only matched so the approval it
      *    rides on can be marked used at the end.
      *-----------------------------------------------------------------
           MOVE 0047                        TO PSC-ERRO-PGM

           SET WS-APPROVAL-MISSING          TO TRUE
           MOVE SPACES                      TO WS-APR-REFUSAL-TEXT

           IF WS-NOT-RESTART-MODE
               PERFORM 096000-READ-OVERRIDE-CARD
               IF WS-APPROVAL-OVERRIDDEN
                   GO TO 095999-EXIT-CHECK-APPROVAL
               END-IF
           END-IF

           PERFORM 097000-LOAD-APPROVALS

      *    Newest first: of several usable sign-offs of the same
      *    simulation card, the latest is the one consumed.
           PERFORM VARYING WS-APV-IDX FROM WS-APV-COUNT BY -1
                   UNTIL WS-APV-IDX < 1
                      OR WS-APPROVAL-MATCHED
               IF WS-APV-USED-FLAG (WS-APV-IDX) = 'N'
               AND WS-APV-EXPIRY-DATE (WS-APV-IDX) >= WS-RUN-DATE
                   SET WS-APPROVAL-MATCHED  TO TRUE
                   MOVE WS-APV-SIM-DATE (WS-APV-IDX)
                                             TO WS-APR-SIM-DATE
                   MOVE WS-APV-SIM-TIME (WS-APV-IDX)
                                             TO WS-APR-SIM-TIME
                   MOVE WS-APV-EXPIRY-DATE (WS-APV-IDX)
                                             TO WS-APR-EXPIRY-DATE
                   MOVE WS-APV-REQUESTER (WS-APV-IDX)
                                             TO WS-APR-REQUESTER
                   MOVE WS-APV-APPROVER (WS-APV-IDX)
                                             TO WS-APR-APPROVER
               END-IF
           END-PERFORM

           IF WS-APPROVAL-MATCHED
               DISPLAY 'EX01 APPROVAL - SIMULATION ' WS-APR-SIM-DATE
                       '/' WS-APR-SIM-TIME ' REQUESTED BY '
                       WS-APR-REQUESTER ' APPROVED BY '
                       WS-APR-APPROVER
               GO TO 095999-EXIT-CHECK-APPROVAL
           END-IF

           IF WS-RESTART-MODE
               DISPLAY 'EX01 RESTART - APPROVAL GATE WAS PASSED BY '
                       'THE INTERRUPTED RUN'
               GO TO 095999-EXIT-CHECK-APPROVAL
           END-IF

           IF WS-APV-COUNT = 0
               MOVE 'NO APPROVED SIMULATION MATCHES THIS RUN'
                                             TO WS-APR-REFUSAL-TEXT
           ELSE
               MOVE 'MATCHING APPROVAL ALREADY USED'
                                             TO WS-APR-REFUSAL-TEXT
               PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                       UNTIL WS-APV-IDX > WS-APV-COUNT
                   IF WS-APV-USED-FLAG (WS-APV-IDX) = 'N'
                       MOVE 'MATCHING APPROVAL HAS EXPIRED'
                                             TO WS-APR-REFUSAL-TEXT
                   END-IF
               END-PERFORM
           END-IF

           PERFORM 098000-REFUSE-RUN
           .
       095999-EXIT-CHECK-APPROVAL.
           EXIT.

      *-----------------------------------------------------------------
       096000-READ-OVERRIDE-CARD           SECTION.
      *-----------------------------------------------------------------
      *    The override is for the night the signed-off simulation
      *    cannot be rerun in time: the submitting operator and a
      *    second, different operator put their ids and a reason on
      *    the card, the run goes ahead, and the register shows who
      *    took the decision. A card the submitter is not on is one
      *    person naming a second, so the run is refused. The card
      *    is deleted once honoured, lock-clear-card style.
      *-----------------------------------------------------------------
           MOVE 0048                        TO PSC-ERRO-PGM

           OPEN INPUT OVR-FILE

           IF NOT WS-OVR-OK
               GO TO 096999-EXIT-READ-OVERRIDE-CARD
           END-IF

           READ OVR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION UPPER-CASE (OVR-AUTHORIZER-1)
                                             TO OVR-AUTHORIZER-1
                   MOVE FUNCTION UPPER-CASE (OVR-AUTHORIZER-2)
                                             TO OVR-AUTHORIZER-2
                   IF OVR-AUTHORIZER-1 NOT = SPACES
                   AND OVR-AUTHORIZER-2 NOT = SPACES
                   AND OVR-AUTHORIZER-1 NOT = OVR-AUTHORIZER-2
                   AND OVR-REASON-TEXT NOT = SPACES
                       IF OVR-AUTHORIZER-1 = WS-OPERATOR-ID
                       OR OVR-AUTHORIZER-2 = WS-OPERATOR-ID
                           SET WS-APPROVAL-OVERRIDDEN TO TRUE
                           MOVE OVR-REASON-TEXT
                                             TO WS-APR-REFUSAL-TEXT
                       ELSE
                           SET WS-APPROVAL-OVR-REFUSED TO TRUE
                           MOVE SPACES       TO WS-APR-REFUSAL-TEXT
                           STRING 'OVERRIDE ' OVR-AUTHORIZER-1 '/'
                                  OVR-AUTHORIZER-2 ' NOT SUBMITTER'
                                  DELIMITED BY SIZE
                                  INTO WS-APR-REFUSAL-TEXT
                       END-IF
                       MOVE OVR-AUTHORIZER-1 TO WS-APR-REQUESTER
                       MOVE OVR-AUTHORIZER-2 TO WS-APR-APPROVER
                   ELSE
                       DISPLAY 'EX01 OVERRIDE CARD IGNORED - IT '
                               'NEEDS TWO DIFFERENT OPERATOR IDS '
                               'AND A REASON'
                   END-IF
           END-READ

           CLOSE OVR-FILE

           IF WS-APPROVAL-OVR-REFUSED
               DISPLAY 'EX01 OVERRIDE CARD BY ' WS-APR-REQUESTER
                       ' AND ' WS-APR-APPROVER ' REFUSED - THE '
                       'SUBMITTING OPERATOR ' WS-OPERATOR-ID
                       ' MUST BE ONE OF THE TWO'
               PERFORM 098000-REFUSE-RUN
           END-IF

           IF WS-APPROVAL-OVERRIDDEN
               CALL 'CBL_DELETE_FILE' USING WS-OVR-FILE-NAME
               MOVE ZEROS                    TO RETURN-CODE
               MOVE ZEROS                    TO WS-APR-SIM-DATE
               MOVE ZEROS                    TO WS-APR-SIM-TIME
               MOVE ZEROS                    TO WS-APR-EXPIRY-DATE
               MOVE 'OVERRIDE'               TO WS-APR-ENTRY-TYPE
               PERFORM 870000-APPEND-APPROVAL-REGISTER
               DISPLAY 'EX01 APPROVAL GATE OVERRIDDEN BY '
                       WS-APR-REQUESTER ' AND ' WS-APR-APPROVER
                       ' - ' FUNCTION TRIM (WS-APR-REFUSAL-TEXT)
           END-IF
           .
       096999-EXIT-READ-OVERRIDE-CARD.
           EXIT.

      *-----------------------------------------------------------------
       097000-LOAD-APPROVALS               SECTION.
      *-----------------------------------------------------------------
      *    Keeps only the APPROVED entries that fit this run - card
      *    columns 1-12 and 14-97 (the run-mode column is 'S' on
      *    the simulation by definition) and both input totals - and
      *    flags any a later USED entry has consumed.
      *-----------------------------------------------------------------
           MOVE 0049                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-APV-COUNT
           SET WS-APR-NOT-EOF               TO TRUE

           OPEN INPUT APR-FILE

           IF WS-APR-FILE-NOT-FOUND
               GO TO 097999-EXIT-LOAD-APPROVALS
           END-IF

           IF NOT WS-APR-OK
               PERFORM 999900-ABEND
           END-IF

           PERFORM UNTIL WS-APR-EOF
               READ APR-FILE
                   AT END
                       SET WS-APR-EOF        TO TRUE
                   NOT AT END
                       IF NOT WS-APR-OK
                           PERFORM 999900-ABEND
                       END-IF
                       IF APR-ENTRY-TYPE = 'APPROVED'
                       AND APR-PARM-CARD (1:12)
                           = WS-PARM-CARD-IMAGE (1:12)
                       AND APR-PARM-CARD (14:84)
                           = WS-PARM-CARD-IMAGE (14:84)
                       AND APR-INPUT-COUNT = WS-INPUT-COUNT
                       AND APR-INPUT-SALARY = WS-INPUT-SALARY
                           PERFORM 097500-ADD-APPROVAL
                       END-IF
                       IF APR-ENTRY-TYPE = 'USED    '
                           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                                   UNTIL WS-APV-IDX > WS-APV-COUNT
                               IF WS-APV-SIM-DATE (WS-APV-IDX)
                                  = APR-SIM-DATE
                               AND WS-APV-SIM-TIME (WS-APV-IDX)
                                  = APR-SIM-TIME
                                   MOVE 'Y'  TO
                                     WS-APV-USED-FLAG (WS-APV-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APR-FILE
           .
       097999-EXIT-LOAD-APPROVALS.
           EXIT.

      *-----------------------------------------------------------------
       097500-ADD-APPROVAL                 SECTION.
      *-----------------------------------------------------------------
           MOVE 0050                        TO PSC-ERRO-PGM

           IF WS-APV-COUNT >= WS-MAX-APPROVALS
               DISPLAY 'EX01 ABEND - MORE THAN ' WS-MAX-APPROVALS
                       ' APPROVALS FIT THIS RUN ON THE REGISTER'
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-APV-COUNT
           MOVE APR-SIM-DATE                TO
               WS-APV-SIM-DATE (WS-APV-COUNT)
           MOVE APR-SIM-TIME                TO
               WS-APV-SIM-TIME (WS-APV-COUNT)
           MOVE APR-EXPIRY-DATE             TO
               WS-APV-EXPIRY-DATE (WS-APV-COUNT)
           MOVE APR-REQUESTER               TO
               WS-APV-REQUESTER (WS-APV-COUNT)
           MOVE APR-APPROVER                TO
               WS-APV-APPROVER (WS-APV-COUNT)
           MOVE 'N'                         TO
               WS-APV-USED-FLAG (WS-APV-COUNT)
           .
       097599-EXIT-ADD-APPROVAL.
           EXIT.

      *-----------------------------------------------------------------
       098000-REFUSE-RUN                   SECTION.
      *-----------------------------------------------------------------
      *    Nothing has been opened for update yet, so the refusal
      *    only has to register itself and give the lock back.
      *-----------------------------------------------------------------
           MOVE 0051                        TO PSC-ERRO-PGM

           MOVE WS-OPERATOR-ID              TO WS-APR-REQUESTER
           MOVE SPACES                      TO WS-APR-APPROVER
           MOVE ZEROS                       TO WS-APR-SIM-DATE
           MOVE ZEROS                       TO WS-APR-SIM-TIME
           MOVE ZEROS                       TO WS-APR-EXPIRY-DATE
           MOVE 'REFUSED '                  TO WS-APR-ENTRY-TYPE
           PERFORM 870000-APPEND-APPROVAL-REGISTER

           DISPLAY 'EX01 REFUSED - ' WS-APR-REFUSAL-TEXT
           DISPLAY 'EX01 RUN A SIMULATION OF THIS CARD AND INPUT, '
                   'HAVE IT SIGNED OFF (EX17) AND RERUN'

           PERFORM 910000-RELEASE-RUN-LOCK

           MOVE 8                            TO RETURN-CODE
           STOP RUN
           .
       098999-EXIT-REFUSE-RUN.
           EXIT.

      *-----------------------------------------------------------------
       100000-OPEN-FILES                   SECTION.
      *-----------------------------------------------------------------
                   PERFORM 227000-CHECK-DEPT-CODE
               END-IF

               IF WS-RECORD-VALID
                   PERFORM 228000-CHECK-TERMINATED
               END-IF

               IF WS-RECORD-VALID
               AND WS-BONUS-MODE
                   PERFORM 226000-CHECK-BONUS-SCOPE
       227999-EXIT-CHECK-DEPT-CODE.
           EXIT.

      *-----------------------------------------------------------------
       228000-CHECK-TERMINATED              SECTION.
      *-----------------------------------------------------------------
      *    A leaver stays on the master as a TERMINATED record so the
      *    history and YTD remain reportable; a department file that
      *    still lists them must not raise or pay them. Reason 09 is
      *    not an edit a correction card can fix, so EX05 reports it
      *    for manual review instead of recycling it.
      *-----------------------------------------------------------------
           MOVE 0056                        TO PSC-ERRO-PGM

           MOVE WS-EMP-ID                   TO MST-EMP-ID

           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-STATUS = 'T'
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE '09'             TO WS-REJECT-REASON-CODE
                       MOVE 'EMPLOYEE TERMINATED'
                                             TO WS-REJECT-REASON-TEXT
                   END-IF
           END-READ
           .
       228999-EXIT-CHECK-TERMINATED.
           EXIT.

      *-----------------------------------------------------------------
       230000-WRITE-REJECT-FILE             SECTION.
      *-----------------------------------------------------------------
                   MOVE WS-SALARY            TO MST-CURRENT-SALARY
                   MOVE WS-SALARY-INCREASE   TO MST-YTD-INCREASE
                   MOVE WS-RUN-DATE          TO MST-LAST-RUN-DATE
                   MOVE 'A'                  TO MST-STATUS
                   MOVE ZEROS                TO MST-TERM-DATE
                   MOVE SPACES               TO MST-TERM-REASON
                   MOVE SPACES               TO MST-PAY-GRADE

                   WRITE MASTER-REC

           MOVE WS-SALARY                   TO HIS-NEW-SALARY
           MOVE WS-APPLIED-FACTOR           TO HIS-RAISE-FACTOR
           MOVE WS-FACTOR-SOURCE            TO HIS-FACTOR-SOURCE
           MOVE WS-OPERATOR-ID              TO HIS-OPERATOR-ID

           WRITE HIS-REC

           MOVE WS-EFFECTIVE-DATE-9         TO PND-EFFECTIVE-DATE
           MOVE WS-RUN-DATE                 TO PND-RUN-DATE
           MOVE WS-GEN-NUM                  TO PND-GEN-NUM
           MOVE WS-PAY-GROUP                TO PND-PAY-GROUP

           WRITE PND-REC

                                             TO WS-REJECT-REASON-TEXT
                   PERFORM 525000-SKIP-BKO-RECORD
               NOT INVALID KEY
                   IF MST-STATUS = 'T'
                       MOVE 'EMPLOYEE TERMINATED SINCE RUN'
                                             TO WS-REJECT-REASON-TEXT
                       PERFORM 525000-SKIP-BKO-RECORD
                   ELSE
                   IF MST-CURRENT-SALARY NOT = WS-BKO-NEW-SALARY
                       MOVE 'MASTER SALARY CHANGED SINCE RUN'
                                             TO WS-REJECT-REASON-TEXT
                   ELSE
                       PERFORM 530000-APPLY-REVERSAL
                   END-IF
                   END-IF
           END-READ
           .
       520999-EXIT-REVERSE-ONE-RECORD.
               MOVE WS-TOTAL-SALARY-AFTER    TO
                   AUD-TOTAL-SALARY-AFTER
               MOVE WS-GEN-NUM               TO AUD-GEN-NUM
               MOVE WS-OPERATOR-ID           TO AUD-OPERATOR-ID
               MOVE WS-PAY-GROUP             TO AUD-PAY-GROUP

               WRITE AUDIT-REC

       800999-EXIT-WRITE-AUDIT-LOG.
           EXIT.

      *-----------------------------------------------------------------
       860000-STAMP-SIMULATION             SECTION.
      *-----------------------------------------------------------------
      *    The stamp is what EX17 signs off: the run date and time
      *    identify the simulation, the rest is the evidence the
      *    approver is agreeing to.
      *-----------------------------------------------------------------
           MOVE 0052                        TO PSC-ERRO-PGM

           MOVE WS-OPERATOR-ID              TO WS-APR-REQUESTER
           MOVE SPACES                      TO WS-APR-APPROVER
           MOVE SPACES                      TO WS-APR-REFUSAL-TEXT
           MOVE WS-RUN-DATE                 TO WS-APR-SIM-DATE
           ACCEPT WS-APR-SIM-TIME           FROM TIME
           MOVE ZEROS                       TO WS-APR-EXPIRY-DATE
           MOVE 'SIMULATE'                  TO WS-APR-ENTRY-TYPE
           PERFORM 870000-APPEND-APPROVAL-REGISTER

           DISPLAY 'EX01 SIMULATION STAMPED ON THE APPROVAL '
                   'REGISTER AS ' WS-APR-SIM-DATE '/'
                   WS-APR-SIM-TIME ' - QUOTE IT ON THE EX17 CARD'
           .
       860999-EXIT-STAMP-SIMULATION.
           EXIT.

      *-----------------------------------------------------------------
       865000-MARK-APPROVAL-USED           SECTION.
      *-----------------------------------------------------------------
      *    One approval, one run: the USED entry retires it so the
      *    same sign-off cannot let a second run through.
      *-----------------------------------------------------------------
           MOVE 0053                        TO PSC-ERRO-PGM

           IF NOT WS-APPROVAL-MATCHED
               GO TO 865999-EXIT-MARK-APPROVAL-USED
           END-IF

           MOVE SPACES                      TO WS-APR-REFUSAL-TEXT
           MOVE 'USED    '                  TO WS-APR-ENTRY-TYPE
           PERFORM 870000-APPEND-APPROVAL-REGISTER
           .
       865999-EXIT-MARK-APPROVAL-USED.
           EXIT.

      *-----------------------------------------------------------------
       870000-APPEND-APPROVAL-REGISTER     SECTION.
      *-----------------------------------------------------------------
      *    Every entry carries this run's card image, input totals,
      *    control totals and generation, so a refusal or an
      *    override can be compared with the sign-off it lacked.
      *-----------------------------------------------------------------
           MOVE 0054                        TO PSC-ERRO-PGM

           MOVE WS-APR-ENTRY-TYPE           TO APR-ENTRY-TYPE
           MOVE WS-OWN-PROGRAM              TO APR-PROGRAM
           MOVE WS-RUN-DATE                 TO APR-ENTRY-DATE
           ACCEPT WS-APR-NOW-TIME           FROM TIME
           MOVE WS-APR-NOW-TIME             TO APR-ENTRY-TIME
           MOVE WS-APR-SIM-DATE             TO APR-SIM-DATE
           MOVE WS-APR-SIM-TIME             TO APR-SIM-TIME
           MOVE WS-APR-REQUESTER            TO APR-REQUESTER
           MOVE WS-APR-APPROVER             TO APR-APPROVER
           MOVE WS-APR-EXPIRY-DATE          TO APR-EXPIRY-DATE
           MOVE WS-INPUT-COUNT              TO APR-INPUT-COUNT
           MOVE WS-INPUT-SALARY             TO APR-INPUT-SALARY
           MOVE WS-RECORDS-READ             TO APR-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN          TO APR-RECORDS-WRITTEN
           MOVE WS-RECORDS-REJECTED         TO APR-RECORDS-REJECTED
           MOVE WS-TOTAL-SALARY-BEFORE      TO APR-TOTAL-SALARY-BEFORE
           MOVE WS-TOTAL-SALARY-AFTER       TO APR-TOTAL-SALARY-AFTER
           MOVE WS-GEN-NUM                  TO APR-GEN-NUM
           MOVE WS-APR-REFUSAL-TEXT         TO APR-REASON-TEXT
           MOVE WS-PARM-CARD-IMAGE          TO APR-PARM-CARD
           MOVE WS-OPERATOR-ID              TO APR-OPERATOR-ID

           OPEN EXTEND APR-FILE

           IF WS-APR-FILE-NOT-FOUND
               OPEN OUTPUT APR-FILE
           END-IF

           IF NOT WS-APR-OK
               PERFORM 999900-ABEND
           END-IF

           WRITE APR-REC

           IF NOT WS-APR-OK
               PERFORM 999900-ABEND
           END-IF

           CLOSE APR-FILE

           IF NOT WS-APR-OK
               PERFORM 999900-ABEND
           END-IF
           .
       870999-EXIT-APPEND-APPROVAL-REGISTER.
           EXIT.

      *-----------------------------------------------------------------
       999900-ABEND                        SECTION.
      *-----------------------------------------------------------------
