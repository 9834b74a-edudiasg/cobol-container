      *              everything applied to the master since: the EX01
      *              salary-history details (raises, backouts) and
      *              the EX03 transaction journal (adds, changes,
      *              terminates, rehires, transfers), in run-date
      *              order. The replay lands on the exact
      *              MST-CURRENT-SALARY, MST-YTD-INCREASE and
      *              employment status every record should carry.
      *
      *              MODE 'V' (verify): reads the live master and
      *              reports every employee whose master record no
      *              longer agrees with the replay - wrong salary,
      *              wrong YTD, wrong status, missing,
      *              deleted-but-present, or present-but-unexplained.
      *              RETURN-CODE 8 when any record disagrees.
      *
      *              MODE 'R' (rebuild): reconstructs a damaged or
      *              lost ex01_master.dat by writing the replayed
      *                     (100,000 employees, one event each per
      *                     run) would never finish in operational
      *                     time.
      *  - 2026-10-15 EDG - Stamps the submitting operator (EX_OPERATOR
      *                     job variable, else the logon user) on the
      *                     run lock a rebuild takes, for the EX18
      *                     operator activity report. A held lock names
      *                     the holder's operator. History and journal
      *                     layouts extended with the operator their
      *                     writers now stamp.
      *  - 2026-10-15 EDG - EX03 terminations are soft: the record
      *                     stays on the master with status 'T', and
      *                     a rehire reactivates it (journal action
      *                     'R', YTD kept). The replay carries the
      *                     status, termination date and reason from
      *                     the archive and the journal, verify
      *                     reports a status that disagrees, and a
      *                     rebuild writes leavers back as leavers. A
      *                     journaled TERMINATE with no termination
      *                     date predates soft terminations and still
      *                     replays as a delete.
      *  - 2026-10-15 EDG - Pay grade replayed from the archive and the
      *                     journal (ADD, rehire and CHANGE carry the
      *                     grade they left on the master); verify
      *                     reports a grade that disagrees and a
      *                     rebuild restores it.
      *  - 2026-10-15 EDG - Every run-lock acquire, clear, refusal and
      *                     release is appended to the shared event
      *                     trail data/audit/ex_lockevt.log with the
      *                     operator; a clear also records the holder
      *                     it displaced, for the EX18 activity report.
      ******************************************************************

       IDENTIFICATION DIVISION.
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
           03 ARC-CURRENT-SALARY          PIC 9(008)V99.
           03 ARC-YTD-INCREASE            PIC 9(009)V99.
           03 ARC-LAST-RUN-DATE           PIC 9(008).
           03 ARC-STATUS                  PIC X(001).
           03 ARC-TERM-DATE               PIC 9(008).
           03 ARC-TERM-REASON             PIC X(002).
           03 ARC-PAY-GRADE               PIC X(003).

       FD  HIS-FILE.
       01  HIS-REC.
           03 HIS-NEW-SALARY              PIC 9(008)V99.
           03 HIS-RAISE-FACTOR            PIC 9V999.
           03 HIS-FACTOR-SOURCE           PIC X(004).
           03 HIS-OPERATOR-ID             PIC X(008).

       FD  JRN-FILE.
       01  JRN-REC.
           03 JRN-FIRST-NAME              PIC X(030).
           03 JRN-SALARY                  PIC 9(008)V99.
           03 JRN-RUN-DATE                PIC 9(008).
           03 JRN-OPERATOR-ID             PIC X(008).
           03 JRN-TERM-DATE               PIC 9(008).
           03 JRN-TERM-REASON             PIC X(002).
           03 JRN-PAY-GRADE               PIC X(003).

       FD  MASTER-FILE.
       01  MASTER-REC.
           03 MST-CURRENT-SALARY          PIC 9(008)V99.
           03 MST-YTD-INCREASE            PIC 9(009)V99.
           03 MST-LAST-RUN-DATE           PIC 9(008).
           03 MST-STATUS                  PIC X(001).
           03 MST-TERM-DATE               PIC 9(008).
           03 MST-TERM-REASON             PIC X(002).
           03 MST-PAY-GRADE               PIC X(003).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(110).
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
       01  WS-RPT-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-RPT-OK                               VALUE '00'.

      *---------------------------------------------------------------
      * Submitting operator - the EX_OPERATOR job variable, else the
      * logon user, else BATCH. Stamped on the shared log, lock and
      * history records this run writes, so the EX18 activity report
      * can say who ran what.
      *---------------------------------------------------------------
       01  WS-OPERATOR-ID                 PIC X(008)     VALUE SPACES.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
               10  WS-EXP-SALARY          PIC 9(008)V99.
               10  WS-EXP-YTD             PIC S9(009)V99.
               10  WS-EXP-LAST-RUN        PIC 9(008).
      *            'Y' active, 'T' on file as terminated, 'N' not
      *            on file (never added, or deleted before EX03
      *            kept its leavers).
               10  WS-EXP-ACTIVE-FLAG     PIC X(001).
               10  WS-EXP-TERM-DATE       PIC 9(008).
               10  WS-EXP-TERM-REASON     PIC X(002).
               10  WS-EXP-PAY-GRADE       PIC X(003).
               10  WS-EXP-SEEN-FLAG       PIC X(001).

      *---------------------------------------------------------------
               10  WS-EVT-OLD-SALARY      PIC 9(008)V99.
               10  WS-EVT-NEW-SALARY      PIC 9(008)V99.
               10  WS-EVT-TAG             PIC X(004).
               10  WS-EVT-TERM-DATE       PIC 9(008).
               10  WS-EVT-TERM-REASON     PIC X(002).
               10  WS-EVT-PAY-GRADE       PIC X(003).

      *---------------------------------------------------------------
      * Scratch id table used to pre-create expected entries for
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
           'EX14    '.
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040000-IDENTIFY-OPERATOR

           PERFORM 050000-READ-CONTROL-CARD

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
           MOVE 0027                        TO PSC-ERRO-PGM

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

           DISPLAY 'EX14 SUBMITTED BY OPERATOR ' WS-OPERATOR-ID
           .
       040999-EXIT-IDENTIFY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       050000-READ-CONTROL-CARD            SECTION.
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
       060999-EXIT-ACQUIRE-RUN-LOCK.
           EXIT.
           DISPLAY 'EX14 RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-DATE '/'
                   WS-LOCK-HELD-TIME
                   ' OPERATOR ' WS-LOCK-HELD-OPERATOR

           IF WS-LOCK-HELD-DATE < WS-RUN-DATE
               DISPLAY 'EX14 LOCK LOOKS STALE (HELD SINCE A PRIOR '
                           CALL 'CBL_DELETE_FILE'
                               USING WS-LOCKCLR-FILE-NAME
                           MOVE ZEROS        TO RETURN-CODE
                           MOVE 'CLEAR   '   TO WS-LEV-EVENT
                           PERFORM 915000-LOG-LOCK-EVENT
                           DISPLAY 'EX14 STALE LOCK CLEARED BY '
                                   'OPERATOR CARD - PROCEEDING'
                           GO TO 065999-EXIT-HANDLE-HELD-LOCK
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
           MOVE 0028                        TO PSC-ERRO-PGM

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
       100000-OPEN-REPORT                  SECTION.
      *-----------------------------------------------------------------
                               WS-EXP-YTD (WS-EMP-COUNT)
                           MOVE ARC-LAST-RUN-DATE TO
                               WS-EXP-LAST-RUN (WS-EMP-COUNT)
                           IF ARC-STATUS = 'T'
                               MOVE 'T'      TO
                                   WS-EXP-ACTIVE-FLAG (WS-EMP-COUNT)
                               MOVE ARC-TERM-DATE TO
                                   WS-EXP-TERM-DATE (WS-EMP-COUNT)
                               MOVE ARC-TERM-REASON TO
                                   WS-EXP-TERM-REASON (WS-EMP-COUNT)
                           ELSE
                               MOVE 'Y'      TO
                                   WS-EXP-ACTIVE-FLAG (WS-EMP-COUNT)
                               MOVE ZEROS    TO
                                   WS-EXP-TERM-DATE (WS-EMP-COUNT)
                               MOVE SPACES   TO
                                   WS-EXP-TERM-REASON (WS-EMP-COUNT)
                           END-IF
                           MOVE ARC-PAY-GRADE TO
                               WS-EXP-PAY-GRADE (WS-EMP-COUNT)
                           MOVE 'N'          TO
                               WS-EXP-SEEN-FLAG (WS-EMP-COUNT)
                       ELSE
               WS-EVT-NEW-SALARY (WS-EVT-COUNT)
           MOVE HIS-FACTOR-SOURCE           TO
               WS-EVT-TAG (WS-EVT-COUNT)
           MOVE ZEROS                       TO
               WS-EVT-TERM-DATE (WS-EVT-COUNT)
           MOVE SPACES                      TO
               WS-EVT-TERM-REASON (WS-EVT-COUNT)
           MOVE SPACES                      TO
               WS-EVT-PAY-GRADE (WS-EVT-COUNT)
           .
       125999-EXIT-ADD-HISTORY-EVENT.
           EXIT.
               WS-EVT-NEW-SALARY (WS-EVT-COUNT)
           MOVE SPACES                      TO
               WS-EVT-TAG (WS-EVT-COUNT)

      *    Journal lines written before EX03 kept its leavers carry
      *    no termination date; zero marks such a TERMINATE as the
      *    delete it was.
           IF JRN-TERM-DATE NUMERIC
               MOVE JRN-TERM-DATE           TO
                   WS-EVT-TERM-DATE (WS-EVT-COUNT)
           ELSE
               MOVE ZEROS                   TO
                   WS-EVT-TERM-DATE (WS-EVT-COUNT)
           END-IF
           MOVE JRN-TERM-REASON             TO
               WS-EVT-TERM-REASON (WS-EVT-COUNT)
           MOVE JRN-PAY-GRADE               TO
               WS-EVT-PAY-GRADE (WS-EVT-COUNT)
           .
       135999-EXIT-ADD-JOURNAL-EVENT.
           EXIT.
                   WS-EXP-LAST-RUN (WS-EMP-COUNT)
               MOVE 'N'                     TO
                   WS-EXP-ACTIVE-FLAG (WS-EMP-COUNT)
               MOVE ZEROS                   TO
                   WS-EXP-TERM-DATE (WS-EMP-COUNT)
               MOVE SPACES                  TO
                   WS-EXP-TERM-REASON (WS-EMP-COUNT)
               MOVE SPACES                  TO
                   WS-EXP-PAY-GRADE (WS-EMP-COUNT)
               MOVE 'N'                     TO
                   WS-EXP-SEEN-FLAG (WS-EMP-COUNT)
           END-IF
      *    YTD - a backout detail carries NEW below OLD and takes
      *    the YTD back down, and leaves the last-run stamp alone
      *    exactly as the live backout does. Journal actions carry
      *    the state EX03 left behind, so they overwrite fields. A
      *    rehire ('R') reactivates the record with the card's
      *    fields and keeps its YTD and last-run stamp, as EX03
      *    does.
      *-----------------------------------------------------------------
           MOVE 0014                        TO PSC-ERRO-PGM

                       MOVE WS-EVT-DATE (WS-EVT-IDX) TO
                           WS-EXP-LAST-RUN (WS-EXP-IDX)
                   END-IF
                   IF WS-EXP-ACTIVE-FLAG (WS-EXP-IDX) = 'N'
                       MOVE 'Y'              TO
                           WS-EXP-ACTIVE-FLAG (WS-EXP-IDX)
                   END-IF
               WHEN 'A'
                   ADD 1                     TO WS-JRN-REPLAYED
                   MOVE WS-EVT-DEPT-CODE (WS-EVT-IDX) TO
                       WS-EXP-LAST-RUN (WS-EXP-IDX)
                   MOVE 'Y'                  TO
                       WS-EXP-ACTIVE-FLAG (WS-EXP-IDX)
                   MOVE ZEROS                TO
                       WS-EXP-TERM-DATE (WS-EXP-IDX)
                   MOVE SPACES               TO
                       WS-EXP-TERM-REASON (WS-EXP-IDX)
                   MOVE WS-EVT-PAY-GRADE (WS-EVT-IDX) TO
                       WS-EXP-PAY-GRADE (WS-EXP-IDX)
               WHEN 'R'
                   ADD 1                     TO WS-JRN-REPLAYED
                   MOVE WS-EVT-DEPT-CODE (WS-EVT-IDX) TO
                       WS-EXP-DEPT-CODE (WS-EXP-IDX)
                   MOVE WS-EVT-FIRST-NAME (WS-EVT-IDX) TO
                       WS-EXP-FIRST-NAME (WS-EXP-IDX)
                   MOVE WS-EVT-NEW-SALARY (WS-EVT-IDX) TO
                       WS-EXP-SALARY (WS-EXP-IDX)
                   MOVE 'Y'                  TO
                       WS-EXP-ACTIVE-FLAG (WS-EXP-IDX)
                   MOVE ZEROS                TO
                       WS-EXP-TERM-DATE (WS-EXP-IDX)
                   MOVE SPACES               TO
                       WS-EXP-TERM-REASON (WS-EXP-IDX)
                   MOVE WS-EVT-PAY-GRADE (WS-EVT-IDX) TO
                       WS-EXP-PAY-GRADE (WS-EXP-IDX)
               WHEN 'C'
                   ADD 1                     TO WS-JRN-REPLAYED
                   MOVE WS-EVT-FIRST-NAME (WS-EVT-IDX) TO
                       WS-EXP-FIRST-NAME (WS-EXP-IDX)
                   MOVE WS-EVT-NEW-SALARY (WS-EVT-IDX) TO
                       WS-EXP-SALARY (WS-EXP-IDX)
                   MOVE WS-EVT-PAY-GRADE (WS-EVT-IDX) TO
                       WS-EXP-PAY-GRADE (WS-EXP-IDX)
               WHEN 'D'
                   ADD 1                     TO WS-JRN-REPLAYED
                   MOVE WS-EVT-DEPT-CODE (WS-EVT-IDX) TO
                       WS-EXP-DEPT-CODE (WS-EXP-IDX)
               WHEN 'T'
                   ADD 1                     TO WS-JRN-REPLAYED
                   IF WS-EVT-TERM-DATE (WS-EVT-IDX) = 0
                       MOVE 'N'              TO
                           WS-EXP-ACTIVE-FLAG (WS-EXP-IDX)
                   ELSE
                       MOVE 'T'              TO
                           WS-EXP-ACTIVE-FLAG (WS-EXP-IDX)
                       MOVE WS-EVT-TERM-DATE (WS-EVT-IDX) TO
                           WS-EXP-TERM-DATE (WS-EXP-IDX)
                       MOVE WS-EVT-TERM-REASON (WS-EVT-IDX) TO
                           WS-EXP-TERM-REASON (WS-EXP-IDX)
                   END-IF
           END-EVALUATE
           .
       220999-EXIT-APPLY-EVENT-FIELDS.
               MOVE ZEROS                    TO DL-EXPECTED
               MOVE MST-CURRENT-SALARY       TO DL-ACTUAL
               MOVE MST-EMP-ID               TO DL-EMP-ID
               MOVE 'DELETED BUT STILL ON FILE    '
                                             TO DL-FINDING
               PERFORM 320000-WRITE-FINDING
           ELSE
               IF WS-EXP-ACTIVE-FLAG (WS-EXP-IDX) = 'T'
               AND MST-STATUS NOT = 'T'
                   MOVE WS-EXP-SALARY (WS-EXP-IDX)
                                             TO DL-EXPECTED
                   MOVE MST-CURRENT-SALARY   TO DL-ACTUAL
                   MOVE MST-EMP-ID           TO DL-EMP-ID
                   MOVE 'TERMINATED BUT ACTIVE ON FILE'
                                             TO DL-FINDING
                   PERFORM 320000-WRITE-FINDING
               END-IF

               IF WS-EXP-ACTIVE-FLAG (WS-EXP-IDX) = 'Y'
               AND MST-STATUS = 'T'
                   MOVE WS-EXP-SALARY (WS-EXP-IDX)
                                             TO DL-EXPECTED
                   MOVE MST-CURRENT-SALARY   TO DL-ACTUAL
                   MOVE MST-EMP-ID           TO DL-EMP-ID
                   MOVE 'ACTIVE BUT TERMINATED ON FILE'
                                             TO DL-FINDING
                   PERFORM 320000-WRITE-FINDING
               END-IF

               IF MST-CURRENT-SALARY NOT =
                  WS-EXP-SALARY (WS-EXP-IDX)
                   MOVE WS-EXP-SALARY (WS-EXP-IDX)
                                             TO DL-FINDING
                   PERFORM 320000-WRITE-FINDING
               END-IF

               IF MST-PAY-GRADE NOT = WS-EXP-PAY-GRADE (WS-EXP-IDX)
                   MOVE WS-EXP-SALARY (WS-EXP-IDX)
                                             TO DL-EXPECTED
                   MOVE MST-CURRENT-SALARY   TO DL-ACTUAL
                   MOVE MST-EMP-ID           TO DL-EMP-ID
                   MOVE 'PAY GRADE DISAGREES          '
                                             TO DL-FINDING
                   PERFORM 320000-WRITE-FINDING
               END-IF
           END-IF
           .
       315999-EXIT-COMPARE-ONE-RECORD.

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EXP-ACTIVE-FLAG (WS-EMP-IDX) NOT = 'N'
               AND WS-EXP-SEEN-FLAG (WS-EMP-IDX) = 'N'
                   MOVE WS-EXP-SALARY (WS-EMP-IDX) TO DL-EXPECTED
                   MOVE ZEROS                TO DL-ACTUAL
      *-----------------------------------------------------------------
      *    The replayed state becomes the master. OPEN OUTPUT
      *    discards whatever (possibly corrupt) file was there.
      *    Leavers are written back with their termination, exactly
      *    as EX03 left them.
      *-----------------------------------------------------------------
           MOVE 0020                        TO PSC-ERRO-PGM


           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EXP-ACTIVE-FLAG (WS-EMP-IDX) NOT = 'N'
                   MOVE WS-EXP-EMP-ID (WS-EMP-IDX)
                                             TO MST-EMP-ID
                   MOVE WS-EXP-DEPT-CODE (WS-EMP-IDX)
                                             TO MST-YTD-INCREASE
                   MOVE WS-EXP-LAST-RUN (WS-EMP-IDX)
                                             TO MST-LAST-RUN-DATE
                   IF WS-EXP-ACTIVE-FLAG (WS-EMP-IDX) = 'T'
                       MOVE 'T'              TO MST-STATUS
                   ELSE
                       MOVE 'A'              TO MST-STATUS
                   END-IF
                   MOVE WS-EXP-TERM-DATE (WS-EMP-IDX)
                                             TO MST-TERM-DATE
                   MOVE WS-EXP-TERM-REASON (WS-EMP-IDX)
                                             TO MST-TERM-REASON
                   MOVE WS-EXP-PAY-GRADE (WS-EMP-IDX)
                                             TO MST-PAY-GRADE

                   WRITE MASTER-REC

