      *                     A held lock refuses the run with the
      *                     holder's identity; a stale lock is
      *                     cleared by the ex_lockclr.parm card.
      *  - 2026-10-15 EDG - Stamps the submitting operator (EX_OPERATOR
      *                     job variable, else the logon user) on the
      *                     run lock, for the EX18 operator activity
      *                     report. A held lock names the holder's
      *                     operator.
      *  - 2026-10-15 EDG - Master/archive layouts extended with the
      *                     employment status, termination date and
      *                     termination reason EX03 now keeps on a
      *                     terminated employee's record; the archive
      *                     carries them so an EX14 rebuild restores
      *                     leavers as leavers.
      *  - 2026-10-15 EDG - Master/archive layouts extended with the
      *                     pay grade EX03 maintains.
      *  - 2026-10-15 EDG - Department reference layout extended with
      *                     the general-ledger cost center EX15 now
      *                     loads.
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
           03 MST-CURRENT-SALARY          PIC 9(008)V99.
           03 MST-YTD-INCREASE            PIC 9(009)V99.
           03 MST-LAST-RUN-DATE           PIC 9(008).
           03 MST-STATUS                  PIC X(001).
           03 MST-TERM-DATE               PIC 9(008).
           03 MST-TERM-REASON             PIC X(002).
           03 MST-PAY-GRADE               PIC X(003).

       FD  ARC-FILE.
       01  ARC-REC.
           03 ARC-CURRENT-SALARY          PIC 9(008)V99.
           03 ARC-YTD-INCREASE            PIC 9(009)V99.
           03 ARC-LAST-RUN-DATE           PIC 9(008).
           03 ARC-STATUS                  PIC X(001).
           03 ARC-TERM-DATE               PIC 9(008).
           03 ARC-TERM-REASON             PIC X(002).
           03 ARC-PAY-GRADE               PIC X(003).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(100).
           03 DPT-NAME                    PIC X(030).
           03 DPT-ACTIVE-FLAG             PIC X(001).
           03 DPT-ANNUAL-BUDGET           PIC 9(011)V99.
           03 DPT-GL-COST-CENTER          PIC X(006).

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
           88  WS-DEPT-OK                              VALUE '00'.
           88  WS-DEPT-FILE-MISSING                     VALUE '35'.

      *---------------------------------------------------------------
      * Submitting operator - the EX_OPERATOR job variable, else the
      * logon user, else BATCH. Stamped on the shared log, lock and
      * history records this run writes, so the EX18 activity report
      * can say who ran what.
      *---------------------------------------------------------------
       01  WS-OPERATOR-ID                 PIC X(008)     VALUE SPACES.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
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
           'EX06    '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE                 TO WS-ARC-NAME-DATE
           PERFORM 040000-IDENTIFY-OPERATOR

           PERFORM 095000-GUARD-PRIOR-ARCHIVE
           PERFORM 097000-LOAD-DEPT-REFERENCE
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
           MOVE 0017                        TO PSC-ERRO-PGM

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

           DISPLAY 'EX06 SUBMITTED BY OPERATOR ' WS-OPERATOR-ID
           .
       040999-EXIT-IDENTIFY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       095000-GUARD-PRIOR-ARCHIVE          SECTION.
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
       098999-EXIT-ACQUIRE-RUN-LOCK.
           EXIT.
           DISPLAY 'EX06 RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-DATE '/'
                   WS-LOCK-HELD-TIME
                   ' OPERATOR ' WS-LOCK-HELD-OPERATOR

           IF WS-LOCK-HELD-DATE < WS-RUN-DATE
               DISPLAY 'EX06 LOCK LOOKS STALE (HELD SINCE A PRIOR '
                           CALL 'CBL_DELETE_FILE'
                               USING WS-LOCKCLR-FILE-NAME
                           MOVE ZEROS        TO RETURN-CODE
                           MOVE 'CLEAR   '   TO WS-LEV-EVENT
                           PERFORM 915000-LOG-LOCK-EVENT
                           DISPLAY 'EX06 STALE LOCK CLEARED BY '
                                   'OPERATOR CARD - PROCEEDING'
                           GO TO 099999-EXIT-HANDLE-HELD-LOCK
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
           MOVE 0018                        TO PSC-ERRO-PGM

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
           MOVE MST-CURRENT-SALARY          TO ARC-CURRENT-SALARY
           MOVE MST-YTD-INCREASE            TO ARC-YTD-INCREASE
           MOVE MST-LAST-RUN-DATE           TO ARC-LAST-RUN-DATE
           MOVE MST-STATUS                  TO ARC-STATUS
           MOVE MST-TERM-DATE               TO ARC-TERM-DATE
           MOVE MST-TERM-REASON             TO ARC-TERM-REASON
           MOVE MST-PAY-GRADE               TO ARC-PAY-GRADE

           WRITE ARC-REC

