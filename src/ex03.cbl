      *              transaction register so every change to the
      *              master between raise cycles is provable.
      *
      * INPUT      : data/input/ex03_trans.dat (LINE SEQUENTIAL) -
      *              the operator's manual cards, applied first
      *              data/input/ex03_hrsnap.dat (LINE SEQUENTIAL) -
      *              the cards EX25 generates from the HR snapshot,
      *              applied after the manual ones and emptied at
      *              the end of a clean run, so a day EX25 does not
      *              rewrite it applies nothing
      *              Either file may be absent, not both.
      *              Layout (both): ACTION(1), EMP-ID(8), DEPT-CODE(4),
      *                      FIRST-NAME(30), SALARY(8V99),
      *                      TERM-DATE(8), TERM-REASON(2),
      *                      PAY-GRADE(3)
      *              ACTION: 'A' = ADD new employee (all fields but
      *                          the pay grade required, YTD
      *                          increase starts at 0; a blank grade
      *                          adds the employee ungraded);
      *                          an id on the master as TERMINATED
      *                          is a REHIRE - the old record is
      *                          reactivated with the card's fields
      *                          (blank grade = keep the old grade)
      *                      'C' = CHANGE name, salary and/or pay
      *                          grade (blank name / zero salary /
      *                          blank grade = leave as is)
      *                      'T' = TERMINATE - the record stays on
      *                          the master with status 'T', the
      *                          termination date (blank = run
      *                          date) and the reason code:
      *                          RS resigned, RT retired,
      *                          DS dismissed, LO laid off,
      *                          DC deceased, EC end of contract
      *                      'D' = DEPT-TRANSFER (DEPT-CODE only)
      * I-O        : data/master/ex01_master.dat (INDEXED, key
      *              MST-EMP-ID) - same layout as EX01.
      *              data/master/paygrade.dat (INDEXED, key
      *              GRD-CODE) - EX19 pay-grade reference, read only
      *              data/control/ex08_seq.dat - provider file
      *              sequence, shared with EX08/EX12/EX13, advanced
      *              only when a separation extract is transmitted
      * OUTPUT     : data/output/ex03.reg (LINE SEQUENTIAL)
      *              Register: ACTION, EMP-ID, DISPOSITION
      *              (APPLIED/REJECTED), REASON-CODE, REASON-TEXT.
      *              data/output/ex03_sep.ext (H/D/T interchange,
      *              payment type 'SEP') - the run's terminations,
      *              written only when something was terminated
      *              data/audit/ex_translog.dat (append) - one line
      *              per transmitted extract
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-08-21
      *                     lock refuses the run with the holder's
      *                     identity; a stale lock is cleared by
      *                     the ex_lockclr.parm operator card.
      *  - 2026-10-15 EDG - Stamps the submitting operator (EX_OPERATOR
      *                     job variable, else the logon user) on every
      *                     journal and run lock record, for the EX18
      *                     operator activity report. A held lock names
      *                     the holder's operator.
      *  - 2026-10-15 EDG - TERMINATE no longer deletes the master
      *                     record: it stays on file with status 'T',
      *                     the termination date and a reason code
      *                     carried on the card (cols 54-63), so the
      *                     leaver's history, YTD and final salary
      *                     remain reportable. CHANGE, TERMINATE and
      *                     DEPT-TRANSFER reject a terminated employee
      *                     (reason 13); an ADD for a terminated id is
      *                     a rehire and reactivates the old record
      *                     (journaled as 'R') so the EX07 history
      *                     runs on under the same id. The run's
      *                     terminations go to the payroll provider as
      *                     a separation extract (data/output/
      *                     ex03_sep.ext, H/D/T, payment type 'SEP')
      *                     on the shared EX08 file sequence, logged
      *                     to data/audit/ex_translog.dat.
      *  - 2026-10-15 EDG - Pay grade on the master, carried on the
      *                     card (cols 64-66) by ADD, rehire and
      *                     CHANGE and validated against the EX19
      *                     pay-grade reference (reason 14 for a grade
      *                     the reference does not carry; with no
      *                     reference file the check is skipped with a
      *                     warning). The journal carries the grade so
      *                     an EX14 rebuild restores it.
      *  - 2026-10-15 EDG - Department reference layout extended with
      *                     the general-ledger cost center EX15 now
      *                     loads.
      *  - 2026-10-15 EDG - Every run-lock acquire, clear, refusal and
      *                     release is appended to the shared event
      *                     trail data/audit/ex_lockevt.log with the
      *                     operator; a clear also records the holder
      *                     it displaced, for the EX18 activity report.
      *  - 2026-10-15 EDG - Transmission log layout extended with the
      *                     generation number; the separation extract
      *                     belongs to no raise generation and logs
      *                     zeros.
      *  - 2026-10-15 EDG - Also applies the cards EX25 generates from
      *                     the HR snapshot (data/input/ex03_hrsnap.dat)
      *                     after the manual ex03_trans.dat cards;
      *                     either file may be absent, not both.
      *  - 2026-10-15 EDG - data/input/ex03_hrsnap.dat is emptied at
      *                     the end of a clean run, so snapshot cards
      *                     are never applied twice.
      ******************************************************************

       IDENTIFICATION DIVISION.
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-TRX-FILE-STATUS.

           SELECT HRS-FILE ASSIGN TO 'data/input/ex03_hrsnap.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-HRS-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO 'data/output/ex03.reg'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS DPT-CODE
                FILE STATUS  IS WS-DEPT-FILE-STATUS.

           SELECT GRADE-FILE ASSIGN TO 'data/master/paygrade.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS GRD-CODE
                FILE STATUS  IS WS-GRADE-FILE-STATUS.

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

           SELECT SEQ-FILE ASSIGN TO 'data/control/ex08_seq.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-SEQ-FILE-STATUS.

           SELECT EXT-FILE ASSIGN TO 'data/output/ex03_sep.ext'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-EXT-FILE-STATUS.

           SELECT TRN-FILE ASSIGN TO 'data/audit/ex_translog.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-TRN-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 TRX-DEPT-CODE               PIC X(004).
           03 TRX-FIRST-NAME              PIC X(030).
           03 TRX-SALARY                  PIC 9(008)V99.
           03 TRX-TERM-DATE               PIC X(008).
           03 TRX-TERM-REASON             PIC X(002).
           03 TRX-PAY-GRADE               PIC X(003).

      *    EX25's generated cards - same layout as TRX-REC.
       FD  HRS-FILE.
       01  HRS-REC.
           03 HRS-TRX-CARD                PIC X(066).

       FD  REG-FILE.
       01  REG-REC.
           03 MST-CURRENT-SALARY          PIC 9(008)V99.
           03 MST-YTD-INCREASE            PIC 9(009)V99.
           03 MST-LAST-RUN-DATE           PIC 9(008).
           03 MST-STATUS                  PIC X(001).
           03 MST-TERM-DATE               PIC 9(008).
           03 MST-TERM-REASON             PIC X(002).
           03 MST-PAY-GRADE               PIC X(003).

       FD  JRN-FILE.
       01  JRN-REC.
           03 JRN-FIRST-NAME              PIC X(030).
           03 JRN-SALARY                  PIC 9(008)V99.
           03 JRN-RUN-DATE                PIC 9(008).
           03 JRN-OPERATOR-ID             PIC X(008).
           03 JRN-TERM-DATE               PIC 9(008).
           03 JRN-TERM-REASON             PIC X(002).
           03 JRN-PAY-GRADE               PIC X(003).

       FD  DEPT-FILE.
       01  DEPT-REC.
           03 DPT-NAME                    PIC X(030).
           03 DPT-ACTIVE-FLAG             PIC X(001).
           03 DPT-ANNUAL-BUDGET           PIC 9(011)V99.
           03 DPT-GL-COST-CENTER          PIC X(006).

       FD  GRADE-FILE.
       01  GRADE-REC.
           03 GRD-CODE                    PIC X(003).
           03 GRD-MIN-SALARY              PIC 9(008)V99.
           03 GRD-MID-SALARY              PIC 9(008)V99.
           03 GRD-MAX-SALARY              PIC 9(008)V99.

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

       FD  SEQ-FILE.
       01  SEQ-REC.
           03 SEQ-LAST-USED               PIC 9(006).

       FD  EXT-FILE.
       01  EXT-REC                        PIC X(120).

       FD  TRN-FILE.
       01  TRN-REC.
           03 TRN-FILE-SEQ                PIC 9(006).
           03 TRN-PROGRAM                 PIC X(008).
           03 TRN-RUN-DATE                PIC 9(008).
           03 TRN-OPERATOR-ID             PIC X(008).
           03 TRN-GEN-NUM                 PIC 9(004).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
           03 WS-DEPT-CODE                PIC X(004)     VALUE SPACES.
           03 WS-FIRST-NAME               PIC X(030)     VALUE SPACES.
           03 WS-SALARY                   PIC 9(008)V99  VALUE ZEROS.
           03 WS-TERM-DATE                PIC X(008)     VALUE SPACES.
           03 WS-TERM-DATE-9              REDEFINES WS-TERM-DATE
                                          PIC 9(008).
           03 WS-TERM-REASON              PIC X(002)     VALUE SPACES.
               88  WS-TERM-REASON-VALID                 VALUE 'RS'
                                                              'RT'
                                                              'DS'
                                                              'LO'
                                                              'DC'
                                                              'EC'.
           03 WS-PAY-GRADE                PIC X(003)     VALUE SPACES.

       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.

       01  WS-TRX-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-TRX-OK                               VALUE '00'.
           88  WS-TRX-FILE-MISSING                      VALUE '35'.

       01  WS-HRS-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-HRS-OK                               VALUE '00'.
           88  WS-HRS-FILE-MISSING                      VALUE '35'.

      *    Which card files are on disk, and which one 210000 is
      *    reading: the manual cards first, then EX25's.
       01  WS-TRX-PRESENT-FLAG            PIC X          VALUE 'N'.
           88  WS-TRX-PRESENT                           VALUE 'Y'.
           88  WS-TRX-ABSENT                            VALUE 'N'.

       01  WS-HRS-PRESENT-FLAG            PIC X          VALUE 'N'.
           88  WS-HRS-PRESENT                           VALUE 'Y'.
           88  WS-HRS-ABSENT                            VALUE 'N'.

       01  WS-TRX-SOURCE-FLAG             PIC X          VALUE 'M'.
           88  WS-READING-MANUAL                        VALUE 'M'.
           88  WS-READING-HRSNAP                        VALUE 'H'.

       01  WS-REG-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-REG-OK                               VALUE '00'.
           88  WS-JRN-OK                               VALUE '00'.
           88  WS-JRN-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-SEQ-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-SEQ-OK                               VALUE '00'.
           88  WS-SEQ-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-EXT-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-EXT-OK                               VALUE '00'.

       01  WS-TRN-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-TRN-OK                               VALUE '00'.
           88  WS-TRN-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-RUN-DATE                    PIC 9(008)     VALUE ZEROS.

      *---------------------------------------------------------------
               10  WS-DREF-CODE           PIC X(004).
               10  WS-DREF-ACTIVE-FLAG    PIC X(001).

      *---------------------------------------------------------------
      * Pay-grade reference (EX19 load) - same adoption rule as the
      * department reference.
      *---------------------------------------------------------------
       01  WS-GRADE-FILE-STATUS           PIC X(02)      VALUE SPACES.
           88  WS-GRADE-OK                             VALUE '00'.
           88  WS-GRADE-FILE-MISSING                    VALUE '35'.

       01  WS-GRADE-REF-FLAG              PIC X          VALUE 'N'.
           88  WS-GRADE-REF-LOADED                      VALUE 'Y'.
           88  WS-GRADE-REF-ABSENT                       VALUE 'N'.

       01  WS-MAX-GRADE-REFS              PIC 9(003)     VALUE 200.
       01  WS-GRADE-REF-COUNT             PIC 9(003)     VALUE ZEROS.
       01  WS-GREF-IDX                    PIC 9(003)     VALUE ZEROS.

       01  WS-GRADE-REF-TABLE.
           05  WS-GREF-CODE               PIC X(003)
                                           OCCURS 200 TIMES.

      *---------------------------------------------------------------
      * Shared run lock - same protocol as EX01/EX06: taken at
      * start, truncated back to empty at clean end, refused with
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
           'EX03    '.
       01  WS-LOCKCLR-FILE-NAME           PIC X(040)     VALUE
           'data/control/ex_lockclr.parm'.

      *---------------------------------------------------------------
      * Submitting operator - the EX_OPERATOR job variable, else the
      * logon user, else BATCH. Stamped on the shared log, lock and
      * history records this run writes, so the EX18 activity report
      * can say who ran what.
      *---------------------------------------------------------------
       01  WS-OPERATOR-ID                 PIC X(008)     VALUE SPACES.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           88  WS-MST-FOUND                             VALUE 'Y'.
           88  WS-MST-MISSING                           VALUE 'N'.

      *    An ADD whose id is on the master as TERMINATED brings the
      *    old record back instead of writing a new one.
       01  WS-REHIRE-FLAG                 PIC X          VALUE 'N'.
           88  WS-REHIRE                                VALUE 'Y'.
           88  WS-NEW-HIRE                              VALUE 'N'.

       01  WS-REJECT-REASON-CODE          PIC X(002)     VALUE SPACES.
       01  WS-REJECT-REASON-TEXT          PIC X(040)     VALUE SPACES.

      *---------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           03  WS-TRX-READ                PIC 9(009)     VALUE ZEROS.
           03  WS-HRS-READ                PIC 9(009)     VALUE ZEROS.
           03  WS-TRX-APPLIED             PIC 9(009)     VALUE ZEROS.
           03  WS-TRX-REJECTED            PIC 9(009)     VALUE ZEROS.
           03  WS-ADDS-APPLIED            PIC 9(009)     VALUE ZEROS.
           03  WS-CHANGES-APPLIED         PIC 9(009)     VALUE ZEROS.
           03  WS-TERMS-APPLIED           PIC 9(009)     VALUE ZEROS.
           03  WS-TRANSFERS-APPLIED       PIC 9(009)     VALUE ZEROS.
           03  WS-REHIRES-APPLIED         PIC 9(009)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------
      * Separations applied this run, held until the master work is
      * done and then sent to the payroll provider in one extract -
      * same conventions as EX08/EX12: H/D/T, the shared file
      * sequence advanced only after a complete, closed extract.
      *---------------------------------------------------------------
       01  WS-MAX-SEPARATIONS             PIC 9(005)     VALUE 10000.
       01  WS-SEP-COUNT                   PIC 9(005)     VALUE ZEROS.
       01  WS-SEP-IDX                     PIC 9(005)     VALUE ZEROS.

       01  WS-SEPARATION-TABLE.
           05  WS-SEP-ENTRY               OCCURS 10000 TIMES.
               10  WS-SEP-EMP-ID          PIC X(008).
               10  WS-SEP-DEPT-CODE       PIC X(004).
               10  WS-SEP-FIRST-NAME      PIC X(030).
               10  WS-SEP-SALARY          PIC 9(008)V99.
               10  WS-SEP-TERM-DATE       PIC 9(008).

       01  WS-FILE-SEQ                    PIC 9(006)     VALUE ZEROS.
       01  WS-SALARY-FMT                  PIC 9(008).99.
       01  WS-HASH-FMT                    PIC 9(013).99.
       01  WS-COUNT-FMT                   PIC 9(009).
       01  WS-DATE-FMT                    PIC 9(008).
       01  WS-SALARY-HASH                 PIC 9(013)V99  VALUE ZEROS.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040000-IDENTIFY-OPERATOR

           PERFORM 050000-LOAD-DEPT-REFERENCE
           PERFORM 055000-LOAD-GRADE-REFERENCE
           PERFORM 060000-ACQUIRE-RUN-LOCK
           PERFORM 100000-OPEN-FILES
           PERFORM 200000-PROCESS-FILES

           IF WS-SEP-COUNT > 0
               PERFORM 600000-WRITE-SEPARATION-EXTRACT
           END-IF

           PERFORM 250000-PRINT-CONTROL-TOTALS
           PERFORM 900000-CLOSE-FILES
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
           MOVE 0024                        TO PSC-ERRO-PGM

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

           DISPLAY 'EX03 SUBMITTED BY OPERATOR ' WS-OPERATOR-ID
           .
       040999-EXIT-IDENTIFY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       050000-LOAD-DEPT-REFERENCE          SECTION.
      *-----------------------------------------------------------------
       050999-EXIT-LOAD-DEPT-REFERENCE.
           EXIT.

      *-----------------------------------------------------------------
       055000-LOAD-GRADE-REFERENCE         SECTION.
      *-----------------------------------------------------------------
           MOVE 0032                        TO PSC-ERRO-PGM

           SET WS-GRADE-REF-ABSENT          TO TRUE
           MOVE ZEROS                       TO WS-GRADE-REF-COUNT

           OPEN INPUT GRADE-FILE

           IF WS-GRADE-FILE-MISSING
               DISPLAY 'EX03 WARNING - NO PAY-GRADE REFERENCE '
                       'FILE; GRADE VALIDATION SKIPPED (RUN EX19 '
                       'TO LOAD ONE)'
               GO TO 055999-EXIT-LOAD-GRADE-REFERENCE
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
                               DISPLAY 'EX03 ABEND - PAY-GRADE '
                                   'REFERENCE CARRIES MORE THAN '
                                   WS-MAX-GRADE-REFS ' ENTRIES'
                               PERFORM 999900-ABEND
                           END-IF
                           ADD 1             TO WS-GRADE-REF-COUNT
                           MOVE GRD-CODE     TO
                               WS-GREF-CODE (WS-GRADE-REF-COUNT)
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

           IF WS-GRADE-REF-COUNT > 0
               SET WS-GRADE-REF-LOADED       TO TRUE
           ELSE
               DISPLAY 'EX03 WARNING - PAY-GRADE REFERENCE IS '
                       'EMPTY; GRADE VALIDATION SKIPPED'
           END-IF
           .
       055999-EXIT-LOAD-GRADE-REFERENCE.
           EXIT.

      *-----------------------------------------------------------------
       060000-ACQUIRE-RUN-LOCK             SECTION.
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
           DISPLAY 'EX03 RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-DATE '/'
                   WS-LOCK-HELD-TIME
                   ' OPERATOR ' WS-LOCK-HELD-OPERATOR

           IF WS-LOCK-HELD-DATE < WS-RUN-DATE
               DISPLAY 'EX03 LOCK LOOKS STALE (HELD SINCE A PRIOR '
                           CALL 'CBL_DELETE_FILE'
                               USING WS-LOCKCLR-FILE-NAME
                           MOVE ZEROS        TO RETURN-CODE
                           MOVE 'CLEAR   '   TO WS-LEV-EVENT
                           PERFORM 915000-LOG-LOCK-EVENT
                           DISPLAY 'EX03 STALE LOCK CLEARED BY '
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
           MOVE 0034                        TO PSC-ERRO-PGM

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
           MOVE 0002                        TO PSC-ERRO-PGM

           OPEN INPUT TRX-FILE

           IF WS-TRX-OK
               SET WS-TRX-PRESENT           TO TRUE
           ELSE
               IF NOT WS-TRX-FILE-MISSING
                   PERFORM 999900-ABEND
               END-IF
           END-IF

           OPEN INPUT HRS-FILE

           IF WS-HRS-OK
               SET WS-HRS-PRESENT           TO TRUE
           ELSE
               IF NOT WS-HRS-FILE-MISSING
                   PERFORM 999900-ABEND
               END-IF
           END-IF

           IF WS-TRX-ABSENT
           AND WS-HRS-ABSENT
               DISPLAY 'EX03 ABEND - NO TRANSACTION FILE: NEITHER '
                       'data/input/ex03_trans.dat NOR '
                       'data/input/ex03_hrsnap.dat IS ON DISK'
               PERFORM 999900-ABEND
           END-IF

           IF WS-TRX-PRESENT
               SET WS-READING-MANUAL        TO TRUE
           ELSE
               SET WS-READING-HRSNAP        TO TRUE
           END-IF

           OPEN OUTPUT REG-FILE

           IF NOT WS-REG-OK
               PERFORM 999900-ABEND
           END-IF


      *-----------------------------------------------------------------
       210000-READ-TRX-FILE                SECTION.
      *-----------------------------------------------------------------
      *    The manual cards run out into EX25's generated cards, so
      *    the rest of the run sees one stream of transactions.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           IF WS-READING-HRSNAP
               GO TO 210500-READ-HRSNAP
           END-IF

           READ TRX-FILE
                INTO WS-TRX-REC
               AT END
                   IF WS-HRS-PRESENT
                       SET WS-READING-HRSNAP TO TRUE
                       GO TO 210500-READ-HRSNAP
                   END-IF
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-TRX-OK
                       PERFORM 999900-ABEND
                   END-IF
           END-READ

           GO TO 210999-EXIT-READ-TRX-FILE
           .
       210500-READ-HRSNAP.
           READ HRS-FILE
                INTO WS-TRX-REC
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-HRS-OK
                       ADD 1 TO WS-TRX-READ
                       ADD 1 TO WS-HRS-READ
                   ELSE
                       PERFORM 999900-ABEND
                   END-IF
           END-READ
           .
       210999-EXIT-READ-TRX-FILE.
           EXIT.
                           MOVE '04'         TO WS-REJECT-REASON-CODE
                           MOVE 'EMPLOYEE NOT ON MASTER'
                                             TO WS-REJECT-REASON-TEXT
                       ELSE
                       IF MST-STATUS = 'T'
                           SET WS-TRX-INVALID TO TRUE
                           MOVE '13'         TO WS-REJECT-REASON-CODE
                           MOVE 'EMPLOYEE IS TERMINATED - REHIRE FIRST'
                                             TO WS-REJECT-REASON-TEXT
                       ELSE
                           IF WS-ACTION-CHANGE
                               PERFORM 222000-VALIDATE-CHANGE
                           ELSE
                               IF WS-ACTION-TRANSFER
                                   PERFORM 223000-VALIDATE-TRANSFER
                               ELSE
                                   PERFORM 224000-VALIDATE-TERMINATE
                               END-IF
                           END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

      *    A terminated id is not 'already on master' - it is a
      *    rehire, and goes through the same edits as a new hire.
           SET WS-NEW-HIRE                   TO TRUE

           IF WS-MST-FOUND
               IF MST-STATUS = 'T'
                   SET WS-REHIRE             TO TRUE
               ELSE
                   SET WS-TRX-INVALID        TO TRUE
                   MOVE '03'                 TO WS-REJECT-REASON-CODE
                   MOVE 'EMPLOYEE ALREADY ON MASTER'
                                             TO WS-REJECT-REASON-TEXT
                   GO TO 221999-EXIT-VALIDATE-ADD
               END-IF
           END-IF

           IF WS-FIRST-NAME = SPACES
               SET WS-TRX-INVALID            TO TRUE
               MOVE '05'                     TO WS-REJECT-REASON-CODE
               MOVE 'BLANK FIRST NAME'       TO WS-REJECT-REASON-TEXT
           ELSE
               IF WS-DEPT-CODE = SPACES
                   SET WS-TRX-INVALID        TO TRUE
                   MOVE '07'                 TO WS-REJECT-REASON-CODE
                   MOVE 'BLANK DEPT CODE'    TO WS-REJECT-REASON-TEXT
               ELSE
                   IF WS-SALARY NOT NUMERIC
                   OR WS-SALARY <= 0
                   OR WS-SALARY > WS-MAX-VALID-SALARY
                       SET WS-TRX-INVALID    TO TRUE
                       MOVE '06'             TO WS-REJECT-REASON-CODE
                       MOVE 'INVALID OR OUT-OF-RANGE SALARY'
                                             TO WS-REJECT-REASON-TEXT
                   ELSE
                       PERFORM 228000-CHECK-DEPT-REF
                   END-IF
               END-IF
           END-IF

           IF WS-TRX-VALID
           AND WS-PAY-GRADE NOT = SPACES
               PERFORM 229000-CHECK-GRADE-REF
           END-IF
           .
       221999-EXIT-VALIDATE-ADD.
           EXIT.
      *-----------------------------------------------------------------
      *    A CHANGE carries the fields to fix: a blank name means
      *    leave the name alone, a zero salary means leave the salary
      *    alone, a blank grade means leave the grade alone. A change
      *    that fixes nothing is rejected so a mispunched card does
      *    not register as APPLIED.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           IF WS-FIRST-NAME = SPACES
           AND (WS-SALARY NOT NUMERIC OR WS-SALARY = 0)
           AND WS-PAY-GRADE = SPACES
               SET WS-TRX-INVALID            TO TRUE
               MOVE '08'                     TO WS-REJECT-REASON-CODE
               MOVE 'CHANGE CARRIES NO FIELDS TO APPLY'
                                             TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF

           IF WS-TRX-VALID
           AND WS-PAY-GRADE NOT = SPACES
               PERFORM 229000-CHECK-GRADE-REF
           END-IF
           .
       222999-EXIT-VALIDATE-CHANGE.
           EXIT.
       223999-EXIT-VALIDATE-TRANSFER.
           EXIT.

      *-----------------------------------------------------------------
       224000-VALIDATE-TERMINATE            SECTION.
      *-----------------------------------------------------------------
      *    The reason code is required - the provider and HR both
      *    need to know why someone left. A blank date means the
      *    termination is effective today; a date still to come is
      *    refused, since EX01 would stop raising the employee the
      *    moment the record is marked.
      *-----------------------------------------------------------------
           MOVE 0025                        TO PSC-ERRO-PGM

           IF NOT WS-TERM-REASON-VALID
               SET WS-TRX-INVALID            TO TRUE
               MOVE '11'                     TO WS-REJECT-REASON-CODE
               MOVE 'MISSING OR UNKNOWN TERMINATION REASON'
                                             TO WS-REJECT-REASON-TEXT
               GO TO 224999-EXIT-VALIDATE-TERMINATE
           END-IF

           IF WS-TERM-DATE = SPACES
               MOVE WS-RUN-DATE              TO WS-TERM-DATE-9
               GO TO 224999-EXIT-VALIDATE-TERMINATE
           END-IF

           IF WS-TERM-DATE NOT NUMERIC
               SET WS-TRX-INVALID            TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-TERM-DATE-9) NOT = 0
               OR WS-TERM-DATE-9 > WS-RUN-DATE
                   SET WS-TRX-INVALID        TO TRUE
               END-IF
           END-IF

           IF WS-TRX-INVALID
               MOVE '12'                     TO WS-REJECT-REASON-CODE
               MOVE 'INVALID OR FUTURE TERMINATION DATE'
                                             TO WS-REJECT-REASON-TEXT
           END-IF
           .
       224999-EXIT-VALIDATE-TERMINATE.
           EXIT.

      *-----------------------------------------------------------------
       228000-CHECK-DEPT-REF                SECTION.
      *-----------------------------------------------------------------
       228999-EXIT-CHECK-DEPT-REF.
           EXIT.

      *-----------------------------------------------------------------
       229000-CHECK-GRADE-REF               SECTION.
      *-----------------------------------------------------------------
      *    Only a grade the card actually carries is checked; a blank
      *    grade is 'ungraded' on an ADD and 'unchanged' otherwise.
      *-----------------------------------------------------------------
           MOVE 0033                        TO PSC-ERRO-PGM

           IF WS-GRADE-REF-LOADED
               PERFORM VARYING WS-GREF-IDX FROM 1 BY 1
                       UNTIL WS-GREF-IDX > WS-GRADE-REF-COUNT
                          OR WS-GREF-CODE (WS-GREF-IDX)
                             = WS-PAY-GRADE
                   CONTINUE
               END-PERFORM

               IF WS-GREF-IDX > WS-GRADE-REF-COUNT
                   SET WS-TRX-INVALID        TO TRUE
                   MOVE '14'                 TO WS-REJECT-REASON-CODE
                   MOVE 'UNKNOWN PAY GRADE'  TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF
           .
       229999-EXIT-CHECK-GRADE-REF.
           EXIT.

      *-----------------------------------------------------------------
       225000-READ-MASTER-BY-ID             SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           MOVE 0011                        TO PSC-ERRO-PGM

           IF WS-REHIRE
               PERFORM 315000-APPLY-REHIRE
               GO TO 310999-EXIT-APPLY-ADD
           END-IF

           MOVE WS-EMP-ID                   TO MST-EMP-ID
           MOVE WS-DEPT-CODE                TO MST-DEPT-CODE
           MOVE WS-FIRST-NAME               TO MST-FIRST-NAME
           MOVE WS-SALARY                   TO MST-CURRENT-SALARY
           MOVE ZEROS                       TO MST-YTD-INCREASE
           MOVE ZEROS                       TO MST-LAST-RUN-DATE
           MOVE 'A'                         TO MST-STATUS
           MOVE ZEROS                       TO MST-TERM-DATE
           MOVE SPACES                      TO MST-TERM-REASON
           MOVE WS-PAY-GRADE                TO MST-PAY-GRADE

           WRITE MASTER-REC

       310999-EXIT-APPLY-ADD.
           EXIT.

      *-----------------------------------------------------------------
       315000-APPLY-REHIRE                 SECTION.
      *-----------------------------------------------------------------
      *    MASTER-REC still holds the terminated record fetched by
      *    225000-READ-MASTER-BY-ID. The card supplies the new
      *    department, name and salary (and the grade, when it
      *    carries one); the YTD increase and the last-raise stamp
      *    are kept - they are this year's history under the same
      *    id, which is the point of reactivating rather than
      *    re-adding.
      *-----------------------------------------------------------------
           MOVE 0026                        TO PSC-ERRO-PGM

           MOVE WS-DEPT-CODE                TO MST-DEPT-CODE
           MOVE WS-FIRST-NAME               TO MST-FIRST-NAME
           MOVE WS-SALARY                   TO MST-CURRENT-SALARY
           MOVE 'A'                         TO MST-STATUS
           MOVE ZEROS                       TO MST-TERM-DATE
           MOVE SPACES                      TO MST-TERM-REASON

           IF WS-PAY-GRADE NOT = SPACES
               MOVE WS-PAY-GRADE             TO MST-PAY-GRADE
           END-IF

           REWRITE MASTER-REC

           IF NOT WS-MST-OK
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-REHIRES-APPLIED
           .
       315999-EXIT-APPLY-REHIRE.
           EXIT.

      *-----------------------------------------------------------------
       320000-APPLY-CHANGE                 SECTION.
      *-----------------------------------------------------------------
               MOVE WS-SALARY                TO MST-CURRENT-SALARY
           END-IF

           IF WS-PAY-GRADE NOT = SPACES
               MOVE WS-PAY-GRADE             TO MST-PAY-GRADE
           END-IF

           REWRITE MASTER-REC

           IF NOT WS-MST-OK
      *-----------------------------------------------------------------
           MOVE 0013                        TO PSC-ERRO-PGM

           MOVE 'T'                         TO MST-STATUS
           MOVE WS-TERM-DATE-9              TO MST-TERM-DATE
           MOVE WS-TERM-REASON              TO MST-TERM-REASON

           REWRITE MASTER-REC

           IF NOT WS-MST-OK
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-TERMS-APPLIED

           PERFORM 335000-QUEUE-SEPARATION
           .
       330999-EXIT-APPLY-TERMINATE.
           EXIT.

      *-----------------------------------------------------------------
       335000-QUEUE-SEPARATION             SECTION.
      *-----------------------------------------------------------------
           MOVE 0027                        TO PSC-ERRO-PGM

           IF WS-SEP-COUNT >= WS-MAX-SEPARATIONS
               DISPLAY 'EX03 ABEND - MORE THAN ' WS-MAX-SEPARATIONS
                       ' TERMINATIONS IN ONE RUN'
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-SEP-COUNT
           MOVE MST-EMP-ID                  TO
               WS-SEP-EMP-ID (WS-SEP-COUNT)
           MOVE MST-DEPT-CODE               TO
               WS-SEP-DEPT-CODE (WS-SEP-COUNT)
           MOVE MST-FIRST-NAME              TO
               WS-SEP-FIRST-NAME (WS-SEP-COUNT)
           MOVE MST-CURRENT-SALARY          TO
               WS-SEP-SALARY (WS-SEP-COUNT)
           MOVE MST-TERM-DATE               TO
               WS-SEP-TERM-DATE (WS-SEP-COUNT)
           .
       335999-EXIT-QUEUE-SEPARATION.
           EXIT.

      *-----------------------------------------------------------------
       340000-APPLY-TRANSFER               SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                      TO REG-REASON-CODE
           MOVE SPACES                      TO REG-REASON-TEXT

           IF WS-ACTION-ADD
           AND WS-REHIRE
               MOVE 'REHIRE - PRIOR RECORD REACTIVATED'
                                             TO REG-REASON-TEXT
           END-IF

           WRITE REG-REC

           IF WS-REG-OK
      *    The journal carries the state the transaction left on the
      *    master - MASTER-REC still holds it after the apply - so a
      *    replay needs no knowledge of which fields the card filled.
      *    A TERMINATE carries the termination date and reason it
      *    stamped; a rehire journals as 'R', so the replay knows to
      *    reactivate the old record and keep its YTD instead of
      *    starting a new one at zero.
      *-----------------------------------------------------------------
           MOVE 0018                        TO PSC-ERRO-PGM

           IF WS-ACTION-ADD
           AND WS-REHIRE
               MOVE 'R'                     TO JRN-ACTION
           ELSE
               MOVE WS-ACTION               TO JRN-ACTION
           END-IF

           MOVE WS-EMP-ID                   TO JRN-EMP-ID
           MOVE MST-DEPT-CODE               TO JRN-DEPT-CODE
           MOVE MST-FIRST-NAME              TO JRN-FIRST-NAME
           MOVE MST-CURRENT-SALARY          TO JRN-SALARY
           MOVE WS-RUN-DATE                 TO JRN-RUN-DATE
           MOVE WS-OPERATOR-ID              TO JRN-OPERATOR-ID
           MOVE MST-TERM-DATE               TO JRN-TERM-DATE
           MOVE MST-TERM-REASON             TO JRN-TERM-REASON
           MOVE MST-PAY-GRADE               TO JRN-PAY-GRADE

           WRITE JRN-REC

           DISPLAY '===================================='
           DISPLAY 'EX03 CONTROL TOTALS'
           DISPLAY '  TRANSACTIONS READ .: ' DISPLAY-COUNT
           MOVE WS-HRS-READ                 TO DISPLAY-COUNT
           DISPLAY '    FROM HR SNAPSHOT : ' DISPLAY-COUNT
           MOVE WS-TRX-APPLIED              TO DISPLAY-COUNT
           DISPLAY '  APPLIED ...........: ' DISPLAY-COUNT
           MOVE WS-TRX-REJECTED             TO DISPLAY-COUNT
           DISPLAY '    TERMINATES ......: ' DISPLAY-COUNT
           MOVE WS-TRANSFERS-APPLIED        TO DISPLAY-COUNT
           DISPLAY '    DEPT-TRANSFERS ..: ' DISPLAY-COUNT
           MOVE WS-REHIRES-APPLIED          TO DISPLAY-COUNT
           DISPLAY '    OF WHICH REHIRES : ' DISPLAY-COUNT
           MOVE WS-SEP-COUNT                TO DISPLAY-COUNT
           DISPLAY '  SEPARATIONS SENT ..: ' DISPLAY-COUNT
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
           EXIT.

      *-----------------------------------------------------------------
       600000-WRITE-SEPARATION-EXTRACT     SECTION.
      *-----------------------------------------------------------------
      *    The run's terminations reach the provider the way EX12
      *    sends released raises: H/D/T, next shared file sequence,
      *    payment type 'SEP' so the provider closes the employee's
      *    pay record instead of booking a salary change. The detail
      *    amount is the final salary; its effective date is the
      *    termination date. The sequence is saved only after the
      *    extract is closed, as EX08 does.
      *-----------------------------------------------------------------
           MOVE 0028                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-FILE-SEQ

           OPEN INPUT SEQ-FILE

           IF WS-SEQ-OK
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-LAST-USED NUMERIC
                           MOVE SEQ-LAST-USED TO WS-FILE-SEQ
                       END-IF
               END-READ
               CLOSE SEQ-FILE
           ELSE
               IF NOT WS-SEQ-FILE-NOT-FOUND
                   PERFORM 999900-ABEND
               END-IF
           END-IF

           ADD 1                             TO WS-FILE-SEQ

           OPEN OUTPUT EXT-FILE

           IF NOT WS-EXT-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE SPACES                       TO EXT-REC
           MOVE WS-RUN-DATE                  TO WS-DATE-FMT

           STRING 'H'                        DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-DATE-FMT                DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-FILE-SEQ                DELIMITED BY SIZE
               INTO EXT-REC
           END-STRING
           PERFORM 650000-WRITE-EXT-REC

           MOVE ZEROS                        TO WS-SALARY-HASH

           PERFORM VARYING WS-SEP-IDX FROM 1 BY 1
                   UNTIL WS-SEP-IDX > WS-SEP-COUNT
               PERFORM 620000-WRITE-SEPARATION-DETAIL
           END-PERFORM

           MOVE SPACES                       TO EXT-REC
           MOVE WS-SEP-COUNT                 TO WS-COUNT-FMT
           MOVE WS-SALARY-HASH               TO WS-HASH-FMT

           STRING 'T'                        DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-COUNT-FMT               DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-HASH-FMT                DELIMITED BY SIZE
               INTO EXT-REC
           END-STRING
           PERFORM 650000-WRITE-EXT-REC

           CLOSE EXT-FILE

           IF NOT WS-EXT-OK
               PERFORM 999900-ABEND
           END-IF

           OPEN OUTPUT SEQ-FILE

           IF NOT WS-SEQ-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE WS-FILE-SEQ                  TO SEQ-LAST-USED
           WRITE SEQ-REC

           IF NOT WS-SEQ-OK
               PERFORM 999900-ABEND
           END-IF

           CLOSE SEQ-FILE

           IF NOT WS-SEQ-OK
               PERFORM 999900-ABEND
           END-IF

           PERFORM 680000-LOG-TRANSMISSION

           DISPLAY 'EX03 EXTRACT data/output/ex03_sep.ext WRITTEN - '
                   'FILE SEQUENCE ' WS-FILE-SEQ
           .
       600999-EXIT-WRITE-SEPARATION-EXTRACT.
           EXIT.

      *-----------------------------------------------------------------
       620000-WRITE-SEPARATION-DETAIL      SECTION.
      *-----------------------------------------------------------------
           MOVE 0029                        TO PSC-ERRO-PGM

           MOVE SPACES                       TO EXT-REC
           MOVE WS-SEP-SALARY (WS-SEP-IDX)   TO WS-SALARY-FMT
           MOVE WS-SEP-TERM-DATE (WS-SEP-IDX)
                                             TO WS-DATE-FMT

           STRING 'D'                        DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SEP-EMP-ID (WS-SEP-IDX))
                                             DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SEP-DEPT-CODE (WS-SEP-IDX))
                                             DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SEP-FIRST-NAME (WS-SEP-IDX))
                                             DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-SALARY-FMT              DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-DATE-FMT                DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  'SEP'                      DELIMITED BY SIZE
               INTO EXT-REC
           END-STRING

           PERFORM 650000-WRITE-EXT-REC

           ADD WS-SEP-SALARY (WS-SEP-IDX)   TO WS-SALARY-HASH
           .
       620999-EXIT-WRITE-SEPARATION-DETAIL.
           EXIT.

      *-----------------------------------------------------------------
       650000-WRITE-EXT-REC                SECTION.
      *-----------------------------------------------------------------
           MOVE 0030                        TO PSC-ERRO-PGM

           WRITE EXT-REC

           IF NOT WS-EXT-OK
               PERFORM 999900-ABEND
           END-IF
           .
       650999-EXIT-WRITE-EXT-REC.
           EXIT.

      *-----------------------------------------------------------------
       680000-LOG-TRANSMISSION             SECTION.
      *-----------------------------------------------------------------
      *    One line per transmitted extract, shared with EX08/EX12/
      *    EX13, so EX11 can match an acknowledged sequence to
      *    whichever program sent it.
      *-----------------------------------------------------------------
           MOVE 0031                        TO PSC-ERRO-PGM

           OPEN EXTEND TRN-FILE

           IF WS-TRN-FILE-NOT-FOUND
               OPEN OUTPUT TRN-FILE
           END-IF

           IF NOT WS-TRN-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE WS-FILE-SEQ                  TO TRN-FILE-SEQ
           MOVE WS-OWN-PROGRAM               TO TRN-PROGRAM
           MOVE WS-RUN-DATE                  TO TRN-RUN-DATE
           MOVE WS-OPERATOR-ID               TO TRN-OPERATOR-ID
           MOVE ZEROS                        TO TRN-GEN-NUM

           WRITE TRN-REC

           IF NOT WS-TRN-OK
               PERFORM 999900-ABEND
           END-IF

           CLOSE TRN-FILE

           IF NOT WS-TRN-OK
               PERFORM 999900-ABEND
           END-IF
           .
       680999-EXIT-LOG-TRANSMISSION.
           EXIT.

      *-----------------------------------------------------------------
       900000-CLOSE-FILES                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0017                        TO PSC-ERRO-PGM

           IF WS-TRX-PRESENT
               CLOSE TRX-FILE
               IF NOT WS-TRX-OK
                   PERFORM 999900-ABEND
               END-IF
           END-IF

           IF WS-HRS-PRESENT
               CLOSE HRS-FILE
               IF NOT WS-HRS-OK
                   PERFORM 999900-ABEND
               END-IF
           END-IF

           CLOSE REG-FILE
                 MASTER-FILE
                 JRN-FILE

           IF NOT WS-REG-OK
           OR NOT WS-MST-OK
           OR NOT WS-JRN-OK
               PERFORM 999900-ABEND
           END-IF

      *    The snapshot cards are spent once applied. Left on disk
      *    they would be applied again by a run EX25 did not precede,
      *    and a stale CHANGE card would put back a salary raised
      *    since.
           IF WS-HRS-PRESENT
               OPEN OUTPUT HRS-FILE
               IF NOT WS-HRS-OK
                   PERFORM 999900-ABEND
               END-IF
               CLOSE HRS-FILE
               IF NOT WS-HRS-OK
                   PERFORM 999900-ABEND
               END-IF
           END-IF
           .
       900999-EXIT-CLOSE-FILES.
           EXIT.
      *-----------------------------------------------------------------
           DISPLAY 'ABEND - PSC=' PSC-ERRO-PGM
                   ' FS-TRX=' WS-TRX-FILE-STATUS
                   ' FS-HRS=' WS-HRS-FILE-STATUS
                   ' FS-REG=' WS-REG-FILE-STATUS
                   ' FS-MST=' WS-MST-FILE-STATUS
                   ' MSG='    WS-ABEND-MSG
