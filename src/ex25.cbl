      ******************************************************************
      * PROGRAM-ID : EX25
      * TYPE       : BATCH
      * PURPOSE    : HR snapshot intake. Compares the HR system's full
      *              nightly snapshot of employees with the employee
      *              master and writes the EX03 maintenance
      *              transactions that bring the master into line:
      *                ADD           - on the snapshot, not on the
      *                                master (a terminated master
      *                                record comes back as a REHIRE
      *                                ADD, as EX03 treats it)
      *                DEPT-TRANSFER - department differs
      *                CHANGE        - name and/or salary differ
      *                TERMINATE     - HR status 'T' on an active
      *                                master record
      *              The cards go to a file of their own,
      *              data/input/ex03_hrsnap.dat, which EX03 applies
      *              after the operator's manual ex03_trans.dat
      *              cards; hand-keying the HR daily report is
      *              replaced by this step, and ex03_trans.dat is
      *              left to the operator. EX03 validates and
      *              journals the generated cards like any other,
      *              and empties the file once it has applied it.
      *
      *              Anything that looks wrong is HELD for review
      *              instead of generated - written, in the same EX03
      *              layout, to a held file with the reason, so a
      *              reviewer who confirms it copies the card (cols
      *              1-66) into ex03_trans.dat for the next run:
      *                - a salary change larger than the threshold %
      *                - a termination without a valid reason code
      *                  or with an invalid date
      *                - a mass termination: more terminations than
      *                  the threshold % of the active headcount (all
      *                  of the run's terminations are then held)
      *                - an active master employee missing from the
      *                  snapshot (a TERMINATE card with no reason)
      *              A snapshot record that cannot be read (blank or
      *              duplicated id, unknown status, missing field) is
      *              rejected on the report; its employee is left
      *              alone.
      *
      *              In the EX10 stream, EX25 runs as the step before
      *              EX03. It returns RC 8 when anything was held or
      *              rejected; the cards it did generate are complete,
      *              so its stream card is a required step with
      *              STEP-MAX-RC 08 - an abend (RC 16) stops the
      *              stream before EX03 can apply a half-written file.
      *
      * INPUT      : data/input/ex25_hrsnap.dat (LINE SEQUENTIAL)
      *              HR snapshot, any order:
      *                EMP-ID (1-8), DEPT-CODE (9-12),
      *                FIRST-NAME (13-42), SALARY (43-52, 8V99),
      *                STATUS (53, 'A' active / 'T' terminated),
      *                TERM-DATE (54-61, YYYYMMDD, blank = today),
      *                TERM-REASON (62-63, EX03 reason codes)
      *              data/master/ex01_master.dat (INDEXED, key
      *              MST-EMP-ID) - read only
      *              data/control/ex25.parm (optional):
      *                SALARY-CHANGE-PCT (cols 1-3, default 020)
      *                MASS-TERM-PCT (cols 4-6, default 005)
      *                MASS-TERM-MIN (cols 7-9, default 003 - fewer
      *                    terminations than this are never a mass
      *                    termination)
      * OUTPUT     : data/input/ex03_hrsnap.dat (LINE SEQUENTIAL) -
      *              the generated EX03 transactions, replaced each
      *              run
      *              data/output/ex25_held.dat (LINE SEQUENTIAL) -
      *              held transactions: EX03 card (1-66), REASON-CODE
      *              (67-68), REASON-TEXT (69-94)
      *              data/output/ex25.rpt (LINE SEQUENTIAL) -
      *              difference report with counts per action type
      *
      *              RETURN-CODE 0 clean, 8 when anything was held or
      *              rejected, 16 on an abend.
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-10-15
      *
      * CHANGE LOG :
      *  - 2026-10-15 EDG - Initial version. Hires, leavers, name
      *                     changes and transfers were keyed into
      *                     ex03_trans.dat by hand from the HR daily
      *                     report, and the keying errors surfaced as
      *                     EX03 rejects or on the next raise run.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX25.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN TO 'data/input/ex25_hrsnap.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-SNAP-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'data/master/ex01_master.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS MST-EMP-ID
                FILE STATUS  IS WS-MST-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'data/control/ex25.parm'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-PARM-FILE-STATUS.

           SELECT TRX-FILE ASSIGN TO 'data/input/ex03_hrsnap.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-TRX-FILE-STATUS.

           SELECT HLD-FILE ASSIGN TO 'data/output/ex25_held.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-HLD-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO 'data/output/ex25.rpt'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-RPT-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  SNAP-FILE.
       01  SNAP-REC                       PIC X(063).

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

       FD  PARM-FILE.
       01  PARM-REC.
           03 PARM-SALARY-CHANGE-PCT      PIC 9(003).
           03 PARM-MASS-TERM-PCT          PIC 9(003).
           03 PARM-MASS-TERM-MIN          PIC 9(003).

       FD  TRX-FILE.
       01  TRX-REC.
           03 TRX-ACTION                  PIC X(001).
           03 TRX-EMP-ID                  PIC X(008).
           03 TRX-DEPT-CODE               PIC X(004).
           03 TRX-FIRST-NAME              PIC X(030).
           03 TRX-SALARY                  PIC 9(008)V99.
           03 TRX-TERM-DATE               PIC X(008).
           03 TRX-TERM-REASON             PIC X(002).
           03 TRX-PAY-GRADE               PIC X(003).

       FD  HLD-FILE.
       01  HLD-REC.
           03 HLD-TRX-CARD                PIC X(066).
           03 HLD-REASON-CODE             PIC X(002).
           03 HLD-REASON-TEXT             PIC X(026).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-SNAP-REC.
           03 WS-SNP-EMP-ID               PIC X(008)     VALUE SPACES.
           03 WS-SNP-DEPT-CODE            PIC X(004)     VALUE SPACES.
           03 WS-SNP-FIRST-NAME           PIC X(030)     VALUE SPACES.
           03 WS-SNP-SALARY-X             PIC X(010)     VALUE SPACES.
           03 WS-SNP-SALARY REDEFINES WS-SNP-SALARY-X
                                           PIC 9(008)V99.
           03 WS-SNP-STATUS               PIC X(001)     VALUE SPACES.
               88  WS-SNP-ACTIVE                        VALUE 'A'.
               88  WS-SNP-TERMINATED                    VALUE 'T'.
           03 WS-SNP-TERM-DATE            PIC X(008)     VALUE SPACES.
           03 WS-SNP-TERM-REASON          PIC X(002)     VALUE SPACES.

       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           88  WS-NOT-EOF                               VALUE 'N'.

       01  WS-MST-EOF-FLAG                PIC X          VALUE 'N'.
           88  WS-MST-EOF                               VALUE 'Y'.
           88  WS-MST-NOT-EOF                           VALUE 'N'.

       01  WS-SNAP-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-SNAP-OK                               VALUE '00'.

       01  WS-MST-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-MST-OK                                VALUE '00'.

       01  WS-PARM-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-PARM-OK                               VALUE '00'.

       01  WS-TRX-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-TRX-OK                                VALUE '00'.

       01  WS-HLD-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-HLD-OK                                VALUE '00'.

       01  WS-RPT-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-RPT-OK                                VALUE '00'.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           'EX25 ABENDED - SEE PSC-ERRO-PGM ABOVE'.

       01  WS-RUN-DATE                    PIC 9(008)     VALUE ZEROS.

      *---------------------------------------------------------------
      * Review thresholds - the optional card overrides each one
      * that is punched non-zero.
      *---------------------------------------------------------------
       01  WS-SALARY-CHANGE-PCT           PIC 9(003)     VALUE 020.
       01  WS-MASS-TERM-PCT               PIC 9(003)     VALUE 005.
       01  WS-MASS-TERM-MIN               PIC 9(003)     VALUE 003.

      *---------------------------------------------------------------
      * The snapshot, loaded whole and table-SORTed into employee id
      * order so it can be matched against the master read in key
      * order - same sorted-table pattern as the EX01 duplicate
      * pre-scan. Each entry carries its own edit result.
      *---------------------------------------------------------------
       01  WS-MAX-SNAP                    PIC 9(006)     VALUE 100000.
       01  WS-SNAP-COUNT                  PIC 9(006)     VALUE ZEROS.
       01  WS-SNAP-IDX                    PIC 9(006)     VALUE ZEROS.

       01  WS-SNAP-TABLE.
           05  WS-SNAP-ENTRY              OCCURS 0 TO 100000 TIMES
                                           DEPENDING ON WS-SNAP-COUNT.
               10  WS-SNT-EMP-ID          PIC X(008).
               10  WS-SNT-DEPT-CODE       PIC X(004).
               10  WS-SNT-FIRST-NAME      PIC X(030).
               10  WS-SNT-SALARY          PIC 9(008)V99.
               10  WS-SNT-STATUS          PIC X(001).
               10  WS-SNT-TERM-DATE       PIC X(008).
               10  WS-SNT-TERM-REASON     PIC X(002).
               10  WS-SNT-EDIT-FLAG       PIC X(001).
                   88  WS-SNT-VALID                     VALUE 'V'.
                   88  WS-SNT-INVALID                   VALUE 'I'.
                   88  WS-SNT-DUPLICATE                 VALUE 'D'.
               10  WS-SNT-EDIT-TEXT       PIC X(026).

      *    Match-merge keys: HIGH-VALUES once a side is exhausted.
       01  WS-SNAP-KEY                    PIC X(008)     VALUE SPACES.
       01  WS-MST-KEY                     PIC X(008)     VALUE SPACES.

      *---------------------------------------------------------------
      * Terminations due this run, held back until the whole
      * snapshot has been compared: only then is it known whether
      * they add up to a mass termination.
      *---------------------------------------------------------------
       01  WS-MAX-TERMS                   PIC 9(005)     VALUE 10000.
       01  WS-TERM-COUNT                  PIC 9(005)     VALUE ZEROS.
       01  WS-TERM-IDX                    PIC 9(005)     VALUE ZEROS.

       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY              OCCURS 10000 TIMES.
               10  WS-TRM-EMP-ID          PIC X(008).
               10  WS-TRM-DEPT-CODE       PIC X(004).
               10  WS-TRM-FIRST-NAME      PIC X(030).
               10  WS-TRM-TERM-DATE       PIC X(008).
               10  WS-TRM-TERM-REASON     PIC X(002).

       01  WS-ACTIVE-HEADCOUNT            PIC 9(009)     VALUE ZEROS.
       01  WS-TERM-PCT                    PIC 9(005)V99  VALUE ZEROS.
       01  WS-TERM-PCT-EDIT               PIC ZZ,ZZ9.99.
       01  WS-MASS-TERM-FLAG              PIC X          VALUE 'N'.
           88  WS-MASS-TERMINATION                      VALUE 'Y'.
           88  WS-NO-MASS-TERMINATION                   VALUE 'N'.

      *---------------------------------------------------------------
      * Comparison work fields.
      *---------------------------------------------------------------
       01  WS-NAME-CHANGED-FLAG           PIC X          VALUE 'N'.
           88  WS-NAME-CHANGED                          VALUE 'Y'.
           88  WS-NAME-SAME                             VALUE 'N'.

       01  WS-SALARY-CHANGED-FLAG         PIC X          VALUE 'N'.
           88  WS-SALARY-CHANGED                        VALUE 'Y'.
           88  WS-SALARY-SAME                           VALUE 'N'.

       01  WS-CHANGE-PCT                  PIC S9(005)V99 VALUE ZEROS.
       01  WS-TERM-DATE-9                 PIC 9(008)     VALUE ZEROS.

       01  WS-TERM-REASON                 PIC X(002)     VALUE SPACES.
           88  WS-TERM-REASON-VALID                     VALUE 'RS'
                                                              'RT'
                                                              'DS'
                                                              'LO'
                                                              'DC'
                                                              'EC'.

      *---------------------------------------------------------------
      * The EX03 card being generated or held.
      *---------------------------------------------------------------
       01  WS-OUT-TRX.
           03 WS-OUT-ACTION               PIC X(001)     VALUE SPACES.
           03 WS-OUT-EMP-ID               PIC X(008)     VALUE SPACES.
           03 WS-OUT-DEPT-CODE            PIC X(004)     VALUE SPACES.
           03 WS-OUT-FIRST-NAME           PIC X(030)     VALUE SPACES.
           03 WS-OUT-SALARY               PIC 9(008)V99  VALUE ZEROS.
           03 WS-OUT-TERM-DATE            PIC X(008)     VALUE SPACES.
           03 WS-OUT-TERM-REASON          PIC X(002)     VALUE SPACES.
           03 WS-OUT-PAY-GRADE            PIC X(003)     VALUE SPACES.

       01  WS-HOLD-REASON-CODE            PIC X(002)     VALUE SPACES.
       01  WS-HOLD-REASON-TEXT            PIC X(026)     VALUE SPACES.

      *---------------------------------------------------------------
      * Counts per action type, generated and held. The action index
      * is set by whoever builds the card.
      *---------------------------------------------------------------
       01  WS-ACTION-IDX                  PIC 9(001)     VALUE ZEROS.

       01  WS-ACTION-NAME-VALUES.
           03  FILLER                     PIC X(014)     VALUE
               'ADD'.
           03  FILLER                     PIC X(014)     VALUE
               'REHIRE'.
           03  FILLER                     PIC X(014)     VALUE
               'CHANGE'.
           03  FILLER                     PIC X(014)     VALUE
               'DEPT-TRANSFER'.
           03  FILLER                     PIC X(014)     VALUE
               'TERMINATE'.
       01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAME-VALUES.
           03  WS-ACTION-NAME             PIC X(014)
                                           OCCURS 5 TIMES.

       01  WS-ACTION-COUNTS.
           03  WS-ACTION-COUNT-ENTRY      OCCURS 5 TIMES.
               05  WS-ACT-GENERATED       PIC 9(009).
               05  WS-ACT-HELD            PIC 9(009).

      *---------------------------------------------------------------
      * Control totals.
      *---------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           03  WS-SNAP-READ               PIC 9(009)     VALUE ZEROS.
           03  WS-MASTER-READ             PIC 9(009)     VALUE ZEROS.
           03  WS-SNAP-REJECTED           PIC 9(009)     VALUE ZEROS.
           03  WS-UNCHANGED               PIC 9(009)     VALUE ZEROS.
           03  WS-TERMS-NOT-DUE           PIC 9(009)     VALUE ZEROS.
           03  WS-LEAVERS-NOT-ON-MASTER   PIC 9(009)     VALUE ZEROS.
           03  WS-TRX-GENERATED           PIC 9(009)     VALUE ZEROS.
           03  WS-TRX-HELD                PIC 9(009)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------
      * Pagination control - EX02 conventions.
      *---------------------------------------------------------------
       01  WS-LINES-PER-PAGE              PIC 9(002)     VALUE 20.
       01  WS-LINE-COUNT                  PIC 9(002)     VALUE ZEROS.
       01  WS-PAGE-NUM                    PIC 9(004)     VALUE ZEROS.

       01  WS-HOLD-LINE                   PIC X(110)     VALUE SPACES.

       01  WS-AMOUNT-EDIT                 PIC ZZ,ZZZ,ZZ9.99.

      *---------------------------------------------------------------
      * Report line layouts.
      *---------------------------------------------------------------
       01  WS-HEADER-LINE-1.
           03  FILLER                     PIC X(028)     VALUE
               'EX25 HR SNAPSHOT INTAKE     '.
           03  FILLER                     PIC X(006)     VALUE
               'DATE: '.
           03  H1-RUN-DATE                PIC 9999/99/99.
           03  FILLER                     PIC X(010)     VALUE
               '     PAGE:'.
           03  H1-PAGE-NUM                PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           03  FILLER                     PIC X(009)     VALUE
               'EMP-ID   '.
           03  FILLER                     PIC X(014)     VALUE
               'ACTION        '.
           03  FILLER                     PIC X(010)     VALUE
               'DISPOSITN '.
           03  FILLER                     PIC X(007)     VALUE
               'FIELD  '.
           03  FILLER                     PIC X(022)     VALUE
               'MASTER'.
           03  FILLER                     PIC X(022)     VALUE
               'HR SNAPSHOT'.
           03  FILLER                     PIC X(026)     VALUE
               'REMARK'.

       01  WS-DETAIL-LINE.
           03  DL-EMP-ID                  PIC X(009).
           03  DL-ACTION                  PIC X(014).
           03  DL-DISPOSITION             PIC X(010).
           03  DL-FIELD                   PIC X(007).
           03  DL-OLD-VALUE               PIC X(022).
           03  DL-NEW-VALUE               PIC X(022).
           03  DL-REMARK                  PIC X(026).

       01  WS-TERM-VALUE.
           03  FILLER                     PIC X(005)     VALUE
               'TERM '.
           03  TV-TERM-REASON             PIC X(002).
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  TV-TERM-DATE               PIC X(008).

       01  WS-SUMMARY-HEADER.
           03  FILLER                     PIC X(030)     VALUE
               'ACTION TYPE'.
           03  FILLER                     PIC X(012)     VALUE
               '   GENERATED'.
           03  FILLER                     PIC X(012)     VALUE
               '        HELD'.

       01  WS-SUMMARY-LINE.
           03  SL-ACTION                  PIC X(030).
           03  SL-GENERATED               PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  SL-HELD                    PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE.
           03  CT-LABEL                   PIC X(030).
           03  CT-COUNT                   PIC ZZZ,ZZZ,ZZ9.

       01  WS-MASS-TERM-LINE.
           03  FILLER                     PIC X(030)     VALUE
               'TERMINATIONS AS % OF ACTIVE :'.
           03  MT-TERM-PCT                PIC ZZ,ZZ9.99.
           03  FILLER                     PIC X(014)     VALUE
               '   THRESHOLD: '.
           03  MT-THRESHOLD               PIC ZZ9.
           03  MT-REMARK                  PIC X(030).

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       000000-MAIN                         SECTION.
      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-ACTION-COUNTS

           PERFORM 050000-READ-PARM-CARD
           PERFORM 100000-OPEN-FILES
           PERFORM 200000-LOAD-SNAPSHOT
           PERFORM 150000-SORT-SNAPSHOT
           PERFORM 300000-COMPARE-MASTER
           PERFORM 400000-RELEASE-TERMINATIONS
           PERFORM 450000-PRINT-SUMMARY
           PERFORM 250000-PRINT-CONTROL-TOTALS
           PERFORM 900000-CLOSE-FILES

           IF WS-TRX-HELD > 0
           OR WS-SNAP-REJECTED > 0
               DISPLAY 'EX25 ' WS-TRX-HELD ' TRANSACTION(S) HELD AND '
                       WS-SNAP-REJECTED ' SNAPSHOT RECORD(S) '
                       'REJECTED - SEE data/output/ex25.rpt'
               MOVE 8                        TO RETURN-CODE
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

           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SALARY-CHANGE-PCT NUMERIC
                       AND PARM-SALARY-CHANGE-PCT > 0
                           MOVE PARM-SALARY-CHANGE-PCT TO
                               WS-SALARY-CHANGE-PCT
                       END-IF
                       IF PARM-MASS-TERM-PCT NUMERIC
                       AND PARM-MASS-TERM-PCT > 0
                           MOVE PARM-MASS-TERM-PCT TO
                               WS-MASS-TERM-PCT
                       END-IF
                       IF PARM-MASS-TERM-MIN NUMERIC
                       AND PARM-MASS-TERM-MIN > 0
                           MOVE PARM-MASS-TERM-MIN TO
                               WS-MASS-TERM-MIN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           DISPLAY 'EX25 HOLD THRESHOLDS - SALARY CHANGE '
                   WS-SALARY-CHANGE-PCT '%, MASS TERMINATION '
                   WS-MASS-TERM-PCT '% (MIN ' WS-MASS-TERM-MIN ')'
           .
       050999-EXIT-READ-PARM-CARD.
           EXIT.

      *-----------------------------------------------------------------
       100000-OPEN-FILES                   SECTION.
      *-----------------------------------------------------------------
           MOVE 0003                        TO PSC-ERRO-PGM

           OPEN INPUT SNAP-FILE

           IF NOT WS-SNAP-OK
               DISPLAY 'EX25 ABEND - HR SNAPSHOT '
                       'data/input/ex25_hrsnap.dat NOT FOUND'
               PERFORM 999900-ABEND
           END-IF

           OPEN INPUT MASTER-FILE

           IF NOT WS-MST-OK
               PERFORM 999900-ABEND
           END-IF

           OPEN OUTPUT TRX-FILE
                       HLD-FILE
                       RPT-FILE

           IF NOT WS-TRX-OK
           OR NOT WS-HLD-OK
           OR NOT WS-RPT-OK
               PERFORM 999900-ABEND
           END-IF
           .
       100999-EXIT-OPEN-FILES.
           EXIT.

      *-----------------------------------------------------------------
       200000-LOAD-SNAPSHOT                SECTION.
      *-----------------------------------------------------------------
      *    An empty snapshot would read as every employee gone; it is
      *    a failed HR feed, not a mass termination, and abends.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           PERFORM 210000-READ-SNAPSHOT

           PERFORM UNTIL WS-EOF
               IF WS-SNP-EMP-ID = SPACES
                   MOVE SPACES               TO WS-DETAIL-LINE
                   MOVE 'REJECTED'           TO DL-DISPOSITION
                   MOVE 'BLANK EMP-ID ON SNAPSHOT'
                                             TO DL-REMARK
                   PERFORM 350000-WRITE-BODY-LINE
                   ADD 1                     TO WS-SNAP-REJECTED
               ELSE
                   PERFORM 220000-HOLD-SNAPSHOT-ENTRY
               END-IF

               PERFORM 210000-READ-SNAPSHOT
           END-PERFORM

           IF WS-SNAP-READ = 0
               DISPLAY 'EX25 ABEND - HR SNAPSHOT IS EMPTY'
               PERFORM 999900-ABEND
           END-IF
           .
       200999-EXIT-LOAD-SNAPSHOT.
           EXIT.

      *-----------------------------------------------------------------
       210000-READ-SNAPSHOT                SECTION.
      *-----------------------------------------------------------------
           MOVE 0005                        TO PSC-ERRO-PGM

           READ SNAP-FILE
                INTO WS-SNAP-REC
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-SNAP-OK
                       ADD 1 TO WS-SNAP-READ
                   ELSE
                       PERFORM 999900-ABEND
                   END-IF
           END-READ
           .
       210999-EXIT-READ-SNAPSHOT.
           EXIT.

      *-----------------------------------------------------------------
       220000-HOLD-SNAPSHOT-ENTRY          SECTION.
      *-----------------------------------------------------------------
      *    A record that fails its edit stays in the table, flagged:
      *    its employee must still match the master, or a mistyped
      *    record would read as someone missing from the snapshot.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

           IF WS-SNAP-COUNT >= WS-MAX-SNAP
               DISPLAY 'EX25 ABEND - HR SNAPSHOT CARRIES MORE THAN '
                       WS-MAX-SNAP ' RECORDS'
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-SNAP-COUNT
           MOVE WS-SNP-EMP-ID               TO
               WS-SNT-EMP-ID (WS-SNAP-COUNT)
           MOVE WS-SNP-DEPT-CODE            TO
               WS-SNT-DEPT-CODE (WS-SNAP-COUNT)
           MOVE WS-SNP-FIRST-NAME           TO
               WS-SNT-FIRST-NAME (WS-SNAP-COUNT)
           MOVE WS-SNP-STATUS               TO
               WS-SNT-STATUS (WS-SNAP-COUNT)
           MOVE WS-SNP-TERM-DATE            TO
               WS-SNT-TERM-DATE (WS-SNAP-COUNT)
           MOVE WS-SNP-TERM-REASON          TO
               WS-SNT-TERM-REASON (WS-SNAP-COUNT)
           MOVE 'V'                         TO
               WS-SNT-EDIT-FLAG (WS-SNAP-COUNT)
           MOVE SPACES                      TO
               WS-SNT-EDIT-TEXT (WS-SNAP-COUNT)

           IF WS-SNP-SALARY-X NUMERIC
               MOVE WS-SNP-SALARY           TO
                   WS-SNT-SALARY (WS-SNAP-COUNT)
           ELSE
               MOVE ZEROS                   TO
                   WS-SNT-SALARY (WS-SNAP-COUNT)
           END-IF

           IF NOT WS-SNP-ACTIVE
           AND NOT WS-SNP-TERMINATED
               MOVE 'I'                     TO
                   WS-SNT-EDIT-FLAG (WS-SNAP-COUNT)
               MOVE 'UNKNOWN HR STATUS'     TO
                   WS-SNT-EDIT-TEXT (WS-SNAP-COUNT)
               GO TO 220999-EXIT-HOLD-SNAPSHOT-ENTRY
           END-IF

           IF WS-SNP-ACTIVE
               IF WS-SNP-DEPT-CODE = SPACES
               OR WS-SNP-FIRST-NAME = SPACES
                   MOVE 'I'                 TO
                       WS-SNT-EDIT-FLAG (WS-SNAP-COUNT)
                   MOVE 'BLANK NAME OR DEPT'
                                             TO
                       WS-SNT-EDIT-TEXT (WS-SNAP-COUNT)
               ELSE
                   IF WS-SNT-SALARY (WS-SNAP-COUNT) = 0
                       MOVE 'I'             TO
                           WS-SNT-EDIT-FLAG (WS-SNAP-COUNT)
                       MOVE 'MISSING OR ZERO SALARY'
                                             TO
                           WS-SNT-EDIT-TEXT (WS-SNAP-COUNT)
                   END-IF
               END-IF
           END-IF
           .
       220999-EXIT-HOLD-SNAPSHOT-ENTRY.
           EXIT.

      *-----------------------------------------------------------------
       150000-SORT-SNAPSHOT                SECTION.
      *-----------------------------------------------------------------
      *    Sorted into master key order. An id HR sent twice cannot
      *    be trusted either way: every copy is flagged and the
      *    employee is left alone.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           IF WS-SNAP-COUNT > 1
               SORT WS-SNAP-ENTRY ON ASCENDING KEY WS-SNT-EMP-ID

               PERFORM VARYING WS-SNAP-IDX FROM 2 BY 1
                       UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
                   IF WS-SNT-EMP-ID (WS-SNAP-IDX) =
                      WS-SNT-EMP-ID (WS-SNAP-IDX - 1)
                       MOVE 'D'              TO
                           WS-SNT-EDIT-FLAG (WS-SNAP-IDX)
                       MOVE 'D'              TO
                           WS-SNT-EDIT-FLAG (WS-SNAP-IDX - 1)
                       MOVE 'DUPLICATE ID ON SNAPSHOT' TO
                           WS-SNT-EDIT-TEXT (WS-SNAP-IDX)
                       MOVE 'DUPLICATE ID ON SNAPSHOT' TO
                           WS-SNT-EDIT-TEXT (WS-SNAP-IDX - 1)
                   END-IF
               END-PERFORM
           END-IF
           .
       150999-EXIT-SORT-SNAPSHOT.
           EXIT.

      *-----------------------------------------------------------------
       300000-COMPARE-MASTER               SECTION.
      *-----------------------------------------------------------------
      *    Match-merge: the lower key is the side the other lacks.
      *-----------------------------------------------------------------
           MOVE 0008                        TO PSC-ERRO-PGM

           MOVE 1                           TO WS-SNAP-IDX
           SET WS-MST-NOT-EOF               TO TRUE
           PERFORM 305000-READ-MASTER-NEXT
           PERFORM 302000-SET-SNAP-KEY

           PERFORM UNTIL WS-SNAP-KEY = HIGH-VALUES
                     AND WS-MST-KEY = HIGH-VALUES
               IF WS-SNAP-KEY < WS-MST-KEY
                   PERFORM 310000-SNAPSHOT-ONLY
                   ADD 1                     TO WS-SNAP-IDX
                   PERFORM 302000-SET-SNAP-KEY
               ELSE
                   IF WS-SNAP-KEY > WS-MST-KEY
                       PERFORM 330000-MASTER-ONLY
                       PERFORM 305000-READ-MASTER-NEXT
                   ELSE
                       PERFORM 320000-MATCHED
                       ADD 1                 TO WS-SNAP-IDX
                       PERFORM 302000-SET-SNAP-KEY
                       PERFORM 305000-READ-MASTER-NEXT
                   END-IF
               END-IF
           END-PERFORM
           .
       300999-EXIT-COMPARE-MASTER.
           EXIT.

      *-----------------------------------------------------------------
       302000-SET-SNAP-KEY                 SECTION.
      *-----------------------------------------------------------------
           MOVE 0009                        TO PSC-ERRO-PGM

           IF WS-SNAP-IDX > WS-SNAP-COUNT
               MOVE HIGH-VALUES             TO WS-SNAP-KEY
           ELSE
               MOVE WS-SNT-EMP-ID (WS-SNAP-IDX)
                                             TO WS-SNAP-KEY
           END-IF
           .
       302999-EXIT-SET-SNAP-KEY.
           EXIT.

      *-----------------------------------------------------------------
       305000-READ-MASTER-NEXT             SECTION.
      *-----------------------------------------------------------------
           MOVE 0010                        TO PSC-ERRO-PGM

           IF WS-MST-EOF
               GO TO 305999-EXIT-READ-MASTER-NEXT
           END-IF

           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MST-EOF            TO TRUE
                   MOVE HIGH-VALUES          TO WS-MST-KEY
               NOT AT END
                   IF WS-MST-OK
                       ADD 1                 TO WS-MASTER-READ
                       MOVE MST-EMP-ID       TO WS-MST-KEY
                       IF MST-STATUS NOT = 'T'
                           ADD 1             TO WS-ACTIVE-HEADCOUNT
                       END-IF
                   ELSE
                       PERFORM 999900-ABEND
                   END-IF
           END-READ
           .
       305999-EXIT-READ-MASTER-NEXT.
           EXIT.

      *-----------------------------------------------------------------
       310000-SNAPSHOT-ONLY                SECTION.
      *-----------------------------------------------------------------
      *    HR knows the employee, the master does not: a new hire.
      *    A leaver the master never had needs nothing.
      *-----------------------------------------------------------------
           MOVE 0011                        TO PSC-ERRO-PGM

           IF NOT WS-SNT-VALID (WS-SNAP-IDX)
               PERFORM 340000-REJECT-SNAPSHOT-ENTRY
               GO TO 310999-EXIT-SNAPSHOT-ONLY
           END-IF

           IF WS-SNT-STATUS (WS-SNAP-IDX) = 'T'
               ADD 1                         TO WS-LEAVERS-NOT-ON-MASTER
               MOVE SPACES                   TO WS-DETAIL-LINE
               MOVE WS-SNT-EMP-ID (WS-SNAP-IDX)
                                             TO DL-EMP-ID
               MOVE 'TERMINATE'              TO DL-ACTION
               MOVE 'IGNORED'                TO DL-DISPOSITION
               MOVE 'LEAVER NOT ON MASTER'   TO DL-REMARK
               PERFORM 350000-WRITE-BODY-LINE
               GO TO 310999-EXIT-SNAPSHOT-ONLY
           END-IF

           MOVE 1                           TO WS-ACTION-IDX
           PERFORM 360000-BUILD-ADD
           .
       310999-EXIT-SNAPSHOT-ONLY.
           EXIT.

      *-----------------------------------------------------------------
       320000-MATCHED                      SECTION.
      *-----------------------------------------------------------------
           MOVE 0012                        TO PSC-ERRO-PGM

           IF NOT WS-SNT-VALID (WS-SNAP-IDX)
               PERFORM 340000-REJECT-SNAPSHOT-ENTRY
               GO TO 320999-EXIT-MATCHED
           END-IF

      *    A leaver on the master: HR active again means a rehire,
      *    HR terminated too means nothing to do.
           IF MST-STATUS = 'T'
               IF WS-SNT-STATUS (WS-SNAP-IDX) = 'A'
                   MOVE 2                    TO WS-ACTION-IDX
                   PERFORM 360000-BUILD-ADD
               ELSE
                   ADD 1                     TO WS-UNCHANGED
               END-IF
               GO TO 320999-EXIT-MATCHED
           END-IF

           IF WS-SNT-STATUS (WS-SNAP-IDX) = 'T'
               PERFORM 380000-CHECK-TERMINATION
               GO TO 320999-EXIT-MATCHED
           END-IF

           IF WS-SNT-DEPT-CODE (WS-SNAP-IDX) = MST-DEPT-CODE
           AND WS-SNT-FIRST-NAME (WS-SNAP-IDX) = MST-FIRST-NAME
           AND WS-SNT-SALARY (WS-SNAP-IDX) = MST-CURRENT-SALARY
               ADD 1                         TO WS-UNCHANGED
               GO TO 320999-EXIT-MATCHED
           END-IF

           IF WS-SNT-DEPT-CODE (WS-SNAP-IDX) NOT = MST-DEPT-CODE
               PERFORM 365000-BUILD-TRANSFER
           END-IF

           IF WS-SNT-FIRST-NAME (WS-SNAP-IDX) NOT = MST-FIRST-NAME
           OR WS-SNT-SALARY (WS-SNAP-IDX) NOT = MST-CURRENT-SALARY
               PERFORM 370000-BUILD-CHANGE
           END-IF
           .
       320999-EXIT-MATCHED.
           EXIT.

      *-----------------------------------------------------------------
       330000-MASTER-ONLY                  SECTION.
      *-----------------------------------------------------------------
      *    An active employee the full snapshot no longer carries is
      *    most likely a leaver HR forgot to close - or a broken feed.
      *    Either way it is never terminated on inference: the card
      *    is held, without a reason, for someone to complete.
      *-----------------------------------------------------------------
           MOVE 0013                        TO PSC-ERRO-PGM

           IF MST-STATUS = 'T'
               GO TO 330999-EXIT-MASTER-ONLY
           END-IF

           MOVE 5                           TO WS-ACTION-IDX
           MOVE SPACES                      TO WS-OUT-TRX
           MOVE ZEROS                       TO WS-OUT-SALARY
           MOVE 'T'                         TO WS-OUT-ACTION
           MOVE MST-EMP-ID                  TO WS-OUT-EMP-ID

           MOVE SPACES                      TO WS-DETAIL-LINE
           MOVE 'STATUS'                    TO DL-FIELD
           MOVE 'ACTIVE'                    TO DL-OLD-VALUE
           MOVE 'NOT ON SNAPSHOT'           TO DL-NEW-VALUE

           MOVE '04'                        TO WS-HOLD-REASON-CODE
           MOVE 'ACTIVE, NOT ON SNAPSHOT'   TO WS-HOLD-REASON-TEXT
           PERFORM 510000-HOLD-TRX
           .
       330999-EXIT-MASTER-ONLY.
           EXIT.

      *-----------------------------------------------------------------
       340000-REJECT-SNAPSHOT-ENTRY        SECTION.
      *-----------------------------------------------------------------
           MOVE 0014                        TO PSC-ERRO-PGM

           ADD 1                             TO WS-SNAP-REJECTED

           MOVE SPACES                      TO WS-DETAIL-LINE
           MOVE WS-SNT-EMP-ID (WS-SNAP-IDX) TO DL-EMP-ID
           MOVE 'REJECTED'                  TO DL-DISPOSITION
           MOVE WS-SNT-EDIT-TEXT (WS-SNAP-IDX)
                                             TO DL-REMARK
           PERFORM 350000-WRITE-BODY-LINE
           .
       340999-EXIT-REJECT-SNAPSHOT-ENTRY.
           EXIT.

      *-----------------------------------------------------------------
       360000-BUILD-ADD                    SECTION.
      *-----------------------------------------------------------------
      *    New hires go on ungraded, and a rehire keeps the grade the
      *    master already carries - both are what a blank grade on
      *    the EX03 card means.
      *-----------------------------------------------------------------
           MOVE 0015                        TO PSC-ERRO-PGM

           MOVE SPACES                      TO WS-OUT-TRX
           MOVE 'A'                         TO WS-OUT-ACTION
           MOVE WS-SNT-EMP-ID (WS-SNAP-IDX) TO WS-OUT-EMP-ID
           MOVE WS-SNT-DEPT-CODE (WS-SNAP-IDX)
                                             TO WS-OUT-DEPT-CODE
           MOVE WS-SNT-FIRST-NAME (WS-SNAP-IDX)
                                             TO WS-OUT-FIRST-NAME
           MOVE WS-SNT-SALARY (WS-SNAP-IDX) TO WS-OUT-SALARY

           MOVE SPACES                      TO WS-DETAIL-LINE
           MOVE 'NAME'                      TO DL-FIELD
           MOVE WS-OUT-FIRST-NAME           TO DL-NEW-VALUE
           PERFORM 500000-GENERATE-TRX

           MOVE SPACES                      TO WS-DETAIL-LINE
           MOVE 'DEPT'                      TO DL-FIELD
           MOVE WS-OUT-DEPT-CODE            TO DL-NEW-VALUE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE SPACES                      TO WS-DETAIL-LINE
           MOVE 'SALARY'                    TO DL-FIELD
           MOVE WS-OUT-SALARY               TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT              TO DL-NEW-VALUE
           PERFORM 350000-WRITE-BODY-LINE
           .
       360999-EXIT-BUILD-ADD.
           EXIT.

      *-----------------------------------------------------------------
       365000-BUILD-TRANSFER               SECTION.
      *-----------------------------------------------------------------
           MOVE 0016                        TO PSC-ERRO-PGM

           MOVE 4                           TO WS-ACTION-IDX
           MOVE SPACES                      TO WS-OUT-TRX
           MOVE ZEROS                       TO WS-OUT-SALARY
           MOVE 'D'                         TO WS-OUT-ACTION
           MOVE MST-EMP-ID                  TO WS-OUT-EMP-ID
           MOVE WS-SNT-DEPT-CODE (WS-SNAP-IDX)
                                             TO WS-OUT-DEPT-CODE

           MOVE SPACES                      TO WS-DETAIL-LINE
           MOVE 'DEPT'                      TO DL-FIELD
           MOVE MST-DEPT-CODE               TO DL-OLD-VALUE
           MOVE WS-OUT-DEPT-CODE            TO DL-NEW-VALUE
           PERFORM 500000-GENERATE-TRX
           .
       365999-EXIT-BUILD-TRANSFER.
           EXIT.

      *-----------------------------------------------------------------
       370000-BUILD-CHANGE                 SECTION.
      *-----------------------------------------------------------------
      *    The card carries only what changed: a blank name or zero
      *    salary tells EX03 to leave that field alone. A salary move
      *    beyond the threshold either way holds the whole card.
      *-----------------------------------------------------------------
           MOVE 0017                        TO PSC-ERRO-PGM

           MOVE 3                           TO WS-ACTION-IDX
           MOVE SPACES                      TO WS-OUT-TRX
           MOVE ZEROS                       TO WS-OUT-SALARY
           MOVE 'C'                         TO WS-OUT-ACTION
           MOVE MST-EMP-ID                  TO WS-OUT-EMP-ID

           SET WS-NAME-SAME                 TO TRUE
           SET WS-SALARY-SAME               TO TRUE

           IF WS-SNT-FIRST-NAME (WS-SNAP-IDX) NOT = MST-FIRST-NAME
               SET WS-NAME-CHANGED          TO TRUE
               MOVE WS-SNT-FIRST-NAME (WS-SNAP-IDX)
                                             TO WS-OUT-FIRST-NAME
           END-IF

           IF WS-SNT-SALARY (WS-SNAP-IDX) NOT = MST-CURRENT-SALARY
               SET WS-SALARY-CHANGED        TO TRUE
               MOVE WS-SNT-SALARY (WS-SNAP-IDX)
                                             TO WS-OUT-SALARY
           END-IF

           MOVE SPACES                      TO WS-DETAIL-LINE
           IF WS-SALARY-CHANGED
               MOVE 'SALARY'                TO DL-FIELD
               MOVE MST-CURRENT-SALARY      TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT          TO DL-OLD-VALUE
               MOVE WS-OUT-SALARY           TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT          TO DL-NEW-VALUE
           ELSE
               MOVE 'NAME'                  TO DL-FIELD
               MOVE MST-FIRST-NAME          TO DL-OLD-VALUE
               MOVE WS-OUT-FIRST-NAME       TO DL-NEW-VALUE
           END-IF

           IF WS-SALARY-CHANGED
               IF MST-CURRENT-SALARY = 0
                   MOVE 99999.99             TO WS-CHANGE-PCT
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-OUT-SALARY - MST-CURRENT-SALARY) * 100
                       / MST-CURRENT-SALARY
                       ON SIZE ERROR
                           MOVE 99999.99     TO WS-CHANGE-PCT
                   END-COMPUTE
               END-IF
               IF WS-CHANGE-PCT < 0
                   COMPUTE WS-CHANGE-PCT = 0 - WS-CHANGE-PCT
               END-IF
           END-IF

           IF WS-SALARY-CHANGED
           AND WS-CHANGE-PCT > WS-SALARY-CHANGE-PCT
               MOVE '01'                    TO WS-HOLD-REASON-CODE
               MOVE 'SALARY CHANGE OVER LIMIT' TO WS-HOLD-REASON-TEXT
               PERFORM 510000-HOLD-TRX
           ELSE
               PERFORM 500000-GENERATE-TRX
           END-IF

           IF WS-SALARY-CHANGED
           AND WS-NAME-CHANGED
               MOVE SPACES                  TO WS-DETAIL-LINE
               MOVE 'NAME'                  TO DL-FIELD
               MOVE MST-FIRST-NAME          TO DL-OLD-VALUE
               MOVE WS-OUT-FIRST-NAME       TO DL-NEW-VALUE
               PERFORM 350000-WRITE-BODY-LINE
           END-IF
           .
       370999-EXIT-BUILD-CHANGE.
           EXIT.

      *-----------------------------------------------------------------
       380000-CHECK-TERMINATION            SECTION.
      *-----------------------------------------------------------------
      *    The edits EX03 will apply are checked here first, so a bad
      *    leaver card is held with the reason instead of being
      *    generated into a certain EX03 reject. A leaving date still
      *    to come is left for the snapshot of that day.
      *-----------------------------------------------------------------
           MOVE 0018                        TO PSC-ERRO-PGM

           MOVE 5                           TO WS-ACTION-IDX
           MOVE SPACES                      TO WS-OUT-TRX
           MOVE ZEROS                       TO WS-OUT-SALARY
           MOVE 'T'                         TO WS-OUT-ACTION
           MOVE MST-EMP-ID                  TO WS-OUT-EMP-ID
           MOVE WS-SNT-TERM-DATE (WS-SNAP-IDX)
                                             TO WS-OUT-TERM-DATE
           MOVE WS-SNT-TERM-REASON (WS-SNAP-IDX)
                                             TO WS-OUT-TERM-REASON
           MOVE WS-OUT-TERM-REASON          TO WS-TERM-REASON

           MOVE SPACES                      TO WS-DETAIL-LINE
           MOVE 'STATUS'                    TO DL-FIELD
           MOVE 'ACTIVE'                    TO DL-OLD-VALUE
           MOVE WS-OUT-TERM-REASON          TO TV-TERM-REASON
           MOVE WS-OUT-TERM-DATE            TO TV-TERM-DATE
           MOVE WS-TERM-VALUE               TO DL-NEW-VALUE

           IF NOT WS-TERM-REASON-VALID
               MOVE '02'                    TO WS-HOLD-REASON-CODE
               MOVE 'NO VALID TERM REASON'  TO WS-HOLD-REASON-TEXT
               PERFORM 510000-HOLD-TRX
               GO TO 380999-EXIT-CHECK-TERMINATION
           END-IF

           IF WS-OUT-TERM-DATE NOT = SPACES
               IF WS-OUT-TERM-DATE NOT NUMERIC
                   MOVE '03'                TO WS-HOLD-REASON-CODE
                   MOVE 'INVALID TERM DATE'  TO WS-HOLD-REASON-TEXT
                   PERFORM 510000-HOLD-TRX
                   GO TO 380999-EXIT-CHECK-TERMINATION
               END-IF
               MOVE WS-OUT-TERM-DATE        TO WS-TERM-DATE-9
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-TERM-DATE-9)
                  NOT = 0
                   MOVE '03'                TO WS-HOLD-REASON-CODE
                   MOVE 'INVALID TERM DATE'  TO WS-HOLD-REASON-TEXT
                   PERFORM 510000-HOLD-TRX
                   GO TO 380999-EXIT-CHECK-TERMINATION
               END-IF
               IF WS-TERM-DATE-9 > WS-RUN-DATE
                   ADD 1                     TO WS-TERMS-NOT-DUE
                   MOVE MST-EMP-ID           TO DL-EMP-ID
                   MOVE 'TERMINATE'          TO DL-ACTION
                   MOVE 'NOT DUE'            TO DL-DISPOSITION
                   MOVE 'LEAVING DATE STILL TO COME'
                                             TO DL-REMARK
                   PERFORM 350000-WRITE-BODY-LINE
                   GO TO 380999-EXIT-CHECK-TERMINATION
               END-IF
           END-IF

           IF WS-TERM-COUNT >= WS-MAX-TERMS
               DISPLAY 'EX25 ABEND - MORE THAN ' WS-MAX-TERMS
                       ' TERMINATIONS ON THE SNAPSHOT'
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-TERM-COUNT
           MOVE MST-EMP-ID                  TO
               WS-TRM-EMP-ID (WS-TERM-COUNT)
           MOVE MST-DEPT-CODE               TO
               WS-TRM-DEPT-CODE (WS-TERM-COUNT)
           MOVE MST-FIRST-NAME              TO
               WS-TRM-FIRST-NAME (WS-TERM-COUNT)
           MOVE WS-OUT-TERM-DATE            TO
               WS-TRM-TERM-DATE (WS-TERM-COUNT)
           MOVE WS-OUT-TERM-REASON          TO
               WS-TRM-TERM-REASON (WS-TERM-COUNT)
           .
       380999-EXIT-CHECK-TERMINATION.
           EXIT.

      *-----------------------------------------------------------------
       400000-RELEASE-TERMINATIONS         SECTION.
      *-----------------------------------------------------------------
      *    Judged against the active headcount the master carried at
      *    the start of the run. Over the threshold, none of the
      *    run's terminations is generated - a feed that drops a
      *    whole department must not close it down overnight.
      *-----------------------------------------------------------------
           MOVE 0019                        TO PSC-ERRO-PGM

           SET WS-NO-MASS-TERMINATION       TO TRUE
           MOVE ZEROS                       TO WS-TERM-PCT

           IF WS-TERM-COUNT = 0
               GO TO 400999-EXIT-RELEASE-TERMINATIONS
           END-IF

           IF WS-ACTIVE-HEADCOUNT > 0
               COMPUTE WS-TERM-PCT ROUNDED =
                   WS-TERM-COUNT * 100 / WS-ACTIVE-HEADCOUNT
           END-IF

           IF WS-TERM-COUNT >= WS-MASS-TERM-MIN
           AND WS-TERM-PCT > WS-MASS-TERM-PCT
               SET WS-MASS-TERMINATION      TO TRUE
               MOVE WS-TERM-PCT             TO WS-TERM-PCT-EDIT
               DISPLAY 'EX25 MASS TERMINATION - ' WS-TERM-COUNT
                       ' LEAVERS = ' WS-TERM-PCT-EDIT '% OF ACTIVE '
                       'HEADCOUNT; ALL HELD FOR REVIEW'
           END-IF

           MOVE 5                           TO WS-ACTION-IDX

           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               MOVE SPACES                  TO WS-OUT-TRX
               MOVE ZEROS                   TO WS-OUT-SALARY
               MOVE 'T'                     TO WS-OUT-ACTION
               MOVE WS-TRM-EMP-ID (WS-TERM-IDX)
                                             TO WS-OUT-EMP-ID
               MOVE WS-TRM-TERM-DATE (WS-TERM-IDX)
                                             TO WS-OUT-TERM-DATE
               MOVE WS-TRM-TERM-REASON (WS-TERM-IDX)
                                             TO WS-OUT-TERM-REASON

               MOVE SPACES                  TO WS-DETAIL-LINE
               MOVE 'STATUS'                TO DL-FIELD
               MOVE 'ACTIVE'                TO DL-OLD-VALUE
               MOVE WS-OUT-TERM-REASON      TO TV-TERM-REASON
               MOVE WS-OUT-TERM-DATE        TO TV-TERM-DATE
               MOVE WS-TERM-VALUE           TO DL-NEW-VALUE

               IF WS-MASS-TERMINATION
                   MOVE '05'                TO WS-HOLD-REASON-CODE
                   MOVE 'MASS TERMINATION'   TO WS-HOLD-REASON-TEXT
                   PERFORM 510000-HOLD-TRX
               ELSE
                   PERFORM 500000-GENERATE-TRX
               END-IF
           END-PERFORM
           .
       400999-EXIT-RELEASE-TERMINATIONS.
           EXIT.

      *-----------------------------------------------------------------
       500000-GENERATE-TRX                 SECTION.
      *-----------------------------------------------------------------
      *    WS-OUT-TRX holds the card and WS-DETAIL-LINE its first
      *    report line (field and values) on entry.
      *-----------------------------------------------------------------
           MOVE 0020                        TO PSC-ERRO-PGM

           MOVE WS-OUT-TRX                  TO TRX-REC

           WRITE TRX-REC

           IF NOT WS-TRX-OK
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-TRX-GENERATED
           ADD 1                             TO
               WS-ACT-GENERATED (WS-ACTION-IDX)

           MOVE WS-OUT-EMP-ID               TO DL-EMP-ID
           MOVE WS-ACTION-NAME (WS-ACTION-IDX)
                                             TO DL-ACTION
           MOVE 'GENERATED'                 TO DL-DISPOSITION
           PERFORM 350000-WRITE-BODY-LINE
           .
       500999-EXIT-GENERATE-TRX.
           EXIT.

      *-----------------------------------------------------------------
       510000-HOLD-TRX                     SECTION.
      *-----------------------------------------------------------------
      *    As 500000, with WS-HOLD-REASON-CODE/TEXT set as well.
      *-----------------------------------------------------------------
           MOVE 0021                        TO PSC-ERRO-PGM

           MOVE WS-OUT-TRX                  TO HLD-TRX-CARD
           MOVE WS-HOLD-REASON-CODE         TO HLD-REASON-CODE
           MOVE WS-HOLD-REASON-TEXT         TO HLD-REASON-TEXT

           WRITE HLD-REC

           IF NOT WS-HLD-OK
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-TRX-HELD
           ADD 1                             TO
               WS-ACT-HELD (WS-ACTION-IDX)

           MOVE WS-OUT-EMP-ID               TO DL-EMP-ID
           MOVE WS-ACTION-NAME (WS-ACTION-IDX)
                                             TO DL-ACTION
           MOVE 'HELD'                      TO DL-DISPOSITION
           MOVE WS-HOLD-REASON-TEXT         TO DL-REMARK
           PERFORM 350000-WRITE-BODY-LINE
           .
       510999-EXIT-HOLD-TRX.
           EXIT.

      *-----------------------------------------------------------------
       350000-WRITE-BODY-LINE              SECTION.
      *-----------------------------------------------------------------
      *    WS-DETAIL-LINE holds the line; a full page gets its
      *    headers first.
      *-----------------------------------------------------------------
           MOVE 0022                        TO PSC-ERRO-PGM

           MOVE WS-DETAIL-LINE              TO WS-HOLD-LINE

           IF WS-LINE-COUNT = ZEROS
           OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 355000-PRINT-PAGE-HEADER
           END-IF

           MOVE WS-HOLD-LINE                TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE
           .
       350999-EXIT-WRITE-BODY-LINE.
           EXIT.

      *-----------------------------------------------------------------
       355000-PRINT-PAGE-HEADER            SECTION.
      *-----------------------------------------------------------------
           MOVE 0023                        TO PSC-ERRO-PGM

           ADD 1                             TO WS-PAGE-NUM
           MOVE WS-RUN-DATE                  TO H1-RUN-DATE
           MOVE WS-PAGE-NUM                  TO H1-PAGE-NUM

           MOVE WS-HEADER-LINE-1              TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE WS-HEADER-LINE-2              TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE SPACES                        TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE ZEROS                         TO WS-LINE-COUNT
           .
       355999-EXIT-PRINT-PAGE-HEADER.
           EXIT.

      *-----------------------------------------------------------------
       450000-PRINT-SUMMARY                SECTION.
      *-----------------------------------------------------------------
           MOVE 0024                        TO PSC-ERRO-PGM

           MOVE SPACES                      TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE WS-SUMMARY-HEADER           TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
                   UNTIL WS-ACTION-IDX > 5
               MOVE WS-ACTION-NAME (WS-ACTION-IDX)
                                             TO SL-ACTION
               MOVE WS-ACT-GENERATED (WS-ACTION-IDX)
                                             TO SL-GENERATED
               MOVE WS-ACT-HELD (WS-ACTION-IDX)
                                             TO SL-HELD
               MOVE WS-SUMMARY-LINE         TO WS-DETAIL-LINE
               PERFORM 350000-WRITE-BODY-LINE
           END-PERFORM

           MOVE 'TOTAL'                     TO SL-ACTION
           MOVE WS-TRX-GENERATED            TO SL-GENERATED
           MOVE WS-TRX-HELD                 TO SL-HELD
           MOVE WS-SUMMARY-LINE             TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE SPACES                      TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE 'SNAPSHOT RECORDS READ .....:' TO CT-LABEL
           MOVE WS-SNAP-READ                TO CT-COUNT
           MOVE WS-COUNT-LINE               TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE 'MASTER RECORDS READ .......:' TO CT-LABEL
           MOVE WS-MASTER-READ              TO CT-COUNT
           MOVE WS-COUNT-LINE               TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE 'ACTIVE HEADCOUNT ..........:' TO CT-LABEL
           MOVE WS-ACTIVE-HEADCOUNT         TO CT-COUNT
           MOVE WS-COUNT-LINE               TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE 'UNCHANGED .................:' TO CT-LABEL
           MOVE WS-UNCHANGED                TO CT-COUNT
           MOVE WS-COUNT-LINE               TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE 'SNAPSHOT RECORDS REJECTED .:' TO CT-LABEL
           MOVE WS-SNAP-REJECTED            TO CT-COUNT
           MOVE WS-COUNT-LINE               TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE 'TERMINATIONS NOT YET DUE ..:' TO CT-LABEL
           MOVE WS-TERMS-NOT-DUE            TO CT-COUNT
           MOVE WS-COUNT-LINE               TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE 'LEAVERS NOT ON MASTER .....:' TO CT-LABEL
           MOVE WS-LEAVERS-NOT-ON-MASTER    TO CT-COUNT
           MOVE WS-COUNT-LINE               TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE

           MOVE WS-TERM-PCT                 TO MT-TERM-PCT
           MOVE WS-MASS-TERM-PCT            TO MT-THRESHOLD
           IF WS-MASS-TERMINATION
               MOVE '  ** MASS TERMINATION HELD **'
                                             TO MT-REMARK
           ELSE
               MOVE SPACES                  TO MT-REMARK
           END-IF
           MOVE WS-MASS-TERM-LINE           TO WS-DETAIL-LINE
           PERFORM 350000-WRITE-BODY-LINE
           .
       450999-EXIT-PRINT-SUMMARY.
           EXIT.

      *-----------------------------------------------------------------
       410000-WRITE-REPORT-LINE            SECTION.
      *-----------------------------------------------------------------
           MOVE 0025                        TO PSC-ERRO-PGM

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
           MOVE WS-SNAP-READ                TO DISPLAY-COUNT
           DISPLAY '===================================='
           DISPLAY 'EX25 CONTROL TOTALS'
           DISPLAY '  SNAPSHOT READ .....: ' DISPLAY-COUNT
           MOVE WS-MASTER-READ              TO DISPLAY-COUNT
           DISPLAY '  MASTER READ .......: ' DISPLAY-COUNT
           MOVE WS-TRX-GENERATED            TO DISPLAY-COUNT
           DISPLAY '  CARDS GENERATED ...: ' DISPLAY-COUNT
           MOVE WS-TRX-HELD                 TO DISPLAY-COUNT
           DISPLAY '  CARDS HELD ........: ' DISPLAY-COUNT
           MOVE WS-SNAP-REJECTED            TO DISPLAY-COUNT
           DISPLAY '  SNAPSHOT REJECTED .: ' DISPLAY-COUNT
           MOVE WS-UNCHANGED                TO DISPLAY-COUNT
           DISPLAY '  UNCHANGED .........: ' DISPLAY-COUNT
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
           EXIT.

      *-----------------------------------------------------------------
       900000-CLOSE-FILES                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0026                        TO PSC-ERRO-PGM

           CLOSE SNAP-FILE
                 MASTER-FILE
                 TRX-FILE
                 HLD-FILE
                 RPT-FILE

           IF NOT WS-SNAP-OK
           OR NOT WS-MST-OK
           OR NOT WS-TRX-OK
           OR NOT WS-HLD-OK
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
                   ' FS-SNP=' WS-SNAP-FILE-STATUS
                   ' FS-MST=' WS-MST-FILE-STATUS
                   ' FS-TRX=' WS-TRX-FILE-STATUS
                   ' FS-HLD=' WS-HLD-FILE-STATUS
                   ' FS-RPT=' WS-RPT-FILE-STATUS
                   ' MSG='    WS-ABEND-MSG

      *    A failed intake must not exit RC 0: the stream would roll
      *    on to EX03 with a half-written transaction file.
           MOVE 16                           TO RETURN-CODE
           STOP RUN
           .
       999999-EXIT-ABEND.
           EXIT.
