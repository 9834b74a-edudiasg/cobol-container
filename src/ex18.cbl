      ******************************************************************
      * PROGRAM-ID : EX18
      * TYPE       : BATCH
      * PURPOSE    : Operator activity report. Lists everything one
      *              operator (or every operator) did to the payroll
      *              files over a range of run dates, from the
      *              operator id each writer stamps on its records:
      *
      *                - audit log ........ EX01 raise/bonus/backout
      *                                     runs, EX12 releases
      *                - maintenance journal EX03 adds, changes,
      *                                     terminations, transfers
      *                - salary history ... one line per run, source
      *                                     and effective date, with
      *                                     the entry count and
      *                                     total increase (a raise
      *                                     run writes one history
      *                                     record per employee)
      *                - run catalog ...... EX01 generations
      *                - run lock ......... every acquire, clear,
      *                                     refusal and release on
      *                                     the lock event trail (a
      *                                     clear names the holder
      *                                     it displaced), then the
      *                                     run holding it now
      *                - transmission log . EX08/EX12/EX13 provider
      *                                     files
      *                - approval register  EX01 simulations,
      *                                     refusals, overrides and
      *                                     the EX17 sign-offs
      *
      *              Each file is reported in its own section in file
      *              order, followed by an activity count per operator
      *              and file. Records written before operator ids
      *              were stamped show as *NONE* and are selected only
      *              when the card names no operator.
      *
      * INPUT      : data/control/ex18.parm (LINE SEQUENTIAL)
      *              Card: OPERATOR-ID (1-8, blank = every operator),
      *                    FROM-DATE (9-16, YYYYMMDD, blank = from
      *                    the first record on file),
      *                    TO-DATE (17-24, YYYYMMDD, blank = today)
      *              No card = every operator, every date.
      *              data/audit/ex01_audit.log
      *              data/master/ex03_journal.dat
      *              data/master/ex01_history.dat
      *              data/audit/ex01_runcat.dat
      *              data/audit/ex_lockevt.log
      *              data/control/ex_runlock.dat
      *              data/audit/ex_translog.dat
      *              data/audit/ex01_approval.reg
      *              (all LINE SEQUENTIAL; a file not on disk is
      *              noted in its section and skipped)
      * OUTPUT     : data/output/ex18.rpt (LINE SEQUENTIAL)
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-10-15
      *
      * CHANGE LOG :
      *  - 2026-10-15 EDG - Initial version. Audit asked who ran what
      *                     and the answer took a day of matching
      *                     run times against the scheduler log.
      *  - 2026-10-15 EDG - Journal layout extended with the
      *                     termination date, termination reason and
      *                     pay grade EX03 now journals.
      *  - 2026-10-15 EDG - Transmission log layout extended with the
      *                     generation number its writers now log.
      *  - 2026-10-15 EDG - Register card image widened to 97 bytes
      *                     to carry the pay group.
      *  - 2026-10-15 EDG - Run-lock section reports the lock event
      *                     trail - every acquire, clear, refusal and
      *                     release, with the holder a clear displaced -
      *                     ahead of the run holding the lock now.
      *  - 2026-10-15 EDG - Audit layout extended with the pay group
      *                     EX01 now records.
      *  - 2026-10-15 EDG - Approval register entries are credited to
      *                     the submitting operator they now carry, so
      *                     a USED or OVERRIDE entry names whoever ran
      *                     the update rather than its requester.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX18.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'data/control/ex18.parm'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-CARD-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'data/audit/ex01_audit.log'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-AUDIT-FILE-STATUS.

           SELECT JRN-FILE ASSIGN TO 'data/master/ex03_journal.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-JRN-FILE-STATUS.

           SELECT HIS-FILE ASSIGN TO 'data/master/ex01_history.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-HIS-FILE-STATUS.

           SELECT CAT-FILE ASSIGN TO 'data/audit/ex01_runcat.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-CAT-FILE-STATUS.

           SELECT LCK-FILE ASSIGN TO 'data/control/ex_runlock.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-LCK-FILE-STATUS.

           SELECT LEV-FILE ASSIGN TO 'data/audit/ex_lockevt.log'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-LEV-FILE-STATUS.

           SELECT TRN-FILE ASSIGN TO 'data/audit/ex_translog.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-TRN-FILE-STATUS.

           SELECT APR-FILE ASSIGN TO 'data/audit/ex01_approval.reg'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-APR-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO 'data/output/ex18.rpt'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-RPT-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CARD-FILE.
       01  CARD-REC.
           03 CRD-OPERATOR-ID             PIC X(008).
           03 CRD-FROM-DATE               PIC X(008).
           03 CRD-TO-DATE                 PIC X(008).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           03 AUD-RUN-DATE                PIC 9(008).
           03 AUD-RUN-TIME                PIC 9(008).
           03 AUD-RECORDS-READ            PIC 9(009).
           03 AUD-RECORDS-WRITTEN         PIC 9(009).
           03 AUD-RECORDS-REJECTED        PIC 9(009).
           03 AUD-STATUS                  PIC X(008).
           03 AUD-PSC-ERRO-PGM            PIC 9(004).
           03 AUD-FS-IN                   PIC X(002).
           03 AUD-FS-OUT                  PIC X(002).
           03 AUD-FS-REJ                  PIC X(002).
           03 AUD-FS-CKP                  PIC X(002).
           03 AUD-FS-MST                  PIC X(002).
           03 AUD-EFFECTIVE-DATE          PIC X(008).
           03 AUD-TOTAL-SALARY-BEFORE     PIC 9(013)V99.
           03 AUD-TOTAL-SALARY-AFTER      PIC 9(013)V99.
           03 AUD-GEN-NUM                 PIC 9(004).
           03 AUD-OPERATOR-ID             PIC X(008).
           03 AUD-PAY-GROUP               PIC X(004).

       FD  JRN-FILE.
       01  JRN-REC.
           03 JRN-ACTION                  PIC X(001).
           03 JRN-EMP-ID                  PIC X(008).
           03 JRN-DEPT-CODE               PIC X(004).
           03 JRN-FIRST-NAME              PIC X(030).
           03 JRN-SALARY                  PIC 9(008)V99.
           03 JRN-RUN-DATE                PIC 9(008).
           03 JRN-OPERATOR-ID             PIC X(008).
           03 JRN-TERM-DATE               PIC 9(008).
           03 JRN-TERM-REASON             PIC X(002).
           03 JRN-PAY-GRADE               PIC X(003).

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

       FD  CAT-FILE.
       01  CAT-REC.
           03 CAT-GEN-NUM                 PIC 9(004).
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).

       FD  LCK-FILE.
       01  LCK-REC.
           03 LCK-PROGRAM                 PIC X(008).
           03 LCK-RUN-DATE                PIC 9(008).
           03 LCK-RUN-TIME                PIC 9(008).
           03 LCK-OPERATOR-ID             PIC X(008).

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

       FD  TRN-FILE.
       01  TRN-REC.
           03 TRN-FILE-SEQ                PIC 9(006).
           03 TRN-PROGRAM                 PIC X(008).
           03 TRN-RUN-DATE                PIC 9(008).
           03 TRN-OPERATOR-ID             PIC X(008).
           03 TRN-GEN-NUM                 PIC 9(004).

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

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           88  WS-NOT-EOF                               VALUE 'N'.

       01  WS-CARD-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-CARD-OK                              VALUE '00'.

       01  WS-AUDIT-FILE-STATUS           PIC X(02)      VALUE SPACES.
           88  WS-AUDIT-OK                             VALUE '00'.
           88  WS-AUDIT-FILE-NOT-FOUND                 VALUE '35'.

       01  WS-JRN-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-JRN-OK                               VALUE '00'.
           88  WS-JRN-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-HIS-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-HIS-OK                               VALUE '00'.
           88  WS-HIS-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-CAT-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-CAT-OK                               VALUE '00'.
           88  WS-CAT-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-LCK-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-LCK-OK                               VALUE '00'.
           88  WS-LCK-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-LEV-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-LEV-OK                               VALUE '00'.
           88  WS-LEV-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-TRN-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-TRN-OK                               VALUE '00'.
           88  WS-TRN-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-APR-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-APR-OK                               VALUE '00'.
           88  WS-APR-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-RPT-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-RPT-OK                               VALUE '00'.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           'EX18 ABENDED - SEE PSC-ERRO-PGM ABOVE'.

       01  WS-RUN-DATE                    PIC 9(008)     VALUE ZEROS.

      *---------------------------------------------------------------
      * Selection card. Dates arrive as text so a blank column can
      * be told apart from a bad one.
      *---------------------------------------------------------------
       01  WS-SEL-OPERATOR                PIC X(008)     VALUE SPACES.
           88  WS-SEL-ALL-OPERATORS                     VALUE SPACES.

       01  WS-SEL-FROM-DATE-X             PIC X(008)     VALUE SPACES.
       01  WS-SEL-FROM-DATE REDEFINES WS-SEL-FROM-DATE-X
                                           PIC 9(008).
       01  WS-SEL-TO-DATE-X               PIC X(008)     VALUE SPACES.
       01  WS-SEL-TO-DATE REDEFINES WS-SEL-TO-DATE-X
                                           PIC 9(008).

      *---------------------------------------------------------------
      * One activity as each scan hands it to 300000: its run date,
      * time when the file carries one, operator and program.
      *---------------------------------------------------------------
       01  WS-ACTIVITY.
           03  WS-ACT-DATE                PIC 9(008)     VALUE ZEROS.
           03  WS-ACT-TIME                PIC 9(008)     VALUE ZEROS.
           03  WS-ACT-TIME-PARTS REDEFINES WS-ACT-TIME.
               05  WS-ACT-HH              PIC 9(002).
               05  WS-ACT-MM              PIC 9(002).
               05  WS-ACT-SS              PIC 9(002).
               05  WS-ACT-CC              PIC 9(002).
           03  WS-ACT-OPERATOR            PIC X(008)     VALUE SPACES.
           03  WS-ACT-PROGRAM             PIC X(008)     VALUE SPACES.
           03  WS-ACT-DETAIL              PIC X(070)     VALUE SPACES.

       01  WS-ACT-SELECTED-FLAG           PIC X          VALUE 'N'.
           88  WS-ACT-SELECTED                          VALUE 'Y'.
           88  WS-ACT-NOT-SELECTED                      VALUE 'N'.

       01  WS-NO-OPERATOR                 PIC X(008)     VALUE
           '*NONE*  '.

      *---------------------------------------------------------------
      * Source files, in report order. WS-SRC-IDX is set by each
      * scan and indexes the per-file counts below.
      *---------------------------------------------------------------
       01  WS-SOURCE-COUNT                PIC 9(001)     VALUE 7.
       01  WS-SRC-IDX                     PIC 9(001)     VALUE ZEROS.

       01  WS-SOURCE-NAMES.
           03  FILLER                     PIC X(046)     VALUE
               'AUDIT LOG         data/audit/ex01_audit.log   '.
           03  FILLER                     PIC X(046)     VALUE
               'MAINT JOURNAL     data/master/ex03_journal.dat'.
           03  FILLER                     PIC X(046)     VALUE
               'SALARY HISTORY    data/master/ex01_history.dat'.
           03  FILLER                     PIC X(046)     VALUE
               'RUN CATALOG       data/audit/ex01_runcat.dat  '.
           03  FILLER                     PIC X(046)     VALUE
               'RUN LOCK EVENTS   data/audit/ex_lockevt.log   '.
           03  FILLER                     PIC X(046)     VALUE
               'TRANSMISSION LOG  data/audit/ex_translog.dat  '.
           03  FILLER                     PIC X(046)     VALUE
               'APPROVAL REGISTER data/audit/ex01_approval.reg'.
       01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           03  WS-SOURCE-NAME             PIC X(046)
                                           OCCURS 7 TIMES.

       01  WS-SOURCE-TOTALS.
           03  WS-SOURCE-ENTRY            OCCURS 7 TIMES.
               05  WS-SRC-READ            PIC 9(009)     VALUE ZEROS.
               05  WS-SRC-SELECTED        PIC 9(009)     VALUE ZEROS.
               05  WS-SRC-MISSING-FLAG    PIC X          VALUE 'N'.
                   88  WS-SRC-MISSING                   VALUE 'Y'.

      *---------------------------------------------------------------
      * History is summarized, not listed: consecutive records of
      * one run (same run date, operator, source and effective date)
      * fold into a single line.
      *---------------------------------------------------------------
       01  WS-HIS-GROUP-FLAG              PIC X          VALUE 'N'.
           88  WS-HIS-GROUP-OPEN                        VALUE 'Y'.
           88  WS-HIS-GROUP-CLOSED                      VALUE 'N'.

       01  WS-HIS-GROUP.
           03  WS-HGP-RUN-DATE            PIC 9(008)     VALUE ZEROS.
           03  WS-HGP-OPERATOR            PIC X(008)     VALUE SPACES.
           03  WS-HGP-SOURCE              PIC X(004)     VALUE SPACES.
           03  WS-HGP-EFFECTIVE-DATE      PIC X(008)     VALUE SPACES.
           03  WS-HGP-COUNT               PIC 9(009)     VALUE ZEROS.
           03  WS-HGP-INCREASE            PIC S9(013)V99 VALUE ZEROS.

       01  WS-HIS-OPERATOR                PIC X(008)     VALUE SPACES.

      *---------------------------------------------------------------
      * Activity per operator and file, for the closing summary.
      *---------------------------------------------------------------
       01  WS-MAX-OPERATORS               PIC 9(003)     VALUE 200.
       01  WS-OPR-COUNT                   PIC 9(003)     VALUE ZEROS.
       01  WS-OPR-IDX                     PIC 9(003)     VALUE ZEROS.
       01  WS-OPR-SRC-IDX                 PIC 9(001)     VALUE ZEROS.

       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY               OCCURS 200 TIMES.
               10  WS-OPR-ID              PIC X(008).
               10  WS-OPR-TOTAL           PIC 9(009).
               10  WS-OPR-SRC-COUNT       PIC 9(009)
                                           OCCURS 7 TIMES.

       01  WS-GRAND-SELECTED              PIC 9(009)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------
      * Report line layouts.
      *---------------------------------------------------------------
       01  WS-HEADER-LINE-1.
           03  FILLER                     PIC X(036)     VALUE
               'EX18 OPERATOR ACTIVITY REPORT       '.
           03  FILLER                     PIC X(006)     VALUE
               'DATE: '.
           03  H1-RUN-DATE                PIC 9999/99/99.

       01  WS-HEADER-LINE-2.
           03  FILLER                     PIC X(010)     VALUE
               'OPERATOR: '.
           03  H2-OPERATOR                PIC X(008).
           03  FILLER                     PIC X(010)     VALUE
               '   FROM: '.
           03  H2-FROM-DATE               PIC 9999/99/99.
           03  FILLER                     PIC X(006)     VALUE
               '  TO: '.
           03  H2-TO-DATE                 PIC 9999/99/99.

       01  WS-SECTION-LINE.
           03  FILLER                     PIC X(004)     VALUE
               '=== '.
           03  SL-SOURCE-NAME             PIC X(046).

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(011)     VALUE
               'RUN DATE   '.
           03  FILLER                     PIC X(009)     VALUE
               'TIME     '.
           03  FILLER                     PIC X(009)     VALUE
               'OPERATOR '.
           03  FILLER                     PIC X(009)     VALUE
               'PROGRAM  '.
           03  FILLER                     PIC X(008)     VALUE
               'ACTIVITY'.

       01  WS-DETAIL-LINE.
           03  DL-RUN-DATE                PIC 9999/99/99.
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DL-RUN-TIME                PIC X(008).
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DL-OPERATOR                PIC X(008).
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DL-PROGRAM                 PIC X(008).
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DL-DETAIL                  PIC X(070).

       01  WS-SECTION-TOTAL-LINE.
           03  FILLER                     PIC X(004)     VALUE SPACES.
           03  ST-SELECTED                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                     PIC X(016)     VALUE
               ' SELECTED OF    '.
           03  ST-READ                    PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                     PIC X(005)     VALUE
               ' READ'.

       01  WS-MISSING-LINE.
           03  FILLER                     PIC X(004)     VALUE SPACES.
           03  FILLER                     PIC X(040)     VALUE
               'FILE NOT ON DISK - NOTHING TO REPORT    '.

      *    Activity column layouts, one per source file.
       01  WS-AUD-DETAIL.
           03  AD-STATUS                  PIC X(008).
           03  FILLER                     PIC X(002)     VALUE ' G'.
           03  AD-GEN-NUM                 PIC 9(004).
           03  FILLER                     PIC X(007)     VALUE
               '  READ '.
           03  AD-READ                    PIC ZZZZZZZZ9.
           03  FILLER                     PIC X(009)     VALUE
               ' WRITTEN '.
           03  AD-WRITTEN                 PIC ZZZZZZZZ9.
           03  FILLER                     PIC X(005)     VALUE
               ' REJ '.
           03  AD-REJECTED                PIC ZZZZZZZZ9.

       01  WS-JRN-DETAIL.
           03  FILLER                     PIC X(007)     VALUE
               'ACTION '.
           03  JD-ACTION                  PIC X(001).
           03  FILLER                     PIC X(006)     VALUE
               '  EMP '.
           03  JD-EMP-ID                  PIC X(008).
           03  FILLER                     PIC X(007)     VALUE
               '  DEPT '.
           03  JD-DEPT-CODE               PIC X(004).
           03  FILLER                     PIC X(009)     VALUE
               '  SALARY '.
           03  JD-SALARY                  PIC ZZ,ZZZ,ZZ9.99.

       01  WS-HIS-DETAIL.
           03  FILLER                     PIC X(007)     VALUE
               'SOURCE '.
           03  HD-SOURCE                  PIC X(004).
           03  FILLER                     PIC X(006)     VALUE
               '  EFF '.
           03  HD-EFFECTIVE-DATE          PIC X(008).
           03  FILLER                     PIC X(010)     VALUE
               '  ENTRIES '.
           03  HD-COUNT                   PIC ZZZZZZZZ9.
           03  FILLER                     PIC X(007)     VALUE
               '  INCR '.
           03  HD-INCREASE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CAT-DETAIL.
           03  FILLER                     PIC X(012)     VALUE
               'GENERATION G'.
           03  CD-GEN-NUM                 PIC 9(004).
           03  FILLER                     PIC X(009)     VALUE
               '  STATUS '.
           03  CD-STATUS                  PIC X(008).

       01  WS-TRN-DETAIL.
           03  FILLER                     PIC X(023)     VALUE
               'PROVIDER FILE SEQUENCE '.
           03  TD-FILE-SEQ                PIC 9(006).

       01  WS-LEV-DETAIL.
           03  LD-EVENT                   PIC X(008).
           03  FILLER                     PIC X(010)     VALUE
               '  LOCK OF '.
           03  LD-HELD-PROGRAM            PIC X(008).
           03  FILLER                     PIC X(007)     VALUE
               ' TAKEN '.
           03  LD-HELD-DATE               PIC 9(008).
           03  FILLER                     PIC X(001)     VALUE '/'.
           03  LD-HELD-TIME               PIC 9(008).
           03  FILLER                     PIC X(004)     VALUE
               ' BY '.
           03  LD-HELD-OPERATOR           PIC X(008).

       01  WS-APR-DETAIL.
           03  AP-ENTRY-TYPE              PIC X(008).
           03  FILLER                     PIC X(006)     VALUE
               '  SIM '.
           03  AP-SIM-DATE                PIC 9(008).
           03  FILLER                     PIC X(001)     VALUE '/'.
           03  AP-SIM-TIME                PIC 9(008).
           03  FILLER                     PIC X(006)     VALUE
               '  REQ '.
           03  AP-REQUESTER               PIC X(008).
           03  FILLER                     PIC X(006)     VALUE
               '  APR '.
           03  AP-APPROVER                PIC X(008).

       01  WS-SUMMARY-HEADER-1.
           03  FILLER                     PIC X(040)     VALUE
               '=== ACTIVITY BY OPERATOR AND FILE       '.

       01  WS-SUMMARY-HEADER-2.
           03  FILLER                     PIC X(008)     VALUE
               'OPERATOR'.
           03  FILLER                     PIC X(036)     VALUE
               '    AUDIT  JOURNAL  HISTORY  CATALOG'.
           03  FILLER                     PIC X(038)     VALUE
               '     LOCK TRANSLOG APPROVAL      TOTAL'.

       01  WS-SUMMARY-LINE.
           03  SM-OPERATOR                PIC X(008).
           03  SM-SRC-COUNT               PIC ZZZZZZZZ9
                                           OCCURS 7 TIMES.
           03  FILLER                     PIC X(002)     VALUE SPACES.
           03  SM-TOTAL                   PIC ZZZZZZZZ9.

       01  WS-NOTHING-LINE.
           03  FILLER                     PIC X(040)     VALUE
               'NO ACTIVITY MATCHES THE SELECTION       '.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       000000-MAIN                         SECTION.
      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 050000-READ-SELECTION-CARD
           PERFORM 100000-OPEN-REPORT
           PERFORM 120000-PRINT-REPORT-HEADER
           PERFORM 200000-SCAN-AUDIT-LOG
           PERFORM 205000-SCAN-JOURNAL
           PERFORM 210000-SCAN-HISTORY
           PERFORM 215000-SCAN-RUN-CATALOG
           PERFORM 220000-SCAN-RUN-LOCK
           PERFORM 225000-SCAN-TRANSLOG
           PERFORM 230000-SCAN-APPROVAL-REGISTER
           PERFORM 400000-PRINT-OPERATOR-SUMMARY
           PERFORM 250000-PRINT-CONTROL-TOTALS
           PERFORM 900000-CLOSE-REPORT

           STOP RUN
           .
       000999-EXIT-MAIN.
           EXIT.

      *-----------------------------------------------------------------
       050000-READ-SELECTION-CARD          SECTION.
      *-----------------------------------------------------------------
      *    The card only narrows the report, so a missing one means
      *    everything; a date that is present but not a date is a
      *    typo and stops the run rather than silently widening it.
      *-----------------------------------------------------------------
           MOVE 0002                        TO PSC-ERRO-PGM

           OPEN INPUT CARD-FILE

           IF WS-CARD-OK
               READ CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE (CRD-OPERATOR-ID)
                                             TO WS-SEL-OPERATOR
                       MOVE CRD-FROM-DATE    TO WS-SEL-FROM-DATE-X
                       MOVE CRD-TO-DATE      TO WS-SEL-TO-DATE-X
               END-READ
               CLOSE CARD-FILE
           END-IF

           IF WS-SEL-FROM-DATE-X = SPACES
               MOVE ZEROS                   TO WS-SEL-FROM-DATE
           END-IF

           IF WS-SEL-TO-DATE-X = SPACES
               MOVE WS-RUN-DATE             TO WS-SEL-TO-DATE
           END-IF

           IF WS-SEL-FROM-DATE-X NOT NUMERIC
           OR WS-SEL-TO-DATE-X NOT NUMERIC
               DISPLAY 'EX18 ABEND - SELECTION CARD DATES MUST BE '
                       'YYYYMMDD OR BLANK'
               PERFORM 999900-ABEND
           END-IF

           IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               DISPLAY 'EX18 ABEND - SELECTION CARD FROM-DATE '
                       WS-SEL-FROM-DATE ' IS AFTER TO-DATE '
                       WS-SEL-TO-DATE
               PERFORM 999900-ABEND
           END-IF
           .
       050999-EXIT-READ-SELECTION-CARD.
           EXIT.

      *-----------------------------------------------------------------
       100000-OPEN-REPORT                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0003                        TO PSC-ERRO-PGM

           OPEN OUTPUT RPT-FILE

           IF NOT WS-RPT-OK
               PERFORM 999900-ABEND
           END-IF
           .
       100999-EXIT-OPEN-REPORT.
           EXIT.

      *-----------------------------------------------------------------
       120000-PRINT-REPORT-HEADER          SECTION.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           MOVE WS-RUN-DATE                  TO H1-RUN-DATE
           MOVE WS-HEADER-LINE-1             TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           IF WS-SEL-ALL-OPERATORS
               MOVE 'ALL     '               TO H2-OPERATOR
           ELSE
               MOVE WS-SEL-OPERATOR          TO H2-OPERATOR
           END-IF
           MOVE WS-SEL-FROM-DATE             TO H2-FROM-DATE
           MOVE WS-SEL-TO-DATE               TO H2-TO-DATE
           MOVE WS-HEADER-LINE-2             TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE
           .
       120999-EXIT-PRINT-REPORT-HEADER.
           EXIT.

      *-----------------------------------------------------------------
       200000-SCAN-AUDIT-LOG               SECTION.
      *-----------------------------------------------------------------
      *    EX12 is the only writer that logs RELEASE; every other
      *    status is an EX01 run.
      *-----------------------------------------------------------------
           MOVE 0005                        TO PSC-ERRO-PGM

           MOVE 1                           TO WS-SRC-IDX
           PERFORM 350000-PRINT-SECTION-HEADER

           OPEN INPUT AUDIT-FILE

           IF WS-AUDIT-FILE-NOT-FOUND
               SET WS-SRC-MISSING (WS-SRC-IDX) TO TRUE
               PERFORM 360000-PRINT-SECTION-TOTAL
               GO TO 200999-EXIT-SCAN-AUDIT-LOG
           END-IF

           IF NOT WS-AUDIT-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-AUDIT-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-SRC-READ (WS-SRC-IDX)
                       MOVE AUD-RUN-DATE     TO WS-ACT-DATE
                       MOVE AUD-RUN-TIME     TO WS-ACT-TIME
                       MOVE AUD-OPERATOR-ID  TO WS-ACT-OPERATOR
                       IF AUD-STATUS = 'RELEASE '
                           MOVE 'EX12    '   TO WS-ACT-PROGRAM
                       ELSE
                           MOVE 'EX01    '   TO WS-ACT-PROGRAM
                       END-IF
                       MOVE AUD-STATUS       TO AD-STATUS
                       MOVE AUD-GEN-NUM      TO AD-GEN-NUM
                       MOVE AUD-RECORDS-READ TO AD-READ
                       MOVE AUD-RECORDS-WRITTEN
                                             TO AD-WRITTEN
                       MOVE AUD-RECORDS-REJECTED
                                             TO AD-REJECTED
                       MOVE WS-AUD-DETAIL    TO WS-ACT-DETAIL
                       PERFORM 300000-REPORT-ACTIVITY
               END-READ
           END-PERFORM

           CLOSE AUDIT-FILE

           PERFORM 360000-PRINT-SECTION-TOTAL
           .
       200999-EXIT-SCAN-AUDIT-LOG.
           EXIT.

      *-----------------------------------------------------------------
       205000-SCAN-JOURNAL                 SECTION.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

           MOVE 2                           TO WS-SRC-IDX
           PERFORM 350000-PRINT-SECTION-HEADER

           OPEN INPUT JRN-FILE

           IF WS-JRN-FILE-NOT-FOUND
               SET WS-SRC-MISSING (WS-SRC-IDX) TO TRUE
               PERFORM 360000-PRINT-SECTION-TOTAL
               GO TO 205999-EXIT-SCAN-JOURNAL
           END-IF

           IF NOT WS-JRN-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ JRN-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-JRN-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-SRC-READ (WS-SRC-IDX)
                       MOVE JRN-RUN-DATE     TO WS-ACT-DATE
                       MOVE ZEROS            TO WS-ACT-TIME
                       MOVE JRN-OPERATOR-ID  TO WS-ACT-OPERATOR
                       MOVE 'EX03    '       TO WS-ACT-PROGRAM
                       MOVE JRN-ACTION       TO JD-ACTION
                       MOVE JRN-EMP-ID       TO JD-EMP-ID
                       MOVE JRN-DEPT-CODE    TO JD-DEPT-CODE
                       MOVE JRN-SALARY       TO JD-SALARY
                       MOVE WS-JRN-DETAIL    TO WS-ACT-DETAIL
                       PERFORM 300000-REPORT-ACTIVITY
               END-READ
           END-PERFORM

           CLOSE JRN-FILE

           PERFORM 360000-PRINT-SECTION-TOTAL
           .
       205999-EXIT-SCAN-JOURNAL.
           EXIT.

      *-----------------------------------------------------------------
       210000-SCAN-HISTORY                 SECTION.
      *-----------------------------------------------------------------
      *    Both EX01 and EX12 append here and the record does not
      *    say which, so the program column reads EX01/12.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           MOVE 3                           TO WS-SRC-IDX
           PERFORM 350000-PRINT-SECTION-HEADER

           OPEN INPUT HIS-FILE

           IF WS-HIS-FILE-NOT-FOUND
               SET WS-SRC-MISSING (WS-SRC-IDX) TO TRUE
               PERFORM 360000-PRINT-SECTION-TOTAL
               GO TO 210999-EXIT-SCAN-HISTORY
           END-IF

           IF NOT WS-HIS-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-HIS-GROUP-CLOSED          TO TRUE
           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ HIS-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-HIS-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-SRC-READ (WS-SRC-IDX)
                       PERFORM 212000-GROUP-HISTORY-RECORD
               END-READ
           END-PERFORM

           CLOSE HIS-FILE

           IF WS-HIS-GROUP-OPEN
               PERFORM 214000-FLUSH-HISTORY-GROUP
           END-IF

           PERFORM 360000-PRINT-SECTION-TOTAL
           .
       210999-EXIT-SCAN-HISTORY.
           EXIT.

      *-----------------------------------------------------------------
       212000-GROUP-HISTORY-RECORD         SECTION.
      *-----------------------------------------------------------------
           MOVE 0008                        TO PSC-ERRO-PGM

           MOVE HIS-RUN-DATE                TO WS-ACT-DATE
           MOVE HIS-OPERATOR-ID             TO WS-ACT-OPERATOR
           PERFORM 310000-CHECK-SELECTION

           IF WS-ACT-NOT-SELECTED
               GO TO 212999-EXIT-GROUP-HISTORY-RECORD
           END-IF

      *    Kept aside: flushing the previous group reuses WS-ACTIVITY.
           MOVE WS-ACT-OPERATOR             TO WS-HIS-OPERATOR

           IF WS-HIS-GROUP-OPEN
               IF HIS-RUN-DATE NOT = WS-HGP-RUN-DATE
               OR WS-HIS-OPERATOR NOT = WS-HGP-OPERATOR
               OR HIS-FACTOR-SOURCE NOT = WS-HGP-SOURCE
               OR HIS-EFFECTIVE-DATE NOT = WS-HGP-EFFECTIVE-DATE
                   PERFORM 214000-FLUSH-HISTORY-GROUP
               END-IF
           END-IF

           IF WS-HIS-GROUP-CLOSED
               SET WS-HIS-GROUP-OPEN        TO TRUE
               MOVE HIS-RUN-DATE            TO WS-HGP-RUN-DATE
               MOVE WS-HIS-OPERATOR         TO WS-HGP-OPERATOR
               MOVE HIS-FACTOR-SOURCE       TO WS-HGP-SOURCE
               MOVE HIS-EFFECTIVE-DATE      TO WS-HGP-EFFECTIVE-DATE
               MOVE ZEROS                   TO WS-HGP-COUNT
               MOVE ZEROS                   TO WS-HGP-INCREASE
           END-IF

           ADD 1                            TO WS-HGP-COUNT
           COMPUTE WS-HGP-INCREASE = WS-HGP-INCREASE
                                   + HIS-NEW-SALARY - HIS-OLD-SALARY
           .
       212999-EXIT-GROUP-HISTORY-RECORD.
           EXIT.

      *-----------------------------------------------------------------
       214000-FLUSH-HISTORY-GROUP          SECTION.
      *-----------------------------------------------------------------
      *    One line per run; every record in it counts as activity.
      *-----------------------------------------------------------------
           MOVE 0009                        TO PSC-ERRO-PGM

           MOVE WS-HGP-RUN-DATE             TO WS-ACT-DATE
           MOVE ZEROS                       TO WS-ACT-TIME
           MOVE WS-HGP-OPERATOR             TO WS-ACT-OPERATOR
           MOVE 'EX01/12 '                  TO WS-ACT-PROGRAM
           MOVE WS-HGP-SOURCE               TO HD-SOURCE
           MOVE WS-HGP-EFFECTIVE-DATE       TO HD-EFFECTIVE-DATE
           MOVE WS-HGP-COUNT                TO HD-COUNT
           MOVE WS-HGP-INCREASE             TO HD-INCREASE
           MOVE WS-HIS-DETAIL               TO WS-ACT-DETAIL

           PERFORM 320000-PRINT-ACTIVITY

           ADD WS-HGP-COUNT                 TO
               WS-SRC-SELECTED (WS-SRC-IDX)
           ADD WS-HGP-COUNT                 TO WS-GRAND-SELECTED
           PERFORM 330000-TALLY-OPERATOR
           ADD WS-HGP-COUNT                 TO
               WS-OPR-SRC-COUNT (WS-OPR-IDX WS-SRC-IDX)
           ADD WS-HGP-COUNT                 TO
               WS-OPR-TOTAL (WS-OPR-IDX)

           SET WS-HIS-GROUP-CLOSED          TO TRUE
           .
       214999-EXIT-FLUSH-HISTORY-GROUP.
           EXIT.

      *-----------------------------------------------------------------
       215000-SCAN-RUN-CATALOG             SECTION.
      *-----------------------------------------------------------------
           MOVE 0010                        TO PSC-ERRO-PGM

           MOVE 4                           TO WS-SRC-IDX
           PERFORM 350000-PRINT-SECTION-HEADER

           OPEN INPUT CAT-FILE

           IF WS-CAT-FILE-NOT-FOUND
               SET WS-SRC-MISSING (WS-SRC-IDX) TO TRUE
               PERFORM 360000-PRINT-SECTION-TOTAL
               GO TO 215999-EXIT-SCAN-RUN-CATALOG
           END-IF

           IF NOT WS-CAT-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ CAT-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-CAT-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-SRC-READ (WS-SRC-IDX)
                       MOVE CAT-RUN-DATE     TO WS-ACT-DATE
                       MOVE CAT-RUN-TIME     TO WS-ACT-TIME
                       MOVE CAT-OPERATOR-ID  TO WS-ACT-OPERATOR
                       MOVE 'EX01    '       TO WS-ACT-PROGRAM
                       MOVE CAT-GEN-NUM      TO CD-GEN-NUM
                       MOVE CAT-STATUS       TO CD-STATUS
                       MOVE WS-CAT-DETAIL    TO WS-ACT-DETAIL
                       PERFORM 300000-REPORT-ACTIVITY
               END-READ
           END-PERFORM

           CLOSE CAT-FILE

           PERFORM 360000-PRINT-SECTION-TOTAL
           .
       215999-EXIT-SCAN-RUN-CATALOG.
           EXIT.

      *-----------------------------------------------------------------
       220000-SCAN-RUN-LOCK                SECTION.
      *-----------------------------------------------------------------
      *    The event trail says who took, cleared, was refused and
      *    released the lock; the lock itself, truncated to empty at
      *    every clean end, adds the run holding it now. The section
      *    is missing only when neither file is on disk.
      *-----------------------------------------------------------------
           MOVE 0011                        TO PSC-ERRO-PGM

           MOVE 5                           TO WS-SRC-IDX
           PERFORM 350000-PRINT-SECTION-HEADER

           OPEN INPUT LEV-FILE

           IF WS-LEV-FILE-NOT-FOUND
               GO TO 220500-CURRENT-HOLDER
           END-IF

           IF NOT WS-LEV-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ LEV-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-LEV-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-SRC-READ (WS-SRC-IDX)
                       PERFORM 222000-REPORT-LOCK-EVENT
               END-READ
           END-PERFORM

           CLOSE LEV-FILE
           .
       220500-CURRENT-HOLDER.
           OPEN INPUT LCK-FILE

           IF WS-LCK-FILE-NOT-FOUND
               IF WS-LEV-FILE-NOT-FOUND
                   SET WS-SRC-MISSING (WS-SRC-IDX) TO TRUE
               END-IF
               PERFORM 360000-PRINT-SECTION-TOTAL
               GO TO 220999-EXIT-SCAN-RUN-LOCK
           END-IF

           IF NOT WS-LCK-OK
               PERFORM 999900-ABEND
           END-IF

           READ LCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LCK-PROGRAM NOT = SPACES
                       ADD 1                 TO WS-SRC-READ (WS-SRC-IDX)
                       MOVE LCK-RUN-DATE     TO WS-ACT-DATE
                       MOVE LCK-RUN-TIME     TO WS-ACT-TIME
                       MOVE LCK-OPERATOR-ID  TO WS-ACT-OPERATOR
                       MOVE LCK-PROGRAM      TO WS-ACT-PROGRAM
                       MOVE 'HOLDS THE RUN LOCK NOW'
                                             TO WS-ACT-DETAIL
                       PERFORM 300000-REPORT-ACTIVITY
                   END-IF
           END-READ

           CLOSE LCK-FILE

           PERFORM 360000-PRINT-SECTION-TOTAL
           .
       220999-EXIT-SCAN-RUN-LOCK.
           EXIT.

      *-----------------------------------------------------------------
       222000-REPORT-LOCK-EVENT            SECTION.
      *-----------------------------------------------------------------
      *    The acting operator is the one who took the action - for
      *    a clear, whoever cleared the lock; the holder it displaced
      *    is named in the activity column.
      *-----------------------------------------------------------------
           MOVE 0023                        TO PSC-ERRO-PGM

           MOVE LEV-EVENT-DATE              TO WS-ACT-DATE
           MOVE LEV-EVENT-TIME              TO WS-ACT-TIME
           MOVE LEV-OPERATOR-ID             TO WS-ACT-OPERATOR
           MOVE LEV-PROGRAM                 TO WS-ACT-PROGRAM
           MOVE LEV-EVENT                   TO LD-EVENT
           MOVE LEV-HELD-PROGRAM            TO LD-HELD-PROGRAM
           MOVE LEV-HELD-DATE               TO LD-HELD-DATE
           MOVE LEV-HELD-TIME               TO LD-HELD-TIME
           MOVE LEV-HELD-OPERATOR           TO LD-HELD-OPERATOR
           MOVE WS-LEV-DETAIL               TO WS-ACT-DETAIL

           IF LEV-HELD-PROGRAM = SPACES
               MOVE SPACES                  TO WS-ACT-DETAIL (9:)
           END-IF

           PERFORM 300000-REPORT-ACTIVITY
           .
       222999-EXIT-REPORT-LOCK-EVENT.
           EXIT.

      *-----------------------------------------------------------------
       225000-SCAN-TRANSLOG                SECTION.
      *-----------------------------------------------------------------
           MOVE 0012                        TO PSC-ERRO-PGM

           MOVE 6                           TO WS-SRC-IDX
           PERFORM 350000-PRINT-SECTION-HEADER

           OPEN INPUT TRN-FILE

           IF WS-TRN-FILE-NOT-FOUND
               SET WS-SRC-MISSING (WS-SRC-IDX) TO TRUE
               PERFORM 360000-PRINT-SECTION-TOTAL
               GO TO 225999-EXIT-SCAN-TRANSLOG
           END-IF

           IF NOT WS-TRN-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ TRN-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-TRN-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-SRC-READ (WS-SRC-IDX)
                       MOVE TRN-RUN-DATE     TO WS-ACT-DATE
                       MOVE ZEROS            TO WS-ACT-TIME
                       MOVE TRN-OPERATOR-ID  TO WS-ACT-OPERATOR
                       MOVE TRN-PROGRAM      TO WS-ACT-PROGRAM
                       MOVE TRN-FILE-SEQ     TO TD-FILE-SEQ
                       MOVE WS-TRN-DETAIL    TO WS-ACT-DETAIL
                       PERFORM 300000-REPORT-ACTIVITY
               END-READ
           END-PERFORM

           CLOSE TRN-FILE

           PERFORM 360000-PRINT-SECTION-TOTAL
           .
       225999-EXIT-SCAN-TRANSLOG.
           EXIT.

      *-----------------------------------------------------------------
       230000-SCAN-APPROVAL-REGISTER       SECTION.
      *-----------------------------------------------------------------
      *    Every entry is the act of the operator who submitted the
      *    run that wrote it - for a USED or OVERRIDE entry the one
      *    whose run moved the money, not the requester and approver
      *    it names. Entries written before the register carried the
      *    operator fall back to the EX17 approver or EX01 requester.
      *-----------------------------------------------------------------
           MOVE 0013                        TO PSC-ERRO-PGM

           MOVE 7                           TO WS-SRC-IDX
           PERFORM 350000-PRINT-SECTION-HEADER

           OPEN INPUT APR-FILE

           IF WS-APR-FILE-NOT-FOUND
               SET WS-SRC-MISSING (WS-SRC-IDX) TO TRUE
               PERFORM 360000-PRINT-SECTION-TOTAL
               GO TO 230999-EXIT-SCAN-APPROVAL-REGISTER
           END-IF

           IF NOT WS-APR-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           PERFORM UNTIL WS-EOF
               READ APR-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-APR-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-SRC-READ (WS-SRC-IDX)
                       MOVE APR-ENTRY-DATE   TO WS-ACT-DATE
                       MOVE APR-ENTRY-TIME   TO WS-ACT-TIME
                       EVALUATE TRUE
                           WHEN APR-OPERATOR-ID NOT = SPACES
                           AND  APR-OPERATOR-ID NOT = LOW-VALUES
                               MOVE APR-OPERATOR-ID
                                             TO WS-ACT-OPERATOR
                           WHEN APR-PROGRAM = 'EX17    '
                               MOVE APR-APPROVER
                                             TO WS-ACT-OPERATOR
                           WHEN OTHER
                               MOVE APR-REQUESTER
                                             TO WS-ACT-OPERATOR
                       END-EVALUATE
                       MOVE APR-PROGRAM      TO WS-ACT-PROGRAM
                       MOVE APR-ENTRY-TYPE   TO AP-ENTRY-TYPE
                       MOVE APR-SIM-DATE     TO AP-SIM-DATE
                       MOVE APR-SIM-TIME     TO AP-SIM-TIME
                       MOVE APR-REQUESTER    TO AP-REQUESTER
                       MOVE APR-APPROVER     TO AP-APPROVER
                       MOVE WS-APR-DETAIL    TO WS-ACT-DETAIL
                       PERFORM 300000-REPORT-ACTIVITY
               END-READ
           END-PERFORM

           CLOSE APR-FILE

           PERFORM 360000-PRINT-SECTION-TOTAL
           .
       230999-EXIT-SCAN-APPROVAL-REGISTER.
           EXIT.

      *-----------------------------------------------------------------
       300000-REPORT-ACTIVITY              SECTION.
      *-----------------------------------------------------------------
           MOVE 0014                        TO PSC-ERRO-PGM

           PERFORM 310000-CHECK-SELECTION

           IF WS-ACT-NOT-SELECTED
               GO TO 300999-EXIT-REPORT-ACTIVITY
           END-IF

           PERFORM 320000-PRINT-ACTIVITY

           ADD 1                            TO
               WS-SRC-SELECTED (WS-SRC-IDX)
           ADD 1                            TO WS-GRAND-SELECTED
           PERFORM 330000-TALLY-OPERATOR
           ADD 1                            TO
               WS-OPR-SRC-COUNT (WS-OPR-IDX WS-SRC-IDX)
           ADD 1                            TO
               WS-OPR-TOTAL (WS-OPR-IDX)
           .
       300999-EXIT-REPORT-ACTIVITY.
           EXIT.

      *-----------------------------------------------------------------
       310000-CHECK-SELECTION              SECTION.
      *-----------------------------------------------------------------
      *    A record from before operator ids were stamped carries
      *    spaces; it is shown as *NONE* and can only match a card
      *    that names no operator.
      *-----------------------------------------------------------------
           MOVE 0015                        TO PSC-ERRO-PGM

           SET WS-ACT-NOT-SELECTED          TO TRUE

           IF WS-ACT-OPERATOR = SPACES
           OR WS-ACT-OPERATOR = LOW-VALUES
               MOVE WS-NO-OPERATOR          TO WS-ACT-OPERATOR
           END-IF

           IF NOT WS-SEL-ALL-OPERATORS
           AND WS-ACT-OPERATOR NOT = WS-SEL-OPERATOR
               GO TO 310999-EXIT-CHECK-SELECTION
           END-IF

           IF WS-ACT-DATE < WS-SEL-FROM-DATE
           OR WS-ACT-DATE > WS-SEL-TO-DATE
               GO TO 310999-EXIT-CHECK-SELECTION
           END-IF

           SET WS-ACT-SELECTED              TO TRUE
           .
       310999-EXIT-CHECK-SELECTION.
           EXIT.

      *-----------------------------------------------------------------
       320000-PRINT-ACTIVITY               SECTION.
      *-----------------------------------------------------------------
           MOVE 0016                        TO PSC-ERRO-PGM

           MOVE WS-ACT-DATE                 TO DL-RUN-DATE
           MOVE SPACES                      TO DL-RUN-TIME

           IF WS-ACT-TIME > ZEROS
               STRING WS-ACT-HH ':' WS-ACT-MM ':' WS-ACT-SS
                      DELIMITED BY SIZE
                   INTO DL-RUN-TIME
               END-STRING
           END-IF

           MOVE WS-ACT-OPERATOR             TO DL-OPERATOR
           MOVE WS-ACT-PROGRAM              TO DL-PROGRAM
           MOVE WS-ACT-DETAIL               TO DL-DETAIL
           MOVE WS-DETAIL-LINE              TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE
           .
       320999-EXIT-PRINT-ACTIVITY.
           EXIT.

      *-----------------------------------------------------------------
       330000-TALLY-OPERATOR               SECTION.
      *-----------------------------------------------------------------
      *    Leaves WS-OPR-IDX on the operator's summary entry, adding
      *    one the first time the operator is seen.
      *-----------------------------------------------------------------
           MOVE 0017                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
                      OR WS-OPR-ID (WS-OPR-IDX) = WS-ACT-OPERATOR
               CONTINUE
           END-PERFORM

           IF WS-OPR-IDX > WS-OPR-COUNT
               IF WS-OPR-COUNT >= WS-MAX-OPERATORS
                   DISPLAY 'EX18 ABEND - MORE THAN '
                           WS-MAX-OPERATORS ' OPERATORS SELECTED - '
                           'NARROW THE CARD'
                   PERFORM 999900-ABEND
               END-IF
               ADD 1                         TO WS-OPR-COUNT
               MOVE WS-OPR-COUNT             TO WS-OPR-IDX
               MOVE WS-ACT-OPERATOR          TO WS-OPR-ID (WS-OPR-IDX)
               MOVE ZEROS                    TO
                   WS-OPR-TOTAL (WS-OPR-IDX)
               PERFORM VARYING WS-OPR-SRC-IDX FROM 1 BY 1
                       UNTIL WS-OPR-SRC-IDX > WS-SOURCE-COUNT
                   MOVE ZEROS                TO
                       WS-OPR-SRC-COUNT (WS-OPR-IDX WS-OPR-SRC-IDX)
               END-PERFORM
           END-IF
           .
       330999-EXIT-TALLY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       350000-PRINT-SECTION-HEADER         SECTION.
      *-----------------------------------------------------------------
           MOVE 0018                        TO PSC-ERRO-PGM

           MOVE SPACES                       TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE WS-SOURCE-NAME (WS-SRC-IDX)  TO SL-SOURCE-NAME
           MOVE WS-SECTION-LINE              TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE WS-COLUMN-LINE               TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE
           .
       350999-EXIT-PRINT-SECTION-HEADER.
           EXIT.

      *-----------------------------------------------------------------
       360000-PRINT-SECTION-TOTAL          SECTION.
      *-----------------------------------------------------------------
           MOVE 0019                        TO PSC-ERRO-PGM

           IF WS-SRC-MISSING (WS-SRC-IDX)
               MOVE WS-MISSING-LINE          TO RPT-REC
           ELSE
               MOVE WS-SRC-SELECTED (WS-SRC-IDX)
                                             TO ST-SELECTED
               MOVE WS-SRC-READ (WS-SRC-IDX) TO ST-READ
               MOVE WS-SECTION-TOTAL-LINE    TO RPT-REC
           END-IF
           PERFORM 410000-WRITE-REPORT-LINE
           .
       360999-EXIT-PRINT-SECTION-TOTAL.
           EXIT.

      *-----------------------------------------------------------------
       400000-PRINT-OPERATOR-SUMMARY       SECTION.
      *-----------------------------------------------------------------
           MOVE 0020                        TO PSC-ERRO-PGM

           MOVE SPACES                       TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE WS-SUMMARY-HEADER-1          TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           IF WS-OPR-COUNT = 0
               MOVE WS-NOTHING-LINE          TO RPT-REC
               PERFORM 410000-WRITE-REPORT-LINE
               GO TO 400999-EXIT-PRINT-OPERATOR-SUMMARY
           END-IF

           MOVE WS-SUMMARY-HEADER-2          TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               MOVE WS-OPR-ID (WS-OPR-IDX)   TO SM-OPERATOR
               PERFORM VARYING WS-OPR-SRC-IDX FROM 1 BY 1
                       UNTIL WS-OPR-SRC-IDX > WS-SOURCE-COUNT
                   MOVE WS-OPR-SRC-COUNT (WS-OPR-IDX WS-OPR-SRC-IDX)
                                             TO
                       SM-SRC-COUNT (WS-OPR-SRC-IDX)
               END-PERFORM
               MOVE WS-OPR-TOTAL (WS-OPR-IDX) TO SM-TOTAL
               MOVE WS-SUMMARY-LINE          TO RPT-REC
               PERFORM 410000-WRITE-REPORT-LINE
           END-PERFORM
           .
       400999-EXIT-PRINT-OPERATOR-SUMMARY.
           EXIT.

      *-----------------------------------------------------------------
       410000-WRITE-REPORT-LINE            SECTION.
      *-----------------------------------------------------------------
           MOVE 0021                        TO PSC-ERRO-PGM

           WRITE RPT-REC

           IF NOT WS-RPT-OK
               PERFORM 999900-ABEND
           END-IF
           .
       410999-EXIT-WRITE-REPORT-LINE.
           EXIT.

      *-----------------------------------------------------------------
       250000-PRINT-CONTROL-TOTALS         SECTION.
      *-----------------------------------------------------------------
           DISPLAY '===================================='
           DISPLAY 'EX18 CONTROL TOTALS'
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               MOVE WS-SRC-READ (WS-SRC-IDX) TO DISPLAY-COUNT
               DISPLAY '  ' WS-SOURCE-NAME (WS-SRC-IDX) (1:18)
                       'READ ' DISPLAY-COUNT
           END-PERFORM
           MOVE WS-GRAND-SELECTED           TO DISPLAY-COUNT
           DISPLAY '  ACTIVITY SELECTED: ' DISPLAY-COUNT
           MOVE WS-OPR-COUNT                TO DISPLAY-COUNT
           DISPLAY '  OPERATORS .......: ' DISPLAY-COUNT
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
           EXIT.

      *-----------------------------------------------------------------
       900000-CLOSE-REPORT                 SECTION.
      *-----------------------------------------------------------------
           MOVE 0022                        TO PSC-ERRO-PGM

           CLOSE RPT-FILE

           IF NOT WS-RPT-OK
               PERFORM 999900-ABEND
           END-IF
           .
       900999-EXIT-CLOSE-REPORT.
           EXIT.

      *-----------------------------------------------------------------
       999900-ABEND                        SECTION.
      *-----------------------------------------------------------------
           DISPLAY 'ABEND - PSC=' PSC-ERRO-PGM
                   ' FS-AUD=' WS-AUDIT-FILE-STATUS
                   ' FS-JRN=' WS-JRN-FILE-STATUS
                   ' FS-HIS=' WS-HIS-FILE-STATUS
                   ' FS-CAT=' WS-CAT-FILE-STATUS
                   ' FS-LEV=' WS-LEV-FILE-STATUS
                   ' FS-TRN=' WS-TRN-FILE-STATUS
                   ' FS-APR=' WS-APR-FILE-STATUS
                   ' FS-RPT=' WS-RPT-FILE-STATUS
                   ' MSG='    WS-ABEND-MSG

           MOVE 16                           TO RETURN-CODE
           STOP RUN
           .
       999999-EXIT-ABEND.
           EXIT.
