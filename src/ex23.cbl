      ******************************************************************
      * PROGRAM-ID : EX23
      * TYPE       : BATCH
      * PURPOSE    : Retention and purge housekeeping for the payroll
      *              logs and carry-forward files that only ever
      *              grow. The retention card gives, per file, the
      *              number of years to keep; every record dated
      *              before run date minus that many years is moved
      *              to a dated archive beside the file
      *              (<file>.Pyyyymmdd) and the live file is
      *              rewritten with the rest:
      *                AUDIT    - data/audit/ex01_audit.log
      *                HISTORY  - data/master/ex01_history.dat
      *                JOURNAL  - data/master/ex03_journal.dat
      *                TRANSLOG - data/audit/ex_translog.dat
      *                RUNCAT   - data/audit/ex01_runcat.dat
      *                SKIPPED  - data/output/ex12_skipped.dat
      *                UNRESOLV - data/output/ex05_unresolved.rej
      *                POSTED   - data/audit/ex21_posted.dat
      *
      *              An expired record is still kept when something
      *              downstream depends on it:
      *                - HISTORY / JOURNAL: anything dated after the
      *                  newest EX06 master archive named on the card
      *                  - EX14 replays those on top of it. With no
      *                  archive date on the card neither file is
      *                  purged at all.
      *                - RUNCAT: the newest generation (EX01 numbers
      *                  the next one from it) and any generation the
      *                  EX21 posted log does not carry yet.
      *                - AUDIT: the entry of every generation still
      *                  cataloged, and the last entry on the log.
      *                - POSTED: the entry of every generation still
      *                  cataloged, and the newest entry per source
      *                  (EX21 finds overwritten extracts from it).
      *                - TRANSLOG: the newest entry per program (EX11
      *                  and EX21 look transmissions up by it).
      *              A cataloged generation that is purged has its
      *              output, reject and EX02 report files deleted,
      *              exactly as the EX01 retention sweep does.
      *
      *              Each file is split into a keep file and the
      *              archive, both are tied back to what was read
      *              (records and amount), the archive is re-read and
      *              tied again, and only then is the live file
      *              replaced - the copy back is tied to the keep
      *              file too. Every purge is entered on the purge
      *              register with its cutoff, the date range it
      *              removed and the archive it went to, so any old
      *              record can be traced to the archive holding it.
      *
      *              Takes the shared run lock for the whole run, so
      *              no master-updating program appends to the logs
      *              while they are rewritten, and refuses to start
      *              while any other program holds it. Taking,
      *              refusing and releasing the lock go on the shared
      *              lock event trail, as the master updaters' do.
      *
      * INPUT      : data/control/ex23.parm (required) - years to
      *              keep, two digits each (blank or 00 = keep
      *              forever):
      *                AUDIT (cols 1-2), HISTORY (3-4),
      *                JOURNAL (5-6), TRANSLOG (7-8), RUNCAT (9-10),
      *                SKIPPED (11-12), UNRESOLV (13-14),
      *                POSTED (15-16)
      *                MASTER-ARCHIVE-DATE (cols 17-24): YYYYMMDD of
      *                    the newest EX06 archive
      *                    (data/master/ex01_master_YYYYMMDD.arc)
      * I-O        : the eight files above, rewritten in place
      *              data/control/ex_runlock.dat - shared run lock
      * OUTPUT     : <file>.Pyyyymmdd (LINE SEQUENTIAL) - the
      *              archive of each purge, same layout as the file
      *              data/audit/ex23_purge.log (append) - purge
      *              register
      *              data/output/ex23.rpt (LINE SEQUENTIAL)
      *              data/audit/ex_lockevt.log (append) - run-lock
      *              event trail
      *
      *              A run interrupted while a live file is being
      *              copied back leaves <file>.keep and the archive
      *              on disk: the keep file is the live file's
      *              correct content. A same-day rerun refuses to
      *              overwrite an archive already on disk.
      *
      *              RETURN-CODE 0 clean, 8 when the run lock is
      *              held, 16 on an abend.
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-10-15
      *
      * CHANGE LOG :
      *  - 2026-10-15 EDG - Initial version. The audit log and the
      *                     history file had grown to where EX04 and
      *                     EX07 spent most of their run reading
      *                     years nobody asks about.
      *  - 2026-10-15 EDG - Audit layout extended with the pay group
      *                     EX01 now records.
      *  - 2026-10-15 EDG - Taking, refusing and releasing the run lock
      *                     is logged to the shared lock event trail
      *                     (data/audit/ex_lockevt.log).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX23.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'data/control/ex23.parm'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-PARM-FILE-STATUS.

           SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-LIVE-FILE-STATUS.

           SELECT KEEP-FILE ASSIGN TO DYNAMIC WS-KEEP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-KEEP-FILE-STATUS.

           SELECT PARC-FILE ASSIGN TO DYNAMIC WS-PARC-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-PARC-FILE-STATUS.

           SELECT MARC-FILE ASSIGN TO DYNAMIC WS-MARC-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-MARC-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO 'data/audit/ex23_purge.log'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-REG-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO 'data/output/ex23.rpt'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-RPT-FILE-STATUS.

           SELECT LCK-FILE ASSIGN TO 'data/control/ex_runlock.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-LCK-FILE-STATUS.

           SELECT LEV-FILE ASSIGN TO 'data/audit/ex_lockevt.log'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-LEV-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  PARM-FILE.
       01  PARM-REC.
           03 PARM-YEARS                  PIC X(002)
                                          OCCURS 8 TIMES.
           03 PARM-MASTER-ARCHIVE-DATE    PIC X(008).

       FD  LIVE-FILE.
       01  LIVE-REC                       PIC X(200).

       FD  KEEP-FILE.
       01  KEEP-REC                       PIC X(200).

       FD  PARC-FILE.
       01  PARC-REC                       PIC X(200).

       FD  MARC-FILE.
       01  MARC-REC                       PIC X(100).

       FD  REG-FILE.
       01  REG-REC.
           03 REG-FILE-CODE               PIC X(008).
           03 REG-RUN-DATE                PIC 9(008).
           03 REG-RUN-TIME                PIC 9(008).
           03 REG-CUTOFF-DATE             PIC 9(008).
           03 REG-OLDEST-DATE             PIC 9(008).
           03 REG-NEWEST-DATE             PIC 9(008).
           03 REG-RECORDS-ARCHIVED        PIC 9(009).
           03 REG-AMOUNT-ARCHIVED         PIC 9(013)V99.
           03 REG-RECORDS-KEPT            PIC 9(009).
           03 REG-ARCHIVE-NAME            PIC X(048).
           03 REG-OPERATOR-ID             PIC X(008).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(110).

       FD  LCK-FILE.
       01  LCK-REC.
           03 LCK-PROGRAM                 PIC X(008).
           03 LCK-RUN-DATE                PIC 9(008).
           03 LCK-RUN-TIME                PIC 9(008).
           03 LCK-OPERATOR-ID             PIC X(008).

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
       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           88  WS-NOT-EOF                               VALUE 'N'.

       01  WS-PARM-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-PARM-OK                              VALUE '00'.

       01  WS-LIVE-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-LIVE-OK                              VALUE '00'.
           88  WS-LIVE-FILE-MISSING                     VALUE '35'.

       01  WS-KEEP-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-KEEP-OK                              VALUE '00'.

       01  WS-PARC-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-PARC-OK                              VALUE '00'.

       01  WS-MARC-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-MARC-OK                              VALUE '00'.

       01  WS-REG-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-REG-OK                               VALUE '00'.
           88  WS-REG-FILE-NOT-FOUND                    VALUE '35'.

       01  WS-RPT-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-RPT-OK                               VALUE '00'.

      *---------------------------------------------------------------
      * Submitting operator - the EX_OPERATOR job variable, else the
      * logon user, else BATCH. Stamped on the run lock and the purge
      * register.
      *---------------------------------------------------------------
       01  WS-OPERATOR-ID                 PIC X(008)     VALUE SPACES.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           'EX23 ABENDED - SEE PSC-ERRO-PGM ABOVE'.

       01  WS-RUN-DATE                    PIC 9(008)     VALUE ZEROS.
       01  WS-RUN-TIME                    PIC 9(008)     VALUE ZEROS.

      *---------------------------------------------------------------
      * The files under retention, in retention-card order. The
      * processing order puts the catalog first (the audit and
      * posted-log protections depend on which generations survive
      * it) and the posted log second.
      *---------------------------------------------------------------
       01  WS-RETAIN-FILE-VALUES.
           05  FILLER                     PIC X(048)     VALUE
               'AUDIT   data/audit/ex01_audit.log'.
           05  FILLER                     PIC X(048)     VALUE
               'HISTORY data/master/ex01_history.dat'.
           05  FILLER                     PIC X(048)     VALUE
               'JOURNAL data/master/ex03_journal.dat'.
           05  FILLER                     PIC X(048)     VALUE
               'TRANSLOGdata/audit/ex_translog.dat'.
           05  FILLER                     PIC X(048)     VALUE
               'RUNCAT  data/audit/ex01_runcat.dat'.
           05  FILLER                     PIC X(048)     VALUE
               'SKIPPED data/output/ex12_skipped.dat'.
           05  FILLER                     PIC X(048)     VALUE
               'UNRESOLVdata/output/ex05_unresolved.rej'.
           05  FILLER                     PIC X(048)     VALUE
               'POSTED  data/audit/ex21_posted.dat'.

       01  WS-RETAIN-FILE-TABLE REDEFINES WS-RETAIN-FILE-VALUES.
           05  WS-RETAIN-FILE             OCCURS 8 TIMES.
               10  WS-RF-CODE             PIC X(008).
               10  WS-RF-PATH             PIC X(040).

       01  WS-RETAIN-YEARS-TABLE.
           05  WS-RF-YEARS                PIC 9(002)
                                          OCCURS 8 TIMES.

       01  WS-PROCESS-ORDER-VALUES        PIC X(016)     VALUE
           '0508010203040607'.
       01  WS-PROCESS-ORDER-TABLE REDEFINES WS-PROCESS-ORDER-VALUES.
           05  WS-PROCESS-FILE            PIC 9(002)
                                          OCCURS 8 TIMES.

       01  WS-ORDER-IDX                   PIC 9(002)     VALUE ZEROS.
       01  WS-FILE-IDX                    PIC 9(002)     VALUE ZEROS.

       01  WS-FILE-CODE                   PIC X(008)     VALUE SPACES.
           88  WS-FILE-AUDIT                            VALUE
               'AUDIT   '.
           88  WS-FILE-HISTORY                          VALUE
               'HISTORY '.
           88  WS-FILE-JOURNAL                          VALUE
               'JOURNAL '.
           88  WS-FILE-TRANSLOG                         VALUE
               'TRANSLOG'.
           88  WS-FILE-RUNCAT                           VALUE
               'RUNCAT  '.
           88  WS-FILE-SKIPPED                          VALUE
               'SKIPPED '.
           88  WS-FILE-UNRESOLV                         VALUE
               'UNRESOLV'.
           88  WS-FILE-POSTED                           VALUE
               'POSTED  '.

      *---------------------------------------------------------------
      * Names of the file being purged, its keep file and today's
      * archive of it, e.g. data/audit/ex01_audit.log.P20261015.
      *---------------------------------------------------------------
       01  WS-LIVE-FILE-NAME              PIC X(060)     VALUE SPACES.
       01  WS-KEEP-FILE-NAME              PIC X(060)     VALUE SPACES.
       01  WS-PARC-FILE-NAME              PIC X(060)     VALUE SPACES.

       01  WS-PARC-OPEN-FLAG              PIC X          VALUE 'N'.
           88  WS-PARC-OPEN                             VALUE 'Y'.
           88  WS-PARC-CLOSED                           VALUE 'N'.

      *---------------------------------------------------------------
      * Newest EX06 master archive - the EX14 replay base.
      *---------------------------------------------------------------
       01  WS-MASTER-ARCHIVE-DATE         PIC 9(008)     VALUE ZEROS.

       01  WS-MARC-FILE-NAME.
           03  FILLER                     PIC X(023)     VALUE
               'data/master/ex01_master'.
           03  FILLER                     PIC X(001)     VALUE '_'.
           03  WS-MARC-NAME-DATE          PIC 9(008)     VALUE ZEROS.
           03  FILLER                     PIC X(004)     VALUE '.arc'.

      *---------------------------------------------------------------
      * Record views. Every file is read into the one buffer and
      * judged through the view of its own layout.
      *---------------------------------------------------------------
       01  WS-PRG-RECORD                  PIC X(200)     VALUE SPACES.

       01  WS-AUD-VIEW REDEFINES WS-PRG-RECORD.
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
           03 FILLER                      PIC X(081).

       01  WS-HIS-VIEW REDEFINES WS-PRG-RECORD.
           03 HIS-EMP-ID                  PIC X(008).
           03 HIS-RUN-DATE                PIC 9(008).
           03 HIS-EFFECTIVE-DATE          PIC X(008).
           03 HIS-OLD-SALARY              PIC 9(008)V99.
           03 HIS-NEW-SALARY              PIC 9(008)V99.
           03 HIS-RAISE-FACTOR            PIC 9V999.
           03 HIS-FACTOR-SOURCE           PIC X(004).
           03 HIS-OPERATOR-ID             PIC X(008).
           03 FILLER                      PIC X(140).

       01  WS-JRN-VIEW REDEFINES WS-PRG-RECORD.
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
           03 FILLER                      PIC X(118).

       01  WS-TRN-VIEW REDEFINES WS-PRG-RECORD.
           03 TRN-FILE-SEQ                PIC 9(006).
           03 TRN-PROGRAM                 PIC X(008).
           03 TRN-RUN-DATE                PIC 9(008).
           03 TRN-OPERATOR-ID             PIC X(008).
           03 TRN-GEN-NUM                 PIC 9(004).
           03 FILLER                      PIC X(166).

       01  WS-CAT-VIEW REDEFINES WS-PRG-RECORD.
           03 CAT-GEN-NUM                 PIC 9(004).
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).
           03 FILLER                      PIC X(164).

       01  WS-SKP-VIEW REDEFINES WS-PRG-RECORD.
           03 SKP-EMP-ID                  PIC X(008).
           03 SKP-DEPT-CODE               PIC X(004).
           03 SKP-FIRST-NAME              PIC X(030).
           03 SKP-OLD-SALARY              PIC 9(008)V99.
           03 SKP-NEW-SALARY              PIC 9(008)V99.
           03 SKP-RAISE-FACTOR            PIC 9V999.
           03 SKP-FACTOR-SOURCE           PIC X(004).
           03 SKP-EFFECTIVE-DATE          PIC 9(008).
           03 SKP-RUN-DATE                PIC 9(008).
           03 SKP-GEN-NUM                 PIC 9(004).
           03 SKP-REASON                  PIC X(040).
           03 SKP-RELEASE-DATE            PIC 9(008).
           03 FILLER                      PIC X(062).

       01  WS-UNR-VIEW REDEFINES WS-PRG-RECORD.
           03 UNR-EMP-ID                  PIC X(008).
           03 UNR-DEPT-CODE               PIC X(004).
           03 UNR-FIRST-NAME              PIC X(030).
           03 UNR-SALARY                  PIC 9(008)V99.
           03 UNR-REASON-CODE             PIC X(002).
           03 UNR-REASON-TEXT             PIC X(040).
           03 UNR-RECYCLE-COUNT           PIC 9(002).
           03 UNR-FIRST-REJECT-DATE       PIC 9(008).
           03 FILLER                      PIC X(096).

       01  WS-PST-VIEW REDEFINES WS-PRG-RECORD.
           03 PST-SOURCE                  PIC X(004).
           03 PST-SOURCE-KEY              PIC 9(006).
           03 PST-PAY-TYPE                PIC X(003).
           03 PST-DISPOSITION             PIC X(008).
           03 PST-POST-DATE               PIC 9(008).
           03 PST-JOURNAL-SEQ             PIC 9(006).
           03 PST-RECORD-COUNT            PIC 9(009).
           03 PST-DEBIT-TOTAL             PIC 9(013)V99.
           03 PST-OPERATOR-ID             PIC X(008).
           03 FILLER                      PIC X(133).

      *---------------------------------------------------------------
      * Fields of the current record, whatever its layout.
      *---------------------------------------------------------------
       01  WS-REC-DATE                    PIC 9(008)     VALUE ZEROS.
       01  WS-REC-AMOUNT                  PIC 9(013)V99  VALUE ZEROS.
       01  WS-REC-KEY-ID                  PIC X(008)     VALUE SPACES.
       01  WS-REC-KEY                     PIC 9(006)     VALUE ZEROS.
       01  WS-REC-DATED-FLAG              PIC X          VALUE 'N'.
           88  WS-REC-DATED                             VALUE 'Y'.
           88  WS-REC-UNDATED                           VALUE 'N'.

       01  WS-DISPOSITION                 PIC X(001)     VALUE SPACES.
           88  WS-DISP-CURRENT                          VALUE 'C'.
           88  WS-DISP-PROTECTED                        VALUE 'P'.
           88  WS-DISP-ARCHIVE                          VALUE 'A'.

      *---------------------------------------------------------------
      * Per-file figures, reset for each file.
      *---------------------------------------------------------------
       01  WS-CUTOFF-DATE                 PIC 9(008)     VALUE ZEROS.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
           03  WS-CUTOFF-YYYY             PIC 9(004).
           03  WS-CUTOFF-MMDD             PIC 9(004).

       01  WS-FILE-RESULT                 PIC X(030)     VALUE SPACES.

       01  WS-FILE-TOTALS.
           03  WS-FILE-RECORDS            PIC 9(009)     VALUE ZEROS.
           03  WS-FILE-READ               PIC 9(009)     VALUE ZEROS.
           03  WS-FILE-READ-AMOUNT        PIC 9(013)V99  VALUE ZEROS.
           03  WS-FILE-KEPT               PIC 9(009)     VALUE ZEROS.
           03  WS-FILE-KEPT-AMOUNT        PIC 9(013)V99  VALUE ZEROS.
           03  WS-FILE-PROTECTED          PIC 9(009)     VALUE ZEROS.
           03  WS-FILE-ARCHIVED           PIC 9(009)     VALUE ZEROS.
           03  WS-FILE-ARCHIVED-AMOUNT    PIC 9(013)V99  VALUE ZEROS.
           03  WS-FILE-OLDEST-DATE        PIC 9(008)     VALUE ZEROS.
           03  WS-FILE-NEWEST-DATE        PIC 9(008)     VALUE ZEROS.

       01  WS-CHECK-TOTALS.
           03  WS-CHECK-RECORDS           PIC 9(009)     VALUE ZEROS.
           03  WS-CHECK-AMOUNT            PIC 9(013)V99  VALUE ZEROS.
           03  WS-CHECK-SUM-RECORDS       PIC 9(009)     VALUE ZEROS.
           03  WS-CHECK-SUM-AMOUNT        PIC 9(013)V99  VALUE ZEROS.

      *---------------------------------------------------------------
      * Newest key per program (translog) or per source (posted
      * log), found by a first pass over the file.
      *---------------------------------------------------------------
       01  WS-MAX-KEY-IDS                 PIC 9(003)     VALUE 050.
       01  WS-KEY-COUNT                   PIC 9(003)     VALUE ZEROS.
       01  WS-KEY-IDX                     PIC 9(003)     VALUE ZEROS.

       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY               OCCURS 50 TIMES.
               10  WS-KEY-ID              PIC X(008).
               10  WS-KEY-MAX             PIC 9(006).

      *---------------------------------------------------------------
      * Run catalog, loaded up front. An entry the catalog purge
      * archives is flagged, so the audit and posted-log passes see
      * only the generations that survive.
      *---------------------------------------------------------------
       01  WS-MAX-CAT-ENTRIES             PIC 9(003)     VALUE 100.
       01  WS-CAT-COUNT                   PIC 9(003)     VALUE ZEROS.
       01  WS-CAT-IDX                     PIC 9(003)     VALUE ZEROS.
       01  WS-NEWEST-GEN                  PIC 9(004)     VALUE ZEROS.

       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY               OCCURS 100 TIMES.
               10  WS-CAT-GEN-NUM         PIC 9(004).
               10  WS-CAT-PURGE-FLAG      PIC X(001).

       01  WS-GEN-FOUND-FLAG              PIC X          VALUE 'N'.
           88  WS-GEN-FOUND                             VALUE 'Y'.
           88  WS-GEN-NOT-FOUND                          VALUE 'N'.

       01  WS-LOOKUP-GEN                  PIC 9(004)     VALUE ZEROS.

      *---------------------------------------------------------------
      * Generations EX21 has taken off the catalog (any disposition).
      * No posted log at all means the GL interface is not in use.
      *---------------------------------------------------------------
       01  WS-POSTED-LOG-FLAG             PIC X          VALUE 'N'.
           88  WS-POSTED-LOG-PRESENT                    VALUE 'Y'.
           88  WS-POSTED-LOG-ABSENT                     VALUE 'N'.

       01  WS-MAX-POSTED-GENS             PIC 9(004)     VALUE 2000.
       01  WS-POSTED-GEN-COUNT            PIC 9(004)     VALUE ZEROS.
       01  WS-POSTED-GEN-IDX              PIC 9(004)     VALUE ZEROS.

       01  WS-POSTED-GEN-TABLE.
           05  WS-POSTED-GEN              PIC 9(006)
                                          OCCURS 2000 TIMES.

      *---------------------------------------------------------------
      * Generation files deleted with a purged catalog entry - same
      * names as the EX01 retention sweep.
      *---------------------------------------------------------------
       01  WS-PURGE-FILE-NAME.
           03  WS-PURGE-NAME-BASE         PIC X(022)     VALUE SPACES.
           03  WS-PURGE-GEN-NUM           PIC 9(004)     VALUE ZEROS.
           03  FILLER                     PIC X(054)     VALUE SPACES.

       01  WS-RPT-GEN-BASE                PIC X(022)     VALUE
           'data/output/ex02.rpt.G'.
       01  WS-OUT-GEN-BASE                PIC X(022)     VALUE
           'data/output/ex01.out.G'.
       01  WS-REJ-GEN-BASE                PIC X(022)     VALUE
           'data/output/ex01.rej.G'.

      *---------------------------------------------------------------
      * Shared run lock - same protocol as EX01/EX03/EX06. A held
      * lock is never taken over here: housekeeping waits for the
      * holder, or for ops to clear a dead holder's lock the usual
      * way.
      *---------------------------------------------------------------
       01  WS-LCK-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-LCK-OK                               VALUE '00'.
           88  WS-LCK-FILE-MISSING                      VALUE '35'.

       01  WS-LOCK-HELD-FLAG              PIC X          VALUE 'N'.
           88  WS-LOCK-HELD                             VALUE 'Y'.
           88  WS-LOCK-FREE                             VALUE 'N'.

       01  WS-LOCK-HOLDER                 PIC X(008)     VALUE SPACES.
       01  WS-LOCK-HELD-DATE              PIC 9(008)     VALUE ZEROS.
       01  WS-LOCK-HELD-TIME              PIC 9(008)     VALUE ZEROS.
       01  WS-LOCK-HELD-OPERATOR          PIC X(008)     VALUE SPACES.

      *---------------------------------------------------------------
      * Run-lock event trail. Every acquire, refusal and release is
      * appended to data/audit/ex_lockevt.log; a refusal also names
      * the holder found on the lock.
      *---------------------------------------------------------------
       01  WS-LEV-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-LEV-OK                               VALUE '00'.
           88  WS-LEV-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-LEV-EVENT                   PIC X(008)     VALUE SPACES.
           88  WS-LEV-NAMES-HOLDER                      VALUE 'CLEAR'
                                                              'RECLAIM'
                                                              'REFUSED'.

       01  WS-OWN-PROGRAM                 PIC X(008)     VALUE
           'EX23    '.

      *---------------------------------------------------------------
      * Control totals.
      *---------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           03  WS-FILES-PURGED            PIC 9(003)     VALUE ZEROS.
           03  WS-TOTAL-ARCHIVED          PIC 9(009)     VALUE ZEROS.
           03  WS-GENS-DELETED            PIC 9(005)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------
      * Report line layouts.
      *---------------------------------------------------------------
       01  WS-HEADER-LINE-1.
           03  FILLER                     PIC X(036)     VALUE
               'EX23 RETENTION AND PURGE            '.
           03  FILLER                     PIC X(006)     VALUE
               'DATE: '.
           03  H1-RUN-DATE                PIC 9999/99/99.
           03  FILLER                     PIC X(019)     VALUE
               '   EX06 ARCHIVE:  '.
           03  H1-ARCHIVE-DATE            PIC X(010).

       01  WS-HEADER-LINE-2.
           03  FILLER                     PIC X(009)     VALUE
               'FILE     '.
           03  FILLER                     PIC X(004)     VALUE
               'YRS '.
           03  FILLER                     PIC X(011)     VALUE
               'CUTOFF     '.
           03  FILLER                     PIC X(012)     VALUE
               '        READ'.
           03  FILLER                     PIC X(012)     VALUE
               '        KEPT'.
           03  FILLER                     PIC X(012)     VALUE
               '   PROTECTED'.
           03  FILLER                     PIC X(012)     VALUE
               '    ARCHIVED'.
           03  FILLER                     PIC X(022)     VALUE
               '     AMOUNT ARCHIVED  '.
           03  FILLER                     PIC X(016)     VALUE
               'RESULT'.

       01  WS-DETAIL-LINE.
           03  DL-FILE-CODE               PIC X(008).
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DL-YEARS                   PIC Z9.
           03  FILLER                     PIC X(002)     VALUE SPACES.
           03  DL-CUTOFF-DATE             PIC X(010).
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DL-READ                    PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DL-KEPT                    PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DL-PROTECTED               PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DL-ARCHIVED                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                     PIC X(001)     VALUE SPACES.
           03  DL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(002)     VALUE SPACES.
           03  DL-RESULT                  PIC X(030).

       01  WS-TRACE-LINE.
           03  FILLER                     PIC X(013)     VALUE SPACES.
           03  FILLER                     PIC X(009)     VALUE
               'DATED    '.
           03  TL-OLDEST-DATE             PIC 9999/99/99.
           03  FILLER                     PIC X(004)     VALUE ' TO '.
           03  TL-NEWEST-DATE             PIC 9999/99/99.
           03  FILLER                     PIC X(005)     VALUE ' IN  '.
           03  TL-ARCHIVE-NAME            PIC X(059).

       01  WS-DATE-EDIT                   PIC 9999/99/99.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       000000-MAIN                         SECTION.
      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 040000-IDENTIFY-OPERATOR

           PERFORM 050000-READ-RETENTION-CARD
           PERFORM 060000-CHECK-MASTER-ARCHIVE
           PERFORM 098000-ACQUIRE-RUN-LOCK
           PERFORM 070000-LOAD-CATALOG
           PERFORM 075000-LOAD-POSTED-GENERATIONS
           PERFORM 100000-OPEN-FILES
           PERFORM 120000-PRINT-REPORT-HEADER
           PERFORM 200000-PROCESS-FILES
           PERFORM 900000-CLOSE-FILES
           PERFORM 910000-RELEASE-RUN-LOCK
           PERFORM 250000-PRINT-CONTROL-TOTALS

           STOP RUN
           .
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
           MOVE 0002                        TO PSC-ERRO-PGM

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

           DISPLAY 'EX23 SUBMITTED BY OPERATOR ' WS-OPERATOR-ID
           .
       040999-EXIT-IDENTIFY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       050000-READ-RETENTION-CARD          SECTION.
      *-----------------------------------------------------------------
      *    The card is required: nothing is purged on a default.
      *    Blank or 00 years keeps that file forever; anything else
      *    that is not two digits stops the run.
      *-----------------------------------------------------------------
           MOVE 0003                        TO PSC-ERRO-PGM

           OPEN INPUT PARM-FILE

           IF NOT WS-PARM-OK
               DISPLAY 'EX23 ABEND - RETENTION CARD '
                       'data/control/ex23.parm NOT FOUND'
               PERFORM 999900-ABEND
           END-IF

           READ PARM-FILE
               AT END
                   DISPLAY 'EX23 ABEND - RETENTION CARD IS EMPTY'
                   PERFORM 999900-ABEND
           END-READ

           CLOSE PARM-FILE

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 8
               EVALUATE TRUE
                   WHEN PARM-YEARS (WS-FILE-IDX) = SPACES
                       MOVE ZEROS            TO
                           WS-RF-YEARS (WS-FILE-IDX)
                   WHEN PARM-YEARS (WS-FILE-IDX) NUMERIC
                       MOVE PARM-YEARS (WS-FILE-IDX) TO
                           WS-RF-YEARS (WS-FILE-IDX)
                   WHEN OTHER
                       DISPLAY 'EX23 ABEND - YEARS FOR '
                               WS-RF-CODE (WS-FILE-IDX)
                               ' ARE NOT TWO DIGITS: '
                               PARM-YEARS (WS-FILE-IDX)
                       PERFORM 999900-ABEND
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
               WHEN PARM-MASTER-ARCHIVE-DATE = SPACES
                   MOVE ZEROS                TO WS-MASTER-ARCHIVE-DATE
               WHEN PARM-MASTER-ARCHIVE-DATE NUMERIC
                   MOVE PARM-MASTER-ARCHIVE-DATE
                                             TO WS-MASTER-ARCHIVE-DATE
               WHEN OTHER
                   DISPLAY 'EX23 ABEND - MASTER ARCHIVE DATE (COLS '
                           '17-24) IS NOT YYYYMMDD: '
                           PARM-MASTER-ARCHIVE-DATE
                   PERFORM 999900-ABEND
           END-EVALUATE
           .
       050999-EXIT-READ-RETENTION-CARD.
           EXIT.

      *-----------------------------------------------------------------
       060000-CHECK-MASTER-ARCHIVE         SECTION.
      *-----------------------------------------------------------------
      *    The history and journal cutoff leans on the EX06 archive
      *    the card names, so the archive must really be there. A
      *    date later than the true newest archive would hold back
      *    less than EX14 needs; one that is earlier only keeps more.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           IF WS-MASTER-ARCHIVE-DATE = 0
               DISPLAY 'EX23 NO EX06 ARCHIVE DATE ON THE CARD - '
                       'HISTORY AND JOURNAL WILL NOT BE PURGED'
               GO TO 060999-EXIT-CHECK-MASTER-ARCHIVE
           END-IF

           MOVE WS-MASTER-ARCHIVE-DATE      TO WS-MARC-NAME-DATE

           OPEN INPUT MARC-FILE

           IF NOT WS-MARC-OK
               DISPLAY 'EX23 ABEND - EX06 ARCHIVE ' WS-MARC-FILE-NAME
                       ' NOT FOUND'
               PERFORM 999900-ABEND
           END-IF

           CLOSE MARC-FILE
           .
       060999-EXIT-CHECK-MASTER-ARCHIVE.
           EXIT.

      *-----------------------------------------------------------------
       070000-LOAD-CATALOG                 SECTION.
      *-----------------------------------------------------------------
           MOVE 0005                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-CAT-COUNT
           MOVE ZEROS                       TO WS-NEWEST-GEN

           MOVE WS-RF-PATH (5)              TO WS-LIVE-FILE-NAME
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT LIVE-FILE

           IF WS-LIVE-FILE-MISSING
               GO TO 070999-EXIT-LOAD-CATALOG
           END-IF

           IF NOT WS-LIVE-OK
               PERFORM 999900-ABEND
           END-IF

           PERFORM UNTIL WS-EOF
               READ LIVE-FILE INTO WS-PRG-RECORD
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF CAT-GEN-NUM NUMERIC
                           IF WS-CAT-COUNT >= WS-MAX-CAT-ENTRIES
                               DISPLAY 'EX23 ABEND - RUN CATALOG '
                                   'CARRIES MORE THAN '
                                   WS-MAX-CAT-ENTRIES ' ENTRIES'
                               PERFORM 999900-ABEND
                           END-IF
                           ADD 1             TO WS-CAT-COUNT
                           MOVE CAT-GEN-NUM  TO
                               WS-CAT-GEN-NUM (WS-CAT-COUNT)
                           MOVE 'N'          TO
                               WS-CAT-PURGE-FLAG (WS-CAT-COUNT)
                           IF CAT-GEN-NUM > WS-NEWEST-GEN
                               MOVE CAT-GEN-NUM TO WS-NEWEST-GEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LIVE-FILE

           SET WS-NOT-EOF                   TO TRUE
           .
       070999-EXIT-LOAD-CATALOG.
           EXIT.

      *-----------------------------------------------------------------
       075000-LOAD-POSTED-GENERATIONS      SECTION.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

           SET WS-POSTED-LOG-ABSENT         TO TRUE
           MOVE ZEROS                       TO WS-POSTED-GEN-COUNT

           MOVE WS-RF-PATH (8)              TO WS-LIVE-FILE-NAME
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT LIVE-FILE

           IF WS-LIVE-FILE-MISSING
               GO TO 075999-EXIT-LOAD-POSTED-GENERATIONS
           END-IF

           IF NOT WS-LIVE-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-POSTED-LOG-PRESENT        TO TRUE

           PERFORM UNTIL WS-EOF
               READ LIVE-FILE INTO WS-PRG-RECORD
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF PST-SOURCE = 'EX01'
                       AND PST-SOURCE-KEY NUMERIC
                           IF WS-POSTED-GEN-COUNT >= WS-MAX-POSTED-GENS
                               DISPLAY 'EX23 ABEND - POSTED LOG '
                                   'CARRIES MORE THAN '
                                   WS-MAX-POSTED-GENS ' GENERATIONS'
                               PERFORM 999900-ABEND
                           END-IF
                           ADD 1             TO WS-POSTED-GEN-COUNT
                           MOVE PST-SOURCE-KEY TO
                               WS-POSTED-GEN (WS-POSTED-GEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LIVE-FILE

           SET WS-NOT-EOF                   TO TRUE
           .
       075999-EXIT-LOAD-POSTED-GENERATIONS.
           EXIT.

      *-----------------------------------------------------------------
       098000-ACQUIRE-RUN-LOCK             SECTION.
      *-----------------------------------------------------------------
      *    Unlike the master updaters, a held lock is never taken
      *    over here, stale or not: purging the logs under a run
      *    that may still be appending to them loses its records.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           SET WS-LOCK-FREE                 TO TRUE

           OPEN INPUT LCK-FILE

           IF WS-LCK-OK
               READ LCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-PROGRAM NOT = SPACES
                           SET WS-LOCK-HELD  TO TRUE
                           MOVE LCK-PROGRAM  TO WS-LOCK-HOLDER
                           MOVE LCK-RUN-DATE TO WS-LOCK-HELD-DATE
                           MOVE LCK-RUN-TIME TO WS-LOCK-HELD-TIME
                           MOVE LCK-OPERATOR-ID TO
                               WS-LOCK-HELD-OPERATOR
                       END-IF
               END-READ
               CLOSE LCK-FILE
           ELSE
               IF NOT WS-LCK-FILE-MISSING
                   PERFORM 999900-ABEND
               END-IF
           END-IF

           IF WS-LOCK-HELD
               DISPLAY 'EX23 RUN LOCK HELD BY ' WS-LOCK-HOLDER
                       ' SINCE ' WS-LOCK-HELD-DATE '/'
                       WS-LOCK-HELD-TIME
                       ' OPERATOR ' WS-LOCK-HELD-OPERATOR
               DISPLAY 'EX23 REFUSED - NOTHING IS PURGED WHILE THE '
                       'RUN LOCK IS HELD. RERUN WHEN THE HOLDER HAS '
                       'FINISHED OR ITS LOCK HAS BEEN CLEARED'
               MOVE 'REFUSED '               TO WS-LEV-EVENT
               PERFORM 915000-LOG-LOCK-EVENT
               MOVE 8                        TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LCK-FILE

           IF NOT WS-LCK-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE WS-OWN-PROGRAM              TO LCK-PROGRAM
           MOVE WS-RUN-DATE                 TO LCK-RUN-DATE
           MOVE WS-RUN-TIME                 TO LCK-RUN-TIME
           MOVE WS-OPERATOR-ID              TO LCK-OPERATOR-ID

           WRITE LCK-REC

           IF NOT WS-LCK-OK
               PERFORM 999900-ABEND
           END-IF

           CLOSE LCK-FILE

           IF NOT WS-LCK-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE 'ACQUIRE '                  TO WS-LEV-EVENT
           PERFORM 915000-LOG-LOCK-EVENT
           .
       098999-EXIT-ACQUIRE-RUN-LOCK.
           EXIT.

      *-----------------------------------------------------------------
       910000-RELEASE-RUN-LOCK             SECTION.
      *-----------------------------------------------------------------
           MOVE 0008                        TO PSC-ERRO-PGM

           OPEN OUTPUT LCK-FILE

           IF NOT WS-LCK-OK
               PERFORM 999900-ABEND
           END-IF

           CLOSE LCK-FILE

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
           MOVE 0031                        TO PSC-ERRO-PGM

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
           MOVE 0009                        TO PSC-ERRO-PGM

           OPEN OUTPUT RPT-FILE

           IF NOT WS-RPT-OK
               PERFORM 999900-ABEND
           END-IF

           OPEN EXTEND REG-FILE

           IF WS-REG-FILE-NOT-FOUND
               OPEN OUTPUT REG-FILE
           END-IF

           IF NOT WS-REG-OK
               PERFORM 999900-ABEND
           END-IF
           .
       100999-EXIT-OPEN-FILES.
           EXIT.

      *-----------------------------------------------------------------
       120000-PRINT-REPORT-HEADER          SECTION.
      *-----------------------------------------------------------------
           MOVE 0010                        TO PSC-ERRO-PGM

           MOVE WS-RUN-DATE                  TO H1-RUN-DATE
           IF WS-MASTER-ARCHIVE-DATE = 0
               MOVE 'NONE'                   TO H1-ARCHIVE-DATE
           ELSE
               MOVE WS-MASTER-ARCHIVE-DATE   TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT             TO H1-ARCHIVE-DATE
           END-IF
           MOVE WS-HEADER-LINE-1             TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE SPACES                       TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE WS-HEADER-LINE-2             TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           MOVE ALL '-'                      TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE
           .
       120999-EXIT-PRINT-REPORT-HEADER.
           EXIT.

      *-----------------------------------------------------------------
       200000-PROCESS-FILES                SECTION.
      *-----------------------------------------------------------------
           MOVE 0011                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > 8
               MOVE WS-PROCESS-FILE (WS-ORDER-IDX) TO WS-FILE-IDX
               PERFORM 300000-PURGE-FILE
               PERFORM 400000-PRINT-FILE-LINE
           END-PERFORM
           .
       200999-EXIT-PROCESS-FILES.
           EXIT.

      *-----------------------------------------------------------------
       300000-PURGE-FILE                   SECTION.
      *-----------------------------------------------------------------
      *    One file end to end: split into keep file and archive,
      *    tie, replace the live file, register the purge.
      *-----------------------------------------------------------------
           MOVE 0012                        TO PSC-ERRO-PGM

           MOVE WS-RF-CODE (WS-FILE-IDX)    TO WS-FILE-CODE
           MOVE WS-RF-PATH (WS-FILE-IDX)    TO WS-LIVE-FILE-NAME
           INITIALIZE WS-FILE-TOTALS
           MOVE ZEROS                       TO WS-CUTOFF-DATE
           MOVE SPACES                      TO WS-PARC-FILE-NAME

           IF WS-RF-YEARS (WS-FILE-IDX) = 0
               MOVE 'RETAINED - NO LIMIT ON CARD'
                                             TO WS-FILE-RESULT
               GO TO 300999-EXIT-PURGE-FILE
           END-IF

           IF (WS-FILE-HISTORY OR WS-FILE-JOURNAL)
           AND WS-MASTER-ARCHIVE-DATE = 0
               MOVE 'RETAINED - NO EX06 ARCHIVE DATE'
                                             TO WS-FILE-RESULT
               GO TO 300999-EXIT-PURGE-FILE
           END-IF

      *    Same month and day, so many years back. A 29 February
      *    cutoff steps back to the 28th.
           COMPUTE WS-CUTOFF-DATE =
               WS-RUN-DATE - (WS-RF-YEARS (WS-FILE-IDX) * 10000)
           IF WS-CUTOFF-MMDD = 0229
               MOVE 0228                     TO WS-CUTOFF-MMDD
           END-IF

           STRING WS-LIVE-FILE-NAME         DELIMITED BY SPACE
                  '.keep'                   DELIMITED BY SIZE
               INTO WS-KEEP-FILE-NAME
           END-STRING

           MOVE SPACES                      TO WS-PARC-FILE-NAME
           STRING WS-LIVE-FILE-NAME         DELIMITED BY SPACE
                  '.P'                      DELIMITED BY SIZE
                  WS-RUN-DATE               DELIMITED BY SIZE
               INTO WS-PARC-FILE-NAME
           END-STRING

           PERFORM 310000-PRESCAN-FILE

           IF WS-LIVE-FILE-MISSING
               MOVE 'NOT PRESENT'            TO WS-FILE-RESULT
               MOVE SPACES                   TO WS-PARC-FILE-NAME
               GO TO 300999-EXIT-PURGE-FILE
           END-IF

           PERFORM 320000-SPLIT-FILE

           IF WS-FILE-ARCHIVED = 0
               CALL 'CBL_DELETE_FILE' USING WS-KEEP-FILE-NAME
               MOVE ZEROS                    TO RETURN-CODE
               MOVE 'NOTHING EXPIRED'        TO WS-FILE-RESULT
               MOVE SPACES                   TO WS-PARC-FILE-NAME
               GO TO 300999-EXIT-PURGE-FILE
           END-IF

           PERFORM 350000-VERIFY-ARCHIVE
           PERFORM 360000-TIE-SPLIT
           PERFORM 370000-REPLACE-LIVE-FILE

           IF WS-FILE-RUNCAT
               PERFORM 380000-DELETE-GENERATIONS
           END-IF

           PERFORM 390000-REGISTER-PURGE

           ADD 1                            TO WS-FILES-PURGED
           ADD WS-FILE-ARCHIVED             TO WS-TOTAL-ARCHIVED
           MOVE 'PURGED'                    TO WS-FILE-RESULT
           .
       300999-EXIT-PURGE-FILE.
           EXIT.

      *-----------------------------------------------------------------
       310000-PRESCAN-FILE                 SECTION.
      *-----------------------------------------------------------------
      *    First pass: record count (the audit log's last entry is
      *    protected) and the newest key per program or source.
      *-----------------------------------------------------------------
           MOVE 0013                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-KEY-COUNT
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT LIVE-FILE

           IF WS-LIVE-FILE-MISSING
               GO TO 310999-EXIT-PRESCAN-FILE
           END-IF

           IF NOT WS-LIVE-OK
               PERFORM 999900-ABEND
           END-IF

           PERFORM UNTIL WS-EOF
               READ LIVE-FILE INTO WS-PRG-RECORD
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-LIVE-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-FILE-RECORDS
                       IF WS-FILE-TRANSLOG
                       OR WS-FILE-POSTED
                           PERFORM 330000-EXTRACT-FIELDS
                           PERFORM 315000-NOTE-KEY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LIVE-FILE

           SET WS-NOT-EOF                   TO TRUE
           .
       310999-EXIT-PRESCAN-FILE.
           EXIT.

      *-----------------------------------------------------------------
       315000-NOTE-KEY                     SECTION.
      *-----------------------------------------------------------------
           MOVE 0014                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                      OR WS-KEY-ID (WS-KEY-IDX) = WS-REC-KEY-ID
               CONTINUE
           END-PERFORM

           IF WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-COUNT >= WS-MAX-KEY-IDS
                   DISPLAY 'EX23 ABEND - ' WS-FILE-CODE
                           ' CARRIES MORE THAN ' WS-MAX-KEY-IDS
                           ' PROGRAMS OR SOURCES'
                   PERFORM 999900-ABEND
               END-IF
               ADD 1                         TO WS-KEY-COUNT
               MOVE WS-REC-KEY-ID            TO
                   WS-KEY-ID (WS-KEY-COUNT)
               MOVE WS-REC-KEY               TO
                   WS-KEY-MAX (WS-KEY-COUNT)
           ELSE
               IF WS-REC-KEY > WS-KEY-MAX (WS-KEY-IDX)
                   MOVE WS-REC-KEY           TO WS-KEY-MAX (WS-KEY-IDX)
               END-IF
           END-IF
           .
       315999-EXIT-NOTE-KEY.
           EXIT.

      *-----------------------------------------------------------------
       320000-SPLIT-FILE                   SECTION.
      *-----------------------------------------------------------------
      *    Second pass: every record goes to the keep file or to the
      *    archive. The archive is opened on the first expired
      *    record only, so a day with nothing to purge leaves no
      *    empty archive behind.
      *-----------------------------------------------------------------
           MOVE 0015                        TO PSC-ERRO-PGM

           SET WS-PARC-CLOSED               TO TRUE
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT  LIVE-FILE
                OUTPUT KEEP-FILE

           IF NOT WS-LIVE-OK
           OR NOT WS-KEEP-OK
               PERFORM 999900-ABEND
           END-IF

           PERFORM UNTIL WS-EOF
               READ LIVE-FILE INTO WS-PRG-RECORD
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-LIVE-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-FILE-READ
                       PERFORM 330000-EXTRACT-FIELDS
                       ADD WS-REC-AMOUNT     TO WS-FILE-READ-AMOUNT
                       PERFORM 340000-CLASSIFY-RECORD
                       IF WS-DISP-ARCHIVE
                           PERFORM 345000-ARCHIVE-RECORD
                       ELSE
                           PERFORM 348000-KEEP-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LIVE-FILE
                 KEEP-FILE

           IF NOT WS-LIVE-OK
           OR NOT WS-KEEP-OK
               PERFORM 999900-ABEND
           END-IF

           IF WS-PARC-OPEN
               CLOSE PARC-FILE
               IF NOT WS-PARC-OK
                   PERFORM 999900-ABEND
               END-IF
               SET WS-PARC-CLOSED            TO TRUE
           END-IF

           SET WS-NOT-EOF                   TO TRUE
           .
       320999-EXIT-SPLIT-FILE.
           EXIT.

      *-----------------------------------------------------------------
       330000-EXTRACT-FIELDS               SECTION.
      *-----------------------------------------------------------------
      *    Date, amount and (translog / posted log) key of the
      *    record in WS-PRG-RECORD, through its file's own layout.
      *    Files that carry no money total zero.
      *-----------------------------------------------------------------
           MOVE 0016                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-REC-DATE
           MOVE ZEROS                       TO WS-REC-AMOUNT
           MOVE SPACES                      TO WS-REC-KEY-ID
           MOVE ZEROS                       TO WS-REC-KEY
           SET WS-REC-DATED                 TO TRUE

           EVALUATE TRUE
               WHEN WS-FILE-AUDIT
                   IF AUD-RUN-DATE NUMERIC
                       MOVE AUD-RUN-DATE     TO WS-REC-DATE
                   END-IF
                   IF AUD-TOTAL-SALARY-AFTER NUMERIC
                       MOVE AUD-TOTAL-SALARY-AFTER TO WS-REC-AMOUNT
                   END-IF
               WHEN WS-FILE-HISTORY
                   IF HIS-RUN-DATE NUMERIC
                       MOVE HIS-RUN-DATE     TO WS-REC-DATE
                   END-IF
                   IF HIS-NEW-SALARY NUMERIC
                       MOVE HIS-NEW-SALARY   TO WS-REC-AMOUNT
                   END-IF
               WHEN WS-FILE-JOURNAL
                   IF JRN-RUN-DATE NUMERIC
                       MOVE JRN-RUN-DATE     TO WS-REC-DATE
                   END-IF
                   IF JRN-SALARY NUMERIC
                       MOVE JRN-SALARY       TO WS-REC-AMOUNT
                   END-IF
               WHEN WS-FILE-TRANSLOG
                   IF TRN-RUN-DATE NUMERIC
                       MOVE TRN-RUN-DATE     TO WS-REC-DATE
                   END-IF
                   MOVE TRN-PROGRAM          TO WS-REC-KEY-ID
                   IF TRN-FILE-SEQ NUMERIC
                       MOVE TRN-FILE-SEQ     TO WS-REC-KEY
                   END-IF
               WHEN WS-FILE-RUNCAT
                   IF CAT-RUN-DATE NUMERIC
                       MOVE CAT-RUN-DATE     TO WS-REC-DATE
                   END-IF
               WHEN WS-FILE-SKIPPED
                   IF SKP-RELEASE-DATE NUMERIC
                       MOVE SKP-RELEASE-DATE TO WS-REC-DATE
                   END-IF
                   IF SKP-NEW-SALARY NUMERIC
                       MOVE SKP-NEW-SALARY   TO WS-REC-AMOUNT
                   END-IF
               WHEN WS-FILE-UNRESOLV
                   IF UNR-FIRST-REJECT-DATE NUMERIC
                       MOVE UNR-FIRST-REJECT-DATE TO WS-REC-DATE
                   END-IF
                   IF UNR-SALARY NUMERIC
                       MOVE UNR-SALARY       TO WS-REC-AMOUNT
                   END-IF
               WHEN WS-FILE-POSTED
                   IF PST-POST-DATE NUMERIC
                       MOVE PST-POST-DATE    TO WS-REC-DATE
                   END-IF
                   IF PST-DEBIT-TOTAL NUMERIC
                       MOVE PST-DEBIT-TOTAL  TO WS-REC-AMOUNT
                   END-IF
                   MOVE PST-SOURCE           TO WS-REC-KEY-ID
                   IF PST-SOURCE-KEY NUMERIC
                       MOVE PST-SOURCE-KEY   TO WS-REC-KEY
                   END-IF
           END-EVALUATE

           IF WS-REC-DATE = 0
               SET WS-REC-UNDATED            TO TRUE
           END-IF
           .
       330999-EXIT-EXTRACT-FIELDS.
           EXIT.

      *-----------------------------------------------------------------
       340000-CLASSIFY-RECORD              SECTION.
      *-----------------------------------------------------------------
      *    Within retention (or undated) -> current. Expired but
      *    still needed downstream -> protected. Otherwise archive.
      *-----------------------------------------------------------------
           MOVE 0017                        TO PSC-ERRO-PGM

           SET WS-DISP-ARCHIVE              TO TRUE

           IF WS-REC-UNDATED
           OR WS-REC-DATE >= WS-CUTOFF-DATE
               SET WS-DISP-CURRENT           TO TRUE
               GO TO 340999-EXIT-CLASSIFY-RECORD
           END-IF

           EVALUATE TRUE
               WHEN WS-FILE-HISTORY
               WHEN WS-FILE-JOURNAL
                   IF WS-REC-DATE > WS-MASTER-ARCHIVE-DATE
                       SET WS-DISP-PROTECTED TO TRUE
                   END-IF
               WHEN WS-FILE-RUNCAT
                   IF CAT-GEN-NUM NOT NUMERIC
                   OR CAT-GEN-NUM = WS-NEWEST-GEN
                       SET WS-DISP-PROTECTED TO TRUE
                   ELSE
                       PERFORM 342000-CHECK-POSTED
                   END-IF
               WHEN WS-FILE-AUDIT
                   IF WS-FILE-READ = WS-FILE-RECORDS
                       SET WS-DISP-PROTECTED TO TRUE
                   ELSE
                       IF AUD-GEN-NUM NUMERIC
                       AND AUD-GEN-NUM > 0
                           MOVE AUD-GEN-NUM  TO WS-LOOKUP-GEN
                           PERFORM 344000-FIND-LIVE-GEN
                           IF WS-GEN-FOUND
                               SET WS-DISP-PROTECTED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN WS-FILE-POSTED
                   PERFORM 346000-CHECK-NEWEST-KEY
                   IF NOT WS-DISP-PROTECTED
                   AND PST-SOURCE = 'EX01'
                   AND WS-REC-KEY < 10000
                       MOVE WS-REC-KEY       TO WS-LOOKUP-GEN
                       PERFORM 344000-FIND-LIVE-GEN
                       IF WS-GEN-FOUND
                           SET WS-DISP-PROTECTED TO TRUE
                       END-IF
                   END-IF
               WHEN WS-FILE-TRANSLOG
                   PERFORM 346000-CHECK-NEWEST-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       340999-EXIT-CLASSIFY-RECORD.
           EXIT.

      *-----------------------------------------------------------------
       342000-CHECK-POSTED                 SECTION.
      *-----------------------------------------------------------------
      *    A generation EX21 has not taken yet stays cataloged, or
      *    the GL would never see it. The entry kept or archived
      *    is flagged in the catalog table for the passes after.
      *-----------------------------------------------------------------
           MOVE 0018                        TO PSC-ERRO-PGM

           IF WS-POSTED-LOG-PRESENT
               PERFORM VARYING WS-POSTED-GEN-IDX FROM 1 BY 1
                       UNTIL WS-POSTED-GEN-IDX > WS-POSTED-GEN-COUNT
                          OR WS-POSTED-GEN (WS-POSTED-GEN-IDX)
                             = CAT-GEN-NUM
                   CONTINUE
               END-PERFORM
               IF WS-POSTED-GEN-IDX > WS-POSTED-GEN-COUNT
                   SET WS-DISP-PROTECTED     TO TRUE
                   GO TO 342999-EXIT-CHECK-POSTED
               END-IF
           END-IF

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-GEN-NUM (WS-CAT-IDX) = CAT-GEN-NUM
                   MOVE 'Y'                  TO
                       WS-CAT-PURGE-FLAG (WS-CAT-IDX)
               END-IF
           END-PERFORM
           .
       342999-EXIT-CHECK-POSTED.
           EXIT.

      *-----------------------------------------------------------------
       344000-FIND-LIVE-GEN                SECTION.
      *-----------------------------------------------------------------
           MOVE 0019                        TO PSC-ERRO-PGM

           SET WS-GEN-NOT-FOUND             TO TRUE

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                      OR WS-GEN-FOUND
               IF WS-CAT-GEN-NUM (WS-CAT-IDX) = WS-LOOKUP-GEN
               AND WS-CAT-PURGE-FLAG (WS-CAT-IDX) = 'N'
                   SET WS-GEN-FOUND          TO TRUE
               END-IF
           END-PERFORM
           .
       344999-EXIT-FIND-LIVE-GEN.
           EXIT.

      *-----------------------------------------------------------------
       346000-CHECK-NEWEST-KEY             SECTION.
      *-----------------------------------------------------------------
           MOVE 0020                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-ID (WS-KEY-IDX) = WS-REC-KEY-ID
               AND WS-KEY-MAX (WS-KEY-IDX) = WS-REC-KEY
                   SET WS-DISP-PROTECTED     TO TRUE
               END-IF
           END-PERFORM
           .
       346999-EXIT-CHECK-NEWEST-KEY.
           EXIT.

      *-----------------------------------------------------------------
       345000-ARCHIVE-RECORD               SECTION.
      *-----------------------------------------------------------------
      *    An archive already on disk for today means an earlier run
      *    was interrupted part way: refuse rather than overwrite the
      *    only copy of what it purged.
      *-----------------------------------------------------------------
           MOVE 0021                        TO PSC-ERRO-PGM

           IF WS-PARC-CLOSED
               OPEN INPUT PARC-FILE
               IF WS-PARC-OK
                   CLOSE PARC-FILE
                   DISPLAY 'EX23 ABEND - ARCHIVE '
                           FUNCTION TRIM (WS-PARC-FILE-NAME)
                   DISPLAY '  ALREADY EXISTS - RERUN SUSPECTED, '
                           'REFUSING TO OVERWRITE IT'
                   PERFORM 999900-ABEND
               END-IF
               OPEN OUTPUT PARC-FILE
               IF NOT WS-PARC-OK
                   PERFORM 999900-ABEND
               END-IF
               SET WS-PARC-OPEN              TO TRUE
           END-IF

           WRITE PARC-REC FROM WS-PRG-RECORD

           IF NOT WS-PARC-OK
               PERFORM 999900-ABEND
           END-IF

           ADD 1                            TO WS-FILE-ARCHIVED
           ADD WS-REC-AMOUNT                TO WS-FILE-ARCHIVED-AMOUNT

           IF WS-FILE-OLDEST-DATE = 0
           OR WS-REC-DATE < WS-FILE-OLDEST-DATE
               MOVE WS-REC-DATE              TO WS-FILE-OLDEST-DATE
           END-IF

           IF WS-REC-DATE > WS-FILE-NEWEST-DATE
               MOVE WS-REC-DATE              TO WS-FILE-NEWEST-DATE
           END-IF
           .
       345999-EXIT-ARCHIVE-RECORD.
           EXIT.

      *-----------------------------------------------------------------
       348000-KEEP-RECORD                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0022                        TO PSC-ERRO-PGM

           WRITE KEEP-REC FROM WS-PRG-RECORD

           IF NOT WS-KEEP-OK
               PERFORM 999900-ABEND
           END-IF

           ADD 1                            TO WS-FILE-KEPT
           ADD WS-REC-AMOUNT                TO WS-FILE-KEPT-AMOUNT

           IF WS-DISP-PROTECTED
               ADD 1                         TO WS-FILE-PROTECTED
           END-IF
           .
       348999-EXIT-KEEP-RECORD.
           EXIT.

      *-----------------------------------------------------------------
       350000-VERIFY-ARCHIVE               SECTION.
      *-----------------------------------------------------------------
      *    The archive is read back before the live file is touched:
      *    it must hold exactly the records and amount the split
      *    sent to it.
      *-----------------------------------------------------------------
           MOVE 0023                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-CHECK-RECORDS
           MOVE ZEROS                       TO WS-CHECK-AMOUNT
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT PARC-FILE

           IF NOT WS-PARC-OK
               PERFORM 999900-ABEND
           END-IF

           PERFORM UNTIL WS-EOF
               READ PARC-FILE INTO WS-PRG-RECORD
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-PARC-OK
                           PERFORM 999900-ABEND
                       END-IF
                       PERFORM 330000-EXTRACT-FIELDS
                       ADD 1                 TO WS-CHECK-RECORDS
                       ADD WS-REC-AMOUNT     TO WS-CHECK-AMOUNT
               END-READ
           END-PERFORM

           CLOSE PARC-FILE

           SET WS-NOT-EOF                   TO TRUE

           IF WS-CHECK-RECORDS NOT = WS-FILE-ARCHIVED
           OR WS-CHECK-AMOUNT  NOT = WS-FILE-ARCHIVED-AMOUNT
               DISPLAY 'EX23 ABEND - ARCHIVE '
                       FUNCTION TRIM (WS-PARC-FILE-NAME)
                       ' DOES NOT READ BACK AS WRITTEN - '
                       WS-CHECK-RECORDS ' RECORDS FOR '
                       WS-FILE-ARCHIVED
               PERFORM 999900-ABEND
           END-IF
           .
       350999-EXIT-VERIFY-ARCHIVE.
           EXIT.

      *-----------------------------------------------------------------
       360000-TIE-SPLIT                    SECTION.
      *-----------------------------------------------------------------
           MOVE 0024                        TO PSC-ERRO-PGM

           COMPUTE WS-CHECK-SUM-RECORDS =
               WS-FILE-KEPT + WS-FILE-ARCHIVED
           COMPUTE WS-CHECK-SUM-AMOUNT =
               WS-FILE-KEPT-AMOUNT + WS-FILE-ARCHIVED-AMOUNT

           IF WS-CHECK-SUM-RECORDS NOT = WS-FILE-READ
           OR WS-CHECK-SUM-RECORDS NOT = WS-FILE-RECORDS
           OR WS-CHECK-SUM-AMOUNT  NOT = WS-FILE-READ-AMOUNT
               DISPLAY 'EX23 ABEND - ' WS-FILE-CODE
                       ' KEPT + ARCHIVED DOES NOT TIE TO WHAT WAS '
                       'READ - LIVE FILE LEFT UNTOUCHED'
               PERFORM 999900-ABEND
           END-IF
           .
       360999-EXIT-TIE-SPLIT.
           EXIT.

      *-----------------------------------------------------------------
       370000-REPLACE-LIVE-FILE            SECTION.
      *-----------------------------------------------------------------
      *    The keep file is copied over the live file and then
      *    removed. The copy must carry every kept record and amount.
      *-----------------------------------------------------------------
           MOVE 0025                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-CHECK-RECORDS
           MOVE ZEROS                       TO WS-CHECK-AMOUNT
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT  KEEP-FILE
                OUTPUT LIVE-FILE

           IF NOT WS-KEEP-OK
           OR NOT WS-LIVE-OK
               PERFORM 999900-ABEND
           END-IF

           PERFORM UNTIL WS-EOF
               READ KEEP-FILE INTO WS-PRG-RECORD
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-KEEP-OK
                           PERFORM 999900-ABEND
                       END-IF
                       PERFORM 330000-EXTRACT-FIELDS
                       WRITE LIVE-REC FROM WS-PRG-RECORD
                       IF NOT WS-LIVE-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-CHECK-RECORDS
                       ADD WS-REC-AMOUNT     TO WS-CHECK-AMOUNT
               END-READ
           END-PERFORM

           CLOSE KEEP-FILE
                 LIVE-FILE

           IF NOT WS-KEEP-OK
           OR NOT WS-LIVE-OK
               PERFORM 999900-ABEND
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           IF WS-CHECK-RECORDS NOT = WS-FILE-KEPT
           OR WS-CHECK-AMOUNT  NOT = WS-FILE-KEPT-AMOUNT
               DISPLAY 'EX23 ABEND - ' WS-FILE-CODE
                       ' REWRITTEN FILE DOES NOT TIE TO THE KEEP '
                       'FILE - RESTORE IT FROM '
                       FUNCTION TRIM (WS-KEEP-FILE-NAME)
               PERFORM 999900-ABEND
           END-IF

           CALL 'CBL_DELETE_FILE' USING WS-KEEP-FILE-NAME
           MOVE ZEROS                       TO RETURN-CODE
           .
       370999-EXIT-REPLACE-LIVE-FILE.
           EXIT.

      *-----------------------------------------------------------------
       380000-DELETE-GENERATIONS           SECTION.
      *-----------------------------------------------------------------
      *    A generation that has left the catalog can no longer be
      *    resolved by anything downstream; its files go the way
      *    the EX01 retention sweep sends them. A file already gone
      *    is not an error.
      *-----------------------------------------------------------------
           MOVE 0026                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-PURGE-FLAG (WS-CAT-IDX) = 'Y'
                   MOVE WS-CAT-GEN-NUM (WS-CAT-IDX)
                                             TO WS-PURGE-GEN-NUM
                   MOVE WS-OUT-GEN-BASE      TO WS-PURGE-NAME-BASE
                   CALL 'CBL_DELETE_FILE' USING WS-PURGE-FILE-NAME
                   MOVE WS-REJ-GEN-BASE      TO WS-PURGE-NAME-BASE
                   CALL 'CBL_DELETE_FILE' USING WS-PURGE-FILE-NAME
                   MOVE WS-RPT-GEN-BASE      TO WS-PURGE-NAME-BASE
                   CALL 'CBL_DELETE_FILE' USING WS-PURGE-FILE-NAME
                   MOVE ZEROS                TO RETURN-CODE
                   ADD 1                     TO WS-GENS-DELETED
                   DISPLAY 'EX23 RETENTION - PURGED GENERATION G'
                           WS-PURGE-GEN-NUM
               END-IF
           END-PERFORM
           .
       380999-EXIT-DELETE-GENERATIONS.
           EXIT.

      *-----------------------------------------------------------------
       390000-REGISTER-PURGE               SECTION.
      *-----------------------------------------------------------------
           MOVE 0027                        TO PSC-ERRO-PGM

           MOVE WS-FILE-CODE                TO REG-FILE-CODE
           MOVE WS-RUN-DATE                 TO REG-RUN-DATE
           MOVE WS-RUN-TIME                 TO REG-RUN-TIME
           MOVE WS-CUTOFF-DATE              TO REG-CUTOFF-DATE
           MOVE WS-FILE-OLDEST-DATE         TO REG-OLDEST-DATE
           MOVE WS-FILE-NEWEST-DATE         TO REG-NEWEST-DATE
           MOVE WS-FILE-ARCHIVED            TO REG-RECORDS-ARCHIVED
           MOVE WS-FILE-ARCHIVED-AMOUNT     TO REG-AMOUNT-ARCHIVED
           MOVE WS-FILE-KEPT                TO REG-RECORDS-KEPT
           MOVE WS-PARC-FILE-NAME           TO REG-ARCHIVE-NAME
           MOVE WS-OPERATOR-ID              TO REG-OPERATOR-ID

           WRITE REG-REC

           IF NOT WS-REG-OK
               PERFORM 999900-ABEND
           END-IF
           .
       390999-EXIT-REGISTER-PURGE.
           EXIT.

      *-----------------------------------------------------------------
       400000-PRINT-FILE-LINE              SECTION.
      *-----------------------------------------------------------------
           MOVE 0028                        TO PSC-ERRO-PGM

           MOVE WS-FILE-CODE                TO DL-FILE-CODE
           MOVE WS-RF-YEARS (WS-FILE-IDX)   TO DL-YEARS
           IF WS-CUTOFF-DATE = 0
               MOVE SPACES                   TO DL-CUTOFF-DATE
           ELSE
               MOVE WS-CUTOFF-DATE           TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT             TO DL-CUTOFF-DATE
           END-IF
           MOVE WS-FILE-READ                TO DL-READ
           MOVE WS-FILE-KEPT                TO DL-KEPT
           MOVE WS-FILE-PROTECTED           TO DL-PROTECTED
           MOVE WS-FILE-ARCHIVED            TO DL-ARCHIVED
           MOVE WS-FILE-ARCHIVED-AMOUNT     TO DL-AMOUNT
           MOVE WS-FILE-RESULT              TO DL-RESULT
           MOVE WS-DETAIL-LINE              TO RPT-REC
           PERFORM 410000-WRITE-REPORT-LINE

           IF WS-FILE-ARCHIVED > 0
               MOVE WS-FILE-OLDEST-DATE      TO TL-OLDEST-DATE
               MOVE WS-FILE-NEWEST-DATE      TO TL-NEWEST-DATE
               MOVE WS-PARC-FILE-NAME        TO TL-ARCHIVE-NAME
               MOVE WS-TRACE-LINE            TO RPT-REC
               PERFORM 410000-WRITE-REPORT-LINE
           END-IF
           .
       400999-EXIT-PRINT-FILE-LINE.
           EXIT.

      *-----------------------------------------------------------------
       410000-WRITE-REPORT-LINE            SECTION.
      *-----------------------------------------------------------------
           MOVE 0029                        TO PSC-ERRO-PGM

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
           DISPLAY 'EX23 CONTROL TOTALS'
           MOVE WS-FILES-PURGED             TO DISPLAY-COUNT
           DISPLAY '  FILES PURGED ......: ' DISPLAY-COUNT
           MOVE WS-TOTAL-ARCHIVED           TO DISPLAY-COUNT
           DISPLAY '  RECORDS ARCHIVED ..: ' DISPLAY-COUNT
           MOVE WS-GENS-DELETED             TO DISPLAY-COUNT
           DISPLAY '  GENERATIONS PURGED : ' DISPLAY-COUNT
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
           EXIT.

      *-----------------------------------------------------------------
       900000-CLOSE-FILES                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0030                        TO PSC-ERRO-PGM

           CLOSE RPT-FILE
                 REG-FILE

           IF NOT WS-RPT-OK
           OR NOT WS-REG-OK
               PERFORM 999900-ABEND
           END-IF
           .
       900999-EXIT-CLOSE-FILES.
           EXIT.

      *-----------------------------------------------------------------
       999900-ABEND                        SECTION.
      *-----------------------------------------------------------------
           DISPLAY 'ABEND - PSC=' PSC-ERRO-PGM
                   ' FILE='    WS-FILE-CODE
                   ' FS-LIVE=' WS-LIVE-FILE-STATUS
                   ' FS-KEEP=' WS-KEEP-FILE-STATUS
                   ' FS-PARC=' WS-PARC-FILE-STATUS
                   ' FS-REG='  WS-REG-FILE-STATUS
                   ' FS-LEV='  WS-LEV-FILE-STATUS
                   ' MSG='     WS-ABEND-MSG

           MOVE 16                           TO RETURN-CODE
           STOP RUN
           .
       999999-EXIT-ABEND.
           EXIT.
