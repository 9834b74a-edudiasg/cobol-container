      ******************************************************************
      * PROGRAM-ID : EX21
      * TYPE       : BATCH
      * PURPOSE    : General-ledger salary-expense interface. Collects
      *              every pay change the raise cycle has made since
      *              the last posting - each new EX01 generation
      *              (raises, bonuses, backouts), the EX12 release
      *              extract and the EX13 retro extract - and writes
      *              a balanced debit/credit journal for the GL load:
      *                H;<post date>;<journal seq>;<sources posted>
      *                D;<cost center>;<account>;<dept>;<DR|CR>;
      *                  <amount>;<pay type>;<source reference>
      *                T;<line count>;<debit total>;<credit total>
      *              Each department's net change per source is
      *              posted to the department's cost center (from the
      *              EX15 department reference): the pay type's
      *              expense account against the accrued-payroll
      *              offset, so every cost center balances on its
      *              own. A net decrease (a backout, or a cut)
      *              reverses the sides.
      *                REG - salary increase (EX01 SUCCESS run, EX12
      *                      release): new less old salary
      *                BON - bonus (EX01 BONUS run): the payment
      *                RET - retro pay (EX13): the extract amount
      *                REV - reversal (EX01 BACKOUT run): old less
      *                      new salary, posted as a credit to expense
      *              A DEFERRED generation posts nothing - its raises
      *              post from the EX12 release that applies them -
      *              and is logged NOPOST so it is not looked at
      *              again.
      *
      *              Nothing is posted twice: every source posted is
      *              appended to the posted log (source, generation
      *              or file sequence, journal sequence, totals) and
      *              a source already on it is skipped. Nothing is
      *              posted that does not tie: an EX01 generation's
      *              record count and before/after salary totals
      *              must equal its audit entry's; a release extract
      *              must equal the RELEASE audit entry of its date
      *              (old salaries from the history details that
      *              release wrote); a retro extract must be the
      *              generation its transmission-log entry names,
      *              every amount a whole number of periods of that
      *              employee's increase. Any break abends before the
      *              journal is written.
      *
      * INPUT      : data/audit/ex01_runcat.dat (LINE SEQUENTIAL) -
      *              the generations to consider
      *              data/output/ex01.out.Gnnnn (LINE SEQUENTIAL)
      *              data/audit/ex01_audit.log (LINE SEQUENTIAL)
      *              data/output/ex12.ext (optional) - last release
      *              data/master/ex01_history.dat - release details
      *              data/output/ex13_retro.ext (optional) - last
      *              retro extract
      *              data/audit/ex_translog.dat - the generation a
      *              retro extract was computed from, and the check
      *              for transmissions overwritten before posting
      *              data/master/dept_master.dat (INDEXED, key
      *              DPT-CODE) - department cost centers
      *              data/control/ex21.parm (optional) - accounts:
      *                REG-ACCOUNT (cols 1-6), BON-ACCOUNT (7-12),
      *                RET-ACCOUNT (13-18), REV-ACCOUNT (19-24),
      *                OFFSET-ACCOUNT (25-30); blank = default
      *              data/control/ex21_seq.dat - last journal
      *              sequence used
      * OUTPUT     : data/output/ex21_gl.dat (LINE SEQUENTIAL) - the
      *              journal; written every run, header and trailer
      *              only when there is nothing new
      *              data/audit/ex21_posted.dat (LINE SEQUENTIAL,
      *              append) - posted log
      *              data/control/ex21_seq.dat rewritten
      *
      *              RETURN-CODE 0 clean, 8 when a release or retro
      *              transmission on the transmission log was
      *              overwritten before it could be posted (post it
      *              by hand; it is logged OVERWRIT), 16 on an abend
      *              (nothing posted).
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-10-15
      *
      * CHANGE LOG :
      *  - 2026-10-15 EDG - Initial version. Finance keyed each raise
      *                     run into the ledger from the EX04 summary
      *                     and twice booked a backed-out run's raises
      *                     as well as its reversal.
      *  - 2026-10-15 EDG - Audit layout extended with the pay group
      *                     EX01 now records.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX21.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO DYNAMIC WS-IN-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-IN-FILE-STATUS.

           SELECT CAT-FILE ASSIGN TO 'data/audit/ex01_runcat.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-CAT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'data/audit/ex01_audit.log'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-AUDIT-FILE-STATUS.

           SELECT XT-FILE ASSIGN TO DYNAMIC WS-XT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-XT-FILE-STATUS.

           SELECT HIS-FILE ASSIGN TO 'data/master/ex01_history.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-HIS-FILE-STATUS.

           SELECT TRN-FILE ASSIGN TO 'data/audit/ex_translog.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-TRN-FILE-STATUS.

           SELECT DEPT-FILE ASSIGN TO 'data/master/dept_master.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS DPT-CODE
                FILE STATUS  IS WS-DEPT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'data/control/ex21.parm'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-PARM-FILE-STATUS.

           SELECT SEQ-FILE ASSIGN TO 'data/control/ex21_seq.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-SEQ-FILE-STATUS.

           SELECT GL-FILE ASSIGN TO 'data/output/ex21_gl.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-GL-FILE-STATUS.

           SELECT PST-FILE ASSIGN TO 'data/audit/ex21_posted.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-PST-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  IN-FILE.
       01  IN-REC.
           03 IN-EMP-ID                   PIC X(008).
           03 IN-DEPT-CODE                PIC X(004).
           03 IN-FIRST-NAME               PIC X(030).
           03 IN-OLD-SALARY               PIC 9(008)V99.
           03 IN-NEW-SALARY               PIC 9(008)V99.

       FD  CAT-FILE.
       01  CAT-REC.
           03 CAT-GEN-NUM                 PIC 9(004).
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).

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

       FD  XT-FILE.
       01  XT-REC                         PIC X(120).

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

       FD  TRN-FILE.
       01  TRN-REC.
           03 TRN-FILE-SEQ                PIC 9(006).
           03 TRN-PROGRAM                 PIC X(008).
           03 TRN-RUN-DATE                PIC 9(008).
           03 TRN-OPERATOR-ID             PIC X(008).
           03 TRN-GEN-NUM                 PIC 9(004).

       FD  DEPT-FILE.
       01  DEPT-REC.
           03 DPT-CODE                    PIC X(004).
           03 DPT-NAME                    PIC X(030).
           03 DPT-ACTIVE-FLAG             PIC X(001).
           03 DPT-ANNUAL-BUDGET           PIC 9(011)V99.
           03 DPT-GL-COST-CENTER          PIC X(006).

       FD  PARM-FILE.
       01  PARM-REC.
           03 PARM-REG-ACCOUNT            PIC X(006).
           03 PARM-BON-ACCOUNT            PIC X(006).
           03 PARM-RET-ACCOUNT            PIC X(006).
           03 PARM-REV-ACCOUNT            PIC X(006).
           03 PARM-OFFSET-ACCOUNT         PIC X(006).

       FD  SEQ-FILE.
       01  SEQ-REC.
           03 SEQ-LAST-USED               PIC 9(006).

       FD  GL-FILE.
       01  GL-REC                         PIC X(120).

       FD  PST-FILE.
       01  PST-REC.
           03 PST-SOURCE                  PIC X(004).
           03 PST-SOURCE-KEY              PIC 9(006).
           03 PST-PAY-TYPE                PIC X(003).
           03 PST-DISPOSITION             PIC X(008).
           03 PST-POST-DATE               PIC 9(008).
           03 PST-JOURNAL-SEQ             PIC 9(006).
           03 PST-RECORD-COUNT            PIC 9(009).
           03 PST-DEBIT-TOTAL             PIC 9(013)V99.
           03 PST-OPERATOR-ID             PIC X(008).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           88  WS-NOT-EOF                               VALUE 'N'.

       01  WS-IN-FILE-STATUS              PIC X(02)      VALUE SPACES.
           88  WS-IN-OK                                VALUE '00'.

       01  WS-CAT-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-CAT-OK                               VALUE '00'.

       01  WS-AUDIT-FILE-STATUS           PIC X(02)      VALUE SPACES.
           88  WS-AUDIT-OK                             VALUE '00'.

       01  WS-XT-FILE-STATUS              PIC X(02)      VALUE SPACES.
           88  WS-XT-OK                                VALUE '00'.
           88  WS-XT-FILE-NOT-FOUND                    VALUE '35'.

       01  WS-HIS-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-HIS-OK                               VALUE '00'.

       01  WS-TRN-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-TRN-OK                               VALUE '00'.

       01  WS-DEPT-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-DEPT-OK                              VALUE '00'.

       01  WS-PARM-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-PARM-OK                              VALUE '00'.

       01  WS-SEQ-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-SEQ-OK                               VALUE '00'.
           88  WS-SEQ-FILE-NOT-FOUND                   VALUE '35'.

       01  WS-GL-FILE-STATUS              PIC X(02)      VALUE SPACES.
           88  WS-GL-OK                                VALUE '00'.

       01  WS-PST-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-PST-OK                               VALUE '00'.
           88  WS-PST-FILE-NOT-FOUND                   VALUE '35'.

      *---------------------------------------------------------------
      * Submitting operator - the EX_OPERATOR job variable, else the
      * logon user, else BATCH. Stamped on the posted log.
      *---------------------------------------------------------------
       01  WS-OPERATOR-ID                 PIC X(008)     VALUE SPACES.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           'EX21 ABENDED - SEE PSC-ERRO-PGM ABOVE'.

       01  WS-RUN-DATE                    PIC 9(008)     VALUE ZEROS.
       01  WS-JOURNAL-SEQ                 PIC 9(006)     VALUE ZEROS.

      *---------------------------------------------------------------
      * Natural accounts per pay type, and the accrued-payroll offset
      * every expense line is balanced against. The card overrides
      * any of them; these are the chart-of-accounts defaults.
      *---------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           03  WS-REG-ACCOUNT             PIC X(006)     VALUE
               '510100'.
           03  WS-BON-ACCOUNT             PIC X(006)     VALUE
               '510200'.
           03  WS-RET-ACCOUNT             PIC X(006)     VALUE
               '510300'.
           03  WS-REV-ACCOUNT             PIC X(006)     VALUE
               '510900'.
           03  WS-OFFSET-ACCOUNT          PIC X(006)     VALUE
               '210500'.

       01  WS-EXPENSE-ACCOUNT             PIC X(006)     VALUE SPACES.

      *---------------------------------------------------------------
      * Department cost centers from the EX15 reference.
      *---------------------------------------------------------------
       01  WS-MAX-DEPT-REFS               PIC 9(003)     VALUE 500.
       01  WS-DEPT-REF-COUNT              PIC 9(003)     VALUE ZEROS.
       01  WS-DEPT-REF-IDX                PIC 9(003)     VALUE ZEROS.

       01  WS-DEPT-REF-TABLE.
           05  WS-DEPT-REF-ENTRY          OCCURS 500 TIMES.
               10  WS-DEPT-REF-CODE       PIC X(004).
               10  WS-DEPT-REF-COST-CTR   PIC X(006).

      *---------------------------------------------------------------
      * Sources already on the posted log (NOPOST included), and the
      * highest release / retro sequence posted, below which an
      * unposted transmission has been overwritten.
      *---------------------------------------------------------------
       01  WS-MAX-POSTED                  PIC 9(005)     VALUE 20000.
       01  WS-POSTED-COUNT                PIC 9(005)     VALUE ZEROS.
       01  WS-POSTED-IDX                  PIC 9(005)     VALUE ZEROS.

       01  WS-POSTED-TABLE.
           05  WS-POSTED-ENTRY            OCCURS 20000 TIMES.
               10  WS-POSTED-SOURCE       PIC X(004).
               10  WS-POSTED-KEY          PIC 9(006).

       01  WS-HIGH-POSTED-EX12            PIC 9(006)     VALUE ZEROS.
       01  WS-HIGH-POSTED-EX13            PIC 9(006)     VALUE ZEROS.

       01  WS-CHECK-SOURCE                PIC X(004)     VALUE SPACES.
       01  WS-CHECK-KEY                   PIC 9(006)     VALUE ZEROS.
       01  WS-ALREADY-POSTED-FLAG         PIC X          VALUE 'N'.
           88  WS-ALREADY-POSTED                        VALUE 'Y'.
           88  WS-NOT-YET-POSTED                        VALUE 'N'.

      *---------------------------------------------------------------
      * Sources collected this run. Each owns a contiguous run of
      * department postings, from its first to the current end of
      * the posting table.
      *---------------------------------------------------------------
       01  WS-MAX-SOURCES                 PIC 9(003)     VALUE 200.
       01  WS-SRC-COUNT                   PIC 9(003)     VALUE ZEROS.
       01  WS-SRC-IDX                     PIC 9(003)     VALUE ZEROS.
       01  WS-SRC-POSTED-COUNT            PIC 9(003)     VALUE ZEROS.

       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY               OCCURS 200 TIMES.
               10  WS-SRC-SOURCE          PIC X(004).
               10  WS-SRC-KEY             PIC 9(006).
               10  WS-SRC-PAY-TYPE        PIC X(003).
               10  WS-SRC-DISPOSITION     PIC X(008).
               10  WS-SRC-RECORD-COUNT    PIC 9(009).
               10  WS-SRC-DEBIT-TOTAL     PIC 9(013)V99.
               10  WS-SRC-FIRST-PST       PIC 9(005).
               10  WS-SRC-LAST-PST        PIC 9(005).

       01  WS-MAX-POSTINGS                PIC 9(005)     VALUE 20000.
       01  WS-PST-COUNT                   PIC 9(005)     VALUE ZEROS.
       01  WS-PST-IDX                     PIC 9(005)     VALUE ZEROS.

       01  WS-PST-TABLE.
           05  WS-PST-ENTRY               OCCURS 20000 TIMES.
               10  WS-PST-DEPT            PIC X(004).
               10  WS-PST-COST-CTR        PIC X(006).
               10  WS-PST-NET             PIC S9(013)V99.

       01  WS-POST-DEPT                   PIC X(004)     VALUE SPACES.
       01  WS-POST-AMOUNT                 PIC S9(013)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      * Generation being collected: file name, its audit entry and
      * the totals read from its output file.
      *---------------------------------------------------------------
       01  WS-IN-FILE-NAME.
           03  FILLER                     PIC X(022)     VALUE
               'data/output/ex01.out.G'.
           03  WS-IN-GEN-NUM              PIC 9(004)     VALUE ZEROS.
           03  FILLER                     PIC X(054)     VALUE SPACES.

       01  WS-MAX-CAT-ENTRIES             PIC 9(004)     VALUE 9999.
       01  WS-CAT-COUNT                   PIC 9(004)     VALUE ZEROS.
       01  WS-CAT-IDX                     PIC 9(004)     VALUE ZEROS.

       01  WS-CAT-TABLE.
           05  WS-CAT-GEN-NUM             PIC 9(004)
                                           OCCURS 9999 TIMES.

       01  WS-GEN-NUM                     PIC 9(004)     VALUE ZEROS.

       01  WS-AUD-FOUND-FLAG              PIC X          VALUE 'N'.
           88  WS-AUD-FOUND                             VALUE 'Y'.
           88  WS-AUD-MISSING                           VALUE 'N'.

       01  WS-GEN-AUDIT.
           03  WS-GAU-STATUS              PIC X(008)     VALUE SPACES.
           03  WS-GAU-WRITTEN             PIC 9(009)     VALUE ZEROS.
           03  WS-GAU-BEFORE              PIC 9(013)V99  VALUE ZEROS.
           03  WS-GAU-AFTER               PIC 9(013)V99  VALUE ZEROS.

       01  WS-GEN-READ-FLAG               PIC X          VALUE 'P'.
           88  WS-GEN-READ-POST                         VALUE 'P'.
           88  WS-GEN-READ-RETRO                        VALUE 'R'.

       01  WS-GEN-TOTALS.
           03  WS-GEN-COUNT               PIC 9(009)     VALUE ZEROS.
           03  WS-GEN-OLD-TOTAL           PIC 9(013)V99  VALUE ZEROS.
           03  WS-GEN-NEW-TOTAL           PIC 9(013)V99  VALUE ZEROS.

       01  WS-INCREASE                    PIC S9(009)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      * Release / retro extract being collected.
      *---------------------------------------------------------------
       01  WS-XT-FILE-NAME                PIC X(080)     VALUE SPACES.

       01  WS-XT-TYPE                     PIC X(001)     VALUE SPACES.
       01  WS-XT-FIELD-2                  PIC X(030)     VALUE SPACES.
       01  WS-XT-FIELD-3                  PIC X(030)     VALUE SPACES.
       01  WS-XT-FIELD-4                  PIC X(030)     VALUE SPACES.
       01  WS-XT-FIELD-5                  PIC X(030)     VALUE SPACES.
       01  WS-XT-FIELD-6                  PIC X(030)     VALUE SPACES.
       01  WS-XT-FIELD-7                  PIC X(030)     VALUE SPACES.

       01  WS-XT-DATE-X                   PIC X(008)     VALUE SPACES.
       01  WS-XT-DATE-9 REDEFINES WS-XT-DATE-X
                                           PIC 9(008).

       01  WS-XT-SEQ-X                    PIC X(006)     VALUE SPACES.
       01  WS-XT-SEQ-9 REDEFINES WS-XT-SEQ-X
                                           PIC 9(006).

       01  WS-XT-COUNT-X                  PIC X(009)     VALUE SPACES.
       01  WS-XT-COUNT-9 REDEFINES WS-XT-COUNT-X
                                           PIC 9(009).

      *    Interchange amounts arrive as text with an actual decimal
      *    point (9(8).99 on a detail, 9(13).99 on the trailer), so
      *    each is re-read through a redefinition of its parts.
       01  WS-XT-AMOUNT-X                 PIC X(011)     VALUE SPACES.
       01  WS-XT-AMOUNT-PARTS REDEFINES WS-XT-AMOUNT-X.
           03  WS-XT-AMOUNT-INT           PIC 9(008).
           03  WS-XT-AMOUNT-POINT         PIC X(001).
           03  WS-XT-AMOUNT-DEC           PIC 9(002).

       01  WS-XT-HASH-X                   PIC X(016)     VALUE SPACES.
       01  WS-XT-HASH-PARTS REDEFINES WS-XT-HASH-X.
           03  WS-XT-HASH-INT             PIC 9(013).
           03  WS-XT-HASH-POINT           PIC X(001).
           03  WS-XT-HASH-DEC             PIC 9(002).

       01  WS-XT-EMP-ID                   PIC X(008)     VALUE SPACES.
       01  WS-XT-DEPT-CODE                PIC X(004)     VALUE SPACES.
       01  WS-XT-AMOUNT                   PIC 9(008)V99  VALUE ZEROS.
       01  WS-XT-HASH                     PIC 9(013)V99  VALUE ZEROS.

       01  WS-XT-HEADER-DATE              PIC 9(008)     VALUE ZEROS.
       01  WS-XT-HEADER-SEQ               PIC 9(006)     VALUE ZEROS.

       01  WS-XT-TRAILER-FLAG             PIC X          VALUE 'N'.
           88  WS-XT-TRAILER-SEEN                       VALUE 'Y'.
           88  WS-XT-TRAILER-MISSING                    VALUE 'N'.

       01  WS-XT-TOTALS.
           03  WS-XT-DETAIL-COUNT         PIC 9(009)     VALUE ZEROS.
           03  WS-XT-AMOUNT-TOTAL         PIC 9(013)V99  VALUE ZEROS.
           03  WS-XT-OLD-TOTAL            PIC 9(013)V99  VALUE ZEROS.
           03  WS-XT-TRAILER-COUNT        PIC 9(009)     VALUE ZEROS.
           03  WS-XT-TRAILER-HASH         PIC 9(013)V99  VALUE ZEROS.

      *---------------------------------------------------------------
      * Release details from the salary history, matched one for one
      * against the release extract's details for their old salary.
      *---------------------------------------------------------------
       01  WS-MAX-HIS-ROWS                PIC 9(006)     VALUE 100000.
       01  WS-HIS-COUNT                   PIC 9(006)     VALUE ZEROS.
       01  WS-HIS-IDX                     PIC 9(006)     VALUE ZEROS.

       01  WS-HIS-TABLE.
           05  WS-HIS-ENTRY               OCCURS 100000 TIMES.
               10  WS-HIS-EMP-ID          PIC X(008).
               10  WS-HIS-OLD-SALARY      PIC 9(008)V99.
               10  WS-HIS-NEW-SALARY      PIC 9(008)V99.
               10  WS-HIS-USED-FLAG       PIC X(001).

      *---------------------------------------------------------------
      * Retro: the generation's positive increases, and the period
      * count every retro amount must share.
      *---------------------------------------------------------------
       01  WS-RETRO-GEN                   PIC 9(004)     VALUE ZEROS.
       01  WS-MAX-RAISES                  PIC 9(006)     VALUE 100000.
       01  WS-RAISE-COUNT                 PIC 9(006)     VALUE ZEROS.
       01  WS-RAISE-IDX                   PIC 9(006)     VALUE ZEROS.

       01  WS-RAISE-TABLE.
           05  WS-RAISE-ENTRY             OCCURS 100000 TIMES.
               10  WS-RAISE-EMP-ID        PIC X(008).
               10  WS-RAISE-INCREASE      PIC 9(008)V99.
               10  WS-RAISE-USED-FLAG     PIC X(001).

       01  WS-RETRO-PERIODS               PIC 9(006)     VALUE ZEROS.
       01  WS-RECORD-PERIODS              PIC 9(006)     VALUE ZEROS.
       01  WS-PERIOD-REMAINDER            PIC 9(008)V99  VALUE ZEROS.

      *---------------------------------------------------------------
      * Journal control totals and formatting.
      *---------------------------------------------------------------
       01  WS-JOURNAL-TOTALS.
           03  WS-GL-LINE-COUNT           PIC 9(009)     VALUE ZEROS.
           03  WS-GL-DEBIT-TOTAL          PIC 9(013)V99  VALUE ZEROS.
           03  WS-GL-CREDIT-TOTAL         PIC 9(013)V99  VALUE ZEROS.

       01  WS-GL-SIDE                     PIC X(002)     VALUE SPACES.
       01  WS-GL-ACCOUNT                  PIC X(006)     VALUE SPACES.
       01  WS-GL-AMOUNT                   PIC 9(013)V99  VALUE ZEROS.

       01  WS-SOURCE-REF.
           03  WS-SOURCE-REF-PGM          PIC X(004)     VALUE SPACES.
           03  FILLER                     PIC X(001)     VALUE '-'.
           03  WS-SOURCE-REF-KIND         PIC X(001)     VALUE SPACES.
           03  WS-SOURCE-REF-KEY          PIC 9(006)     VALUE ZEROS.

       01  WS-AMOUNT-FMT                  PIC 9(013).99.
       01  WS-CREDIT-FMT                  PIC 9(013).99.
       01  WS-COUNT-FMT                   PIC 9(009).
       01  WS-DATE-FMT                    PIC 9(008).
       01  WS-SOURCES-FMT                 PIC 9(003).

       01  WS-WARNING-COUNT               PIC 9(005)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  DISPLAY-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       000000-MAIN                         SECTION.
      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040000-IDENTIFY-OPERATOR

           PERFORM 050000-READ-PARM-CARD
           PERFORM 055000-LOAD-DEPT-REFERENCE
           PERFORM 060000-LOAD-POSTED-LOG
           PERFORM 070000-GET-JOURNAL-SEQUENCE

      *    Everything is collected and tied in storage first: a
      *    source that does not tie abends the run before a journal
      *    line is written or anything is logged as posted.
           PERFORM 100000-COLLECT-GENERATIONS
           PERFORM 200000-COLLECT-RELEASE
           PERFORM 300000-COLLECT-RETRO
           PERFORM 350000-CHECK-UNPOSTED-TRANS

           PERFORM 400000-WRITE-JOURNAL
           PERFORM 500000-LOG-POSTINGS
           PERFORM 550000-SAVE-JOURNAL-SEQUENCE
           PERFORM 250000-PRINT-CONTROL-TOTALS

           IF WS-WARNING-COUNT > 0
               MOVE 8                        TO RETURN-CODE
           END-IF

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

           DISPLAY 'EX21 SUBMITTED BY OPERATOR ' WS-OPERATOR-ID
           .
       040999-EXIT-IDENTIFY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       050000-READ-PARM-CARD               SECTION.
      *-----------------------------------------------------------------
      *    Optional. A blank account on the card keeps its default.
      *-----------------------------------------------------------------
           MOVE 0003                        TO PSC-ERRO-PGM

           OPEN INPUT PARM-FILE

           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-REG-ACCOUNT NOT = SPACES
                           MOVE PARM-REG-ACCOUNT
                                             TO WS-REG-ACCOUNT
                       END-IF
                       IF PARM-BON-ACCOUNT NOT = SPACES
                           MOVE PARM-BON-ACCOUNT
                                             TO WS-BON-ACCOUNT
                       END-IF
                       IF PARM-RET-ACCOUNT NOT = SPACES
                           MOVE PARM-RET-ACCOUNT
                                             TO WS-RET-ACCOUNT
                       END-IF
                       IF PARM-REV-ACCOUNT NOT = SPACES
                           MOVE PARM-REV-ACCOUNT
                                             TO WS-REV-ACCOUNT
                       END-IF
                       IF PARM-OFFSET-ACCOUNT NOT = SPACES
                           MOVE PARM-OFFSET-ACCOUNT
                                             TO WS-OFFSET-ACCOUNT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           DISPLAY 'EX21 ACCOUNTS REG=' WS-REG-ACCOUNT
                   ' BON=' WS-BON-ACCOUNT
                   ' RET=' WS-RET-ACCOUNT
                   ' REV=' WS-REV-ACCOUNT
                   ' OFFSET=' WS-OFFSET-ACCOUNT
           .
       050999-EXIT-READ-PARM-CARD.
           EXIT.

      *-----------------------------------------------------------------
       055000-LOAD-DEPT-REFERENCE          SECTION.
      *-----------------------------------------------------------------
      *    The reference is the only map from department to cost
      *    center: without it nothing can be posted.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-DEPT-REF-COUNT
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT DEPT-FILE

           IF NOT WS-DEPT-OK
               DISPLAY 'EX21 ABEND - DEPARTMENT REFERENCE '
                       'data/master/dept_master.dat NOT AVAILABLE; '
                       'RUN EX15'
               PERFORM 999900-ABEND
           END-IF

           PERFORM UNTIL WS-EOF
               READ DEPT-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-DEPT-OK
                           PERFORM 999900-ABEND
                       END-IF
                       IF WS-DEPT-REF-COUNT >= WS-MAX-DEPT-REFS
                           DISPLAY 'EX21 ABEND - MORE THAN '
                                   WS-MAX-DEPT-REFS
                                   ' DEPARTMENTS ON THE REFERENCE'
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-DEPT-REF-COUNT
                       MOVE DPT-CODE         TO
                           WS-DEPT-REF-CODE (WS-DEPT-REF-COUNT)
                       MOVE DPT-GL-COST-CENTER TO
                           WS-DEPT-REF-COST-CTR (WS-DEPT-REF-COUNT)
               END-READ
           END-PERFORM

           CLOSE DEPT-FILE
           .
       055999-EXIT-LOAD-DEPT-REFERENCE.
           EXIT.

      *-----------------------------------------------------------------
       060000-LOAD-POSTED-LOG              SECTION.
      *-----------------------------------------------------------------
      *    No log means nothing has ever been posted.
      *-----------------------------------------------------------------
           MOVE 0005                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-POSTED-COUNT
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT PST-FILE

           IF WS-PST-OK
               PERFORM UNTIL WS-EOF
                   READ PST-FILE
                       AT END
                           SET WS-EOF        TO TRUE
                       NOT AT END
                           IF NOT WS-PST-OK
                               PERFORM 999900-ABEND
                           END-IF
                           IF WS-POSTED-COUNT >= WS-MAX-POSTED
                               DISPLAY 'EX21 ABEND - POSTED LOG '
                                   'CARRIES MORE THAN '
                                   WS-MAX-POSTED ' ENTRIES'
                               PERFORM 999900-ABEND
                           END-IF
                           ADD 1             TO WS-POSTED-COUNT
                           MOVE PST-SOURCE   TO
                               WS-POSTED-SOURCE (WS-POSTED-COUNT)
                           MOVE PST-SOURCE-KEY TO
                               WS-POSTED-KEY (WS-POSTED-COUNT)
                           IF PST-SOURCE = 'EX12'
                           AND PST-SOURCE-KEY > WS-HIGH-POSTED-EX12
                               MOVE PST-SOURCE-KEY
                                             TO WS-HIGH-POSTED-EX12
                           END-IF
                           IF PST-SOURCE = 'EX13'
                           AND PST-SOURCE-KEY > WS-HIGH-POSTED-EX13
                               MOVE PST-SOURCE-KEY
                                             TO WS-HIGH-POSTED-EX13
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PST-FILE
           ELSE
               IF NOT WS-PST-FILE-NOT-FOUND
                   PERFORM 999900-ABEND
               END-IF
           END-IF
           .
       060999-EXIT-LOAD-POSTED-LOG.
           EXIT.

      *-----------------------------------------------------------------
       070000-GET-JOURNAL-SEQUENCE         SECTION.
      *-----------------------------------------------------------------
      *    The sequence file holds the last number USED; this run
      *    uses the next one. A missing file means no journal has
      *    ever been sent: start at 1.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-JOURNAL-SEQ

           OPEN INPUT SEQ-FILE

           IF WS-SEQ-OK
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-LAST-USED NUMERIC
                           MOVE SEQ-LAST-USED TO WS-JOURNAL-SEQ
                       END-IF
               END-READ
               CLOSE SEQ-FILE
           ELSE
               IF NOT WS-SEQ-FILE-NOT-FOUND
                   PERFORM 999900-ABEND
               END-IF
           END-IF

           ADD 1                             TO WS-JOURNAL-SEQ
           .
       070999-EXIT-GET-JOURNAL-SEQUENCE.
           EXIT.

      *-----------------------------------------------------------------
       100000-COLLECT-GENERATIONS          SECTION.
      *-----------------------------------------------------------------
      *    Every live cataloged generation not yet on the posted log
      *    is collected, oldest first, so a backout always posts
      *    after the run it reverses.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-CAT-COUNT
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT CAT-FILE

           IF WS-CAT-OK
               PERFORM UNTIL WS-EOF
                   READ CAT-FILE
                       AT END
                           SET WS-EOF        TO TRUE
                       NOT AT END
                           IF NOT WS-CAT-OK
                               PERFORM 999900-ABEND
                           END-IF
                           IF CAT-STATUS NOT = 'PURGED  '
                               IF WS-CAT-COUNT >= WS-MAX-CAT-ENTRIES
                                   PERFORM 999900-ABEND
                               END-IF
                               ADD 1         TO WS-CAT-COUNT
                               MOVE CAT-GEN-NUM TO
                                   WS-CAT-GEN-NUM (WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAT-FILE
           ELSE
               DISPLAY 'EX21 NO RUN CATALOG - NO GENERATIONS TO POST'
           END-IF

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE 'EX01'                   TO WS-CHECK-SOURCE
               MOVE WS-CAT-GEN-NUM (WS-CAT-IDX)
                                             TO WS-CHECK-KEY
               PERFORM 165000-CHECK-POSTED
               IF WS-NOT-YET-POSTED
                   MOVE WS-CAT-GEN-NUM (WS-CAT-IDX)
                                             TO WS-GEN-NUM
                   PERFORM 110000-COLLECT-GENERATION
               END-IF
           END-PERFORM
           .
       100999-EXIT-COLLECT-GENERATIONS.
           EXIT.

      *-----------------------------------------------------------------
       110000-COLLECT-GENERATION           SECTION.
      *-----------------------------------------------------------------
      *    The generation's audit entry decides its pay type; its
      *    output rows are posted at new less old salary per
      *    department (a bonus row carries old salary zero, a
      *    backout row the raised salary as old), and the rows must
      *    tie to that entry.
      *-----------------------------------------------------------------
           MOVE 0008                        TO PSC-ERRO-PGM

           PERFORM 115000-FIND-GEN-AUDIT

           IF WS-AUD-MISSING
               DISPLAY 'EX21 ABEND - GENERATION G' WS-GEN-NUM
                       ' IS CATALOGED BUT HAS NO AUDIT ENTRY'
               PERFORM 999900-ABEND
           END-IF

           MOVE 'EX01'                       TO WS-CHECK-SOURCE
           MOVE WS-GEN-NUM                   TO WS-CHECK-KEY

           EVALUATE WS-GAU-STATUS
               WHEN 'SUCCESS '
                   PERFORM 140000-REGISTER-SOURCE
                   MOVE 'REG'                TO
                       WS-SRC-PAY-TYPE (WS-SRC-COUNT)
               WHEN 'BONUS   '
                   PERFORM 140000-REGISTER-SOURCE
                   MOVE 'BON'                TO
                       WS-SRC-PAY-TYPE (WS-SRC-COUNT)
               WHEN 'BACKOUT '
                   PERFORM 140000-REGISTER-SOURCE
                   MOVE 'REV'                TO
                       WS-SRC-PAY-TYPE (WS-SRC-COUNT)
               WHEN 'DEFERRED'
      *            Its raises post from the EX12 release.
                   PERFORM 140000-REGISTER-SOURCE
                   MOVE 'REG'                TO
                       WS-SRC-PAY-TYPE (WS-SRC-COUNT)
                   MOVE 'NOPOST  '           TO
                       WS-SRC-DISPOSITION (WS-SRC-COUNT)
                   GO TO 110999-EXIT-COLLECT-GENERATION
               WHEN OTHER
                   DISPLAY 'EX21 ABEND - GENERATION G' WS-GEN-NUM
                           ' HAS AUDIT STATUS ' WS-GAU-STATUS
                           ' - NOT A COMPLETED RUN'
                   PERFORM 999900-ABEND
           END-EVALUATE

           SET WS-GEN-READ-POST              TO TRUE
           PERFORM 130000-READ-GENERATION
           PERFORM 135000-TIE-GENERATION

           MOVE WS-GEN-COUNT                 TO
               WS-SRC-RECORD-COUNT (WS-SRC-COUNT)
           MOVE WS-PST-COUNT                 TO
               WS-SRC-LAST-PST (WS-SRC-COUNT)
           .
       110999-EXIT-COLLECT-GENERATION.
           EXIT.

      *-----------------------------------------------------------------
       115000-FIND-GEN-AUDIT               SECTION.
      *-----------------------------------------------------------------
      *    Last entry carrying the generation wins, as in EX04/EX08:
      *    a restarted run's ABENDED entry is followed by the entry
      *    of the rerun that completed it.
      *-----------------------------------------------------------------
           MOVE 0009                        TO PSC-ERRO-PGM

           SET WS-AUD-MISSING               TO TRUE
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT AUDIT-FILE

           IF WS-AUDIT-OK
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF        TO TRUE
                       NOT AT END
                           IF NOT WS-AUDIT-OK
                               PERFORM 999900-ABEND
                           END-IF
                           IF AUD-GEN-NUM NUMERIC
                           AND AUD-GEN-NUM = WS-GEN-NUM
                               SET WS-AUD-FOUND TO TRUE
                               MOVE AUD-STATUS TO WS-GAU-STATUS
                               MOVE AUD-RECORDS-WRITTEN
                                             TO WS-GAU-WRITTEN
                               MOVE AUD-TOTAL-SALARY-BEFORE
                                             TO WS-GAU-BEFORE
                               MOVE AUD-TOTAL-SALARY-AFTER
                                             TO WS-GAU-AFTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           .
       115999-EXIT-FIND-GEN-AUDIT.
           EXIT.

      *-----------------------------------------------------------------
       130000-READ-GENERATION              SECTION.
      *-----------------------------------------------------------------
      *    Reads WS-GEN-NUM's output file, totalling it for the tie.
      *    For a posting each row's change goes to its department;
      *    for a retro check each positive increase is tabled.
      *-----------------------------------------------------------------
           MOVE 0010                        TO PSC-ERRO-PGM

           MOVE WS-GEN-NUM                   TO WS-IN-GEN-NUM
           INITIALIZE WS-GEN-TOTALS
           MOVE ZEROS                        TO WS-RAISE-COUNT
           SET WS-NOT-EOF                    TO TRUE

           OPEN INPUT IN-FILE

           IF NOT WS-IN-OK
               DISPLAY 'EX21 ABEND - '
                       FUNCTION TRIM (WS-IN-FILE-NAME)
                       ' NOT AVAILABLE (FS=' WS-IN-FILE-STATUS ')'
               PERFORM 999900-ABEND
           END-IF

           PERFORM UNTIL WS-EOF
               READ IN-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-IN-OK
                           PERFORM 999900-ABEND
                       END-IF
                       ADD 1                 TO WS-GEN-COUNT
                       ADD IN-OLD-SALARY     TO WS-GEN-OLD-TOTAL
                       ADD IN-NEW-SALARY     TO WS-GEN-NEW-TOTAL
                       COMPUTE WS-INCREASE =
                           IN-NEW-SALARY - IN-OLD-SALARY
                       IF WS-GEN-READ-POST
                           MOVE IN-DEPT-CODE TO WS-POST-DEPT
                           MOVE WS-INCREASE  TO WS-POST-AMOUNT
                           PERFORM 120000-ADD-TO-POSTING
                       ELSE
                           IF WS-INCREASE > 0
                               PERFORM 132000-TABLE-RAISE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IN-FILE
           .
       130999-EXIT-READ-GENERATION.
           EXIT.

      *-----------------------------------------------------------------
       132000-TABLE-RAISE                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0011                        TO PSC-ERRO-PGM

           IF WS-RAISE-COUNT >= WS-MAX-RAISES
               DISPLAY 'EX21 ABEND - GENERATION G' WS-GEN-NUM
                       ' CARRIES MORE THAN ' WS-MAX-RAISES
                       ' RAISES'
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-RAISE-COUNT
           MOVE IN-EMP-ID                    TO
               WS-RAISE-EMP-ID (WS-RAISE-COUNT)
           MOVE WS-INCREASE                  TO
               WS-RAISE-INCREASE (WS-RAISE-COUNT)
           MOVE 'N'                          TO
               WS-RAISE-USED-FLAG (WS-RAISE-COUNT)
           .
       132999-EXIT-TABLE-RAISE.
           EXIT.

      *-----------------------------------------------------------------
       135000-TIE-GENERATION               SECTION.
      *-----------------------------------------------------------------
      *    The output file must be exactly what the run's audit entry
      *    says it wrote. A file edited, truncated or swapped since
      *    the run stops the posting.
      *-----------------------------------------------------------------
           MOVE 0012                        TO PSC-ERRO-PGM

           IF WS-GEN-COUNT     NOT = WS-GAU-WRITTEN
           OR WS-GEN-OLD-TOTAL NOT = WS-GAU-BEFORE
           OR WS-GEN-NEW-TOTAL NOT = WS-GAU-AFTER
               DISPLAY 'EX21 ABEND - GENERATION G' WS-GEN-NUM
                       ' DOES NOT TIE TO ITS AUDIT ENTRY'
               MOVE WS-GEN-COUNT             TO DISPLAY-COUNT
               DISPLAY '  RECORDS ON FILE ....: ' DISPLAY-COUNT
               MOVE WS-GAU-WRITTEN           TO DISPLAY-COUNT
               DISPLAY '  RECORDS AUDITED ....: ' DISPLAY-COUNT
               MOVE WS-GEN-OLD-TOTAL         TO DISPLAY-AMOUNT
               DISPLAY '  OLD SALARY ON FILE .: ' DISPLAY-AMOUNT
               MOVE WS-GAU-BEFORE            TO DISPLAY-AMOUNT
               DISPLAY '  BEFORE TOTAL AUDITED: ' DISPLAY-AMOUNT
               MOVE WS-GEN-NEW-TOTAL         TO DISPLAY-AMOUNT
               DISPLAY '  NEW SALARY ON FILE .: ' DISPLAY-AMOUNT
               MOVE WS-GAU-AFTER             TO DISPLAY-AMOUNT
               DISPLAY '  AFTER TOTAL AUDITED : ' DISPLAY-AMOUNT
               PERFORM 999900-ABEND
           END-IF
           .
       135999-EXIT-TIE-GENERATION.
           EXIT.

      *-----------------------------------------------------------------
       120000-ADD-TO-POSTING               SECTION.
      *-----------------------------------------------------------------
      *    Adds WS-POST-AMOUNT (signed) to WS-POST-DEPT's posting
      *    under the current source, opening one on first sight. A
      *    department with no cost center on the reference cannot be
      *    posted and stops the run.
      *-----------------------------------------------------------------
           MOVE 0013                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-PST-IDX
                   FROM WS-SRC-FIRST-PST (WS-SRC-COUNT) BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT
                      OR WS-PST-DEPT (WS-PST-IDX) = WS-POST-DEPT
               CONTINUE
           END-PERFORM

           IF WS-PST-IDX > WS-PST-COUNT
               PERFORM VARYING WS-DEPT-REF-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-REF-IDX > WS-DEPT-REF-COUNT
                          OR WS-DEPT-REF-CODE (WS-DEPT-REF-IDX)
                             = WS-POST-DEPT
                   CONTINUE
               END-PERFORM

               IF WS-DEPT-REF-IDX > WS-DEPT-REF-COUNT
                   DISPLAY 'EX21 ABEND - DEPARTMENT ' WS-POST-DEPT
                           ' IS NOT ON THE DEPARTMENT REFERENCE'
                   PERFORM 999900-ABEND
               END-IF

               IF WS-DEPT-REF-COST-CTR (WS-DEPT-REF-IDX) = SPACES
                   DISPLAY 'EX21 ABEND - DEPARTMENT ' WS-POST-DEPT
                           ' HAS NO GL COST CENTER ON THE '
                           'DEPARTMENT REFERENCE'
                   PERFORM 999900-ABEND
               END-IF

               IF WS-PST-COUNT >= WS-MAX-POSTINGS
                   DISPLAY 'EX21 ABEND - MORE THAN ' WS-MAX-POSTINGS
                           ' DEPARTMENT POSTINGS IN ONE RUN'
                   PERFORM 999900-ABEND
               END-IF

               ADD 1                         TO WS-PST-COUNT
               MOVE WS-PST-COUNT             TO WS-PST-IDX
               MOVE WS-POST-DEPT             TO WS-PST-DEPT (WS-PST-IDX)
               MOVE WS-DEPT-REF-COST-CTR (WS-DEPT-REF-IDX)
                                             TO
                   WS-PST-COST-CTR (WS-PST-IDX)
               MOVE ZEROS                    TO WS-PST-NET (WS-PST-IDX)
           END-IF

           ADD WS-POST-AMOUNT                TO WS-PST-NET (WS-PST-IDX)
           .
       120999-EXIT-ADD-TO-POSTING.
           EXIT.

      *-----------------------------------------------------------------
       140000-REGISTER-SOURCE              SECTION.
      *-----------------------------------------------------------------
      *    Opens a source (WS-CHECK-SOURCE / WS-CHECK-KEY) for this
      *    run; its postings start after whatever is tabled so far.
      *-----------------------------------------------------------------
           MOVE 0014                        TO PSC-ERRO-PGM

           IF WS-SRC-COUNT >= WS-MAX-SOURCES
               DISPLAY 'EX21 ABEND - MORE THAN ' WS-MAX-SOURCES
                       ' SOURCES TO POST IN ONE RUN'
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-SRC-COUNT
           MOVE WS-CHECK-SOURCE              TO
               WS-SRC-SOURCE (WS-SRC-COUNT)
           MOVE WS-CHECK-KEY                 TO
               WS-SRC-KEY (WS-SRC-COUNT)
           MOVE SPACES                       TO
               WS-SRC-PAY-TYPE (WS-SRC-COUNT)
           MOVE 'POSTED  '                   TO
               WS-SRC-DISPOSITION (WS-SRC-COUNT)
           MOVE ZEROS                        TO
               WS-SRC-RECORD-COUNT (WS-SRC-COUNT)
           MOVE ZEROS                        TO
               WS-SRC-DEBIT-TOTAL (WS-SRC-COUNT)
           COMPUTE WS-SRC-FIRST-PST (WS-SRC-COUNT) = WS-PST-COUNT + 1
           MOVE WS-PST-COUNT                 TO
               WS-SRC-LAST-PST (WS-SRC-COUNT)
           .
       140999-EXIT-REGISTER-SOURCE.
           EXIT.

      *-----------------------------------------------------------------
       165000-CHECK-POSTED                 SECTION.
      *-----------------------------------------------------------------
           MOVE 0015                        TO PSC-ERRO-PGM

           SET WS-NOT-YET-POSTED            TO TRUE

           PERFORM VARYING WS-POSTED-IDX FROM 1 BY 1
                   UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
                      OR WS-ALREADY-POSTED
               IF WS-POSTED-SOURCE (WS-POSTED-IDX) = WS-CHECK-SOURCE
               AND WS-POSTED-KEY (WS-POSTED-IDX) = WS-CHECK-KEY
                   SET WS-ALREADY-POSTED     TO TRUE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                      OR WS-ALREADY-POSTED
               IF WS-SRC-SOURCE (WS-SRC-IDX) = WS-CHECK-SOURCE
               AND WS-SRC-KEY (WS-SRC-IDX) = WS-CHECK-KEY
                   SET WS-ALREADY-POSTED     TO TRUE
               END-IF
           END-PERFORM
           .
       165999-EXIT-CHECK-POSTED.
           EXIT.

      *-----------------------------------------------------------------
       160000-PARSE-EXTRACT-REC            SECTION.
      *-----------------------------------------------------------------
           MOVE 0016                        TO PSC-ERRO-PGM

           MOVE SPACES                       TO WS-XT-TYPE
                                                WS-XT-FIELD-2
                                                WS-XT-FIELD-3
                                                WS-XT-FIELD-4
                                                WS-XT-FIELD-5
                                                WS-XT-FIELD-6
                                                WS-XT-FIELD-7

           UNSTRING XT-REC DELIMITED BY ';'
               INTO WS-XT-TYPE
                    WS-XT-FIELD-2
                    WS-XT-FIELD-3
                    WS-XT-FIELD-4
                    WS-XT-FIELD-5
                    WS-XT-FIELD-6
                    WS-XT-FIELD-7
           END-UNSTRING
           .
       160999-EXIT-PARSE-EXTRACT-REC.
           EXIT.

      *-----------------------------------------------------------------
       170000-OPEN-EXTRACT                 SECTION.
      *-----------------------------------------------------------------
      *    Opens WS-XT-FILE-NAME and reads its header. No file means
      *    nothing to collect (WS-EOF set); a file whose header
      *    sequence is already posted is skipped the same way.
      *-----------------------------------------------------------------
           MOVE 0017                        TO PSC-ERRO-PGM

           SET WS-NOT-EOF                   TO TRUE
           INITIALIZE WS-XT-TOTALS
           SET WS-XT-TRAILER-MISSING        TO TRUE

           OPEN INPUT XT-FILE

           IF WS-XT-FILE-NOT-FOUND
               SET WS-EOF                   TO TRUE
               GO TO 170999-EXIT-OPEN-EXTRACT
           END-IF

           IF NOT WS-XT-OK
               PERFORM 999900-ABEND
           END-IF

           READ XT-FILE
               AT END
                   SET WS-EOF                TO TRUE
           END-READ

           IF WS-EOF
               CLOSE XT-FILE
               GO TO 170999-EXIT-OPEN-EXTRACT
           END-IF

           PERFORM 160000-PARSE-EXTRACT-REC

           MOVE WS-XT-FIELD-2 (1:8)          TO WS-XT-DATE-X
           MOVE WS-XT-FIELD-3 (1:6)          TO WS-XT-SEQ-X

           IF WS-XT-TYPE NOT = 'H'
           OR WS-XT-DATE-9 NOT NUMERIC
           OR WS-XT-SEQ-9 NOT NUMERIC
               DISPLAY 'EX21 ABEND - '
                       FUNCTION TRIM (WS-XT-FILE-NAME)
                       ' DOES NOT START WITH A VALID HEADER'
               PERFORM 999900-ABEND
           END-IF

           MOVE WS-XT-DATE-9                 TO WS-XT-HEADER-DATE
           MOVE WS-XT-SEQ-9                  TO WS-XT-HEADER-SEQ
           MOVE WS-XT-SEQ-9                  TO WS-CHECK-KEY

           PERFORM 165000-CHECK-POSTED

           IF WS-ALREADY-POSTED
               DISPLAY 'EX21 ' FUNCTION TRIM (WS-XT-FILE-NAME)
                       ' SEQUENCE ' WS-XT-HEADER-SEQ
                       ' ALREADY POSTED - SKIPPED'
               CLOSE XT-FILE
               SET WS-EOF                   TO TRUE
           END-IF
           .
       170999-EXIT-OPEN-EXTRACT.
           EXIT.

      *-----------------------------------------------------------------
       175000-READ-EXTRACT-DETAIL          SECTION.
      *-----------------------------------------------------------------
      *    Reads to the next detail, leaving its emp, dept and amount
      *    in WS-XT-EMP-ID / WS-XT-DEPT-CODE / WS-XT-AMOUNT; the
      *    trailer's count and hash are kept for the tie. WS-EOF at
      *    end of file.
      *-----------------------------------------------------------------
           MOVE 0018                        TO PSC-ERRO-PGM

           MOVE SPACES                       TO WS-XT-TYPE

           PERFORM UNTIL WS-EOF
                      OR WS-XT-TYPE = 'D'
               READ XT-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-XT-OK
                           PERFORM 999900-ABEND
                       END-IF
                       PERFORM 160000-PARSE-EXTRACT-REC
                       IF WS-XT-TYPE = 'T'
                           PERFORM 178000-TAKE-TRAILER
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EOF
               GO TO 175999-EXIT-READ-EXTRACT-DETAIL
           END-IF

           MOVE WS-XT-FIELD-2 (1:8)          TO WS-XT-EMP-ID
           MOVE WS-XT-FIELD-3 (1:4)          TO WS-XT-DEPT-CODE
           MOVE WS-XT-FIELD-5 (1:11)         TO WS-XT-AMOUNT-X

           IF WS-XT-AMOUNT-INT NOT NUMERIC
           OR WS-XT-AMOUNT-POINT NOT = '.'
           OR WS-XT-AMOUNT-DEC NOT NUMERIC
               DISPLAY 'EX21 ABEND - BAD AMOUNT ON '
                       FUNCTION TRIM (WS-XT-FILE-NAME)
                       ' FOR ' WS-XT-EMP-ID
               PERFORM 999900-ABEND
           END-IF

           COMPUTE WS-XT-AMOUNT = WS-XT-AMOUNT-INT
                                + WS-XT-AMOUNT-DEC / 100

           ADD 1                             TO WS-XT-DETAIL-COUNT
           ADD WS-XT-AMOUNT                  TO WS-XT-AMOUNT-TOTAL
           .
       175999-EXIT-READ-EXTRACT-DETAIL.
           EXIT.

      *-----------------------------------------------------------------
       178000-TAKE-TRAILER                 SECTION.
      *-----------------------------------------------------------------
           MOVE 0019                        TO PSC-ERRO-PGM

           MOVE WS-XT-FIELD-2 (1:9)          TO WS-XT-COUNT-X
           MOVE WS-XT-FIELD-3 (1:16)         TO WS-XT-HASH-X

           IF WS-XT-COUNT-9 NOT NUMERIC
           OR WS-XT-HASH-INT NOT NUMERIC
           OR WS-XT-HASH-POINT NOT = '.'
           OR WS-XT-HASH-DEC NOT NUMERIC
               DISPLAY 'EX21 ABEND - BAD TRAILER ON '
                       FUNCTION TRIM (WS-XT-FILE-NAME)
               PERFORM 999900-ABEND
           END-IF

           SET WS-XT-TRAILER-SEEN            TO TRUE
           MOVE WS-XT-COUNT-9                TO WS-XT-TRAILER-COUNT
           COMPUTE WS-XT-TRAILER-HASH = WS-XT-HASH-INT
                                      + WS-XT-HASH-DEC / 100
           .
       178999-EXIT-TAKE-TRAILER.
           EXIT.

      *-----------------------------------------------------------------
       180000-TIE-EXTRACT-TRAILER          SECTION.
      *-----------------------------------------------------------------
      *    An extract is posted only whole: the details read must be
      *    the count and hash its own trailer declares.
      *-----------------------------------------------------------------
           MOVE 0020                        TO PSC-ERRO-PGM

           IF WS-XT-TRAILER-MISSING
           OR WS-XT-DETAIL-COUNT NOT = WS-XT-TRAILER-COUNT
           OR WS-XT-AMOUNT-TOTAL NOT = WS-XT-TRAILER-HASH
               DISPLAY 'EX21 ABEND - '
                       FUNCTION TRIM (WS-XT-FILE-NAME)
                       ' IS INCOMPLETE OR ITS DETAILS DO NOT '
                       'MATCH ITS TRAILER'
               PERFORM 999900-ABEND
           END-IF
           .
       180999-EXIT-TIE-EXTRACT-TRAILER.
           EXIT.

      *-----------------------------------------------------------------
       200000-COLLECT-RELEASE              SECTION.
      *-----------------------------------------------------------------
      *    The release extract carries each raise's new salary; the
      *    old one comes from the history detail the same release
      *    wrote that day. The release is posted only if its totals
      *    are the RELEASE audit entry's for that date.
      *-----------------------------------------------------------------
           MOVE 0021                        TO PSC-ERRO-PGM

           MOVE 'data/output/ex12.ext'       TO WS-XT-FILE-NAME
           MOVE 'EX12'                       TO WS-CHECK-SOURCE

           PERFORM 170000-OPEN-EXTRACT

           IF WS-EOF
               GO TO 200999-EXIT-COLLECT-RELEASE
           END-IF

           PERFORM 210000-LOAD-RELEASE-HISTORY

           MOVE 'EX12'                       TO WS-CHECK-SOURCE
           MOVE WS-XT-HEADER-SEQ             TO WS-CHECK-KEY
           PERFORM 140000-REGISTER-SOURCE
           MOVE 'REG'                        TO
               WS-SRC-PAY-TYPE (WS-SRC-COUNT)

           PERFORM 175000-READ-EXTRACT-DETAIL

           PERFORM UNTIL WS-EOF
               PERFORM 215000-MATCH-RELEASE-DETAIL
               PERFORM 175000-READ-EXTRACT-DETAIL
           END-PERFORM

           CLOSE XT-FILE

           PERFORM 180000-TIE-EXTRACT-TRAILER
           PERFORM 220000-TIE-RELEASE-AUDIT

           MOVE WS-XT-DETAIL-COUNT           TO
               WS-SRC-RECORD-COUNT (WS-SRC-COUNT)
           MOVE WS-PST-COUNT                 TO
               WS-SRC-LAST-PST (WS-SRC-COUNT)
           .
       200999-EXIT-COLLECT-RELEASE.
           EXIT.

      *-----------------------------------------------------------------
       210000-LOAD-RELEASE-HISTORY         SECTION.
      *-----------------------------------------------------------------
           MOVE 0022                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-HIS-COUNT
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT HIS-FILE

           IF NOT WS-HIS-OK
               DISPLAY 'EX21 ABEND - SALARY HISTORY NOT AVAILABLE '
                       'TO PRICE THE RELEASE EXTRACT'
               PERFORM 999900-ABEND
           END-IF

           PERFORM UNTIL WS-EOF
               READ HIS-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-HIS-OK
                           PERFORM 999900-ABEND
                       END-IF
                       IF HIS-RUN-DATE = WS-XT-HEADER-DATE
                           IF WS-HIS-COUNT >= WS-MAX-HIS-ROWS
                               DISPLAY 'EX21 ABEND - MORE THAN '
                                   WS-MAX-HIS-ROWS ' HISTORY '
                                   'DETAILS ON ' WS-XT-HEADER-DATE
                               PERFORM 999900-ABEND
                           END-IF
                           ADD 1             TO WS-HIS-COUNT
                           MOVE HIS-EMP-ID   TO
                               WS-HIS-EMP-ID (WS-HIS-COUNT)
                           MOVE HIS-OLD-SALARY TO
                               WS-HIS-OLD-SALARY (WS-HIS-COUNT)
                           MOVE HIS-NEW-SALARY TO
                               WS-HIS-NEW-SALARY (WS-HIS-COUNT)
                           MOVE 'N'          TO
                               WS-HIS-USED-FLAG (WS-HIS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HIS-FILE

           SET WS-NOT-EOF                   TO TRUE
           .
       210999-EXIT-LOAD-RELEASE-HISTORY.
           EXIT.

      *-----------------------------------------------------------------
       215000-MATCH-RELEASE-DETAIL         SECTION.
      *-----------------------------------------------------------------
      *    Last matching unused detail of the day: a release writes
      *    after any EX01 run the same day, and each history detail
      *    prices one extract detail only.
      *-----------------------------------------------------------------
           MOVE 0023                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-HIS-IDX FROM WS-HIS-COUNT BY -1
                   UNTIL WS-HIS-IDX < 1
                      OR (WS-HIS-EMP-ID (WS-HIS-IDX) = WS-XT-EMP-ID
                      AND WS-HIS-NEW-SALARY (WS-HIS-IDX)
                          = WS-XT-AMOUNT
                      AND WS-HIS-USED-FLAG (WS-HIS-IDX) = 'N')
               CONTINUE
           END-PERFORM

           IF WS-HIS-IDX < 1
               DISPLAY 'EX21 ABEND - RELEASED RAISE FOR '
                       WS-XT-EMP-ID ' HAS NO HISTORY DETAIL ON '
                       WS-XT-HEADER-DATE
               PERFORM 999900-ABEND
           END-IF

           MOVE 'Y'                          TO
               WS-HIS-USED-FLAG (WS-HIS-IDX)
           ADD WS-HIS-OLD-SALARY (WS-HIS-IDX) TO WS-XT-OLD-TOTAL

           MOVE WS-XT-DEPT-CODE              TO WS-POST-DEPT
           COMPUTE WS-POST-AMOUNT =
               WS-XT-AMOUNT - WS-HIS-OLD-SALARY (WS-HIS-IDX)
           PERFORM 120000-ADD-TO-POSTING
           .
       215999-EXIT-MATCH-RELEASE-DETAIL.
           EXIT.

      *-----------------------------------------------------------------
       220000-TIE-RELEASE-AUDIT            SECTION.
      *-----------------------------------------------------------------
      *    Any RELEASE entry of the header date whose released count
      *    and before/after totals are the extract's ties it.
      *-----------------------------------------------------------------
           MOVE 0024                        TO PSC-ERRO-PGM

           SET WS-AUD-MISSING               TO TRUE
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT AUDIT-FILE

           IF WS-AUDIT-OK
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF        TO TRUE
                       NOT AT END
                           IF NOT WS-AUDIT-OK
                               PERFORM 999900-ABEND
                           END-IF
                           IF AUD-STATUS = 'RELEASE '
                           AND AUD-RUN-DATE = WS-XT-HEADER-DATE
                           AND AUD-RECORDS-WRITTEN
                               = WS-XT-DETAIL-COUNT
                           AND AUD-TOTAL-SALARY-BEFORE
                               = WS-XT-OLD-TOTAL
                           AND AUD-TOTAL-SALARY-AFTER
                               = WS-XT-AMOUNT-TOTAL
                               SET WS-AUD-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           IF WS-AUD-MISSING
               DISPLAY 'EX21 ABEND - RELEASE EXTRACT SEQUENCE '
                       WS-XT-HEADER-SEQ ' DOES NOT TIE TO ANY '
                       'RELEASE AUDIT ENTRY OF ' WS-XT-HEADER-DATE
               MOVE WS-XT-DETAIL-COUNT       TO DISPLAY-COUNT
               DISPLAY '  RAISES RELEASED ....: ' DISPLAY-COUNT
               MOVE WS-XT-OLD-TOTAL          TO DISPLAY-AMOUNT
               DISPLAY '  OLD SALARY TOTAL ...: ' DISPLAY-AMOUNT
               MOVE WS-XT-AMOUNT-TOTAL       TO DISPLAY-AMOUNT
               DISPLAY '  NEW SALARY TOTAL ...: ' DISPLAY-AMOUNT
               PERFORM 999900-ABEND
           END-IF
           .
       220999-EXIT-TIE-RELEASE-AUDIT.
           EXIT.

      *-----------------------------------------------------------------
       300000-COLLECT-RETRO                SECTION.
      *-----------------------------------------------------------------
      *    The transmission log names the generation the retro was
      *    computed from. That generation must tie to its audit
      *    entry, and every retro amount must be a whole number of
      *    periods - the same number for everyone - of that
      *    employee's increase on it, one detail per raise.
      *-----------------------------------------------------------------
           MOVE 0025                        TO PSC-ERRO-PGM

           MOVE 'data/output/ex13_retro.ext' TO WS-XT-FILE-NAME
           MOVE 'EX13'                       TO WS-CHECK-SOURCE

           PERFORM 170000-OPEN-EXTRACT

           IF WS-EOF
               GO TO 300999-EXIT-COLLECT-RETRO
           END-IF

           PERFORM 310000-FIND-RETRO-GENERATION

           MOVE WS-RETRO-GEN                 TO WS-GEN-NUM
           PERFORM 115000-FIND-GEN-AUDIT

           IF WS-AUD-MISSING
               DISPLAY 'EX21 ABEND - RETRO GENERATION G' WS-GEN-NUM
                       ' HAS NO AUDIT ENTRY'
               PERFORM 999900-ABEND
           END-IF

           SET WS-GEN-READ-RETRO             TO TRUE
           PERFORM 130000-READ-GENERATION
           PERFORM 135000-TIE-GENERATION

           MOVE 'EX13'                       TO WS-CHECK-SOURCE
           MOVE WS-XT-HEADER-SEQ             TO WS-CHECK-KEY
           PERFORM 140000-REGISTER-SOURCE
           MOVE 'RET'                        TO
               WS-SRC-PAY-TYPE (WS-SRC-COUNT)

           MOVE ZEROS                        TO WS-RETRO-PERIODS
           SET WS-NOT-EOF                    TO TRUE

           PERFORM 175000-READ-EXTRACT-DETAIL

           PERFORM UNTIL WS-EOF
               PERFORM 320000-MATCH-RETRO-DETAIL
               PERFORM 175000-READ-EXTRACT-DETAIL
           END-PERFORM

           CLOSE XT-FILE

           PERFORM 180000-TIE-EXTRACT-TRAILER

           IF WS-XT-DETAIL-COUNT NOT = WS-RAISE-COUNT
               DISPLAY 'EX21 ABEND - RETRO EXTRACT SEQUENCE '
                       WS-XT-HEADER-SEQ ' CARRIES '
                       WS-XT-DETAIL-COUNT ' DETAILS; GENERATION G'
                       WS-GEN-NUM ' HAS ' WS-RAISE-COUNT ' RAISES'
               PERFORM 999900-ABEND
           END-IF

           MOVE WS-XT-DETAIL-COUNT           TO
               WS-SRC-RECORD-COUNT (WS-SRC-COUNT)
           MOVE WS-PST-COUNT                 TO
               WS-SRC-LAST-PST (WS-SRC-COUNT)
           .
       300999-EXIT-COLLECT-RETRO.
           EXIT.

      *-----------------------------------------------------------------
       310000-FIND-RETRO-GENERATION        SECTION.
      *-----------------------------------------------------------------
           MOVE 0026                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-RETRO-GEN
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT TRN-FILE

           IF WS-TRN-OK
               PERFORM UNTIL WS-EOF
                   READ TRN-FILE
                       AT END
                           SET WS-EOF        TO TRUE
                       NOT AT END
                           IF NOT WS-TRN-OK
                               PERFORM 999900-ABEND
                           END-IF
                           IF TRN-PROGRAM = 'EX13    '
                           AND TRN-FILE-SEQ = WS-XT-HEADER-SEQ
                           AND TRN-GEN-NUM NUMERIC
                               MOVE TRN-GEN-NUM TO WS-RETRO-GEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRN-FILE
           END-IF

           SET WS-NOT-EOF                   TO TRUE

           IF WS-RETRO-GEN = 0
               DISPLAY 'EX21 ABEND - RETRO EXTRACT SEQUENCE '
                       WS-XT-HEADER-SEQ ' HAS NO TRANSMISSION LOG '
                       'ENTRY NAMING ITS GENERATION'
               PERFORM 999900-ABEND
           END-IF
           .
       310999-EXIT-FIND-RETRO-GENERATION.
           EXIT.

      *-----------------------------------------------------------------
       320000-MATCH-RETRO-DETAIL           SECTION.
      *-----------------------------------------------------------------
           MOVE 0027                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-RAISE-IDX FROM 1 BY 1
                   UNTIL WS-RAISE-IDX > WS-RAISE-COUNT
                      OR (WS-RAISE-EMP-ID (WS-RAISE-IDX)
                          = WS-XT-EMP-ID
                      AND WS-RAISE-USED-FLAG (WS-RAISE-IDX) = 'N')
               CONTINUE
           END-PERFORM

           IF WS-RAISE-IDX > WS-RAISE-COUNT
               DISPLAY 'EX21 ABEND - RETRO FOR ' WS-XT-EMP-ID
                       ' HAS NO RAISE ON GENERATION G' WS-GEN-NUM
               PERFORM 999900-ABEND
           END-IF

           MOVE 'Y'                          TO
               WS-RAISE-USED-FLAG (WS-RAISE-IDX)

           DIVIDE WS-XT-AMOUNT BY WS-RAISE-INCREASE (WS-RAISE-IDX)
               GIVING WS-RECORD-PERIODS
               REMAINDER WS-PERIOD-REMAINDER
           END-DIVIDE

           IF WS-RETRO-PERIODS = 0
               MOVE WS-RECORD-PERIODS        TO WS-RETRO-PERIODS
           END-IF

           IF WS-PERIOD-REMAINDER NOT = 0
           OR WS-RECORD-PERIODS = 0
           OR WS-RECORD-PERIODS NOT = WS-RETRO-PERIODS
               DISPLAY 'EX21 ABEND - RETRO FOR ' WS-XT-EMP-ID
                       ' IS NOT ' WS-RETRO-PERIODS
                       ' PERIODS OF ITS INCREASE ON GENERATION G'
                       WS-GEN-NUM
               PERFORM 999900-ABEND
           END-IF

           MOVE WS-XT-DEPT-CODE              TO WS-POST-DEPT
           MOVE WS-XT-AMOUNT                 TO WS-POST-AMOUNT
           PERFORM 120000-ADD-TO-POSTING
           .
       320999-EXIT-MATCH-RETRO-DETAIL.
           EXIT.

      *-----------------------------------------------------------------
       350000-CHECK-UNPOSTED-TRANS         SECTION.
      *-----------------------------------------------------------------
      *    The release and retro extracts are rewritten by every run
      *    of their writers. A release or retro the transmission log
      *    shows going out after the last one posted, but which is
      *    neither posted nor the one on disk now, was overwritten
      *    before this step ran: it never reaches the ledger unless
      *    someone posts it by hand, so it is flagged RC 8 and goes
      *    on the posted log as OVERWRIT - flagged once, and on
      *    record for whoever posts it.
      *-----------------------------------------------------------------
           MOVE 0028                        TO PSC-ERRO-PGM

           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT TRN-FILE

           IF NOT WS-TRN-OK
               GO TO 350999-EXIT-CHECK-UNPOSTED-TRANS
           END-IF

           PERFORM UNTIL WS-EOF
               READ TRN-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF NOT WS-TRN-OK
                           PERFORM 999900-ABEND
                       END-IF
                       MOVE SPACES           TO WS-CHECK-SOURCE
                       IF TRN-PROGRAM = 'EX12    '
                       AND WS-HIGH-POSTED-EX12 > 0
                       AND TRN-FILE-SEQ > WS-HIGH-POSTED-EX12
                           MOVE 'EX12'       TO WS-CHECK-SOURCE
                       END-IF
                       IF TRN-PROGRAM = 'EX13    '
                       AND WS-HIGH-POSTED-EX13 > 0
                       AND TRN-FILE-SEQ > WS-HIGH-POSTED-EX13
                           MOVE 'EX13'       TO WS-CHECK-SOURCE
                       END-IF
                       IF WS-CHECK-SOURCE NOT = SPACES
                           MOVE TRN-FILE-SEQ TO WS-CHECK-KEY
                           PERFORM 165000-CHECK-POSTED
                           IF WS-NOT-YET-POSTED
                               ADD 1         TO WS-WARNING-COUNT
                               DISPLAY 'EX21 WARNING - '
                                   WS-CHECK-SOURCE
                                   ' TRANSMISSION SEQUENCE '
                                   TRN-FILE-SEQ ' OF '
                                   TRN-RUN-DATE ' WAS OVERWRITTEN '
                                   'BEFORE IT WAS POSTED'
                               PERFORM 140000-REGISTER-SOURCE
                               MOVE 'OVERWRIT' TO
                                   WS-SRC-DISPOSITION (WS-SRC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRN-FILE
           .
       350999-EXIT-CHECK-UNPOSTED-TRANS.
           EXIT.

      *-----------------------------------------------------------------
       400000-WRITE-JOURNAL                SECTION.
      *-----------------------------------------------------------------
      *    Two lines per department per source, expense against the
      *    accrued-payroll offset on the same cost center. Written
      *    every run, so the GL sees an unbroken journal sequence.
      *-----------------------------------------------------------------
           MOVE 0029                        TO PSC-ERRO-PGM

           OPEN OUTPUT GL-FILE

           IF NOT WS-GL-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE ZEROS                       TO WS-SRC-POSTED-COUNT
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-DISPOSITION (WS-SRC-IDX) = 'POSTED  '
                   ADD 1                     TO WS-SRC-POSTED-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES                       TO GL-REC
           MOVE WS-RUN-DATE                  TO WS-DATE-FMT
           MOVE WS-SRC-POSTED-COUNT          TO WS-SOURCES-FMT

           STRING 'H'                        DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-DATE-FMT                DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-JOURNAL-SEQ             DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-SOURCES-FMT             DELIMITED BY SIZE
               INTO GL-REC
           END-STRING

           PERFORM 420000-WRITE-GL-REC

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-DISPOSITION (WS-SRC-IDX) = 'POSTED  '
                   PERFORM 405000-WRITE-SOURCE-LINES
               END-IF
           END-PERFORM

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY 'EX21 ABEND - JOURNAL OUT OF BALANCE'
               PERFORM 999900-ABEND
           END-IF

           MOVE SPACES                       TO GL-REC
           MOVE WS-GL-LINE-COUNT             TO WS-COUNT-FMT
           MOVE WS-GL-DEBIT-TOTAL            TO WS-AMOUNT-FMT
           MOVE WS-GL-CREDIT-TOTAL           TO WS-CREDIT-FMT

           STRING 'T'                        DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-COUNT-FMT               DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-AMOUNT-FMT              DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-CREDIT-FMT              DELIMITED BY SIZE
               INTO GL-REC
           END-STRING

           PERFORM 420000-WRITE-GL-REC

           CLOSE GL-FILE

           IF NOT WS-GL-OK
               PERFORM 999900-ABEND
           END-IF
           .
       400999-EXIT-WRITE-JOURNAL.
           EXIT.

      *-----------------------------------------------------------------
       405000-WRITE-SOURCE-LINES           SECTION.
      *-----------------------------------------------------------------
      *    A department whose changes net to zero posts nothing.
      *-----------------------------------------------------------------
           MOVE 0030                        TO PSC-ERRO-PGM

           EVALUATE WS-SRC-PAY-TYPE (WS-SRC-IDX)
               WHEN 'BON'
                   MOVE WS-BON-ACCOUNT       TO WS-EXPENSE-ACCOUNT
               WHEN 'RET'
                   MOVE WS-RET-ACCOUNT       TO WS-EXPENSE-ACCOUNT
               WHEN 'REV'
                   MOVE WS-REV-ACCOUNT       TO WS-EXPENSE-ACCOUNT
               WHEN OTHER
                   MOVE WS-REG-ACCOUNT       TO WS-EXPENSE-ACCOUNT
           END-EVALUATE

           MOVE WS-SRC-SOURCE (WS-SRC-IDX)   TO WS-SOURCE-REF-PGM
           MOVE WS-SRC-KEY (WS-SRC-IDX)      TO WS-SOURCE-REF-KEY
           IF WS-SRC-SOURCE (WS-SRC-IDX) = 'EX01'
               MOVE 'G'                      TO WS-SOURCE-REF-KIND
           ELSE
               MOVE 'S'                      TO WS-SOURCE-REF-KIND
           END-IF

           PERFORM VARYING WS-PST-IDX
                   FROM WS-SRC-FIRST-PST (WS-SRC-IDX) BY 1
                   UNTIL WS-PST-IDX > WS-SRC-LAST-PST (WS-SRC-IDX)
               IF WS-PST-NET (WS-PST-IDX) > 0
                   MOVE WS-PST-NET (WS-PST-IDX)
                                             TO WS-GL-AMOUNT
                   MOVE 'DR'                 TO WS-GL-SIDE
                   MOVE WS-EXPENSE-ACCOUNT   TO WS-GL-ACCOUNT
                   PERFORM 410000-WRITE-GL-LINE
                   MOVE 'CR'                 TO WS-GL-SIDE
                   MOVE WS-OFFSET-ACCOUNT    TO WS-GL-ACCOUNT
                   PERFORM 410000-WRITE-GL-LINE
               END-IF
               IF WS-PST-NET (WS-PST-IDX) < 0
                   COMPUTE WS-GL-AMOUNT =
                       0 - WS-PST-NET (WS-PST-IDX)
                   MOVE 'DR'                 TO WS-GL-SIDE
                   MOVE WS-OFFSET-ACCOUNT    TO WS-GL-ACCOUNT
                   PERFORM 410000-WRITE-GL-LINE
                   MOVE 'CR'                 TO WS-GL-SIDE
                   MOVE WS-EXPENSE-ACCOUNT   TO WS-GL-ACCOUNT
                   PERFORM 410000-WRITE-GL-LINE
               END-IF
           END-PERFORM
           .
       405999-EXIT-WRITE-SOURCE-LINES.
           EXIT.

      *-----------------------------------------------------------------
       410000-WRITE-GL-LINE                SECTION.
      *-----------------------------------------------------------------
           MOVE 0031                        TO PSC-ERRO-PGM

           MOVE SPACES                       TO GL-REC
           MOVE WS-GL-AMOUNT                 TO WS-AMOUNT-FMT

           STRING 'D'                        DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-PST-COST-CTR (WS-PST-IDX)
                                             DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-GL-ACCOUNT              DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PST-DEPT (WS-PST-IDX))
                                             DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-GL-SIDE                 DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-AMOUNT-FMT              DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-SRC-PAY-TYPE (WS-SRC-IDX)
                                             DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  WS-SOURCE-REF              DELIMITED BY SIZE
               INTO GL-REC
           END-STRING

           PERFORM 420000-WRITE-GL-REC

           ADD 1                             TO WS-GL-LINE-COUNT
           IF WS-GL-SIDE = 'DR'
               ADD WS-GL-AMOUNT              TO WS-GL-DEBIT-TOTAL
               ADD WS-GL-AMOUNT              TO
                   WS-SRC-DEBIT-TOTAL (WS-SRC-IDX)
           ELSE
               ADD WS-GL-AMOUNT              TO WS-GL-CREDIT-TOTAL
           END-IF
           .
       410999-EXIT-WRITE-GL-LINE.
           EXIT.

      *-----------------------------------------------------------------
       420000-WRITE-GL-REC                 SECTION.
      *-----------------------------------------------------------------
           MOVE 0032                        TO PSC-ERRO-PGM

           WRITE GL-REC

           IF NOT WS-GL-OK
               PERFORM 999900-ABEND
           END-IF
           .
       420999-EXIT-WRITE-GL-REC.
           EXIT.

      *-----------------------------------------------------------------
       500000-LOG-POSTINGS                 SECTION.
      *-----------------------------------------------------------------
      *    Logged only after the journal is complete and closed: a
      *    crash before this leaves every source unposted, and the
      *    rerun writes the journal again under the same sequence
      *    (not yet saved), which the GL load rejects as a repeat if
      *    the first copy was already taken.
      *-----------------------------------------------------------------
           MOVE 0033                        TO PSC-ERRO-PGM

           IF WS-SRC-COUNT = 0
               GO TO 500999-EXIT-LOG-POSTINGS
           END-IF

           OPEN EXTEND PST-FILE

           IF WS-PST-FILE-NOT-FOUND
               OPEN OUTPUT PST-FILE
           END-IF

           IF NOT WS-PST-OK
               PERFORM 999900-ABEND
           END-IF

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE WS-SRC-SOURCE (WS-SRC-IDX)
                                             TO PST-SOURCE
               MOVE WS-SRC-KEY (WS-SRC-IDX)  TO PST-SOURCE-KEY
               MOVE WS-SRC-PAY-TYPE (WS-SRC-IDX)
                                             TO PST-PAY-TYPE
               MOVE WS-SRC-DISPOSITION (WS-SRC-IDX)
                                             TO PST-DISPOSITION
               MOVE WS-RUN-DATE              TO PST-POST-DATE
               MOVE WS-JOURNAL-SEQ           TO PST-JOURNAL-SEQ
               MOVE WS-SRC-RECORD-COUNT (WS-SRC-IDX)
                                             TO PST-RECORD-COUNT
               MOVE WS-SRC-DEBIT-TOTAL (WS-SRC-IDX)
                                             TO PST-DEBIT-TOTAL
               MOVE WS-OPERATOR-ID           TO PST-OPERATOR-ID

               WRITE PST-REC

               IF NOT WS-PST-OK
                   PERFORM 999900-ABEND
               END-IF
           END-PERFORM

           CLOSE PST-FILE

           IF NOT WS-PST-OK
               PERFORM 999900-ABEND
           END-IF
           .
       500999-EXIT-LOG-POSTINGS.
           EXIT.

      *-----------------------------------------------------------------
       550000-SAVE-JOURNAL-SEQUENCE        SECTION.
      *-----------------------------------------------------------------
           MOVE 0034                        TO PSC-ERRO-PGM

           OPEN OUTPUT SEQ-FILE

           IF NOT WS-SEQ-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE WS-JOURNAL-SEQ               TO SEQ-LAST-USED
           WRITE SEQ-REC

           IF NOT WS-SEQ-OK
               PERFORM 999900-ABEND
           END-IF

           CLOSE SEQ-FILE

           IF NOT WS-SEQ-OK
               PERFORM 999900-ABEND
           END-IF
           .
       550999-EXIT-SAVE-JOURNAL-SEQUENCE.
           EXIT.

      *-----------------------------------------------------------------
       250000-PRINT-CONTROL-TOTALS         SECTION.
      *-----------------------------------------------------------------
           DISPLAY '===================================='
           DISPLAY 'EX21 CONTROL TOTALS'
           DISPLAY '  JOURNAL SEQUENCE ..: ' WS-JOURNAL-SEQ

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE WS-SRC-SOURCE (WS-SRC-IDX) TO WS-SOURCE-REF-PGM
               MOVE WS-SRC-KEY (WS-SRC-IDX)  TO WS-SOURCE-REF-KEY
               IF WS-SRC-SOURCE (WS-SRC-IDX) = 'EX01'
                   MOVE 'G'                  TO WS-SOURCE-REF-KIND
               ELSE
                   MOVE 'S'                  TO WS-SOURCE-REF-KIND
               END-IF
               MOVE WS-SRC-DEBIT-TOTAL (WS-SRC-IDX)
                                             TO DISPLAY-AMOUNT
               DISPLAY '  ' WS-SOURCE-REF ' '
                       WS-SRC-PAY-TYPE (WS-SRC-IDX) ' '
                       WS-SRC-DISPOSITION (WS-SRC-IDX)
                       DISPLAY-AMOUNT
           END-PERFORM

           MOVE WS-GL-LINE-COUNT            TO DISPLAY-COUNT
           DISPLAY '  JOURNAL LINES .....: ' DISPLAY-COUNT
           MOVE WS-GL-DEBIT-TOTAL           TO DISPLAY-AMOUNT
           DISPLAY '  DEBIT TOTAL .......: ' DISPLAY-AMOUNT
           MOVE WS-GL-CREDIT-TOTAL          TO DISPLAY-AMOUNT
           DISPLAY '  CREDIT TOTAL ......: ' DISPLAY-AMOUNT
           MOVE WS-WARNING-COUNT            TO DISPLAY-COUNT
           DISPLAY '  UNPOSTED WARNINGS .: ' DISPLAY-COUNT
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
           EXIT.

      *-----------------------------------------------------------------
       999900-ABEND                        SECTION.
      *-----------------------------------------------------------------
           DISPLAY 'ABEND - PSC=' PSC-ERRO-PGM
                   ' FS-IN='  WS-IN-FILE-STATUS
                   ' FS-AUD=' WS-AUDIT-FILE-STATUS
                   ' FS-EXT=' WS-XT-FILE-STATUS
                   ' FS-GL='  WS-GL-FILE-STATUS
                   ' FS-PST=' WS-PST-FILE-STATUS
                   ' MSG='    WS-ABEND-MSG

      *    A failed posting must stop the stream: nothing was logged
      *    as posted, and the rerun collects the same sources.
           MOVE 16                           TO RETURN-CODE
           STOP RUN
           .
       999999-EXIT-ABEND.
           EXIT.
