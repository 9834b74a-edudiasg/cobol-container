      ******************************************************************
      * PROGRAM-ID : EX22
      * TYPE       : BATCH
      * PURPOSE    : Employee raise notification letters. Reads one
      *              cataloged EX01 output generation and prints one
      *              letter per employee, each starting on a new
      *              page: department name from the EX15 reference,
      *              old and new salary, dollar and percent increase,
      *              and the effective date from the generation's own
      *              audit entry (its run date when the run carried
      *              none) - the figures come straight off the
      *              generation, never off a copy of it. The wording
      *              follows the run:
      *                SUCCESS  - salary increase in force
      *                DEFERRED - increase approved, in force from the
      *                           effective date (EX12 applies it)
      *                BONUS    - one-time bonus payment, salary
      *                           unchanged
      *                BACKOUT  - earlier increase (or bonus) reversed
      *              A control page closes the run: letters printed
      *              by wording, records not selected, and the tie of
      *              both to the generation's record count and the
      *              record count its audit entry declares.
      *
      *              A reprint names a generation and one employee or
      *              one department on the request card; it prints
      *              those letters only, to a separate file, so the
      *              full run's letters are never overwritten.
      *
      * INPUT      : data/output/ex01.out.Gnnnn (LINE SEQUENTIAL) -
      *              the generation resolved from the run catalog
      *              (current, or the one named on the card); plain
      *              ex01.out when no catalog exists
      *              data/audit/ex01_audit.log - the generation's
      *              entry supplies the run status, effective date
      *              and written record count; with no catalog, the
      *              last SUCCESS entry does
      *              data/master/dept_master.dat (INDEXED, key
      *              DPT-CODE) - department names; when absent the
      *              letters carry the code alone
      *              data/control/ex22.parm (optional):
      *                GEN-NUM (cols 1-4, 0000 = current)
      *                EMP-ID (cols 5-12, blank = every employee)
      *                DEPT-CODE (cols 13-16, blank = every dept)
      * OUTPUT     : data/output/ex22.let.Gnnnn (LINE SEQUENTIAL) -
      *              letters for the whole generation
      *              data/output/ex22.rpr.Gnnnn (LINE SEQUENTIAL) -
      *              a reprint (employee or department selected)
      *
      *              RETURN-CODE 0 clean, 8 when the control counts do
      *              not tie, 16 on an abend.
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-10-15
      *
      * CHANGE LOG :
      *  - 2026-10-15 EDG - Initial version. HR mail-merged the letters
      *                     from a spreadsheet copy of the run output,
      *                     and two went out last cycle quoting the
      *                     pre-increase salary as the new one.
      *  - 2026-10-15 EDG - Audit layout extended with the pay group
      *                     EX01 now records.
      *  - 2026-10-15 EDG - A run with no effective date quotes its
      *                     run date instead of abending; without a
      *                     catalog only the last SUCCESS audit entry
      *                     is used.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX22.
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

           SELECT LET-FILE ASSIGN TO DYNAMIC WS-LET-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-LET-FILE-STATUS.

           SELECT CAT-FILE ASSIGN TO 'data/audit/ex01_runcat.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-CAT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'data/audit/ex01_audit.log'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-AUDIT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'data/control/ex22.parm'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-PARM-FILE-STATUS.

           SELECT DEPT-FILE ASSIGN TO 'data/master/dept_master.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS DPT-CODE
                FILE STATUS  IS WS-DEPT-FILE-STATUS.
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

       FD  LET-FILE.
       01  LET-REC                        PIC X(080).

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

       FD  PARM-FILE.
       01  PARM-REC.
           03 PARM-GEN-NUM                PIC 9(004).
           03 PARM-EMP-ID                 PIC X(008).
           03 PARM-DEPT-CODE              PIC X(004).

       FD  DEPT-FILE.
       01  DEPT-REC.
           03 DPT-CODE                    PIC X(004).
           03 DPT-NAME                    PIC X(030).
           03 DPT-ACTIVE-FLAG             PIC X(001).
           03 DPT-ANNUAL-BUDGET           PIC 9(011)V99.
           03 DPT-GL-COST-CENTER          PIC X(006).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-IN-REC.
           03 WS-EMP-ID                   PIC X(008)     VALUE SPACES.
           03 WS-DEPT-CODE                PIC X(004)     VALUE SPACES.
           03 WS-FIRST-NAME               PIC X(030)     VALUE SPACES.
           03 WS-OLD-SALARY               PIC 9(008)V99  VALUE ZEROS.
           03 WS-NEW-SALARY               PIC 9(008)V99  VALUE ZEROS.

       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           88  WS-NOT-EOF                               VALUE 'N'.

       01  WS-IN-FILE-STATUS              PIC X(02)      VALUE SPACES.
           88  WS-IN-OK                                VALUE '00'.

       01  WS-LET-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-LET-OK                               VALUE '00'.

       01  WS-AUDIT-FILE-STATUS           PIC X(02)      VALUE SPACES.
           88  WS-AUDIT-OK                             VALUE '00'.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           'EX22 ABENDED - SEE PSC-ERRO-PGM ABOVE'.

      *---------------------------------------------------------------
      * Generation resolution, as EX02: the card picks a generation
      * (0000 = current); with no catalog the fixed names apply.
      *---------------------------------------------------------------
       01  WS-IN-FILE-NAME.
           03  WS-IN-NAME-BASE            PIC X(022)     VALUE
               'data/output/ex01.out.G'.
           03  WS-IN-GEN-NUM              PIC 9(004)     VALUE ZEROS.
           03  FILLER                     PIC X(054)     VALUE SPACES.

       01  WS-LET-FILE-NAME.
           03  WS-LET-NAME-BASE           PIC X(022)     VALUE
               'data/output/ex22.let.G'.
           03  WS-LET-GEN-NUM             PIC 9(004)     VALUE ZEROS.
           03  FILLER                     PIC X(054)     VALUE SPACES.

       01  WS-CAT-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-CAT-OK                               VALUE '00'.

       01  WS-PARM-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-PARM-OK                              VALUE '00'.

       01  WS-REQUESTED-GEN               PIC 9(004)     VALUE ZEROS.
       01  WS-CURRENT-GEN                 PIC 9(004)     VALUE ZEROS.
       01  WS-RESOLVED-GEN                PIC 9(004)     VALUE ZEROS.
       01  WS-GEN-FOUND-FLAG              PIC X          VALUE 'N'.
           88  WS-GEN-FOUND                             VALUE 'Y'.
           88  WS-GEN-NOT-FOUND                          VALUE 'N'.

      *---------------------------------------------------------------
      * Reprint selection from the card. Both blank = the full run.
      *---------------------------------------------------------------
       01  WS-SEL-EMP-ID                  PIC X(008)     VALUE SPACES.
       01  WS-SEL-DEPT-CODE               PIC X(004)     VALUE SPACES.

       01  WS-REPRINT-FLAG                PIC X          VALUE 'N'.
           88  WS-REPRINT                               VALUE 'Y'.
           88  WS-FULL-RUN                              VALUE 'N'.

       01  WS-SELECTED-FLAG               PIC X          VALUE 'N'.
           88  WS-SELECTED                              VALUE 'Y'.
           88  WS-NOT-SELECTED                          VALUE 'N'.

      *---------------------------------------------------------------
      * The generation's audit entry.
      *---------------------------------------------------------------
       01  WS-AUDIT-FOUND-FLAG            PIC X          VALUE 'N'.
           88  WS-AUDIT-FOUND                           VALUE 'Y'.
           88  WS-AUDIT-MISSING                         VALUE 'N'.

       01  WS-RUN-STATUS                  PIC X(008)     VALUE SPACES.
           88  WS-RUN-SUCCESS                           VALUE
               'SUCCESS '.
           88  WS-RUN-DEFERRED                          VALUE
               'DEFERRED'.
           88  WS-RUN-BONUS                             VALUE
               'BONUS   '.
           88  WS-RUN-BACKOUT                           VALUE
               'BACKOUT '.

       01  WS-AUD-WRITTEN                 PIC 9(009)     VALUE ZEROS.
       01  WS-AUD-RUN-DATE                PIC 9(008)     VALUE ZEROS.

       01  WS-EFFECTIVE-DATE              PIC X(008)     VALUE SPACES.
       01  WS-EFFECTIVE-DATE-9 REDEFINES WS-EFFECTIVE-DATE
                                           PIC 9(008).

      *---------------------------------------------------------------
      * Department reference (EX15 load). An absent reference file
      * means the letters carry the department code alone.
      *---------------------------------------------------------------
       01  WS-DEPT-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-DEPT-OK                              VALUE '00'.
           88  WS-DEPT-FILE-MISSING                     VALUE '35'.

       01  WS-MAX-DEPT-REFS               PIC 9(003)     VALUE 500.
       01  WS-DEPT-REF-COUNT              PIC 9(003)     VALUE ZEROS.
       01  WS-DREF-IDX                    PIC 9(003)     VALUE ZEROS.

       01  WS-DEPT-REF-TABLE.
           05  WS-DEPT-REF-ENTRY          OCCURS 500 TIMES.
               10  WS-DREF-CODE           PIC X(004).
               10  WS-DREF-NAME           PIC X(030).

       01  WS-DEPT-NAME                   PIC X(030)     VALUE SPACES.

      *---------------------------------------------------------------
      * Letter work fields. Increase is signed: a backout row has new
      * below old.
      *---------------------------------------------------------------
       01  WS-RUN-DATE                    PIC 9(008)     VALUE ZEROS.
       01  WS-INCREASE                    PIC S9(008)V99 VALUE ZEROS.
       01  WS-INCREASE-PCT                PIC S9(005)V99 VALUE ZEROS.

       01  WS-LETTER-KIND                 PIC X(001)     VALUE SPACES.
           88  WS-LETTER-RAISE                          VALUE 'R'.
           88  WS-LETTER-DEFERRED                       VALUE 'D'.
           88  WS-LETTER-BONUS                          VALUE 'B'.
           88  WS-LETTER-REVERSAL                       VALUE 'V'.
           88  WS-LETTER-BONUS-REVERSAL                 VALUE 'W'.

      *---------------------------------------------------------------
      * Control counts.
      *---------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           03  WS-RECORDS-READ            PIC 9(009)     VALUE ZEROS.
           03  WS-NOT-SELECTED-COUNT      PIC 9(009)     VALUE ZEROS.
           03  WS-LETTERS-PRINTED         PIC 9(009)     VALUE ZEROS.
           03  WS-RAISE-LETTERS           PIC 9(009)     VALUE ZEROS.
           03  WS-DEFERRED-LETTERS        PIC 9(009)     VALUE ZEROS.
           03  WS-BONUS-LETTERS           PIC 9(009)     VALUE ZEROS.
           03  WS-REVERSAL-LETTERS        PIC 9(009)     VALUE ZEROS.
           03  WS-ACCOUNTED-FOR           PIC 9(009)     VALUE ZEROS.

       01  WS-TIE-FLAG                    PIC X          VALUE 'Y'.
           88  WS-COUNTS-TIE                            VALUE 'Y'.
           88  WS-COUNTS-DO-NOT-TIE                     VALUE 'N'.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------
      * Letter line layouts.
      *---------------------------------------------------------------
       01  WS-LETTER-HEAD-1.
           03  FILLER                     PIC X(040)     VALUE
               'HUMAN RESOURCES - COMPENSATION'.
           03  FILLER                     PIC X(022)     VALUE
               '                 DATE '.
           03  LH1-RUN-DATE               PIC 9999/99/99.

       01  WS-LETTER-HEAD-2.
           03  FILLER                     PIC X(040)     VALUE
               'PERSONAL AND CONFIDENTIAL'.
           03  FILLER                     PIC X(015)     VALUE
               '           REF '.
           03  LH2-GEN-NUM                PIC X(005).
           03  FILLER                     PIC X(001)     VALUE '/'.
           03  LH2-EMP-ID                 PIC X(008).

       01  WS-ADDRESS-LINE.
           03  FILLER                     PIC X(004)     VALUE SPACES.
           03  AL-CAPTION                 PIC X(014).
           03  AL-TEXT                    PIC X(062).

       01  WS-SUBJECT-LINE.
           03  FILLER                     PIC X(009)     VALUE
               'SUBJECT: '.
           03  SL-SUBJECT                 PIC X(071).

       01  WS-FIGURE-LINE.
           03  FILLER                     PIC X(008)     VALUE SPACES.
           03  FL-CAPTION                 PIC X(030).
           03  FL-AMOUNT                  PIC $$$,$$$,$$9.99-.
           03  FILLER                     PIC X(027)     VALUE SPACES.

       01  WS-PERCENT-LINE.
           03  FILLER                     PIC X(008)     VALUE SPACES.
           03  PL-CAPTION                 PIC X(030).
           03  FILLER                     PIC X(007)     VALUE SPACES.
           03  PL-PERCENT                 PIC ---9.99.
           03  FILLER                     PIC X(001)     VALUE '%'.
           03  FILLER                     PIC X(027)     VALUE SPACES.

       01  WS-DATE-LINE.
           03  FILLER                     PIC X(008)     VALUE SPACES.
           03  DTL-CAPTION                PIC X(030).
           03  FILLER                     PIC X(005)     VALUE SPACES.
           03  DTL-DATE                   PIC 9999/99/99.
           03  FILLER                     PIC X(027)     VALUE SPACES.

      *---------------------------------------------------------------
      * Control page layouts.
      *---------------------------------------------------------------
       01  WS-CONTROL-HEAD.
           03  FILLER                     PIC X(036)     VALUE
               'EX22 RAISE LETTERS - CONTROL PAGE'.
           03  FILLER                     PIC X(005)     VALUE
               'DATE '.
           03  CH-RUN-DATE                PIC 9999/99/99.

       01  WS-CONTROL-LINE.
           03  CL-CAPTION                 PIC X(040).
           03  CL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                     PIC X(002)     VALUE SPACES.
           03  CL-NOTE                    PIC X(027).

       01  WS-CONTROL-TEXT-LINE.
           03  CT-CAPTION                 PIC X(040).
           03  CT-TEXT                    PIC X(040).

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       000000-MAIN                         SECTION.
      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 050000-RESOLVE-GENERATION
           PERFORM 060000-GET-RUN-AUDIT
           PERFORM 070000-LOAD-DEPT-REFERENCE
           PERFORM 100000-OPEN-FILES
           PERFORM 200000-PROCESS-FILES
           PERFORM 600000-PRINT-CONTROL-PAGE
           PERFORM 900000-CLOSE-FILES
           PERFORM 250000-PRINT-CONTROL-TOTALS

           IF WS-COUNTS-DO-NOT-TIE
               MOVE 8                        TO RETURN-CODE
           END-IF

           STOP RUN
           .
       000999-EXIT-MAIN.
           EXIT.

      *-----------------------------------------------------------------
       050000-RESOLVE-GENERATION           SECTION.
      *-----------------------------------------------------------------
      *    The optional request card (data/control/ex22.parm) names
      *    the generation (0000 = current) and, for a reprint, one
      *    employee or one department. A reprint writes to the .rpr
      *    name so the full run's letters survive it.
      *-----------------------------------------------------------------
           MOVE 0002                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-REQUESTED-GEN

           OPEN INPUT PARM-FILE

           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-GEN-NUM NUMERIC
                           MOVE PARM-GEN-NUM TO WS-REQUESTED-GEN
                       END-IF
                       MOVE PARM-EMP-ID     TO WS-SEL-EMP-ID
                       MOVE PARM-DEPT-CODE  TO WS-SEL-DEPT-CODE
               END-READ
               CLOSE PARM-FILE
           END-IF

           IF WS-SEL-EMP-ID NOT = SPACES
           OR WS-SEL-DEPT-CODE NOT = SPACES
               SET WS-REPRINT                TO TRUE
               MOVE 'data/output/ex22.rpr.G' TO WS-LET-NAME-BASE
           END-IF

           MOVE ZEROS                       TO WS-CURRENT-GEN
           SET WS-GEN-NOT-FOUND             TO TRUE
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT CAT-FILE

           IF WS-CAT-OK
               PERFORM UNTIL WS-EOF
                   READ CAT-FILE
                       AT END
                           SET WS-EOF        TO TRUE
                       NOT AT END
                           IF CAT-GEN-NUM > WS-CURRENT-GEN
                               MOVE CAT-GEN-NUM TO WS-CURRENT-GEN
                           END-IF
                           IF CAT-GEN-NUM = WS-REQUESTED-GEN
                               SET WS-GEN-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAT-FILE
           END-IF

           IF WS-CURRENT-GEN = 0
               IF WS-REQUESTED-GEN > 0
                   DISPLAY 'EX22 ABEND - GENERATION ' WS-REQUESTED-GEN
                           ' REQUESTED BUT THERE IS NO RUN CATALOG'
                   PERFORM 999900-ABEND
               END-IF
               MOVE ZEROS                    TO WS-RESOLVED-GEN
               MOVE 'data/output/ex01.out'   TO WS-IN-FILE-NAME
               IF WS-REPRINT
                   MOVE 'data/output/ex22.rpr' TO WS-LET-FILE-NAME
               ELSE
                   MOVE 'data/output/ex22.let' TO WS-LET-FILE-NAME
               END-IF
           ELSE
               IF WS-REQUESTED-GEN > 0
                   IF WS-GEN-NOT-FOUND
                       DISPLAY 'EX22 ABEND - GENERATION '
                               WS-REQUESTED-GEN ' IS NOT IN THE RUN '
                               'CATALOG (PURGED OR NEVER RUN)'
                       PERFORM 999900-ABEND
                   END-IF
                   MOVE WS-REQUESTED-GEN     TO WS-RESOLVED-GEN
               ELSE
                   MOVE WS-CURRENT-GEN       TO WS-RESOLVED-GEN
               END-IF
               MOVE WS-RESOLVED-GEN          TO WS-IN-GEN-NUM
               MOVE WS-RESOLVED-GEN          TO WS-LET-GEN-NUM
           END-IF

           DISPLAY 'EX22 LETTERS FROM '
                   FUNCTION TRIM (WS-IN-FILE-NAME)
                   ' TO ' FUNCTION TRIM (WS-LET-FILE-NAME)
           .
       050999-EXIT-RESOLVE-GENERATION.
           EXIT.

      *-----------------------------------------------------------------
       060000-GET-RUN-AUDIT                SECTION.
      *-----------------------------------------------------------------
      *    The generation's audit entry decides the wording and
      *    supplies the effective date and written count (last
      *    matching entry wins, as in EX04/EX08). A letter is never
      *    printed without one: the date on it would be a guess.
      *    Plain ex01.out predates the catalog, when every run that
      *    wrote it was a SUCCESS - simulations and abended runs
      *    after it must not supply its date. A run whose card
      *    carried no effective date took effect on its run date.
      *-----------------------------------------------------------------
           MOVE 0003                        TO PSC-ERRO-PGM

           SET WS-AUDIT-MISSING             TO TRUE
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
                           IF (WS-RESOLVED-GEN = 0
                               AND AUD-STATUS = 'SUCCESS ')
                           OR (WS-RESOLVED-GEN > 0
                               AND AUD-GEN-NUM NUMERIC
                               AND AUD-GEN-NUM = WS-RESOLVED-GEN)
                               SET WS-AUDIT-FOUND TO TRUE
                               MOVE AUD-STATUS TO WS-RUN-STATUS
                               MOVE AUD-RUN-DATE
                                             TO WS-AUD-RUN-DATE
                               MOVE AUD-EFFECTIVE-DATE
                                             TO WS-EFFECTIVE-DATE
                               MOVE AUD-RECORDS-WRITTEN
                                             TO WS-AUD-WRITTEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF

           IF WS-AUDIT-MISSING
           AND WS-RESOLVED-GEN = 0
               DISPLAY 'EX22 ABEND - NO SUCCESS ENTRY ON THE AUDIT '
                       'LOG FOR ex01.out - NO EFFECTIVE DATE TO QUOTE'
               PERFORM 999900-ABEND
           END-IF

           IF WS-AUDIT-MISSING
               DISPLAY 'EX22 ABEND - NO AUDIT ENTRY FOR THE '
                       'GENERATION - NO EFFECTIVE DATE TO QUOTE'
               PERFORM 999900-ABEND
           END-IF

           IF NOT WS-RUN-SUCCESS
           AND NOT WS-RUN-DEFERRED
           AND NOT WS-RUN-BONUS
           AND NOT WS-RUN-BACKOUT
               DISPLAY 'EX22 ABEND - GENERATION STATUS IS '
                       WS-RUN-STATUS ' - NO LETTERS FOR THAT RUN'
               PERFORM 999900-ABEND
           END-IF

           IF WS-EFFECTIVE-DATE = SPACES
           OR WS-EFFECTIVE-DATE = LOW-VALUES
               MOVE WS-AUD-RUN-DATE         TO WS-EFFECTIVE-DATE-9
           END-IF

           IF WS-EFFECTIVE-DATE-9 NOT NUMERIC
               DISPLAY 'EX22 ABEND - EFFECTIVE DATE ON THE AUDIT '
                       'ENTRY IS NOT A DATE: ' WS-EFFECTIVE-DATE
               PERFORM 999900-ABEND
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-EFFECTIVE-DATE-9)
              NOT = 0
               DISPLAY 'EX22 ABEND - EFFECTIVE DATE ON THE AUDIT '
                       'ENTRY IS NOT A DATE: ' WS-EFFECTIVE-DATE
               PERFORM 999900-ABEND
           END-IF
           .
       060999-EXIT-GET-RUN-AUDIT.
           EXIT.

      *-----------------------------------------------------------------
       070000-LOAD-DEPT-REFERENCE          SECTION.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-DEPT-REF-COUNT

           OPEN INPUT DEPT-FILE

           IF WS-DEPT-FILE-MISSING
               DISPLAY 'EX22 WARNING - NO DEPARTMENT REFERENCE; '
                       'LETTERS CARRY THE DEPARTMENT CODE ONLY'
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
                               DISPLAY 'EX22 ABEND - DEPARTMENT '
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

           SET WS-NOT-EOF                   TO TRUE
           .
       070999-EXIT-LOAD-DEPT-REFERENCE.
           EXIT.

      *-----------------------------------------------------------------
       100000-OPEN-FILES                   SECTION.
      *-----------------------------------------------------------------
           MOVE 0005                        TO PSC-ERRO-PGM

           SET WS-NOT-EOF                    TO TRUE

           OPEN INPUT  IN-FILE
                OUTPUT LET-FILE

           IF NOT WS-IN-OK
           OR NOT WS-LET-OK
               PERFORM 999900-ABEND
           END-IF
           .
       100999-EXIT-OPEN-FILES.
           EXIT.

      *-----------------------------------------------------------------
       200000-PROCESS-FILES                SECTION.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

           PERFORM 210000-READ-IN-FILE

           PERFORM UNTIL WS-EOF
               PERFORM 300000-PROCESS-RECORD
               PERFORM 210000-READ-IN-FILE
           END-PERFORM
           .
       200999-EXIT-PROCESS-FILES.
           EXIT.

      *-----------------------------------------------------------------
       210000-READ-IN-FILE                 SECTION.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           READ IN-FILE
                INTO WS-IN-REC
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-IN-OK
                       ADD 1 TO WS-RECORDS-READ
                   ELSE
                       PERFORM 999900-ABEND
                   END-IF
           END-READ
           .
       210999-EXIT-READ-IN-FILE.
           EXIT.

      *-----------------------------------------------------------------
       300000-PROCESS-RECORD               SECTION.
      *-----------------------------------------------------------------
           MOVE 0008                        TO PSC-ERRO-PGM

           SET WS-SELECTED                   TO TRUE

           IF WS-SEL-EMP-ID NOT = SPACES
           AND WS-SEL-EMP-ID NOT = WS-EMP-ID
               SET WS-NOT-SELECTED           TO TRUE
           END-IF

           IF WS-SEL-DEPT-CODE NOT = SPACES
           AND WS-SEL-DEPT-CODE NOT = WS-DEPT-CODE
               SET WS-NOT-SELECTED           TO TRUE
           END-IF

           IF WS-NOT-SELECTED
               ADD 1                         TO WS-NOT-SELECTED-COUNT
               GO TO 300999-EXIT-PROCESS-RECORD
           END-IF

           COMPUTE WS-INCREASE = WS-NEW-SALARY - WS-OLD-SALARY

           IF WS-OLD-SALARY > 0
               COMPUTE WS-INCREASE-PCT ROUNDED =
                   WS-INCREASE * 100 / WS-OLD-SALARY
           ELSE
               MOVE ZEROS                    TO WS-INCREASE-PCT
           END-IF

      *    A backout row carrying new salary zero reverses a bonus
      *    (the bonus row had old salary zero), not a raise.
           EVALUATE TRUE
               WHEN WS-RUN-BONUS
                   SET WS-LETTER-BONUS       TO TRUE
                   ADD 1                     TO WS-BONUS-LETTERS
               WHEN WS-RUN-DEFERRED
                   SET WS-LETTER-DEFERRED    TO TRUE
                   ADD 1                     TO WS-DEFERRED-LETTERS
               WHEN WS-RUN-BACKOUT
                   IF WS-NEW-SALARY = 0
                       SET WS-LETTER-BONUS-REVERSAL TO TRUE
                   ELSE
                       SET WS-LETTER-REVERSAL TO TRUE
                   END-IF
                   ADD 1                     TO WS-REVERSAL-LETTERS
               WHEN OTHER
                   SET WS-LETTER-RAISE       TO TRUE
                   ADD 1                     TO WS-RAISE-LETTERS
           END-EVALUATE

           PERFORM 350000-FIND-DEPT-NAME
           PERFORM 400000-PRINT-LETTER-HEAD
           PERFORM 450000-PRINT-LETTER-BODY
           PERFORM 500000-PRINT-LETTER-FIGURES
           PERFORM 550000-PRINT-LETTER-CLOSE

           ADD 1                             TO WS-LETTERS-PRINTED
           .
       300999-EXIT-PROCESS-RECORD.
           EXIT.

      *-----------------------------------------------------------------
       350000-FIND-DEPT-NAME               SECTION.
      *-----------------------------------------------------------------
           MOVE 0009                        TO PSC-ERRO-PGM

           MOVE SPACES                       TO WS-DEPT-NAME

           PERFORM VARYING WS-DREF-IDX FROM 1 BY 1
                   UNTIL WS-DREF-IDX > WS-DEPT-REF-COUNT
                      OR WS-DREF-CODE (WS-DREF-IDX) = WS-DEPT-CODE
               CONTINUE
           END-PERFORM

           IF WS-DREF-IDX <= WS-DEPT-REF-COUNT
               MOVE WS-DREF-NAME (WS-DREF-IDX) TO WS-DEPT-NAME
           END-IF
           .
       350999-EXIT-FIND-DEPT-NAME.
           EXIT.

      *-----------------------------------------------------------------
       400000-PRINT-LETTER-HEAD            SECTION.
      *-----------------------------------------------------------------
      *    Every letter starts on a fresh page; every other line
      *    is written after a single line advance.
      *-----------------------------------------------------------------
           MOVE 0010                        TO PSC-ERRO-PGM

           MOVE WS-RUN-DATE                  TO LH1-RUN-DATE
           MOVE WS-LETTER-HEAD-1             TO LET-REC

           WRITE LET-REC AFTER ADVANCING PAGE

           IF NOT WS-LET-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE SPACES                       TO LH2-GEN-NUM
           IF WS-RESOLVED-GEN > 0
               STRING 'G'                    DELIMITED BY SIZE
                      WS-RESOLVED-GEN        DELIMITED BY SIZE
                   INTO LH2-GEN-NUM
               END-STRING
           END-IF
           MOVE WS-EMP-ID                    TO LH2-EMP-ID
           MOVE WS-LETTER-HEAD-2             TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           PERFORM 420000-WRITE-BLANK-LINE
           PERFORM 420000-WRITE-BLANK-LINE

           MOVE 'TO:'                        TO AL-CAPTION
           MOVE WS-FIRST-NAME                TO AL-TEXT
           MOVE WS-ADDRESS-LINE              TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           MOVE 'EMPLOYEE ID:'               TO AL-CAPTION
           MOVE WS-EMP-ID                    TO AL-TEXT
           MOVE WS-ADDRESS-LINE              TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           MOVE 'DEPARTMENT:'                TO AL-CAPTION
           MOVE SPACES                       TO AL-TEXT
           IF WS-DEPT-NAME = SPACES
               MOVE WS-DEPT-CODE             TO AL-TEXT
           ELSE
               STRING WS-DEPT-CODE           DELIMITED BY SPACE
                      ' - '                  DELIMITED BY SIZE
                      WS-DEPT-NAME           DELIMITED BY SIZE
                   INTO AL-TEXT
               END-STRING
           END-IF
           MOVE WS-ADDRESS-LINE              TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           PERFORM 420000-WRITE-BLANK-LINE

           EVALUATE TRUE
               WHEN WS-LETTER-BONUS
                   MOVE 'ONE-TIME BONUS PAYMENT' TO SL-SUBJECT
               WHEN WS-LETTER-DEFERRED
                   MOVE 'APPROVED SALARY INCREASE' TO SL-SUBJECT
               WHEN WS-LETTER-REVERSAL
                   MOVE 'CORRECTION - SALARY INCREASE REVERSED'
                                             TO SL-SUBJECT
               WHEN WS-LETTER-BONUS-REVERSAL
                   MOVE 'CORRECTION - BONUS PAYMENT REVERSED'
                                             TO SL-SUBJECT
               WHEN OTHER
                   MOVE 'SALARY INCREASE'    TO SL-SUBJECT
           END-EVALUATE
           MOVE WS-SUBJECT-LINE              TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           PERFORM 420000-WRITE-BLANK-LINE

           MOVE SPACES                       TO LET-REC
           STRING 'Dear '                    DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FIRST-NAME)
                                             DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
               INTO LET-REC
           END-STRING
           PERFORM 410000-WRITE-LETTER-LINE

           PERFORM 420000-WRITE-BLANK-LINE
           .
       400999-EXIT-PRINT-LETTER-HEAD.
           EXIT.

      *-----------------------------------------------------------------
       410000-WRITE-LETTER-LINE            SECTION.
      *-----------------------------------------------------------------
           MOVE 0011                        TO PSC-ERRO-PGM

           WRITE LET-REC AFTER ADVANCING 1 LINE

           IF NOT WS-LET-OK
               PERFORM 999900-ABEND
           END-IF
           .
       410999-EXIT-WRITE-LETTER-LINE.
           EXIT.

      *-----------------------------------------------------------------
       420000-WRITE-BLANK-LINE             SECTION.
      *-----------------------------------------------------------------
           MOVE 0012                        TO PSC-ERRO-PGM

           MOVE SPACES                       TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE
           .
       420999-EXIT-WRITE-BLANK-LINE.
           EXIT.

      *-----------------------------------------------------------------
       450000-PRINT-LETTER-BODY            SECTION.
      *-----------------------------------------------------------------
           MOVE 0013                        TO PSC-ERRO-PGM

           EVALUATE TRUE
               WHEN WS-LETTER-BONUS
                   MOVE 'We are pleased to confirm a one-time bonus '
                     & 'payment in recognition'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'of your contribution. It is paid once and '
                     & 'does not change your'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'annual salary.'     TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
               WHEN WS-LETTER-DEFERRED
                   MOVE 'We are pleased to confirm that an increase '
                     & 'to your annual salary'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'has been approved. It takes effect on the '
                     & 'date shown below;'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'until then your pay is unchanged.'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
               WHEN WS-LETTER-REVERSAL
                   MOVE 'The salary increase notified to you earlier '
                     & 'was applied in error'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'and has been reversed. Your annual salary '
                     & 'returns to the amount'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'shown below. We apologize for any confusion.'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
               WHEN WS-LETTER-BONUS-REVERSAL
                   MOVE 'The bonus payment notified to you earlier '
                     & 'was recorded in error'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'and has been reversed. Your annual salary is '
                     & 'not affected.'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'We apologize for any confusion.'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
               WHEN OTHER
                   MOVE 'We are pleased to confirm an increase to '
                     & 'your annual salary,'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'effective on the date shown below.'
                                             TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
           END-EVALUATE

           PERFORM 420000-WRITE-BLANK-LINE
           .
       450999-EXIT-PRINT-LETTER-BODY.
           EXIT.

      *-----------------------------------------------------------------
       500000-PRINT-LETTER-FIGURES         SECTION.
      *-----------------------------------------------------------------
      *    A bonus letter quotes the payment only: its generation row
      *    carries old salary zero, and a percentage of nothing would
      *    mean nothing.
      *-----------------------------------------------------------------
           MOVE 0014                        TO PSC-ERRO-PGM

           EVALUATE TRUE
               WHEN WS-LETTER-BONUS
                   MOVE 'BONUS AMOUNT'       TO FL-CAPTION
                   MOVE WS-NEW-SALARY        TO FL-AMOUNT
                   MOVE WS-FIGURE-LINE       TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'PAYMENT DATE'       TO DTL-CAPTION
               WHEN WS-LETTER-BONUS-REVERSAL
                   MOVE 'BONUS REVERSED'     TO FL-CAPTION
                   MOVE WS-OLD-SALARY        TO FL-AMOUNT
                   MOVE WS-FIGURE-LINE       TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'REVERSAL DATE'      TO DTL-CAPTION
               WHEN WS-LETTER-REVERSAL
                   MOVE 'SALARY AS NOTIFIED' TO FL-CAPTION
                   MOVE WS-OLD-SALARY        TO FL-AMOUNT
                   MOVE WS-FIGURE-LINE       TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'CORRECTED SALARY'   TO FL-CAPTION
                   MOVE WS-NEW-SALARY        TO FL-AMOUNT
                   MOVE WS-FIGURE-LINE       TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'ADJUSTMENT'         TO FL-CAPTION
                   MOVE WS-INCREASE          TO FL-AMOUNT
                   MOVE WS-FIGURE-LINE       TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'ADJUSTMENT PERCENT' TO PL-CAPTION
                   MOVE WS-INCREASE-PCT      TO PL-PERCENT
                   MOVE WS-PERCENT-LINE      TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'EFFECTIVE DATE'     TO DTL-CAPTION
               WHEN OTHER
                   IF WS-LETTER-DEFERRED
                       MOVE 'CURRENT ANNUAL SALARY' TO FL-CAPTION
                   ELSE
                       MOVE 'PREVIOUS ANNUAL SALARY' TO FL-CAPTION
                   END-IF
                   MOVE WS-OLD-SALARY        TO FL-AMOUNT
                   MOVE WS-FIGURE-LINE       TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'NEW ANNUAL SALARY'  TO FL-CAPTION
                   MOVE WS-NEW-SALARY        TO FL-AMOUNT
                   MOVE WS-FIGURE-LINE       TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'INCREASE'           TO FL-CAPTION
                   MOVE WS-INCREASE          TO FL-AMOUNT
                   MOVE WS-FIGURE-LINE       TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'INCREASE PERCENT'   TO PL-CAPTION
                   MOVE WS-INCREASE-PCT      TO PL-PERCENT
                   MOVE WS-PERCENT-LINE      TO LET-REC
                   PERFORM 410000-WRITE-LETTER-LINE
                   MOVE 'EFFECTIVE DATE'     TO DTL-CAPTION
           END-EVALUATE

           MOVE WS-EFFECTIVE-DATE-9          TO DTL-DATE
           MOVE WS-DATE-LINE                 TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           PERFORM 420000-WRITE-BLANK-LINE
           .
       500999-EXIT-PRINT-LETTER-FIGURES.
           EXIT.

      *-----------------------------------------------------------------
       550000-PRINT-LETTER-CLOSE           SECTION.
      *-----------------------------------------------------------------
           MOVE 0015                        TO PSC-ERRO-PGM

           MOVE 'Please contact Human Resources with any questions '
             & 'about this letter.'
                                             TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           PERFORM 420000-WRITE-BLANK-LINE

           MOVE 'Sincerely,'                 TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           PERFORM 420000-WRITE-BLANK-LINE
           PERFORM 420000-WRITE-BLANK-LINE

           MOVE 'Human Resources - Compensation'
                                             TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE
           .
       550999-EXIT-PRINT-LETTER-CLOSE.
           EXIT.

      *-----------------------------------------------------------------
       600000-PRINT-CONTROL-PAGE           SECTION.
      *-----------------------------------------------------------------
      *    Every record on the generation is either a letter or not
      *    selected, and the generation must hold the records its
      *    audit entry says the run wrote. Either break is flagged
      *    on the page and by return code.
      *-----------------------------------------------------------------
           MOVE 0016                        TO PSC-ERRO-PGM

           COMPUTE WS-ACCOUNTED-FOR =
               WS-LETTERS-PRINTED + WS-NOT-SELECTED-COUNT

           SET WS-COUNTS-TIE                 TO TRUE
           IF WS-ACCOUNTED-FOR NOT = WS-RECORDS-READ
           OR WS-RECORDS-READ NOT = WS-AUD-WRITTEN
               SET WS-COUNTS-DO-NOT-TIE      TO TRUE
           END-IF

           MOVE WS-RUN-DATE                  TO CH-RUN-DATE
           MOVE WS-CONTROL-HEAD              TO LET-REC

           WRITE LET-REC AFTER ADVANCING PAGE

           IF NOT WS-LET-OK
               PERFORM 999900-ABEND
           END-IF

           PERFORM 420000-WRITE-BLANK-LINE

           MOVE 'GENERATION FILE'            TO CT-CAPTION
           MOVE WS-IN-FILE-NAME              TO CT-TEXT
           MOVE WS-CONTROL-TEXT-LINE         TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           MOVE 'RUN STATUS'                 TO CT-CAPTION
           MOVE WS-RUN-STATUS                TO CT-TEXT
           MOVE WS-CONTROL-TEXT-LINE         TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           MOVE 'EFFECTIVE DATE'             TO CT-CAPTION
           MOVE WS-EFFECTIVE-DATE            TO CT-TEXT
           MOVE WS-CONTROL-TEXT-LINE         TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           MOVE 'SELECTION'                  TO CT-CAPTION
           MOVE SPACES                       TO CT-TEXT
           EVALUATE TRUE
               WHEN WS-FULL-RUN
                   MOVE 'ALL EMPLOYEES'      TO CT-TEXT
               WHEN WS-SEL-EMP-ID NOT = SPACES
                   STRING 'REPRINT EMPLOYEE ' DELIMITED BY SIZE
                          WS-SEL-EMP-ID      DELIMITED BY SIZE
                       INTO CT-TEXT
                   END-STRING
               WHEN OTHER
                   STRING 'REPRINT DEPARTMENT ' DELIMITED BY SIZE
                          WS-SEL-DEPT-CODE   DELIMITED BY SIZE
                       INTO CT-TEXT
                   END-STRING
           END-EVALUATE
           MOVE WS-CONTROL-TEXT-LINE         TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           PERFORM 420000-WRITE-BLANK-LINE

           MOVE SPACES                       TO CL-NOTE
           MOVE 'RECORDS WRITTEN PER AUDIT ENTRY'
                                             TO CL-CAPTION
           MOVE WS-AUD-WRITTEN               TO CL-COUNT
           PERFORM 610000-WRITE-CONTROL-LINE

           MOVE 'RECORDS ON GENERATION FILE' TO CL-CAPTION
           MOVE WS-RECORDS-READ              TO CL-COUNT
           IF WS-RECORDS-READ NOT = WS-AUD-WRITTEN
               MOVE '*** DOES NOT TIE TO AUDIT' TO CL-NOTE
           END-IF
           PERFORM 610000-WRITE-CONTROL-LINE

           PERFORM 420000-WRITE-BLANK-LINE

           MOVE '  INCREASE LETTERS'         TO CL-CAPTION
           MOVE WS-RAISE-LETTERS             TO CL-COUNT
           PERFORM 610000-WRITE-CONTROL-LINE

           MOVE '  DEFERRED INCREASE LETTERS' TO CL-CAPTION
           MOVE WS-DEFERRED-LETTERS          TO CL-COUNT
           PERFORM 610000-WRITE-CONTROL-LINE

           MOVE '  BONUS LETTERS'            TO CL-CAPTION
           MOVE WS-BONUS-LETTERS             TO CL-COUNT
           PERFORM 610000-WRITE-CONTROL-LINE

           MOVE '  REVERSAL LETTERS'         TO CL-CAPTION
           MOVE WS-REVERSAL-LETTERS          TO CL-COUNT
           PERFORM 610000-WRITE-CONTROL-LINE

           MOVE 'LETTERS PRINTED'            TO CL-CAPTION
           MOVE WS-LETTERS-PRINTED           TO CL-COUNT
           PERFORM 610000-WRITE-CONTROL-LINE

           MOVE 'RECORDS NOT SELECTED'       TO CL-CAPTION
           MOVE WS-NOT-SELECTED-COUNT        TO CL-COUNT
           PERFORM 610000-WRITE-CONTROL-LINE

           MOVE 'LETTERS + NOT SELECTED'     TO CL-CAPTION
           MOVE WS-ACCOUNTED-FOR             TO CL-COUNT
           IF WS-ACCOUNTED-FOR NOT = WS-RECORDS-READ
               MOVE '*** DOES NOT TIE TO FILE' TO CL-NOTE
           END-IF
           PERFORM 610000-WRITE-CONTROL-LINE

           PERFORM 420000-WRITE-BLANK-LINE

           IF WS-COUNTS-TIE
               MOVE 'CONTROL COUNTS TIE TO THE GENERATION'
                                             TO LET-REC
           ELSE
               MOVE '*** CONTROL COUNTS DO NOT TIE - DO NOT MAIL '
                 & 'THESE LETTERS ***'
                                             TO LET-REC
           END-IF
           PERFORM 410000-WRITE-LETTER-LINE
           .
       600999-EXIT-PRINT-CONTROL-PAGE.
           EXIT.

      *-----------------------------------------------------------------
       610000-WRITE-CONTROL-LINE           SECTION.
      *-----------------------------------------------------------------
           MOVE 0017                        TO PSC-ERRO-PGM

           MOVE WS-CONTROL-LINE              TO LET-REC
           PERFORM 410000-WRITE-LETTER-LINE

           MOVE SPACES                       TO CL-NOTE
           .
       610999-EXIT-WRITE-CONTROL-LINE.
           EXIT.

      *-----------------------------------------------------------------
       250000-PRINT-CONTROL-TOTALS         SECTION.
      *-----------------------------------------------------------------
           DISPLAY '===================================='
           DISPLAY 'EX22 CONTROL TOTALS'
           MOVE WS-RECORDS-READ             TO DISPLAY-COUNT
           DISPLAY '  RECORDS READ ......: ' DISPLAY-COUNT
           MOVE WS-LETTERS-PRINTED          TO DISPLAY-COUNT
           DISPLAY '  LETTERS PRINTED ...: ' DISPLAY-COUNT
           MOVE WS-NOT-SELECTED-COUNT       TO DISPLAY-COUNT
           DISPLAY '  NOT SELECTED ......: ' DISPLAY-COUNT
           MOVE WS-AUD-WRITTEN              TO DISPLAY-COUNT
           DISPLAY '  AUDITED RECORDS ...: ' DISPLAY-COUNT
           IF WS-COUNTS-TIE
               DISPLAY '  CONTROL COUNTS TIE'
           ELSE
               DISPLAY '  *** CONTROL COUNTS DO NOT TIE ***'
           END-IF
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
           EXIT.

      *-----------------------------------------------------------------
       900000-CLOSE-FILES                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0018                        TO PSC-ERRO-PGM

           CLOSE IN-FILE
                 LET-FILE

           IF NOT WS-IN-OK
           OR NOT WS-LET-OK
               PERFORM 999900-ABEND
           END-IF
           .
       900999-EXIT-CLOSE-FILES.
           EXIT.

      *-----------------------------------------------------------------
       999900-ABEND                        SECTION.
      *-----------------------------------------------------------------
           DISPLAY 'ABEND - PSC=' PSC-ERRO-PGM
                   ' FS-IN='  WS-IN-FILE-STATUS
                   ' FS-LET=' WS-LET-FILE-STATUS
                   ' FS-AUD=' WS-AUDIT-FILE-STATUS
                   ' MSG='    WS-ABEND-MSG

           MOVE 16                           TO RETURN-CODE
           STOP RUN
           .
       999999-EXIT-ABEND.
           EXIT.
