      *              output generation and its audit entry, computes
      *              each employee's retro amount as the per-record
      *              increase times the number of pay periods between
      *              the effective date and the run date (counted on
      *              the EX24 payroll calendar when one is loaded),
      *              and writes a retro-pay extract in the same H/D/T
      *              interchange format EX08 transmits, on the same
      *              shared file sequence, so the provider loads it
      *              alongside the regular file. Replaces the
      *              spreadsheet someone built the back pay in every
      *              time a run was late.
      *
      * INPUT      : data/output/ex01.out.Gnnnn (LINE SEQUENTIAL) -
      *              the generation resolved from the run catalog
      *              data/control/ex13.parm); plain ex01.out when no
      *              catalog exists
      *              data/audit/ex01_audit.log - the generation's
      *              entry supplies the effective date, run date
      *              and the pay group the run paid
      *              data/control/ex13.parm (optional):
      *                GEN-NUM (cols 1-4, 0000 = current)
      *                PERIOD-DAYS (cols 5-7, 000 = default 14 -
      *                    the pay-period length in days; used
      *                    only when there is no calendar)
      *                PAY-GROUP (cols 8-11, blank = the group
      *                    on the run's audit entry; entries from
      *                    before groups were recorded = MAIN).
      *                    A group that differs from the one the
      *                    run recorded refuses the extract
      *              data/master/pay_calendar.dat (INDEXED, key
      *              PAY-GROUP + PERIOD-START) - the EX24 payroll
      *              calendar; optional
      *              data/control/ex08_seq.dat - shared provider
      *              file sequence
      * OUTPUT     : data/output/ex13_retro.ext (H/D/T interchange,
      *              detail amount = retro pay, not a salary)
      *              data/control/ex08_seq.dat advanced after a
      *              complete extract
      *              RETURN-CODE 8 when the card's pay group is not
      *              the run's
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-09-02
      *                     program, date), shared with EX08/EX12,
      *                     so EX11 can match an acknowledged
      *                     sequence to the file that carried it.
      *  - 2026-10-15 EDG - Stamps the submitting operator (EX_OPERATOR
      *                     job variable, else the logon user) on the
      *                     transmission log entry, for the EX18
      *                     operator activity report. Audit and catalog
      *                     layouts extended with the operator their
      *                     writers now stamp.
      *  - 2026-10-15 EDG - Transmission log entry carries the run-
      *                     catalog generation the retro was computed
      *                     from, so the EX21 GL interface can tie a
      *                     retro extract to that generation's audit
      *                     figures.
      *  - 2026-10-15 EDG - Counts the retro span in real pay periods
      *                     from the EX24 payroll calendar: every period
      *                     of the card's pay group (new cols 8-11,
      *                     blank = MAIN) starting on or after the
      *                     effective date whose cutoff fell before the
      *                     run date. The fixed PERIOD-DAYS length now
      *                     applies only when there is no calendar or it
      *                     has no period for the group from that date.
      *  - 2026-10-15 EDG - Pay group comes from the run's audit entry;
      *                     a card group that differs is refused with
      *                     RETURN-CODE 8 instead of pricing the retro
      *                     on another group's calendar. Audit layout
      *                     extended with the pay group.
      ******************************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-TRN-FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO 'data/master/pay_calendar.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CAL-KEY
                FILE STATUS  IS WS-CAL-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           03 AUD-TOTAL-SALARY-BEFORE     PIC 9(013)V99.
           03 AUD-TOTAL-SALARY-AFTER      PIC 9(013)V99.
           03 AUD-GEN-NUM                 PIC 9(004).
           03 AUD-OPERATOR-ID             PIC X(008).
           03 AUD-PAY-GROUP               PIC X(004).

       FD  PARM-FILE.
       01  PARM-REC.
           03 PARM-GEN-NUM                PIC 9(004).
           03 PARM-PERIOD-DAYS            PIC 9(003).
           03 PARM-PAY-GROUP              PIC X(004).

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
           88  WS-TRN-OK                               VALUE '00'.
           88  WS-TRN-FILE-NOT-FOUND                   VALUE '35'.

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
       01  WS-EFFECTIVE-DATE-9 REDEFINES WS-EFFECTIVE-DATE
                                           PIC 9(008).

      *    With the EX24 calendar the span is counted in real pay
      *    periods of the run's pay group instead: every period
      *    starting on or after the effective date whose payroll
      *    cutoff fell before the run date was paid at the old rate.
       01  WS-PAY-GROUP                   PIC X(004)     VALUE 'MAIN'.
       01  WS-CARD-PAY-GROUP              PIC X(004)     VALUE SPACES.
       01  WS-RUN-PAY-GROUP               PIC X(004)     VALUE SPACES.
       01  WS-CAL-PERIODS-FOUND           PIC 9(004)     VALUE ZEROS.
       01  WS-CAL-EOF-FLAG                PIC X          VALUE 'N'.
           88  WS-CAL-EOF                               VALUE 'Y'.
           88  WS-CAL-NOT-EOF                            VALUE 'N'.

       01  WS-RETRO-DAYS                  PIC S9(005)    VALUE ZEROS.
       01  WS-RETRO-PERIODS               PIC 9(004)     VALUE ZEROS.

           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040000-IDENTIFY-OPERATOR

           PERFORM 045000-RESOLVE-GENERATION
           PERFORM 060000-GET-RUN-DATES
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
           MOVE 0016                        TO PSC-ERRO-PGM

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

           DISPLAY 'EX13 SUBMITTED BY OPERATOR ' WS-OPERATOR-ID
           .
       040999-EXIT-IDENTIFY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       045000-RESOLVE-GENERATION           SECTION.
      *-----------------------------------------------------------------
      *    The optional request card (data/control/ex13.parm) names
      *    the late run's generation (0000 = current) and may
      *    override the pay-period length and name the pay group
      *    (checked against the run's own in 060000).
      *    With no catalog at all
      *    the pre-generation fixed name applies.
      *-----------------------------------------------------------------
           MOVE 0002                        TO PSC-ERRO-PGM
                       AND PARM-PERIOD-DAYS > 0
                           MOVE PARM-PERIOD-DAYS TO WS-PERIOD-DAYS
                       END-IF
                       MOVE PARM-PAY-GROUP TO WS-CARD-PAY-GROUP
               END-READ
               CLOSE PARM-FILE
           END-IF
      *    The run's audit entry supplies its run date and effective
      *    date (last matching entry wins, as in EX04/EX08). Retro
      *    pay only makes sense for a run whose raises were applied,
      *    so anything but a SUCCESS run is refused. The pay group
      *    is the one the run recorded; a card naming another group
      *    would price the retro on the wrong calendar and is
      *    refused. Entries from before groups were recorded carry
      *    none and take the card's, else MAIN.
      *-----------------------------------------------------------------
           MOVE 0003                        TO PSC-ERRO-PGM

                               MOVE AUD-EFFECTIVE-DATE
                                             TO WS-EFFECTIVE-DATE
                               MOVE AUD-STATUS TO WS-RUN-STATUS
                               MOVE AUD-PAY-GROUP
                                             TO WS-RUN-PAY-GROUP
                           END-IF
                   END-READ
               END-PERFORM
                       WS-AUD-RUN-DATE ' - NOT A RETROACTIVE RUN'
               PERFORM 999900-ABEND
           END-IF

           IF WS-RUN-PAY-GROUP = SPACES
           OR WS-RUN-PAY-GROUP = LOW-VALUES
               IF WS-CARD-PAY-GROUP NOT = SPACES
                   MOVE WS-CARD-PAY-GROUP   TO WS-PAY-GROUP
               END-IF
               GO TO 060999-EXIT-GET-RUN-DATES
           END-IF

           IF WS-CARD-PAY-GROUP NOT = SPACES
           AND WS-CARD-PAY-GROUP NOT = WS-RUN-PAY-GROUP
               DISPLAY 'EX13 REFUSED - CARD PAY GROUP '
                       WS-CARD-PAY-GROUP ' IS NOT THE GROUP '
                       WS-RUN-PAY-GROUP ' THE RUN PAID. CORRECT OR '
                       'BLANK COLUMNS 8-11 OF data/control/ex13.parm'
               MOVE 8                        TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-PAY-GROUP            TO WS-PAY-GROUP
           .
       060999-EXIT-GET-RUN-DATES.
           EXIT.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           PERFORM 075000-COUNT-CALENDAR-PERIODS

           IF WS-CAL-PERIODS-FOUND > 0
               GO TO 070999-EXIT-COMPUTE-RETRO-PERIODS
           END-IF

           COMPUTE WS-RETRO-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-AUD-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-DATE-9)
       070999-EXIT-COMPUTE-RETRO-PERIODS.
           EXIT.

      *-----------------------------------------------------------------
       075000-COUNT-CALENDAR-PERIODS       SECTION.
      *-----------------------------------------------------------------
      *    WS-CAL-PERIODS-FOUND counts the group's periods from the
      *    effective date on; left at zero (no calendar, or none of
      *    the group's periods reach the effective date) the fixed
      *    period length applies instead.
      *-----------------------------------------------------------------
           MOVE 0017                        TO PSC-ERRO-PGM

           MOVE ZEROS                       TO WS-CAL-PERIODS-FOUND

           OPEN INPUT CAL-FILE

           IF WS-CAL-FILE-MISSING
               DISPLAY 'EX13 WARNING - NO PAYROLL CALENDAR FILE; '
                       'RETRO SPAN MEASURED IN ' WS-PERIOD-DAYS
                       '-DAY PERIODS (RUN EX24 TO LOAD ONE)'
               GO TO 075999-EXIT-COUNT-CALENDAR-PERIODS
           END-IF

           IF NOT WS-CAL-OK
               PERFORM 999900-ABEND
           END-IF

           MOVE ZEROS                       TO WS-RETRO-PERIODS
           MOVE WS-PAY-GROUP                TO CAL-PAY-GROUP
           MOVE WS-EFFECTIVE-DATE-9         TO CAL-PERIOD-START
           SET WS-CAL-NOT-EOF               TO TRUE

           START CAL-FILE KEY NOT < CAL-KEY
               INVALID KEY
                   SET WS-CAL-EOF            TO TRUE
           END-START

           PERFORM UNTIL WS-CAL-EOF
               READ CAL-FILE NEXT RECORD
                   AT END
                       SET WS-CAL-EOF        TO TRUE
                   NOT AT END
                       IF NOT WS-CAL-OK
                           PERFORM 999900-ABEND
                       END-IF
                       IF CAL-PAY-GROUP NOT = WS-PAY-GROUP
                       OR CAL-PERIOD-START >= WS-AUD-RUN-DATE
                           SET WS-CAL-EOF    TO TRUE
                       ELSE
                           ADD 1             TO WS-CAL-PERIODS-FOUND
                           IF CAL-CUTOFF-DATE < WS-AUD-RUN-DATE
                               ADD 1         TO WS-RETRO-PERIODS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CAL-FILE

           IF WS-CAL-PERIODS-FOUND = 0
               DISPLAY 'EX13 WARNING - PAYROLL CALENDAR HAS NO '
                       'PERIOD FOR PAY GROUP ' WS-PAY-GROUP
                       ' FROM ' WS-EFFECTIVE-DATE '; RETRO SPAN '
                       'MEASURED IN ' WS-PERIOD-DAYS '-DAY PERIODS'
           ELSE
               DISPLAY 'EX13 RETRO SPAN ' WS-EFFECTIVE-DATE '-'
                       WS-AUD-RUN-DATE ' = ' WS-RETRO-PERIODS
                       ' PAY PERIOD(S) OF PAY GROUP ' WS-PAY-GROUP
                       ' CUT OFF AT THE OLD RATE'
           END-IF
           .
       075999-EXIT-COUNT-CALENDAR-PERIODS.
           EXIT.

      *-----------------------------------------------------------------
       050000-GET-FILE-SEQUENCE            SECTION.
      *-----------------------------------------------------------------
           MOVE WS-FILE-SEQ                  TO TRN-FILE-SEQ
           MOVE 'EX13    '                   TO TRN-PROGRAM
           MOVE WS-RUN-DATE                  TO TRN-RUN-DATE
           MOVE WS-OPERATOR-ID               TO TRN-OPERATOR-ID
           MOVE WS-RESOLVED-GEN              TO TRN-GEN-NUM

           WRITE TRN-REC

