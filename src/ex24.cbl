      ******************************************************************
      * PROGRAM-ID : EX24
      * TYPE       : BATCH
      * PURPOSE    : Payroll calendar load. Reads the payroll calendar
      *              card file and rebuilds the indexed calendar the
      *              raise steps take their pay-period dates from:
      *                CAL-PAY-GROUP + CAL-PERIOD-START (key),
      *                CAL-PERIOD-END, CAL-PAY-DATE, CAL-CUTOFF-DATE
      *              EX01 accepts only an effective date that starts
      *              a period of its pay group, EX12 releases a
      *              deferred raise once its period's payroll cutoff
      *              is reached, and EX13 counts the real periods a
      *              late raise was paid at the old rate instead of
      *              assuming a fixed period length.
      *
      *              The file is rebuilt whole every load - the card
      *              file IS the calendar. Cards may arrive in any
      *              order: each is edited on its own, then the good
      *              ones are sorted by pay group and period start and
      *              checked against the period before them. A
      *              duplicate or overlapping period is rejected; a
      *              gap between two periods is loaded (the calendar
      *              may legitimately skip a week) but registered and
      *              flagged by return code for payroll to confirm.
      *
      * INPUT      : data/input/ex24_calendar.dat (LINE SEQUENTIAL)
      *              Card: PAY-GROUP (1-4),
      *                    PERIOD-START (5-12, YYYYMMDD),
      *                    PERIOD-END (13-20, YYYYMMDD),
      *                    PAY-DATE (21-28, YYYYMMDD),
      *                    CUTOFF-DATE (29-36, YYYYMMDD)
      * OUTPUT     : data/master/pay_calendar.dat (INDEXED, key
      *              CAL-PAY-GROUP + CAL-PERIOD-START) - rebuilt
      *              data/output/ex24.reg (LINE SEQUENTIAL) -
      *              applied/rejected register, EX15 conventions
      *
      *              RETURN-CODE 0 clean, 8 when any card was
      *              rejected or any gap was registered, 16 on an
      *              abend.
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-10-15
      *
      * CHANGE LOG :
      *  - 2026-10-15 EDG - Initial version. Retro pay assumed every
      *                     period was 14 days and releases ignored
      *                     the payroll cutoff; the semi-monthly group
      *                     and holiday weeks were always a period off.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX24.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'data/input/ex24_calendar.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-CARD-FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO 'data/master/pay_calendar.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CAL-KEY
                FILE STATUS  IS WS-CAL-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO 'data/output/ex24.reg'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-REG-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CARD-FILE.
       01  CARD-REC.
           03 CRD-PAY-GROUP               PIC X(004).
           03 CRD-PERIOD-START            PIC X(008).
           03 CRD-PERIOD-END              PIC X(008).
           03 CRD-PAY-DATE                PIC X(008).
           03 CRD-CUTOFF-DATE             PIC X(008).

       FD  CAL-FILE.
       01  CAL-REC.
           03 CAL-KEY.
               05 CAL-PAY-GROUP           PIC X(004).
               05 CAL-PERIOD-START        PIC 9(008).
           03 CAL-PERIOD-END              PIC 9(008).
           03 CAL-PAY-DATE                PIC 9(008).
           03 CAL-CUTOFF-DATE             PIC 9(008).

       FD  REG-FILE.
       01  REG-REC.
           03 REG-PAY-GROUP               PIC X(004).
           03 REG-PERIOD-START            PIC X(008).
           03 REG-DISPOSITION             PIC X(008).
           03 REG-REASON-CODE             PIC X(002).
           03 REG-REASON-TEXT             PIC X(040).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-CARD-REC.
           03 WS-PAY-GROUP                PIC X(004)     VALUE SPACES.
           03 WS-PERIOD-START             PIC X(008)     VALUE SPACES.
           03 WS-PERIOD-START-9 REDEFINES WS-PERIOD-START
                                           PIC 9(008).
           03 WS-PERIOD-END               PIC X(008)     VALUE SPACES.
           03 WS-PERIOD-END-9 REDEFINES WS-PERIOD-END
                                           PIC 9(008).
           03 WS-PAY-DATE                 PIC X(008)     VALUE SPACES.
           03 WS-PAY-DATE-9 REDEFINES WS-PAY-DATE
                                           PIC 9(008).
           03 WS-CUTOFF-DATE              PIC X(008)     VALUE SPACES.
           03 WS-CUTOFF-DATE-9 REDEFINES WS-CUTOFF-DATE
                                           PIC 9(008).

       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           88  WS-NOT-EOF                               VALUE 'N'.

       01  WS-CARD-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-CARD-OK                              VALUE '00'.

       01  WS-CAL-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-CAL-OK                               VALUE '00'.

       01  WS-REG-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-REG-OK                               VALUE '00'.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           'EX24 ABENDED - SEE PSC-ERRO-PGM ABOVE'.

      *---------------------------------------------------------------
      * Card validation / disposition.
      *---------------------------------------------------------------
       01  WS-VALID-CARD-FLAG             PIC X          VALUE 'Y'.
           88  WS-CARD-VALID                            VALUE 'Y'.
           88  WS-CARD-INVALID                          VALUE 'N'.

       01  WS-GAP-FLAG                    PIC X          VALUE 'N'.
           88  WS-GAP-FOUND                             VALUE 'Y'.
           88  WS-NO-GAP                                VALUE 'N'.

       01  WS-REJECT-REASON-CODE          PIC X(002)     VALUE SPACES.
       01  WS-REJECT-REASON-TEXT          PIC X(040)     VALUE SPACES.

      *---------------------------------------------------------------
      * Periods that passed the card edits, held until every card is
      * read so they can be put in group / start order and checked
      * against their neighbours before anything is written.
      *---------------------------------------------------------------
       01  WS-MAX-PERIODS                 PIC 9(005)     VALUE 5000.
       01  WS-PERIOD-COUNT                PIC 9(005)     VALUE ZEROS.
       01  WS-PERIOD-IDX                  PIC 9(005)     VALUE ZEROS.

       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY            OCCURS 0 TO 5000 TIMES
                                           DEPENDING ON WS-PERIOD-COUNT.
               10  WS-PRD-PAY-GROUP       PIC X(004).
               10  WS-PRD-PERIOD-START    PIC 9(008).
               10  WS-PRD-PERIOD-END      PIC 9(008).
               10  WS-PRD-PAY-DATE        PIC 9(008).
               10  WS-PRD-CUTOFF-DATE     PIC 9(008).

      *    The last period loaded for the group being sequenced.
       01  WS-PREV-PAY-GROUP              PIC X(004)     VALUE SPACES.
       01  WS-PREV-PERIOD-START           PIC 9(008)     VALUE ZEROS.
       01  WS-PREV-PERIOD-END             PIC 9(008)     VALUE ZEROS.
       01  WS-GAP-DAYS                    PIC S9(005)    VALUE ZEROS.

      *---------------------------------------------------------------
      * Control totals.
      *---------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           03  WS-CARDS-READ              PIC 9(009)     VALUE ZEROS.
           03  WS-CARDS-APPLIED           PIC 9(009)     VALUE ZEROS.
           03  WS-CARDS-REJECTED          PIC 9(009)     VALUE ZEROS.
           03  WS-GAPS-FOUND              PIC 9(009)     VALUE ZEROS.
           03  WS-PAY-GROUPS              PIC 9(009)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       000000-MAIN                         SECTION.
      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           PERFORM 100000-OPEN-FILES
           PERFORM 200000-PROCESS-CARDS
           PERFORM 300000-SEQUENCE-PERIODS
           PERFORM 250000-PRINT-CONTROL-TOTALS
           PERFORM 900000-CLOSE-FILES

           IF WS-CARDS-REJECTED > 0
           OR WS-GAPS-FOUND > 0
               DISPLAY 'EX24 CALENDAR NEEDS REVIEW - SEE '
                       'data/output/ex24.reg'
               MOVE 8                        TO RETURN-CODE
           END-IF

           STOP RUN
           .
       000999-EXIT-MAIN.
           EXIT.

      *-----------------------------------------------------------------
       100000-OPEN-FILES                   SECTION.
      *-----------------------------------------------------------------
           MOVE 0002                        TO PSC-ERRO-PGM

           OPEN INPUT CARD-FILE

           IF NOT WS-CARD-OK
               DISPLAY 'EX24 ABEND - PAYROLL CALENDAR CARD FILE '
                       'data/input/ex24_calendar.dat NOT FOUND'
               PERFORM 999900-ABEND
           END-IF

           OPEN OUTPUT CAL-FILE
                       REG-FILE

           IF NOT WS-CAL-OK
           OR NOT WS-REG-OK
               PERFORM 999900-ABEND
           END-IF
           .
       100999-EXIT-OPEN-FILES.
           EXIT.

      *-----------------------------------------------------------------
       200000-PROCESS-CARDS                SECTION.
      *-----------------------------------------------------------------
           MOVE 0003                        TO PSC-ERRO-PGM

           PERFORM 210000-READ-CARD-FILE

           PERFORM UNTIL WS-EOF
               PERFORM 220000-VALIDATE-CARD

               IF WS-CARD-VALID
                   PERFORM 240000-HOLD-PERIOD
               ELSE
                   PERFORM 230000-WRITE-REGISTER-REJECT
               END-IF

               PERFORM 210000-READ-CARD-FILE
           END-PERFORM
           .
       200999-EXIT-PROCESS-CARDS.
           EXIT.

      *-----------------------------------------------------------------
       210000-READ-CARD-FILE               SECTION.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           READ CARD-FILE
                INTO WS-CARD-REC
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-CARD-OK
                       ADD 1 TO WS-CARDS-READ
                   ELSE
                       PERFORM 999900-ABEND
                   END-IF
           END-READ
           .
       210999-EXIT-READ-CARD-FILE.
           EXIT.

      *-----------------------------------------------------------------
       220000-VALIDATE-CARD                 SECTION.
      *-----------------------------------------------------------------
      *    A period must be a real span of calendar dates, paid no
      *    earlier than it starts, with its cutoff - the day payroll
      *    stops taking changes for it - no later than its pay date.
      *-----------------------------------------------------------------
           MOVE 0005                        TO PSC-ERRO-PGM

           SET WS-CARD-VALID                 TO TRUE
           MOVE SPACES                       TO WS-REJECT-REASON-CODE
           MOVE SPACES                       TO WS-REJECT-REASON-TEXT

           IF WS-PAY-GROUP = SPACES
               SET WS-CARD-INVALID           TO TRUE
               MOVE '01'                     TO WS-REJECT-REASON-CODE
               MOVE 'BLANK PAY GROUP'        TO WS-REJECT-REASON-TEXT
               GO TO 220999-EXIT-VALIDATE-CARD
           END-IF

           IF WS-PERIOD-START NOT NUMERIC
           OR WS-PERIOD-END NOT NUMERIC
           OR WS-PAY-DATE NOT NUMERIC
           OR WS-CUTOFF-DATE NOT NUMERIC
               SET WS-CARD-INVALID           TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-PERIOD-START-9)
                  NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-PERIOD-END-9)
                  NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-PAY-DATE-9)
                  NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-CUTOFF-DATE-9)
                  NOT = 0
                   SET WS-CARD-INVALID       TO TRUE
               END-IF
           END-IF

           IF WS-CARD-INVALID
               MOVE '02'                     TO WS-REJECT-REASON-CODE
               MOVE 'START/END/PAY/CUTOFF NOT A VALID DATE'
                                             TO WS-REJECT-REASON-TEXT
               GO TO 220999-EXIT-VALIDATE-CARD
           END-IF

           IF WS-PERIOD-END-9 < WS-PERIOD-START-9
               SET WS-CARD-INVALID           TO TRUE
               MOVE '03'                     TO WS-REJECT-REASON-CODE
               MOVE 'PERIOD ENDS BEFORE IT STARTS'
                                             TO WS-REJECT-REASON-TEXT
               GO TO 220999-EXIT-VALIDATE-CARD
           END-IF

           IF WS-PAY-DATE-9 < WS-PERIOD-START-9
               SET WS-CARD-INVALID           TO TRUE
               MOVE '04'                     TO WS-REJECT-REASON-CODE
               MOVE 'PAY DATE BEFORE PERIOD START'
                                             TO WS-REJECT-REASON-TEXT
               GO TO 220999-EXIT-VALIDATE-CARD
           END-IF

           IF WS-CUTOFF-DATE-9 > WS-PAY-DATE-9
               SET WS-CARD-INVALID           TO TRUE
               MOVE '05'                     TO WS-REJECT-REASON-CODE
               MOVE 'CUTOFF AFTER PAY DATE'  TO WS-REJECT-REASON-TEXT
           END-IF
           .
       220999-EXIT-VALIDATE-CARD.
           EXIT.

      *-----------------------------------------------------------------
       240000-HOLD-PERIOD                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

           IF WS-PERIOD-COUNT >= WS-MAX-PERIODS
               DISPLAY 'EX24 ABEND - MORE THAN ' WS-MAX-PERIODS
                       ' PERIODS ON THE CARD FILE'
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-PERIOD-COUNT
           MOVE WS-PAY-GROUP                TO
               WS-PRD-PAY-GROUP (WS-PERIOD-COUNT)
           MOVE WS-PERIOD-START-9           TO
               WS-PRD-PERIOD-START (WS-PERIOD-COUNT)
           MOVE WS-PERIOD-END-9             TO
               WS-PRD-PERIOD-END (WS-PERIOD-COUNT)
           MOVE WS-PAY-DATE-9               TO
               WS-PRD-PAY-DATE (WS-PERIOD-COUNT)
           MOVE WS-CUTOFF-DATE-9            TO
               WS-PRD-CUTOFF-DATE (WS-PERIOD-COUNT)
           .
       240999-EXIT-HOLD-PERIOD.
           EXIT.

      *-----------------------------------------------------------------
       300000-SEQUENCE-PERIODS             SECTION.
      *-----------------------------------------------------------------
      *    In group / start order each period is checked only against
      *    the last period LOADED for its group, so one bad card is
      *    rejected on its own instead of knocking out every period
      *    after it.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           IF WS-PERIOD-COUNT = 0
               GO TO 300999-EXIT-SEQUENCE-PERIODS
           END-IF

           IF WS-PERIOD-COUNT > 1
               SORT WS-PERIOD-ENTRY ON ASCENDING KEY WS-PRD-PAY-GROUP
                                                     WS-PRD-PERIOD-START
           END-IF

           MOVE SPACES                      TO WS-PREV-PAY-GROUP

           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               MOVE WS-PRD-PAY-GROUP (WS-PERIOD-IDX)
                                             TO WS-PAY-GROUP
               MOVE WS-PRD-PERIOD-START (WS-PERIOD-IDX)
                                             TO WS-PERIOD-START-9
               MOVE WS-PRD-PERIOD-END (WS-PERIOD-IDX)
                                             TO WS-PERIOD-END-9
               MOVE WS-PRD-PAY-DATE (WS-PERIOD-IDX)
                                             TO WS-PAY-DATE-9
               MOVE WS-PRD-CUTOFF-DATE (WS-PERIOD-IDX)
                                             TO WS-CUTOFF-DATE-9

               PERFORM 310000-CHECK-PERIOD-SEQUENCE

               IF WS-CARD-VALID
                   PERFORM 320000-WRITE-CALENDAR-RECORD
               ELSE
                   PERFORM 230000-WRITE-REGISTER-REJECT
               END-IF
           END-PERFORM
           .
       300999-EXIT-SEQUENCE-PERIODS.
           EXIT.

      *-----------------------------------------------------------------
       310000-CHECK-PERIOD-SEQUENCE         SECTION.
      *-----------------------------------------------------------------
           MOVE 0008                        TO PSC-ERRO-PGM

           SET WS-CARD-VALID                 TO TRUE
           SET WS-NO-GAP                     TO TRUE
           MOVE SPACES                       TO WS-REJECT-REASON-CODE
           MOVE SPACES                       TO WS-REJECT-REASON-TEXT

           IF WS-PAY-GROUP NOT = WS-PREV-PAY-GROUP
               GO TO 310999-EXIT-CHECK-PERIOD-SEQUENCE
           END-IF

           IF WS-PERIOD-START-9 = WS-PREV-PERIOD-START
               SET WS-CARD-INVALID           TO TRUE
               MOVE '06'                     TO WS-REJECT-REASON-CODE
               MOVE 'DUPLICATE PERIOD START IN CARDS'
                                             TO WS-REJECT-REASON-TEXT
               GO TO 310999-EXIT-CHECK-PERIOD-SEQUENCE
           END-IF

           IF WS-PERIOD-START-9 <= WS-PREV-PERIOD-END
               SET WS-CARD-INVALID           TO TRUE
               MOVE '07'                     TO WS-REJECT-REASON-CODE
               MOVE 'OVERLAPS PREVIOUS PERIOD OF THE GROUP'
                                             TO WS-REJECT-REASON-TEXT
               GO TO 310999-EXIT-CHECK-PERIOD-SEQUENCE
           END-IF

           COMPUTE WS-GAP-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-9)
               - FUNCTION INTEGER-OF-DATE (WS-PREV-PERIOD-END)

           IF WS-GAP-DAYS > 1
               SET WS-GAP-FOUND              TO TRUE
               MOVE '08'                     TO WS-REJECT-REASON-CODE
               MOVE 'LOADED - GAP AFTER PREVIOUS PERIOD'
                                             TO WS-REJECT-REASON-TEXT
           END-IF
           .
       310999-EXIT-CHECK-PERIOD-SEQUENCE.
           EXIT.

      *-----------------------------------------------------------------
       320000-WRITE-CALENDAR-RECORD        SECTION.
      *-----------------------------------------------------------------
           MOVE 0009                        TO PSC-ERRO-PGM

           MOVE WS-PAY-GROUP                TO CAL-PAY-GROUP
           MOVE WS-PERIOD-START-9           TO CAL-PERIOD-START
           MOVE WS-PERIOD-END-9             TO CAL-PERIOD-END
           MOVE WS-PAY-DATE-9               TO CAL-PAY-DATE
           MOVE WS-CUTOFF-DATE-9            TO CAL-CUTOFF-DATE

           WRITE CAL-REC

           IF NOT WS-CAL-OK
               PERFORM 999900-ABEND
           END-IF

           IF WS-PAY-GROUP NOT = WS-PREV-PAY-GROUP
               ADD 1                         TO WS-PAY-GROUPS
           END-IF

           MOVE WS-PAY-GROUP                TO WS-PREV-PAY-GROUP
           MOVE WS-PERIOD-START-9           TO WS-PREV-PERIOD-START
           MOVE WS-PERIOD-END-9             TO WS-PREV-PERIOD-END

           IF WS-GAP-FOUND
               ADD 1                         TO WS-GAPS-FOUND
           END-IF

           PERFORM 235000-WRITE-REGISTER-APPLIED
           .
       320999-EXIT-WRITE-CALENDAR-RECORD.
           EXIT.

      *-----------------------------------------------------------------
       230000-WRITE-REGISTER-REJECT         SECTION.
      *-----------------------------------------------------------------
           MOVE 0010                        TO PSC-ERRO-PGM

           MOVE WS-PAY-GROUP                TO REG-PAY-GROUP
           MOVE WS-PERIOD-START             TO REG-PERIOD-START
           MOVE 'REJECTED'                  TO REG-DISPOSITION
           MOVE WS-REJECT-REASON-CODE       TO REG-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT       TO REG-REASON-TEXT

           WRITE REG-REC

           IF WS-REG-OK
               ADD 1 TO WS-CARDS-REJECTED
           ELSE
               PERFORM 999900-ABEND
           END-IF
           .
       230999-EXIT-WRITE-REGISTER-REJECT.
           EXIT.

      *-----------------------------------------------------------------
       235000-WRITE-REGISTER-APPLIED        SECTION.
      *-----------------------------------------------------------------
      *    A gap rides on the APPLIED line as its reason, so the
      *    register still reads applied + rejected = cards read.
      *-----------------------------------------------------------------
           MOVE 0011                        TO PSC-ERRO-PGM

           MOVE WS-PAY-GROUP                TO REG-PAY-GROUP
           MOVE WS-PERIOD-START             TO REG-PERIOD-START
           MOVE 'APPLIED '                  TO REG-DISPOSITION
           MOVE WS-REJECT-REASON-CODE       TO REG-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT       TO REG-REASON-TEXT

           WRITE REG-REC

           IF WS-REG-OK
               ADD 1 TO WS-CARDS-APPLIED
           ELSE
               PERFORM 999900-ABEND
           END-IF
           .
       235999-EXIT-WRITE-REGISTER-APPLIED.
           EXIT.

      *-----------------------------------------------------------------
       250000-PRINT-CONTROL-TOTALS         SECTION.
      *-----------------------------------------------------------------
           MOVE WS-CARDS-READ               TO DISPLAY-COUNT
           DISPLAY '===================================='
           DISPLAY 'EX24 CONTROL TOTALS'
           DISPLAY '  CARDS READ ........: ' DISPLAY-COUNT
           MOVE WS-CARDS-APPLIED            TO DISPLAY-COUNT
           DISPLAY '  PERIODS LOADED ....: ' DISPLAY-COUNT
           MOVE WS-PAY-GROUPS               TO DISPLAY-COUNT
           DISPLAY '  PAY GROUPS ........: ' DISPLAY-COUNT
           MOVE WS-GAPS-FOUND               TO DISPLAY-COUNT
           DISPLAY '  GAPS REGISTERED ...: ' DISPLAY-COUNT
           MOVE WS-CARDS-REJECTED           TO DISPLAY-COUNT
           DISPLAY '  REJECTED ..........: ' DISPLAY-COUNT
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
           EXIT.

      *-----------------------------------------------------------------
       900000-CLOSE-FILES                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0012                        TO PSC-ERRO-PGM

           CLOSE CARD-FILE
                 CAL-FILE
                 REG-FILE

           IF NOT WS-CARD-OK
           OR NOT WS-CAL-OK
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
                   ' FS-CRD=' WS-CARD-FILE-STATUS
                   ' FS-CAL=' WS-CAL-FILE-STATUS
                   ' FS-REG=' WS-REG-FILE-STATUS
                   ' MSG='    WS-ABEND-MSG

      *    A failed load must not exit RC 0: a scheduler would roll
      *    on to the raise steps against a half-built calendar.
           MOVE 16                           TO RETURN-CODE
           STOP RUN
           .
       999999-EXIT-ABEND.
           EXIT.
