      ******************************************************************
      * PROGRAM-ID : EX17
      * TYPE       : BATCH
      * PURPOSE    : Simulation sign-off. Records a second person's
      *              approval of one specific EX01 what-if ('S')
      *              simulation on the approval register. The
      *              approval is stamped with everything the
      *              simulation was run against - the input record
      *              count and salary hash, the costed read/written/
      *              rejected counts and before/after salary totals,
      *              and the parameter-card image - plus an expiry
      *              date. A normal, deferred or bonus EX01 run
      *              refuses to touch the master unless its own card
      *              and input totals match an approved, unexpired,
      *              unused simulation on this register.
      *
      *              Two-person rule: the approver is the operator
      *              who submits this job (EX_OPERATOR, else the
      *              logon user, else BATCH), never a name typed on
      *              the card, and must differ from the operator EX01
      *              stamped on the simulation as its requester. A
      *              refused sign-off is written to the register too,
      *              so the trail shows every attempt.
      *
      * INPUT      : data/control/ex17.parm (LINE SEQUENTIAL)
      *              Card: REQUESTER-ID (1-8), APPROVER-ID (9-16,
      *                    blank = the submitting operator; when
      *                    given it must be that operator),
      *                    SIM-RUN-DATE (17-24, YYYYMMDD) and
      *                    SIM-RUN-TIME (25-32) as displayed by the
      *                    simulation - blank/zero = the newest
      *                    simulation on the register,
      *                    VALID-DAYS (33-35, blank = 007, max 030)
      *              data/audit/ex01_approval.reg (LINE SEQUENTIAL)
      *              - SIMULATE entries written by EX01
      * OUTPUT     : data/audit/ex01_approval.reg - one APPROVED or
      *              REFUSED entry appended per run
      *              RETURN-CODE 8 when the sign-off is refused
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-10-15
      *
      * CHANGE LOG :
      *  - 2026-10-15 EDG - Initial version. Raise runs went to the
      *                     master on one person's say-so; comp now
      *                     signs off the costed simulation first.
      *  - 2026-10-15 EDG - The card's requester must be the operator
      *                     EX01 stamped on the simulation.
      *  - 2026-10-15 EDG - Approver is the submitting operator, not
      *                     the card: a card approver naming anyone
      *                     else is refused, as is a sign-off by the
      *                     operator who ran the simulation. The card
      *                     alone let a requester approve their own run.
      *  - 2026-10-15 EDG - Register card image widened to 97 bytes
      *                     to carry the pay group.
      *  - 2026-10-15 EDG - Register entries carry the submitting
      *                     operator (APR-OPERATOR-ID), as EX01 writes.
      *  - 2026-10-15 EDG - Card requester upper-cased like the
      *                     approver and the ids EX01 stamps, so the
      *                     requester checks are not case-sensitive.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX17.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'data/control/ex17.parm'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-CARD-FILE-STATUS.

           SELECT APR-FILE ASSIGN TO 'data/audit/ex01_approval.reg'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-APR-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CARD-FILE.
       01  CARD-REC.
           03 CRD-REQUESTER               PIC X(008).
           03 CRD-APPROVER                PIC X(008).
           03 CRD-SIM-DATE                PIC X(008).
           03 CRD-SIM-TIME                PIC X(008).
           03 CRD-VALID-DAYS              PIC X(003).

      *    Approval register - layout shared with EX01, which writes
      *    the SIMULATE, REFUSED, OVERRIDE and USED entries. Every
      *    entry carries the operator who submitted the run.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           88  WS-NOT-EOF                               VALUE 'N'.

       01  WS-CARD-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-CARD-OK                              VALUE '00'.

       01  WS-APR-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-APR-OK                               VALUE '00'.
           88  WS-APR-FILE-NOT-FOUND                   VALUE '35'.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           'EX17 ABENDED - SEE PSC-ERRO-PGM ABOVE'.

       01  WS-RUN-DATE                    PIC 9(008)     VALUE ZEROS.
       01  WS-RUN-TIME                    PIC 9(008)     VALUE ZEROS.

       01  WS-OWN-PROGRAM                 PIC X(008)     VALUE
           'EX17    '.

      *---------------------------------------------------------------
      * Submitting operator - the EX_OPERATOR job variable, else the
      * logon user, else BATCH. This is the approver stamped on the
      * register; the card cannot name anyone else.
      *---------------------------------------------------------------
       01  WS-OPERATOR-ID                 PIC X(008)     VALUE SPACES.

      *---------------------------------------------------------------
      * Approval card.
      *---------------------------------------------------------------
       01  WS-CARD-PRESENT-FLAG           PIC X          VALUE 'N'.
           88  WS-CARD-PRESENT                          VALUE 'Y'.
           88  WS-CARD-ABSENT                           VALUE 'N'.

       01  WS-REQUESTER                   PIC X(008)     VALUE SPACES.
       01  WS-APPROVER                    PIC X(008)     VALUE SPACES.
       01  WS-CARD-APPROVER               PIC X(008)     VALUE SPACES.

       01  WS-WANTED-SIM-DATE-X           PIC X(008)     VALUE SPACES.
       01  WS-WANTED-SIM-DATE REDEFINES WS-WANTED-SIM-DATE-X
                                           PIC 9(008).
       01  WS-WANTED-SIM-TIME-X           PIC X(008)     VALUE SPACES.
       01  WS-WANTED-SIM-TIME REDEFINES WS-WANTED-SIM-TIME-X
                                           PIC 9(008).

       01  WS-NEWEST-SIM-FLAG             PIC X          VALUE 'N'.
           88  WS-WANT-NEWEST-SIM                       VALUE 'Y'.
           88  WS-WANT-NAMED-SIM                        VALUE 'N'.

       01  WS-VALID-DAYS-X                PIC X(003)     VALUE SPACES.
       01  WS-VALID-DAYS-9 REDEFINES WS-VALID-DAYS-X
                                           PIC 9(003).
       01  WS-VALID-DAYS                  PIC 9(003)     VALUE 007.
       01  WS-MAX-VALID-DAYS              PIC 9(003)     VALUE 030.
       01  WS-EXPIRY-DATE                 PIC 9(008)     VALUE ZEROS.

      *---------------------------------------------------------------
      * The simulation being signed off, as found on the register.
      *---------------------------------------------------------------
       01  WS-SIM-FOUND-FLAG              PIC X          VALUE 'N'.
           88  WS-SIM-FOUND                             VALUE 'Y'.
           88  WS-SIM-NOT-FOUND                         VALUE 'N'.

       01  WS-SIM-APPROVED-FLAG           PIC X          VALUE 'N'.
           88  WS-SIM-ALREADY-APPROVED                  VALUE 'Y'.
           88  WS-SIM-NOT-APPROVED                      VALUE 'N'.

       01  WS-SIM-ENTRY.
           03  WS-SIM-DATE                PIC 9(008)     VALUE ZEROS.
           03  WS-SIM-TIME                PIC 9(008)     VALUE ZEROS.
           03  WS-SIM-REQUESTER           PIC X(008)     VALUE SPACES.
           03  WS-SIM-INPUT-COUNT         PIC 9(009)     VALUE ZEROS.
           03  WS-SIM-INPUT-SALARY        PIC 9(013)V99  VALUE ZEROS.
           03  WS-SIM-RECORDS-READ        PIC 9(009)     VALUE ZEROS.
           03  WS-SIM-RECORDS-WRITTEN     PIC 9(009)     VALUE ZEROS.
           03  WS-SIM-RECORDS-REJECTED    PIC 9(009)     VALUE ZEROS.
           03  WS-SIM-TOTAL-BEFORE        PIC 9(013)V99  VALUE ZEROS.
           03  WS-SIM-TOTAL-AFTER         PIC 9(013)V99  VALUE ZEROS.
           03  WS-SIM-PARM-CARD           PIC X(097)     VALUE SPACES.

      *---------------------------------------------------------------
      * Disposition.
      *---------------------------------------------------------------
       01  WS-APPROVAL-FLAG               PIC X          VALUE 'Y'.
           88  WS-APPROVAL-GRANTED                      VALUE 'Y'.
           88  WS-APPROVAL-REFUSED                      VALUE 'N'.

       01  WS-REFUSAL-TEXT                PIC X(040)     VALUE SPACES.

       01  WS-REGISTER-READ               PIC 9(009)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  DISPLAY-TOTAL-SALARY           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       000000-MAIN                         SECTION.
      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 040000-IDENTIFY-OPERATOR
           PERFORM 050000-READ-APPROVAL-CARD
           PERFORM 100000-FIND-SIMULATION
           PERFORM 200000-EDIT-APPROVAL

           IF WS-APPROVAL-GRANTED
               PERFORM 300000-WRITE-APPROVAL
           ELSE
               PERFORM 310000-WRITE-REFUSAL
           END-IF

           PERFORM 250000-PRINT-RESULT

           IF WS-APPROVAL-REFUSED
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
      *    logon user. Ids are kept upper case so they compare with
      *    the requester EX01 stamped on the register.
      *-----------------------------------------------------------------
           MOVE 0009                        TO PSC-ERRO-PGM

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

           DISPLAY 'EX17 SUBMITTED BY OPERATOR ' WS-OPERATOR-ID
           .
       040999-EXIT-IDENTIFY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       050000-READ-APPROVAL-CARD           SECTION.
      *-----------------------------------------------------------------
      *    A missing card is not an abend: it is written up as a
      *    refused sign-off so the register still shows the attempt.
      *-----------------------------------------------------------------
           MOVE 0002                        TO PSC-ERRO-PGM

           SET WS-CARD-ABSENT               TO TRUE
           SET WS-WANT-NEWEST-SIM           TO TRUE

           OPEN INPUT CARD-FILE

           IF WS-CARD-OK
               READ CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CARD-PRESENT   TO TRUE
                       MOVE FUNCTION UPPER-CASE (CRD-REQUESTER)
                                             TO WS-REQUESTER
                       MOVE FUNCTION UPPER-CASE (CRD-APPROVER)
                                             TO WS-CARD-APPROVER
                       MOVE CRD-SIM-DATE     TO WS-WANTED-SIM-DATE-X
                       MOVE CRD-SIM-TIME     TO WS-WANTED-SIM-TIME-X
                       MOVE CRD-VALID-DAYS   TO WS-VALID-DAYS-X
               END-READ
               CLOSE CARD-FILE
           END-IF

      *    Whatever the card says, the approval is in the name of
      *    whoever submitted this job.
           MOVE WS-OPERATOR-ID              TO WS-APPROVER

           IF WS-WANTED-SIM-DATE-X NUMERIC
           AND WS-WANTED-SIM-DATE > 0
               SET WS-WANT-NAMED-SIM         TO TRUE
               IF WS-WANTED-SIM-TIME-X NOT NUMERIC
                   MOVE ZEROS                TO WS-WANTED-SIM-TIME
               END-IF
           END-IF

           IF WS-VALID-DAYS-X NUMERIC
           AND WS-VALID-DAYS-9 > 0
               MOVE WS-VALID-DAYS-9         TO WS-VALID-DAYS
           END-IF
           .
       050999-EXIT-READ-APPROVAL-CARD.
           EXIT.

      *-----------------------------------------------------------------
       100000-FIND-SIMULATION              SECTION.
      *-----------------------------------------------------------------
      *    One pass of the register. Every SIMULATE entry that fits
      *    the card (any, when the card names none) replaces the one
      *    held, so the newest fit wins; an APPROVED entry for the
      *    held simulation marks it signed off already. Entries are
      *    appended in time order, so an approval always follows
      *    the simulation it names.
      *-----------------------------------------------------------------
           MOVE 0003                        TO PSC-ERRO-PGM

           SET WS-SIM-NOT-FOUND             TO TRUE
           SET WS-SIM-NOT-APPROVED          TO TRUE
           SET WS-NOT-EOF                   TO TRUE

           OPEN INPUT APR-FILE

           IF WS-APR-FILE-NOT-FOUND
               GO TO 100999-EXIT-FIND-SIMULATION
           END-IF

           IF NOT WS-APR-OK
               PERFORM 999900-ABEND
           END-IF

           PERFORM UNTIL WS-EOF
               READ APR-FILE
                   AT END
                       SET WS-EOF            TO TRUE
                   NOT AT END
                       IF WS-APR-OK
                           ADD 1             TO WS-REGISTER-READ
                           PERFORM 110000-CHECK-REGISTER-ENTRY
                       ELSE
                           PERFORM 999900-ABEND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APR-FILE
           .
       100999-EXIT-FIND-SIMULATION.
           EXIT.

      *-----------------------------------------------------------------
       110000-CHECK-REGISTER-ENTRY         SECTION.
      *-----------------------------------------------------------------
           MOVE 0004                        TO PSC-ERRO-PGM

           EVALUATE APR-ENTRY-TYPE
               WHEN 'SIMULATE'
                   IF WS-WANT-NEWEST-SIM
                   OR (APR-SIM-DATE = WS-WANTED-SIM-DATE
                       AND APR-SIM-TIME = WS-WANTED-SIM-TIME)
                       SET WS-SIM-FOUND      TO TRUE
                       SET WS-SIM-NOT-APPROVED TO TRUE
                       MOVE APR-SIM-DATE     TO WS-SIM-DATE
                       MOVE APR-SIM-TIME     TO WS-SIM-TIME
                       MOVE APR-REQUESTER    TO WS-SIM-REQUESTER
                       MOVE APR-INPUT-COUNT  TO WS-SIM-INPUT-COUNT
                       MOVE APR-INPUT-SALARY TO WS-SIM-INPUT-SALARY
                       MOVE APR-RECORDS-READ TO WS-SIM-RECORDS-READ
                       MOVE APR-RECORDS-WRITTEN
                                             TO WS-SIM-RECORDS-WRITTEN
                       MOVE APR-RECORDS-REJECTED
                                             TO WS-SIM-RECORDS-REJECTED
                       MOVE APR-TOTAL-SALARY-BEFORE
                                             TO WS-SIM-TOTAL-BEFORE
                       MOVE APR-TOTAL-SALARY-AFTER
                                             TO WS-SIM-TOTAL-AFTER
                       MOVE APR-PARM-CARD    TO WS-SIM-PARM-CARD
                   END-IF
               WHEN 'APPROVED'
                   IF WS-SIM-FOUND
                   AND APR-SIM-DATE = WS-SIM-DATE
                   AND APR-SIM-TIME = WS-SIM-TIME
                       SET WS-SIM-ALREADY-APPROVED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       110999-EXIT-CHECK-REGISTER-ENTRY.
           EXIT.

      *-----------------------------------------------------------------
       200000-EDIT-APPROVAL                SECTION.
      *-----------------------------------------------------------------
      *    The first failed check decides the refusal text.
      *-----------------------------------------------------------------
           MOVE 0005                        TO PSC-ERRO-PGM

           SET WS-APPROVAL-GRANTED          TO TRUE
           MOVE SPACES                      TO WS-REFUSAL-TEXT

           IF WS-CARD-ABSENT
               SET WS-APPROVAL-REFUSED      TO TRUE
               MOVE 'NO APPROVAL CARD'      TO WS-REFUSAL-TEXT
               GO TO 200999-EXIT-EDIT-APPROVAL
           END-IF

           IF WS-REQUESTER = SPACES
               SET WS-APPROVAL-REFUSED      TO TRUE
               MOVE 'REQUESTER ID REQUIRED'  TO WS-REFUSAL-TEXT
               GO TO 200999-EXIT-EDIT-APPROVAL
           END-IF

           IF WS-CARD-APPROVER NOT = SPACES
           AND WS-CARD-APPROVER NOT = WS-OPERATOR-ID
               SET WS-APPROVAL-REFUSED      TO TRUE
               MOVE 'CARD APPROVER IS NOT THE SUBMITTING ID'
                                             TO WS-REFUSAL-TEXT
               GO TO 200999-EXIT-EDIT-APPROVAL
           END-IF

           IF WS-REQUESTER = WS-APPROVER
               SET WS-APPROVAL-REFUSED      TO TRUE
               MOVE 'APPROVER MUST DIFFER FROM REQUESTER'
                                             TO WS-REFUSAL-TEXT
               GO TO 200999-EXIT-EDIT-APPROVAL
           END-IF

           IF WS-VALID-DAYS > WS-MAX-VALID-DAYS
               SET WS-APPROVAL-REFUSED      TO TRUE
               MOVE 'VALIDITY LONGER THAN 30 DAYS'
                                             TO WS-REFUSAL-TEXT
               GO TO 200999-EXIT-EDIT-APPROVAL
           END-IF

           IF WS-SIM-NOT-FOUND
               SET WS-APPROVAL-REFUSED      TO TRUE
               MOVE 'SIMULATION NOT ON THE REGISTER'
                                             TO WS-REFUSAL-TEXT
               GO TO 200999-EXIT-EDIT-APPROVAL
           END-IF

           IF WS-SIM-ALREADY-APPROVED
               SET WS-APPROVAL-REFUSED      TO TRUE
               MOVE 'SIMULATION ALREADY APPROVED'
                                             TO WS-REFUSAL-TEXT
               GO TO 200999-EXIT-EDIT-APPROVAL
           END-IF

      *    Simulations stamped before operator ids were recorded carry
      *    no requester and are taken on the card's word.
           IF WS-SIM-REQUESTER NOT = SPACES
           AND WS-SIM-REQUESTER NOT = WS-REQUESTER
               SET WS-APPROVAL-REFUSED      TO TRUE
               MOVE 'REQUESTER DID NOT RUN THE SIMULATION'
                                             TO WS-REFUSAL-TEXT
               GO TO 200999-EXIT-EDIT-APPROVAL
           END-IF

           IF WS-SIM-REQUESTER = WS-OPERATOR-ID
               SET WS-APPROVAL-REFUSED      TO TRUE
               MOVE 'SIMULATION RUN BY THE APPROVING ID'
                                             TO WS-REFUSAL-TEXT
               GO TO 200999-EXIT-EDIT-APPROVAL
           END-IF

           COMPUTE WS-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    + WS-VALID-DAYS)
           .
       200999-EXIT-EDIT-APPROVAL.
           EXIT.

      *-----------------------------------------------------------------
       300000-WRITE-APPROVAL               SECTION.
      *-----------------------------------------------------------------
      *    The approval carries its own copy of the simulation stamp,
      *    so EX01 matches a run against this one entry and never
      *    has to pair it back with the SIMULATE line.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

           MOVE 'APPROVED'                  TO APR-ENTRY-TYPE
           MOVE WS-SIM-DATE                 TO APR-SIM-DATE
           MOVE WS-SIM-TIME                 TO APR-SIM-TIME
           MOVE WS-EXPIRY-DATE              TO APR-EXPIRY-DATE
           MOVE WS-SIM-INPUT-COUNT          TO APR-INPUT-COUNT
           MOVE WS-SIM-INPUT-SALARY         TO APR-INPUT-SALARY
           MOVE WS-SIM-RECORDS-READ         TO APR-RECORDS-READ
           MOVE WS-SIM-RECORDS-WRITTEN      TO APR-RECORDS-WRITTEN
           MOVE WS-SIM-RECORDS-REJECTED     TO APR-RECORDS-REJECTED
           MOVE WS-SIM-TOTAL-BEFORE         TO APR-TOTAL-SALARY-BEFORE
           MOVE WS-SIM-TOTAL-AFTER          TO APR-TOTAL-SALARY-AFTER
           MOVE WS-SIM-PARM-CARD            TO APR-PARM-CARD
           MOVE SPACES                      TO APR-REASON-TEXT

           PERFORM 320000-APPEND-REGISTER
           .
       300999-EXIT-WRITE-APPROVAL.
           EXIT.

      *-----------------------------------------------------------------
       310000-WRITE-REFUSAL                SECTION.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           MOVE 'REFUSED '                  TO APR-ENTRY-TYPE
           MOVE WS-SIM-DATE                 TO APR-SIM-DATE
           MOVE WS-SIM-TIME                 TO APR-SIM-TIME
           MOVE ZEROS                       TO APR-EXPIRY-DATE
           MOVE WS-SIM-INPUT-COUNT          TO APR-INPUT-COUNT
           MOVE WS-SIM-INPUT-SALARY         TO APR-INPUT-SALARY
           MOVE WS-SIM-RECORDS-READ         TO APR-RECORDS-READ
           MOVE WS-SIM-RECORDS-WRITTEN      TO APR-RECORDS-WRITTEN
           MOVE WS-SIM-RECORDS-REJECTED     TO APR-RECORDS-REJECTED
           MOVE WS-SIM-TOTAL-BEFORE         TO APR-TOTAL-SALARY-BEFORE
           MOVE WS-SIM-TOTAL-AFTER          TO APR-TOTAL-SALARY-AFTER
           MOVE WS-SIM-PARM-CARD            TO APR-PARM-CARD
           MOVE WS-REFUSAL-TEXT             TO APR-REASON-TEXT

           PERFORM 320000-APPEND-REGISTER
           .
       310999-EXIT-WRITE-REFUSAL.
           EXIT.

      *-----------------------------------------------------------------
       320000-APPEND-REGISTER              SECTION.
      *-----------------------------------------------------------------
           MOVE 0008                        TO PSC-ERRO-PGM

           MOVE WS-OWN-PROGRAM              TO APR-PROGRAM
           MOVE WS-RUN-DATE                 TO APR-ENTRY-DATE
           MOVE WS-RUN-TIME                 TO APR-ENTRY-TIME
           MOVE WS-REQUESTER                TO APR-REQUESTER
           MOVE WS-APPROVER                 TO APR-APPROVER
           MOVE ZEROS                       TO APR-GEN-NUM
           MOVE WS-OPERATOR-ID              TO APR-OPERATOR-ID

           OPEN EXTEND APR-FILE

           IF WS-APR-FILE-NOT-FOUND
               OPEN OUTPUT APR-FILE
           END-IF

           IF NOT WS-APR-OK
               PERFORM 999900-ABEND
           END-IF

           WRITE APR-REC

           IF NOT WS-APR-OK
               PERFORM 999900-ABEND
           END-IF

           CLOSE APR-FILE

           IF NOT WS-APR-OK
               PERFORM 999900-ABEND
           END-IF
           .
       320999-EXIT-APPEND-REGISTER.
           EXIT.

      *-----------------------------------------------------------------
       250000-PRINT-RESULT                 SECTION.
      *-----------------------------------------------------------------
           DISPLAY '===================================='
           DISPLAY 'EX17 SIMULATION SIGN-OFF'
           DISPLAY '  REQUESTER .........: ' WS-REQUESTER
           DISPLAY '  APPROVER ..........: ' WS-APPROVER
           IF WS-CARD-APPROVER NOT = SPACES
           AND WS-CARD-APPROVER NOT = WS-APPROVER
               DISPLAY '  CARD APPROVER .....: ' WS-CARD-APPROVER
           END-IF

           IF WS-SIM-FOUND
               DISPLAY '  SIMULATION ........: ' WS-SIM-DATE '/'
                       WS-SIM-TIME
               MOVE WS-SIM-INPUT-COUNT      TO DISPLAY-COUNT
               DISPLAY '  INPUT RECORDS .....: ' DISPLAY-COUNT
               MOVE WS-SIM-INPUT-SALARY     TO DISPLAY-TOTAL-SALARY
               DISPLAY '  INPUT SALARY HASH .: ' DISPLAY-TOTAL-SALARY
               MOVE WS-SIM-RECORDS-WRITTEN  TO DISPLAY-COUNT
               DISPLAY '  RECORDS COSTED ....: ' DISPLAY-COUNT
               MOVE WS-SIM-RECORDS-REJECTED TO DISPLAY-COUNT
               DISPLAY '  RECORDS REJECTED ..: ' DISPLAY-COUNT
               MOVE WS-SIM-TOTAL-BEFORE     TO DISPLAY-TOTAL-SALARY
               DISPLAY '  TOTAL SALARY BEFORE: ' DISPLAY-TOTAL-SALARY
               MOVE WS-SIM-TOTAL-AFTER      TO DISPLAY-TOTAL-SALARY
               DISPLAY '  TOTAL SALARY AFTER : ' DISPLAY-TOTAL-SALARY
               DISPLAY '  PARM CARD .........: '
                       FUNCTION TRIM (WS-SIM-PARM-CARD)
           END-IF

           IF WS-APPROVAL-GRANTED
               DISPLAY '  RESULT ............: APPROVED - VALID '
                       'THROUGH ' WS-EXPIRY-DATE
           ELSE
               DISPLAY '  RESULT ............: *** REFUSED *** '
                       WS-REFUSAL-TEXT
           END-IF
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-RESULT.
           EXIT.

      *-----------------------------------------------------------------
       999900-ABEND                        SECTION.
      *-----------------------------------------------------------------
           DISPLAY 'ABEND - PSC=' PSC-ERRO-PGM
                   ' FS-CRD=' WS-CARD-FILE-STATUS
                   ' FS-APR=' WS-APR-FILE-STATUS
                   ' MSG='    WS-ABEND-MSG

           MOVE 16                           TO RETURN-CODE
           STOP RUN
           .
       999999-EXIT-ABEND.
           EXIT.
