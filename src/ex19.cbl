      ******************************************************************
      * PROGRAM-ID : EX19
      * TYPE       : BATCH
      * PURPOSE    : Pay-grade reference load. Reads the pay-grade
      *              card file and rebuilds the indexed pay-grade
      *              reference that EX03 validates an employee's
      *              grade against and the EX20 compa-ratio report
      *              measures salaries with:
      *                GRD-CODE (key), GRD-MIN-SALARY,
      *                GRD-MID-SALARY, GRD-MAX-SALARY
      *              The file is rebuilt whole every load - the card
      *              file IS the pay structure, so a grade dropped
      *              from the cards leaves the reference (EX20 then
      *              reports its holders as on an unknown grade).
      *
      * INPUT      : data/input/ex19_grades.dat (LINE SEQUENTIAL)
      *              Card: GRADE-CODE (1-3),
      *                    MIN-SALARY (4-13, 8V99),
      *                    MID-SALARY (14-23, 8V99),
      *                    MAX-SALARY (24-33, 8V99)
      * OUTPUT     : data/master/paygrade.dat (INDEXED, key
      *              GRD-CODE) - rebuilt
      *              data/output/ex19.reg (LINE SEQUENTIAL) -
      *              applied/rejected register, EX15 conventions
      *
      * AUTHOR     : Eduardo Dias Gusmao
      * CREATED    : 2026-10-15
      *
      * CHANGE LOG :
      *  - 2026-10-15 EDG - Initial version. The EX01 salary bands
      *                     decide the raise percentage only; comp
      *                     had no maintained range per role to say
      *                     whether someone is paid fairly for it.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX19.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'data/input/ex19_grades.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-CARD-FILE-STATUS.

           SELECT GRADE-FILE ASSIGN TO 'data/master/paygrade.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS GRD-CODE
                FILE STATUS  IS WS-GRADE-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO 'data/output/ex19.reg'
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE  IS SEQUENTIAL
                FILE STATUS  IS WS-REG-FILE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CARD-FILE.
       01  CARD-REC.
           03 CRD-GRADE-CODE              PIC X(003).
           03 CRD-MIN-SALARY              PIC 9(008)V99.
           03 CRD-MID-SALARY              PIC 9(008)V99.
           03 CRD-MAX-SALARY              PIC 9(008)V99.

       FD  GRADE-FILE.
       01  GRADE-REC.
           03 GRD-CODE                    PIC X(003).
           03 GRD-MIN-SALARY              PIC 9(008)V99.
           03 GRD-MID-SALARY              PIC 9(008)V99.
           03 GRD-MAX-SALARY              PIC 9(008)V99.

       FD  REG-FILE.
       01  REG-REC.
           03 REG-GRADE-CODE              PIC X(003).
           03 REG-DISPOSITION             PIC X(008).
           03 REG-REASON-CODE             PIC X(002).
           03 REG-REASON-TEXT             PIC X(040).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-CARD-REC.
           03 WS-GRADE-CODE               PIC X(003)     VALUE SPACES.
           03 WS-MIN-SALARY               PIC 9(008)V99  VALUE ZEROS.
           03 WS-MID-SALARY               PIC 9(008)V99  VALUE ZEROS.
           03 WS-MAX-SALARY               PIC 9(008)V99  VALUE ZEROS.

       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           88  WS-NOT-EOF                               VALUE 'N'.

       01  WS-CARD-FILE-STATUS            PIC X(02)      VALUE SPACES.
           88  WS-CARD-OK                              VALUE '00'.

       01  WS-GRADE-FILE-STATUS           PIC X(02)      VALUE SPACES.
           88  WS-GRADE-OK                             VALUE '00'.

       01  WS-REG-FILE-STATUS             PIC X(02)      VALUE SPACES.
           88  WS-REG-OK                               VALUE '00'.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           'EX19 ABENDED - SEE PSC-ERRO-PGM ABOVE'.

      *---------------------------------------------------------------
      * Card validation / disposition.
      *---------------------------------------------------------------
       01  WS-VALID-CARD-FLAG             PIC X          VALUE 'Y'.
           88  WS-CARD-VALID                            VALUE 'Y'.
           88  WS-CARD-INVALID                          VALUE 'N'.

       01  WS-REJECT-REASON-CODE          PIC X(002)     VALUE SPACES.
       01  WS-REJECT-REASON-TEXT          PIC X(040)     VALUE SPACES.

      *---------------------------------------------------------------
      * Codes already loaded this run, to reject a duplicated card
      * instead of failing on the indexed write.
      *---------------------------------------------------------------
       01  WS-MAX-GRADE-REFS              PIC 9(003)     VALUE 200.
       01  WS-LOADED-COUNT                PIC 9(003)     VALUE ZEROS.
       01  WS-LOADED-IDX                  PIC 9(003)     VALUE ZEROS.

       01  WS-LOADED-TABLE.
           05  WS-LOADED-CODE             PIC X(003)
                                           OCCURS 200 TIMES.

      *---------------------------------------------------------------
      * Control totals.
      *---------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           03  WS-CARDS-READ              PIC 9(009)     VALUE ZEROS.
           03  WS-CARDS-APPLIED           PIC 9(009)     VALUE ZEROS.
           03  WS-CARDS-REJECTED          PIC 9(009)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       000000-MAIN                         SECTION.
      *-----------------------------------------------------------------
           MOVE 0001                        TO PSC-ERRO-PGM

           PERFORM 100000-OPEN-FILES
           PERFORM 200000-PROCESS-CARDS
           PERFORM 250000-PRINT-CONTROL-TOTALS
           PERFORM 900000-CLOSE-FILES

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
               DISPLAY 'EX19 ABEND - PAY-GRADE CARD FILE '
                       'data/input/ex19_grades.dat NOT FOUND'
               PERFORM 999900-ABEND
           END-IF

           OPEN OUTPUT GRADE-FILE
                       REG-FILE

           IF NOT WS-GRADE-OK
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
                   PERFORM 300000-WRITE-GRADE-RECORD
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
      *    A range must be a range: a zero minimum would put every
      *    holder inside it, a midpoint outside min..max makes the
      *    compa-ratio meaningless, and a zero-width range (min =
      *    max) has no penetration to measure.
      *-----------------------------------------------------------------
           MOVE 0005                        TO PSC-ERRO-PGM

           SET WS-CARD-VALID                 TO TRUE
           MOVE SPACES                       TO WS-REJECT-REASON-CODE
           MOVE SPACES                       TO WS-REJECT-REASON-TEXT

           IF WS-GRADE-CODE = SPACES
               SET WS-CARD-INVALID           TO TRUE
               MOVE '01'                     TO WS-REJECT-REASON-CODE
               MOVE 'BLANK GRADE CODE'       TO WS-REJECT-REASON-TEXT
           ELSE
               IF WS-MIN-SALARY NOT NUMERIC
               OR WS-MID-SALARY NOT NUMERIC
               OR WS-MAX-SALARY NOT NUMERIC
                   SET WS-CARD-INVALID       TO TRUE
                   MOVE '02'                 TO WS-REJECT-REASON-CODE
                   MOVE 'MIN/MID/MAX SALARY NOT NUMERIC'
                                             TO WS-REJECT-REASON-TEXT
               ELSE
                   IF WS-MIN-SALARY = 0
                   OR WS-MID-SALARY < WS-MIN-SALARY
                   OR WS-MAX-SALARY < WS-MID-SALARY
                   OR WS-MAX-SALARY = WS-MIN-SALARY
                       SET WS-CARD-INVALID   TO TRUE
                       MOVE '03'             TO WS-REJECT-REASON-CODE
                       MOVE 'RANGE NOT 0 < MIN <= MID <= MAX'
                                             TO WS-REJECT-REASON-TEXT
                   ELSE
                       PERFORM 225000-CHECK-DUPLICATE-CODE
                   END-IF
               END-IF
           END-IF
           .
       220999-EXIT-VALIDATE-CARD.
           EXIT.

      *-----------------------------------------------------------------
       225000-CHECK-DUPLICATE-CODE          SECTION.
      *-----------------------------------------------------------------
           MOVE 0006                        TO PSC-ERRO-PGM

           PERFORM VARYING WS-LOADED-IDX FROM 1 BY 1
                   UNTIL WS-LOADED-IDX > WS-LOADED-COUNT
                      OR WS-LOADED-CODE (WS-LOADED-IDX)
                         = WS-GRADE-CODE
               CONTINUE
           END-PERFORM

           IF WS-LOADED-IDX <= WS-LOADED-COUNT
               SET WS-CARD-INVALID           TO TRUE
               MOVE '04'                     TO WS-REJECT-REASON-CODE
               MOVE 'DUPLICATE GRADE CODE IN CARDS'
                                             TO WS-REJECT-REASON-TEXT
           END-IF
           .
       225999-EXIT-CHECK-DUPLICATE-CODE.
           EXIT.

      *-----------------------------------------------------------------
       300000-WRITE-GRADE-RECORD           SECTION.
      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           IF WS-LOADED-COUNT >= WS-MAX-GRADE-REFS
               DISPLAY 'EX19 ABEND - MORE THAN ' WS-MAX-GRADE-REFS
                       ' GRADES ON THE CARD FILE'
               PERFORM 999900-ABEND
           END-IF

           MOVE WS-GRADE-CODE               TO GRD-CODE
           MOVE WS-MIN-SALARY               TO GRD-MIN-SALARY
           MOVE WS-MID-SALARY               TO GRD-MID-SALARY
           MOVE WS-MAX-SALARY               TO GRD-MAX-SALARY

           WRITE GRADE-REC

           IF NOT WS-GRADE-OK
               PERFORM 999900-ABEND
           END-IF

           ADD 1                             TO WS-LOADED-COUNT
           MOVE WS-GRADE-CODE               TO
               WS-LOADED-CODE (WS-LOADED-COUNT)

           PERFORM 235000-WRITE-REGISTER-APPLIED
           .
       300999-EXIT-WRITE-GRADE-RECORD.
           EXIT.

      *-----------------------------------------------------------------
       230000-WRITE-REGISTER-REJECT         SECTION.
      *-----------------------------------------------------------------
           MOVE 0008                        TO PSC-ERRO-PGM

           MOVE WS-GRADE-CODE               TO REG-GRADE-CODE
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
           MOVE 0009                        TO PSC-ERRO-PGM

           MOVE WS-GRADE-CODE               TO REG-GRADE-CODE
           MOVE 'APPLIED '                  TO REG-DISPOSITION
           MOVE SPACES                      TO REG-REASON-CODE
           MOVE SPACES                      TO REG-REASON-TEXT

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
           DISPLAY 'EX19 CONTROL TOTALS'
           DISPLAY '  CARDS READ ........: ' DISPLAY-COUNT
           MOVE WS-CARDS-APPLIED            TO DISPLAY-COUNT
           DISPLAY '  GRADES LOADED .....: ' DISPLAY-COUNT
           MOVE WS-CARDS-REJECTED           TO DISPLAY-COUNT
           DISPLAY '  REJECTED ..........: ' DISPLAY-COUNT
           DISPLAY '===================================='
           .
       250999-EXIT-PRINT-CONTROL-TOTALS.
           EXIT.

      *-----------------------------------------------------------------
       900000-CLOSE-FILES                  SECTION.
      *-----------------------------------------------------------------
           MOVE 0010                        TO PSC-ERRO-PGM

           CLOSE CARD-FILE
                 GRADE-FILE
                 REG-FILE

           IF NOT WS-CARD-OK
           OR NOT WS-GRADE-OK
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
                   ' FS-GRD=' WS-GRADE-FILE-STATUS
                   ' FS-REG=' WS-REG-FILE-STATUS
                   ' MSG='    WS-ABEND-MSG

      *    A failed load must not exit RC 0: a scheduler would roll
      *    on to EX03 against a half-built pay-grade reference.
           MOVE 16                           TO RETURN-CODE
           STOP RUN
           .
       999999-EXIT-ABEND.
           EXIT.
