      *                     EX10 stream driver sees a refused or
      *                     failed extract step instead of logging
      *                     it CLEAN with nothing transmitted.
      *  - 2026-10-15 EDG - Stamps the submitting operator (EX_OPERATOR
      *                     job variable, else the logon user) on the
      *                     transmission log entry, for the EX18
      *                     operator activity report. Audit and catalog
      *                     layouts extended with the operator their
      *                     writers now stamp.
      *  - 2026-10-15 EDG - Transmission log entry carries the run-
      *                     catalog generation extracted.
      *  - 2026-10-15 EDG - Audit layout extended with the pay group
      *                     EX01 now records.
      ******************************************************************

       IDENTIFICATION DIVISION.
           03 AUD-TOTAL-SALARY-BEFORE     PIC 9(013)V99.
           03 AUD-TOTAL-SALARY-AFTER      PIC 9(013)V99.
           03 AUD-GEN-NUM                 PIC 9(004).
           03 AUD-OPERATOR-ID             PIC X(008).
           03 AUD-PAY-GROUP               PIC X(004).

       FD  PARM-FILE.
       01  PARM-REC.
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).

       FD  SEQ-FILE.
       01  SEQ-REC.
           03 TRN-FILE-SEQ                PIC 9(006).
           03 TRN-PROGRAM                 PIC X(008).
           03 TRN-RUN-DATE                PIC 9(008).
           03 TRN-OPERATOR-ID             PIC X(008).
           03 TRN-GEN-NUM                 PIC 9(004).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
           88  WS-TRN-OK                               VALUE '00'.
           88  WS-TRN-FILE-NOT-FOUND                   VALUE '35'.

      *---------------------------------------------------------------
      * Submitting operator - the EX_OPERATOR job variable, else the
      * logon user, else BATCH. Stamped on the shared log, lock and
      * history records this run writes, so the EX18 activity report
      * can say who ran what.
      *---------------------------------------------------------------
       01  WS-OPERATOR-ID                 PIC X(008)     VALUE SPACES.

       01  PSC-ERRO-PGM                   PIC 9(04)      VALUE ZEROS.

       01  WS-ABEND-MSG                   PIC X(040)     VALUE
           MOVE 0001                        TO PSC-ERRO-PGM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040000-IDENTIFY-OPERATOR

           PERFORM 045000-RESOLVE-GENERATION
           PERFORM 050000-GET-FILE-SEQUENCE
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
           MOVE 0015                        TO PSC-ERRO-PGM

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

           DISPLAY 'EX08 SUBMITTED BY OPERATOR ' WS-OPERATOR-ID
           .
       040999-EXIT-IDENTIFY-OPERATOR.
           EXIT.

      *-----------------------------------------------------------------
       045000-RESOLVE-GENERATION           SECTION.
      *-----------------------------------------------------------------
           MOVE WS-FILE-SEQ                  TO TRN-FILE-SEQ
           MOVE 'EX08    '                   TO TRN-PROGRAM
           MOVE WS-RUN-DATE                  TO TRN-RUN-DATE
           MOVE WS-OPERATOR-ID               TO TRN-OPERATOR-ID
           MOVE WS-RESOLVED-GEN              TO TRN-GEN-NUM

           WRITE TRN-REC

