      * CHANGE LOG :
      *  - 2026-09-02 EDG - Initial version. Replaces the five-file
      *                     hand check that started every morning.
      *  - 2026-10-15 EDG - Run catalog, audit log and run lock layouts
      *                     extended with the submitting operator id
      *                     their writers now stamp; a held lock shows
      *                     the holder's operator.
      *  - 2026-10-15 EDG - Audit layout extended with the pay group
      *                     EX01 now records.
      ******************************************************************

       IDENTIFICATION DIVISION.
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

      *    Only the leading identification matters here; the rest of
      *    the checkpoint record (totals, tables) belongs to EX01.
           03 LCK-PROGRAM                 PIC X(008).
           03 LCK-RUN-DATE                PIC 9(008).
           03 LCK-RUN-TIME                PIC 9(008).
           03 LCK-OPERATOR-ID             PIC X(008).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(100).
       01  WS-LOCK-HOLDER                 PIC X(008)     VALUE SPACES.
       01  WS-LOCK-HELD-DATE              PIC 9(008)     VALUE ZEROS.
       01  WS-LOCK-HELD-TIME              PIC 9(008)     VALUE ZEROS.
       01  WS-LOCK-HELD-OPERATOR          PIC X(008)     VALUE SPACES.

       01  WS-ATTENTION-COUNT             PIC 9(003)     VALUE ZEROS.

                           MOVE LCK-PROGRAM  TO WS-LOCK-HOLDER
                           MOVE LCK-RUN-DATE TO WS-LOCK-HELD-DATE
                           MOVE LCK-RUN-TIME TO WS-LOCK-HELD-TIME
                           MOVE LCK-OPERATOR-ID TO
                               WS-LOCK-HELD-OPERATOR
                       END-IF
               END-READ
               CLOSE LCK-FILE
               MOVE SPACES                   TO LK-TEXT
               STRING '*** HELD BY ' WS-LOCK-HOLDER
                      ' SINCE ' WS-LOCK-HELD-DATE
                      '/' WS-LOCK-HELD-TIME
                      ' OPERATOR ' WS-LOCK-HELD-OPERATOR
                                             DELIMITED BY SIZE
                   INTO LK-TEXT
               END-STRING
           ELSE
