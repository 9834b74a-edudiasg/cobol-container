      *                     because a bonus run applies no master
      *                     YTD deltas and its audit delta equals
      *                     the summed payments.
      *  - 2026-10-15 EDG - Audit log and run catalog layouts extended
      *                     with the submitting operator id their
      *                     writers now stamp.
      *  - 2026-10-15 EDG - Audit layout extended with the pay group
      *                     EX01 now records.
      ******************************************************************

       IDENTIFICATION DIVISION.
           03 AUD-TOTAL-SALARY-BEFORE     PIC 9(013)V99.
           03 AUD-TOTAL-SALARY-AFTER      PIC 9(013)V99.
           03 AUD-GEN-NUM                 PIC 9(004).
           03 AUD-OPERATOR-ID             PIC X(008).
           03 AUD-PAY-GROUP               PIC X(004).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(100).
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).

       FD  PARM-FILE.
       01  PARM-REC.
