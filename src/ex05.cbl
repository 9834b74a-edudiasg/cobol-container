      *                     is card-repairable and recycles like the
      *                     input edits; other new reasons still go
      *                     to MANUAL.
      *  - 2026-10-15 EDG - Run catalog layout extended with the
      *                     submitting operator id its writers now
      *                     stamp.
      ******************************************************************

       IDENTIFICATION DIVISION.
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).

       FD  PARM-FILE.
       01  PARM-REC.
