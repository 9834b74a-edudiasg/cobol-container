      *                     summarize on their own line - a bonus is
      *                     not a raise and must not inflate the
      *                     raise count or total increase.
      *  - 2026-10-15 EDG - History layout extended with the submitting
      *                     operator id its writers now stamp.
      ******************************************************************

       IDENTIFICATION DIVISION.
           03 HIS-NEW-SALARY              PIC 9(008)V99.
           03 HIS-RAISE-FACTOR            PIC 9V999.
           03 HIS-FACTOR-SOURCE           PIC X(004).
           03 HIS-OPERATOR-ID             PIC X(008).

       FD  PARM-FILE.
       01  PARM-REC.
