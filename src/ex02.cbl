      *                     listed with its name from the EX15
      *                     department reference file. Skipped, with
      *                     no legend, when no reference file exists.
      *  - 2026-10-15 EDG - Run catalog layout extended with the
      *                     submitting operator id its writers now
      *                     stamp.
      *  - 2026-10-15 EDG - Department reference layout extended with
      *                     the general-ledger cost center EX15 now
      *                     loads.
      ******************************************************************

       IDENTIFICATION DIVISION.
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).

       FD  PARM-FILE.
       01  PARM-REC.
           03 DPT-NAME                    PIC X(030).
           03 DPT-ACTIVE-FLAG             PIC X(001).
           03 DPT-ANNUAL-BUDGET           PIC 9(011)V99.
           03 DPT-GL-COST-CENTER          PIC X(006).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
