      *                     is listed with its name from the EX15
      *                     department reference file. Skipped when
      *                     no reference file exists.
      *  - 2026-10-15 EDG - Audit log layout extended with the
      *                     submitting operator id its writers now
      *                     stamp.
      *  - 2026-10-15 EDG - Employees EX03 has terminated (master
      *                     status 'T') are skipped: a leaver is never
      *                     raised again, so idle-cycle and band
      *                     exceptions for one are noise. The count
      *                     skipped is in the control totals.
      *  - 2026-10-15 EDG - Master layout extended with the pay grade
      *                     EX03 maintains.
      *  - 2026-10-15 EDG - Department reference layout extended with
      *                     the general-ledger cost center EX15 now
      *                     loads.
      *  - 2026-10-15 EDG - Audit layout extended with the pay group
      *                     EX01 now records.
      ******************************************************************

       IDENTIFICATION DIVISION.
           03 MST-CURRENT-SALARY          PIC 9(008)V99.
           03 MST-YTD-INCREASE            PIC 9(009)V99.
           03 MST-LAST-RUN-DATE           PIC 9(008).
           03 MST-STATUS                  PIC X(001).
           03 MST-TERM-DATE               PIC 9(008).
           03 MST-TERM-REASON             PIC X(002).
           03 MST-PAY-GRADE               PIC X(003).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           03 AUD-TOTAL-SALARY-BEFORE     PIC 9(013)V99.
           03 AUD-TOTAL-SALARY-AFTER      PIC 9(013)V99.
           03 AUD-GEN-NUM                 PIC 9(004).
           03 AUD-OPERATOR-ID             PIC X(008).
           03 AUD-PAY-GROUP               PIC X(004).

       FD  PARM-FILE.
       01  PARM-REC.
           03 DPT-NAME                    PIC X(030).
           03 DPT-ACTIVE-FLAG             PIC X(001).
           03 DPT-ANNUAL-BUDGET           PIC 9(011)V99.
           03 DPT-GL-COST-CENTER          PIC X(006).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
           03  WS-YTD-PCT-EXCEPTIONS      PIC 9(009)     VALUE ZEROS.
           03  WS-BAND-EXCEPTIONS         PIC 9(009)     VALUE ZEROS.
           03  WS-IDLE-EXCEPTIONS         PIC 9(009)     VALUE ZEROS.
           03  WS-TERMINATED-SKIPPED      PIC 9(009)     VALUE ZEROS.

       01  DISPLAY-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
           MOVE 0007                        TO PSC-ERRO-PGM

           IF MST-STATUS = 'T'
               ADD 1                         TO WS-TERMINATED-SKIPPED
               GO TO 300999-EXIT-EVALUATE-RECORD
           END-IF

           PERFORM 310000-CHECK-YTD-PCT
           PERFORM 320000-CHECK-BAND-CROSSING
           PERFORM 330000-CHECK-IDLE-CYCLES
           DISPLAY '===================================='
           DISPLAY 'EX09 CONTROL TOTALS'
           DISPLAY '  MASTER RECORDS READ: ' DISPLAY-COUNT
           MOVE WS-TERMINATED-SKIPPED       TO DISPLAY-COUNT
           DISPLAY '  TERMINATED SKIPPED.: ' DISPLAY-COUNT
           MOVE WS-EXCEPTIONS-WRITTEN       TO DISPLAY-COUNT
           DISPLAY '  EXCEPTIONS ........: ' DISPLAY-COUNT
           MOVE WS-YTD-PCT-EXCEPTIONS       TO DISPLAY-COUNT
