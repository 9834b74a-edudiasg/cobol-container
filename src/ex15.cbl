      *              validate department codes against and the
      *              reports print department names from:
      *                DPT-CODE (key), DPT-NAME, DPT-ACTIVE-FLAG,
      *                DPT-ANNUAL-BUDGET (annual increase budget),
      *                DPT-GL-COST-CENTER (general-ledger cost
      *                center EX21 posts the department's salary
      *                expense to)
      *              The file is rebuilt whole every load - the card
      *              file IS the department list, so a department
      *              dropped from the cards leaves the reference.
      * INPUT      : data/input/ex15_depts.dat (LINE SEQUENTIAL)
      *              Card: DEPT-CODE (1-4), DEPT-NAME (5-34),
      *                    ACTIVE-FLAG (35, Y/N),
      *                    ANNUAL-BUDGET (36-48, 11V99),
      *                    GL-COST-CENTER (49-54, blank = none)
      * OUTPUT     : data/master/dept_master.dat (INDEXED, key
      *              DPT-CODE) - rebuilt
      *              data/output/ex15.reg (LINE SEQUENTIAL) -
      *  - 2026-09-02 EDG - Abend now exits RETURN-CODE 16, in line
      *                     with the other batch steps, so a failed
      *                     load stops a scheduled stream.
      *  - 2026-10-15 EDG - Card and reference record carry the
      *                     department's general-ledger cost center
      *                     (cols 49-54), which the EX21 GL interface
      *                     posts salary expense to. Optional: a
      *                     department without one loads, but EX21
      *                     refuses to post for it.
      ******************************************************************

       IDENTIFICATION DIVISION.
           03 CRD-DEPT-NAME               PIC X(030).
           03 CRD-ACTIVE-FLAG             PIC X(001).
           03 CRD-ANNUAL-BUDGET           PIC 9(011)V99.
           03 CRD-GL-COST-CENTER          PIC X(006).

       FD  DEPT-FILE.
       01  DEPT-REC.
           03 DPT-NAME                    PIC X(030).
           03 DPT-ACTIVE-FLAG             PIC X(001).
           03 DPT-ANNUAL-BUDGET           PIC 9(011)V99.
           03 DPT-GL-COST-CENTER          PIC X(006).

       FD  REG-FILE.
       01  REG-REC.
           03 WS-DEPT-NAME                PIC X(030)     VALUE SPACES.
           03 WS-ACTIVE-FLAG              PIC X(001)     VALUE SPACES.
           03 WS-ANNUAL-BUDGET            PIC 9(011)V99  VALUE ZEROS.
           03 WS-GL-COST-CENTER           PIC X(006)     VALUE SPACES.

       01  WS-EOF-FLAG                    PIC X          VALUE 'N'.
           88  WS-EOF                                   VALUE 'Y'.
           MOVE WS-DEPT-NAME                TO DPT-NAME
           MOVE WS-ACTIVE-FLAG              TO DPT-ACTIVE-FLAG
           MOVE WS-ANNUAL-BUDGET            TO DPT-ANNUAL-BUDGET
           MOVE WS-GL-COST-CENTER           TO DPT-GL-COST-CENTER

           WRITE DEPT-REC

