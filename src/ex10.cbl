      * TYPE       : BATCH (DRIVER)
      * PURPOSE    : Raise-cycle stream driver. Executes the nightly
      *              step stream (EX01 -> EX04 -> EX02 -> EX08, with
      *              EX05 / EX03 as optional pre-steps, and EX25
      *              HR snapshot intake ahead of EX03, writing the
      *              generated cards to data/input/ex03_hrsnap.dat,
      *              which EX03 applies after the operator's manual
      *              ex03_trans.dat) in dependency order from one
      *              command, checking every step's
      *              return code against the step's allowed maximum,
      *              and gating the provider extract: the extract step
      *              is refused unless the reconciliation step ran
      *                     down before comparing and logging, and a
      *                     signal remainder (step killed) is forced
      *                     to RC 16 instead of truncating clean.
      *  - 2026-10-15 EDG - Run catalog layout extended with the
      *                     submitting operator id its writers now
      *                     stamp.
      *  - 2026-10-15 EDG - Header names the EX25 HR snapshot
      *                     intake step that now feeds EX03.
      ******************************************************************

       IDENTIFICATION DIVISION.
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).

       FD  LOG-FILE.
       01  LOG-REC.
