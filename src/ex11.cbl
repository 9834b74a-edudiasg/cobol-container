      *              last file sequence number transmitted
      *              data/audit/ex_translog.dat (LINE SEQUENTIAL) -
      *              one line per transmitted extract (sequence,
      *              program, date), written by EX08/EX12/EX13 and
      *              the EX03 separation extract; an acknowledged
      *              sequence is matched against it, so an ack for
      *              last night's EX08 file still matches when an
      *              EX12 release, EX13 retro or EX03 separation
      *              extract went out afterwards on a later sequence
      *              data/output/ex01.out.Gnnnn (LINE SEQUENTIAL) -
      *              the generation resolved from the run catalog
      *              (current, or the one named on
      *                     extract writer ever logged does. With no
      *                     log on file the original last-number
      *                     match still applies.
      *  - 2026-10-15 EDG - Transmission log and run catalog layouts
      *                     extended with the submitting operator id
      *                     their writers now stamp.
      *  - 2026-10-15 EDG - Transmission log layout extended with the
      *                     generation number its writers now log.
      *  - 2026-10-15 EDG - Header and notes name the EX03 separation
      *                     extract among the transmission log writers.
      ******************************************************************

       IDENTIFICATION DIVISION.
           03 TRN-FILE-SEQ                PIC 9(006).
           03 TRN-PROGRAM                 PIC X(008).
           03 TRN-RUN-DATE                PIC 9(008).
           03 TRN-OPERATOR-ID             PIC X(008).
           03 TRN-GEN-NUM                 PIC 9(004).

       FD  OUT-FILE.
       01  OUT-REC.
           03 CAT-RUN-DATE                PIC 9(008).
           03 CAT-RUN-TIME                PIC 9(008).
           03 CAT-STATUS                  PIC X(008).
           03 CAT-OPERATOR-ID             PIC X(008).

       FD  PARM-FILE.
       01  PARM-REC.
       01  WS-TRAILER-COUNT               PIC 9(009)     VALUE ZEROS.

      *---------------------------------------------------------------
      * Transmission log, loaded whole: every sequence EX08, EX12,
      * EX13 or the EX03 separation extract transmitted, with the
      * sender and date. The echoed sequence is matched against it,
      * not just against the last number used - acks arrive per file
      * and the release / retro / separation extracts advance the
      * same sequence stream.
      *---------------------------------------------------------------
       01  WS-MAX-TRANSMISSIONS           PIC 9(005)     VALUE 10000.
       01  WS-TRN-COUNT                   PIC 9(005)     VALUE ZEROS.
       235000-MATCH-TRANSLOG               SECTION.
      *-----------------------------------------------------------------
      *    A sequence below the last number used is still in order
      *    when the transmission log shows who sent it - EX12, EX13
      *    and EX03 advance the same stream, and the provider
      *    acknowledges each file separately. Only a sequence no
      *    extract writer ever logged (or, with no log on file, any
      *    mismatch at all) needs attention.
