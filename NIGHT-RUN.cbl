      * Author: Alex G. B.
      * Date: Apr 12, 2022
      * Purpose: Driver for the fixed overnight sequence -
      *          DD-RETURNS, DD-RENEWAL, TRANSACTIONS-IVA,
      *          INVOICE-PRINT, IVA-SUMMARY, BILLING-RECON,
      *          NOTICE-EXTRACT, AR-AGING, STOCK-REORDER,
      *          INTEGRITY-CHECK, GL-EXTRACT - so an operator no
      *          longer sits at the console at 2am starting each job
      *          by hand. Each step runs as its own program (the
      *          prompting reports read their answers from their
      *          -PARM parameter files, so nothing stops to ask) and
      *          writes one line to JOB-LOG with its start and end
      *          time and its outcome: PASS on RETURN-CODE 0, WARN on
      *          4 (the step finished but found something for the
      *          morning check) and the sequence carries on, FAIL on
      *          anything else - a refusal (8) or an abend - which
      *          stops the sequence, and the steps never reached are
      *          logged SKIPPED. The morning check is one read of
      *          JOB-LOG instead of a scrollback per step.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Apr 12, 2022  AGB  Original.
      * May 10, 2022  AGB  STOCK-REORDER added as the last step, so the
      *                   reorder list reflects the night's sales. The
      *                   step count is now NIGHT-STEP-COUNT rather than
      *                   a literal.
      * Jun 07, 2022  AGB  DD-RETURNS and DD-RENEWAL run first: the
      *                   bank's returned debits reopen their items,
      *                   then the direct-debit renewals are billed into
      *                   TRANSACTIONS-IN in time for TRANSACTIONS-IVA
      *                   to tax them the same night.
      * Jun 14, 2022  AGB  INVOICE-PRINT runs straight after
      *                   TRANSACTIONS-IVA, printing the night's
      *                   numbered invoices while TRANSACTIONS-OUT is
      *                   fresh.
      * Jun 21, 2022  AGB  INTEGRITY-CHECK runs last, after everything
      *                   else has written to USERS-DB and the AR files,
      *                   so the morning JOB-LOG shows a FAIL when the
      *                   files no longer agree. Being last, its FAIL
      *                   skips nothing.
      * Jun 28, 2022  AGB  GL-EXTRACT runs after the night's billing
      *                   and cash steps and before INTEGRITY-CHECK,
      *                   extracting the day just ended (GL-EXTRACT-PARM
      *                   holds 0) for the accountant's morning load.
      * Jul 19, 2022  AGB  INTEGRITY-CHECK now runs before GL-EXTRACT,
      *                   and RETURN-CODE 4 is logged WARN and no longer
      *                   stops the sequence: a GL-EXTRACT refusal
      *                   (first night, unmapped account, date already
      *                   extracted) was skipping INTEGRITY-CHECK, and
      *                   the check's own RC 4 must not skip the
      *                   extract either. GL-EXTRACT, last, skips
      *                   nothing when it fails. The step's code is
      *                   now taken out of the wait status CALL
      *                   "SYSTEM" returns (JOB-LOG showed RC 4 as
      *                   1024), and a step killed by a signal is
      *                   logged FAIL with its signal number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT-RUN.
      *> is also the executable's name, the way every program here
      *> is built (cobc -I. -x <name>.cbl).
       01  NIGHT-STEP-VALUES.
       05      FILLER PIC X(16) VALUE "DD-RETURNS".
       05      FILLER PIC X(16) VALUE "DD-RENEWAL".
       05      FILLER PIC X(16) VALUE "TRANSACTIONS-IVA".
       05      FILLER PIC X(16) VALUE "INVOICE-PRINT".
       05      FILLER PIC X(16) VALUE "IVA-SUMMARY".
       05      FILLER PIC X(16) VALUE "BILLING-RECON".
       05      FILLER PIC X(16) VALUE "NOTICE-EXTRACT".
       05      FILLER PIC X(16) VALUE "AR-AGING".
       05      FILLER PIC X(16) VALUE "STOCK-REORDER".
       05      FILLER PIC X(16) VALUE "INTEGRITY-CHECK".
       05      FILLER PIC X(16) VALUE "GL-EXTRACT".
       01  NIGHT-STEP-TABLE REDEFINES NIGHT-STEP-VALUES.
       05      NIGHT-STEP-NAME OCCURS 11 TIMES
                   INDEXED BY STEP-IDX PIC X(16).
      *> Must match the OCCURS above when a step is added.
       77  NIGHT-STEP-COUNT PIC 9(2) VALUE 11.

       77  STEP-COMMAND    PIC X(20).

       77  STEP-END-TIME   PIC 9(6).
       77  TIME-OF-DAY     PIC 9(8).

      *> CALL "SYSTEM" hands back the shell's wait status, not the
      *> step's RETURN-CODE: the code times 256, plus the signal
      *> number when the step was killed instead of ending.
       77  STEP-WAIT-STATUS PIC S9(9) COMP-4.
       77  STEP-SIGNAL     PIC 9(3).
       88      STEP-WAS-KILLED VALUE 1 THRU 255.
       77  STEP-RC         PIC S9(4) COMP-4.
       88      STEP-IS-CLEAN   VALUE 0.
       88      STEP-IS-WARNING VALUE 4.
       77  STEP-RC-LABEL   PIC X(4).
       77  STEP-RC-TEXT    PIC 9(4).
       77  STEP-OUTCOME    PIC X(7).

       88      SEQUENCE-IS-STOPPED VALUE 1.

       77  STEPS-PASSED    PIC 9(2) VALUE 0.
       77  STEPS-WARNED    PIC 9(2) VALUE 0.
       77  STEPS-FINISHED  PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-JOB-LOG.
           PERFORM WRITE-SEQUENCE-HEADER.
           SET STEP-IDX TO 1.
           PERFORM RUN-ONE-STEP NIGHT-STEP-COUNT TIMES.
           PERFORM WRITE-SEQUENCE-TRAILER.
           CLOSE JOB-LOG.
      *> The driver itself ends clean - the log carries the outcome.
           WRITE JOB-LOG-REC.

      *> One step: run the program, log one line with start and end
      *> time and the outcome. A step ending with 4 is a warning and
      *> the night goes on; any other non-zero ending fails and
      *> stops the sequence; the steps after it are logged SKIPPED
      *> so the morning read shows exactly how far the night got.
       RUN-ONE-STEP.
           DISPLAY "NIGHT-RUN: STARTING "
               NIGHT-STEP-NAME (STEP-IDX).
           CALL "SYSTEM" USING STEP-COMMAND.
           MOVE RETURN-CODE TO STEP-WAIT-STATUS.
           DIVIDE STEP-WAIT-STATUS BY 256
               GIVING STEP-RC REMAINDER STEP-SIGNAL.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE TIME-OF-DAY (1:6) TO STEP-END-TIME.
           MOVE "RC=" TO STEP-RC-LABEL.
           MOVE STEP-RC TO STEP-RC-TEXT.
           EVALUATE TRUE
               WHEN STEP-WAS-KILLED
                   MOVE "FAIL   " TO STEP-OUTCOME
                   MOVE 1 TO SEQUENCE-STOPPED
                   MOVE "SIG=" TO STEP-RC-LABEL
                   MOVE STEP-SIGNAL TO STEP-RC-TEXT
                   DISPLAY "NIGHT-RUN: " NIGHT-STEP-NAME (STEP-IDX)
                       " WAS KILLED - SEQUENCE STOPPED"
               WHEN STEP-IS-CLEAN
                   MOVE "PASS   " TO STEP-OUTCOME
                   ADD 1 TO STEPS-PASSED
               WHEN STEP-IS-WARNING
                   MOVE "WARN   " TO STEP-OUTCOME
                   ADD 1 TO STEPS-WARNED
                   DISPLAY "NIGHT-RUN: " NIGHT-STEP-NAME (STEP-IDX)
                       " ENDED WITH A WARNING - SEQUENCE CONTINUES"
               WHEN OTHER
                   MOVE "FAIL   " TO STEP-OUTCOME
                   MOVE 1 TO SEQUENCE-STOPPED
                   DISPLAY "NIGHT-RUN: " NIGHT-STEP-NAME (STEP-IDX)
                       " FAILED - SEQUENCE STOPPED"
           END-EVALUATE.
           MOVE SPACES TO JOB-LOG-REC.
           STRING WS-TODAY " " STEP-START-TIME "-" STEP-END-TIME
               " " NIGHT-STEP-NAME (STEP-IDX)
               " " STEP-OUTCOME
               DELIMITED BY SIZE
               STEP-RC-LABEL DELIMITED BY SPACE
               STEP-RC-TEXT DELIMITED BY SIZE
               INTO JOB-LOG-REC
           END-STRING.
           WRITE JOB-LOG-REC.

       WRITE-SEQUENCE-TRAILER.
           MOVE SPACES TO JOB-LOG-REC.
           ADD STEPS-PASSED STEPS-WARNED GIVING STEPS-FINISHED.
           IF SEQUENCE-IS-STOPPED
               STRING WS-TODAY " NIGHT SEQUENCE STOPPED AFTER "
                   STEPS-FINISHED " STEPS"
                   DELIMITED BY SIZE
                   INTO JOB-LOG-REC
               END-STRING
           ELSE
               STRING WS-TODAY " NIGHT SEQUENCE COMPLETED - "
                   STEPS-PASSED " PASSED " STEPS-WARNED " WARNED"
                   DELIMITED BY SIZE
                   INTO JOB-LOG-REC
               END-STRING
