      ******************************************************************
      * Modification History:
      * Mar 22, 2022  AGB  Original.
      * May 10, 2022  AGB  Transaction record widened to 38 bytes for
      *                   the quantity sold (see TRANREC.cpy); no change
      *                   to what is reported.
      * May 24, 2022  AGB  Reopening a month inside a quarter or year
      *                   IVA-RETURN has filed (FILREC.cpy) needs the
      *                   supervisor to acknowledge an amended return;
      *                   those returns are flagged for amending.
      * Jun 14, 2022  AGB  Closing a month first checks the invoice
      *                   numbers on TRANSACTIONS-HISTORY (see
      *                   TRANREC.cpy) - the F and rectifying R series
      *                   must run unbroken from 1 in January up to the
      *                   month being closed - and refuses to seal it
      *                   over any gap or repeat, listing each one.
      *                   Record widened to 67 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVA-CLOSE.
               RECORD KEY IS CP-PERIOD
               FILE STATUS IS CLOSED-STATUS.

           SELECT FILED-RETURNS ASSIGN TO "FILED-RETURNS"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FR-RETURN-KEY
               FILE STATUS IS FILED-STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
      *> Run date in front of the same 67-byte transaction image the
      *> daily batch writes to TRANSACTIONS-OUT - see TRANREC.cpy.
       FD  TRANSACTIONS-HISTORY.
       01  TRANSACTIONS-HIST-REC.
       05      HIST-RUN-DATE-R REDEFINES HIST-RUN-DATE.
           10  HIST-RUN-YYYYMM     PIC 9(6).
           10  HIST-RUN-DD         PIC 99.
       05      HIST-TXN-IMAGE      PIC X(67).

       FD  CLOSED-PERIODS.
           COPY "CLPREC.cpy"
                   ==CPFLD-OTHER-IVA==     BY ==CP-OTHER-IVA==
                   ==CPFLD-OTHER-GROSS==   BY ==CP-OTHER-GROSS==.

       FD  FILED-RETURNS.
           COPY "FILREC.cpy"
               REPLACING ==FRFLD-RECNAME==      BY ==FILED-RETURN==
                   ==FRFLD-RETURN-KEY==    BY ==FR-RETURN-KEY==
                   ==FRFLD-YEAR==          BY ==FR-YEAR==
                   ==FRFLD-PERIOD==        BY ==FR-PERIOD==
                   ==FRFLD-FILED-DATE==    BY ==FR-FILED-DATE==
                   ==FRFLD-OPERATOR==      BY ==FR-OPERATOR==
                   ==FRFLD-STATE==         BY ==FR-STATE==
                   ==FRFLD-IS-FILED==      BY ==FR-IS-FILED==
                   ==FRFLD-NEEDS-AMENDING== BY ==FR-NEEDS-AMENDING==
                   ==FRFLD-AMEND-COUNT==   BY ==FR-AMEND-COUNT==
                   ==FRFLD-REOPEN-MONTH==  BY ==FR-REOPEN-MONTH==
                   ==FRFLD-REOPEN-DATE==   BY ==FR-REOPEN-DATE==
                   ==FRFLD-FILED-NET==     BY ==FR-FILED-NET==
                   ==FRFLD-FILED-IVA==     BY ==FR-FILED-IVA==.

       FD  OPERATORS.
           COPY "OPRREC.cpy"
               REPLACING ==OPFLD-RECNAME==      BY ==OPERATOR-FILE==

       77  TRANS-HIST-STATUS PIC XX.
       77  CLOSED-STATUS     PIC XX.
       77  FILED-STATUS      PIC XX.
       77  OPR-STATUS        PIC XX.
       77  AUDIT-STATUS      PIC XX.


       77  DECL-MONTH-IN  PIC 9(6).
       77  DECL-MONTH     PIC 9(6).
       77  DECL-YEAR      PIC 9(4).

       77  WS-OPERATOR     PIC X(10).
       77  SIGNON-PASSWORD PIC X(10).
       77  PERIOD-ON-FILE  PIC 9.
       88      PERIOD-IS-CLOSED VALUE 1.

      *> The IVA-RETURN returns a reopened month belongs to - its
      *> quarter and the annual summary for its year (FILREC.cpy).
       77  REOPEN-YEAR     PIC 9(4).
       77  REOPEN-MM       PIC 99.
       01  QUARTER-RETURN-KEY.
       05      QRK-YEAR        PIC 9(4).
       05      QRK-QUARTER     PIC 9.
       05      FILLER          PIC X VALUE "T".
       01  ANNUAL-RETURN-KEY.
       05      ARK-YEAR        PIC 9(4).
       05      FILLER          PIC XX VALUE "0A".
       77  FILED-RETURN-COUNT PIC 9.
       77  AMEND-ACK       PIC X.
       77  REOPEN-OK       PIC 9.
       88      REOPEN-ALLOWED VALUE 1.

      *> Same rate brackets the accountant files under as
      *> IVA-DECLARATION and IVA-SUMMARY.
       01  IVA-BRACKET-VALUES.
       77  OTHER-IVA-TOTAL   PIC S9(7)V99 COMP-4 VALUE 0.
       77  OTHER-GROSS-TOTAL PIC S9(7)V99 COMP-4 VALUE 0.

      *> Invoice numbering check: the number each series should show
      *> next on the history, and how many gaps or repeats were met.
       77  NEXT-INVOICE-NUM    PIC 9(6).
       77  NEXT-RECTIFYING-NUM PIC 9(6).
       77  EXPECTED-NUM        PIC 9(6).
       77  MISSING-TO-NUM      PIC 9(6).
       77  INVOICE-GAP-COUNT   PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON.
      *> Totals the month off TRANSACTIONS-HISTORY exactly the way
      *> IVA-DECLARATION does, then seals the declared figures into
      *> the control record. A month already closed is refused - the
      *> filed numbers do not move without a supervised reopen. So is
      *> a month whose invoice numbers are not an unbroken series -
      *> the tax office will not accept a declaration over a gap.
       CLOSE-PERIOD.
           PERFORM GET-PERIOD-MONTH.
           PERFORM CHECK-PERIOD-CLOSED.
                   " (CLOSED " CP-CLOSE-DATE " BY " CP-OPERATOR ")"
           ELSE
               PERFORM TOTAL-THE-MONTH
               IF INVOICE-GAP-COUNT > 0
                   DISPLAY "INVOICE NUMBERING HAS " INVOICE-GAP-COUNT
                       " FAULT(S) - MONTH " DECL-MONTH " NOT CLOSED"
               ELSE
                   DISPLAY "INVOICE NUMBERING UNBROKEN TO "
                       DECL-MONTH
                   PERFORM SEAL-THE-PERIOD
               END-IF
           END-IF.

       CHECK-PERIOD-CLOSED.

       TOTAL-THE-MONTH.
           PERFORM CLEAR-BRACKET-TOTALS.
           MOVE DECL-MONTH (1:4) TO DECL-YEAR.
           MOVE 1 TO NEXT-INVOICE-NUM.
           MOVE 1 TO NEXT-RECTIFYING-NUM.
           MOVE 0 TO INVOICE-GAP-COUNT.
           MOVE 0 TO HIST-EOF.
           OPEN INPUT TRANSACTIONS-HISTORY.
           IF TRANS-HIST-STATUS = "35"
           END-READ.

       CLASSIFY-TRANSACTION.
           IF HIST-RUN-YYYYMM NOT > DECL-MONTH
               MOVE HIST-TXN-IMAGE TO TRANSACTION-RECORD
               PERFORM CHECK-INVOICE-YEAR
               IF HIST-RUN-YYYYMM = DECL-MONTH
                   PERFORM LOOKUP-BRACKET
               END-IF
           END-IF.
           PERFORM READ-NEXT-HIST-RECORD.

       CHECK-INVOICE-YEAR.
           IF TRANSACTION-INVOICE NOT = SPACES
               IF TRANSACTION-INV-YEAR = DECL-YEAR
                   EVALUATE TRUE
                       WHEN TRANSACTION-INV-IS-INVOICE
                           MOVE NEXT-INVOICE-NUM TO EXPECTED-NUM
                           PERFORM CHECK-INVOICE-SEQUENCE
                           MOVE EXPECTED-NUM TO NEXT-INVOICE-NUM
                       WHEN TRANSACTION-INV-IS-RECTIFYING
                           MOVE NEXT-RECTIFYING-NUM TO EXPECTED-NUM
                           PERFORM CHECK-INVOICE-SEQUENCE
                           MOVE EXPECTED-NUM TO NEXT-RECTIFYING-NUM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *> The history is appended in run order and TRANSACTIONS-IVA
      *> numbers each series 1, 2, 3 ... within the year, so from
      *> January up to the month being closed every number must be
      *> the one after the last. A number further on means the ones
      *> between are missing; one already passed is a repeat. Lines
      *> taxed before the series began carry no number and are not
      *> looked at.
       CHECK-INVOICE-SEQUENCE.
           EVALUATE TRUE
               WHEN TRANSACTION-INV-NUM = EXPECTED-NUM
                   ADD 1 TO EXPECTED-NUM
               WHEN TRANSACTION-INV-NUM > EXPECTED-NUM
                   ADD 1 TO INVOICE-GAP-COUNT
                   COMPUTE MISSING-TO-NUM = TRANSACTION-INV-NUM - 1
                   DISPLAY "*** GAP: " TRANSACTION-INV-SERIES
                       TRANSACTION-INV-YEAR " NUMBERS " EXPECTED-NUM
                       " TO " MISSING-TO-NUM " MISSING"
                   COMPUTE EXPECTED-NUM = TRANSACTION-INV-NUM + 1
               WHEN OTHER
                   ADD 1 TO INVOICE-GAP-COUNT
                   DISPLAY "*** REPEAT: " TRANSACTION-INVOICE
                       " ISSUED AGAIN ON RUN OF " HIST-RUN-DATE
           END-EVALUATE.

       LOOKUP-BRACKET.
           SET BRK-IDX TO 1.
           SEARCH IVA-BRACKET-ENTRY
               INVALID KEY
                   DISPLAY "MONTH " DECL-MONTH " IS NOT CLOSED"
               NOT INVALID KEY
                   PERFORM CHECK-FILED-RETURNS
                   IF REOPEN-ALLOWED
                       PERFORM DELETE-CLOSED-PERIOD
                   END-IF
           END-READ.
           CLOSE CLOSED-PERIODS.

       DELETE-CLOSED-PERIOD.
           DELETE CLOSED-PERIODS RECORD
               INVALID KEY
                   DISPLAY "REOPEN FAILED"
               NOT INVALID KEY
                   DISPLAY "MONTH " DECL-MONTH " REOPENED"
                   MOVE "REOPEN" TO AUDIT-ACTION
                   PERFORM WRITE-PERIOD-AUDIT
                   IF FILED-RETURN-COUNT > 0
                       PERFORM FLAG-RETURNS-AMENDING
                   END-IF
           END-DELETE.

      *> A month inside a return IVA-RETURN has filed - its quarter,
      *> or the annual summary for its year - only reopens once the
      *> supervisor acknowledges an amended return will be needed.
       CHECK-FILED-RETURNS.
           MOVE 1 TO REOPEN-OK.
           MOVE 0 TO FILED-RETURN-COUNT.
           DIVIDE DECL-MONTH BY 100
               GIVING REOPEN-YEAR REMAINDER REOPEN-MM.
           MOVE REOPEN-YEAR TO QRK-YEAR.
           COMPUTE QRK-QUARTER = (REOPEN-MM - 1) / 3 + 1.
           MOVE REOPEN-YEAR TO ARK-YEAR.
           OPEN INPUT FILED-RETURNS.
           IF FILED-STATUS NOT = "35"
               MOVE QUARTER-RETURN-KEY TO FR-RETURN-KEY
               PERFORM CHECK-ONE-FILED-RETURN
               MOVE ANNUAL-RETURN-KEY TO FR-RETURN-KEY
               PERFORM CHECK-ONE-FILED-RETURN
               CLOSE FILED-RETURNS
           END-IF.
           IF FILED-RETURN-COUNT > 0
               DISPLAY "AN AMENDED RETURN WILL BE NEEDED FOR EACH"
                   " RETURN ABOVE"
               DISPLAY "ACKNOWLEDGE AND REOPEN (Y/N): "
                   WITH NO ADVANCING
               ACCEPT AMEND-ACK
               IF AMEND-ACK NOT = "Y" AND AMEND-ACK NOT = "y"
                   DISPLAY "MONTH " DECL-MONTH " NOT REOPENED"
                   MOVE 0 TO REOPEN-OK
               END-IF
           END-IF.

       CHECK-ONE-FILED-RETURN.
           READ FILED-RETURNS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO FILED-RETURN-COUNT
                   DISPLAY "RETURN " FR-YEAR " " FR-PERIOD
                       " WAS FILED " FR-FILED-DATE " BY " FR-OPERATOR
           END-READ.

      *> Each filed return the month belongs to stays flagged until
      *> IVA-RETURN files its amendment; the flag and who agreed to
      *> it are audited with the return key in the OLD-EXPIR field.
       FLAG-RETURNS-AMENDING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O FILED-RETURNS.
           MOVE QUARTER-RETURN-KEY TO FR-RETURN-KEY.
           PERFORM FLAG-ONE-RETURN.
           MOVE ANNUAL-RETURN-KEY TO FR-RETURN-KEY.
           PERFORM FLAG-ONE-RETURN.
           CLOSE FILED-RETURNS.

       FLAG-ONE-RETURN.
           READ FILED-RETURNS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "A" TO FR-STATE
                   MOVE DECL-MONTH TO FR-REOPEN-MONTH
                   MOVE WS-TODAY TO FR-REOPEN-DATE
                   REWRITE FILED-RETURN
                       INVALID KEY
                           DISPLAY "RETURN " FR-RETURN-KEY
                               " NOT FLAGGED FOR AMENDING"
                       NOT INVALID KEY
                           DISPLAY "RETURN " FR-RETURN-KEY
                               " FLAGGED FOR AMENDING"
                           PERFORM WRITE-AMEND-AUDIT
                   END-REWRITE
           END-READ.

       WRITE-AMEND-AUDIT.
           MOVE 0 TO AUDIT-USER-ID.
           MOVE "AMDREQ" TO AUDIT-ACTION.
           MOVE SPACES TO OLD-EXPIR-TEXT.
           MOVE FR-RETURN-KEY TO OLD-EXPIR-TEXT.
           MOVE SPACES TO NEW-EXPIR-TEXT.
           MOVE DECL-MONTH TO NEW-EXPIR-TEXT.
           PERFORM WRITE-AUDIT-ENTRY.

      *> Same create-on-first-use pattern as the other indexed files.
       OPEN-CLOSED-IO.
