      ******************************************************************
      * Author: Alex G. B.
      * Date: Jun 28, 2022
      * Purpose: Daily general-ledger posting extract. Sales, IVA,
      *          receivables and cash live on TRANSACTIONS-HISTORY,
      *          AR-JOURNAL and AR-SUSPENSE, and the accountant used
      *          to re-key monthly summaries of all three into the
      *          general ledger by hand. This job takes one business
      *          date and turns everything booked on it into balanced
      *          double-entry lines on GL-INTERFACE, a fixed-layout
      *          file the accountant's system loads:
      *            - each line TRANSACTIONS-IVA taxed that night
      *              (HIST-RUN-DATE, the date IVA-DECLARATION files
      *              it under) credits product or subscription revenue
      *              for its rate bracket with the net and output IVA
      *              for that bracket with the IVA; the gross is
      *              debited to receivables for a SUB billing and to
      *              the till for a counter sale. A SUB billing goes
      *              in IVA-inclusive at the plan fee, so its gross
      *              is exactly the AR-LEDGER item RETEK-REGISTER or
      *              DD-RENEWAL opened, and receivables here agree
      *              with the ledger. A credit note posts
      *              the other way round - including AR-WRITEOFF's
      *              rectifying credit, which is how a write-off
      *              reaches the books, so its WRTOFF journal line is
      *              not posted again;
      *            - each POST line on AR-JOURNAL debits the bank and
      *              credits receivables, and a REVRSE (journaled
      *              negative) nets back out of both. Journal lines
      *              are taken by JRN-DATE, which every program that
      *              writes the journal stamps with the day it books
      *              the line - AR-CASH-APPLY and DD-RETURNS included,
      *              whatever the bank's value or return date - so a
      *              line booked after its day was extracted is
      *              posted with the day it was booked;
      *            - cash AR-CASH-APPLY parked on AR-SUSPENSE that day
      *              debits the bank and credits suspense, and the
      *              journal's SUSAPL, ONACCT and REFUND lines clear
      *              suspense to receivables, to subscriber credits on
      *              account, or to refunds payable.
      *          Lines are totalled per account and side, so the file
      *          carries one line each, not one per transaction. The
      *          ledger account for each kind of line comes from the
      *          GL-ACCOUNTS mapping file the accountant maintains; a
      *          day needing a line with no mapping is refused, as is
      *          one whose debits and credits do not agree. Either
      *          way GL-TRIAL-BALANCE shows the day's debits and
      *          credits by account. A date already extracted (see
      *          GLXREC.cpy) is refused - the accountant would load
      *          it twice - unless a supervisor signs on at the
      *          console and forces a re-extract, which is audited.
      *          The date comes from GL-EXTRACT-PARM when present, 0
      *          meaning yesterday, so NIGHT-RUN extracts the day
      *          that has just ended; a refused run ends with
      *          RETURN-CODE 8.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Jun 28, 2022  AGB  Original.
      * Jul 19, 2022  AGB  Header notes that journal lines are taken by
      *                   the day they are booked (AR-CASH-APPLY and
      *                   DD-RETURNS now date them so), and that SUB
      *                   billings are IVA-inclusive so receivables
      *                   agree with AR-LEDGER. No program change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTIONS-HISTORY ASSIGN TO "TRANSACTIONS-HISTORY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-HIST-STATUS.

           SELECT AR-JOURNAL ASSIGN TO "AR-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.

           SELECT AR-SUSPENSE ASSIGN TO "AR-SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-STATUS.

           SELECT GL-ACCOUNTS ASSIGN TO "GL-ACCOUNTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-STATUS.

           SELECT GL-EXTRACTS ASSIGN TO "GL-EXTRACTS"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GX-BUSINESS-DATE
               FILE STATUS IS EXTRACT-STATUS.

           SELECT GL-INTERFACE ASSIGN TO "GL-INTERFACE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLFILE-STATUS.

           SELECT TRIAL-BALANCE ASSIGN TO "GL-TRIAL-BALANCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.

           SELECT PARAM-FILE ASSIGN TO "GL-EXTRACT-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS OPR-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTIONS-HISTORY.
       01  TRANSACTIONS-HIST-REC.
       05      HIST-RUN-DATE       PIC 9(8).
       05      HIST-TXN-IMAGE      PIC X(67).

      *> Flat record - see JRNREC.cpy for the layout moved into
      *> JRN-ENTRY on every read.
       FD  AR-JOURNAL.
       01  AR-JOURNAL-REC               PIC X(53).

      *> Flat record - see SUSREC.cpy for the layout moved into
      *> SUSP-ENTRY on every read.
       FD  AR-SUSPENSE.
       01  AR-SUSPENSE-REC              PIC X(67).

      *> One mapping per line - see GL-MAP-LINE below. Blank lines and
      *> lines starting "*" are the accountant's notes and skipped.
       FD  GL-ACCOUNTS.
       01  GL-ACCOUNTS-REC              PIC X(80).

       FD  GL-EXTRACTS.
           COPY "GLXREC.cpy"
               REPLACING ==GXFLD-RECNAME==      BY ==GL-EXTRACT-REC==
                   ==GXFLD-BUSINESS-DATE== BY ==GX-BUSINESS-DATE==
                   ==GXFLD-EXTRACT-DATE==  BY ==GX-EXTRACT-DATE==
                   ==GXFLD-OPERATOR==      BY ==GX-OPERATOR==
                   ==GXFLD-EXTRACT-COUNT== BY ==GX-EXTRACT-COUNT==
                   ==GXFLD-LINE-COUNT==    BY ==GX-LINE-COUNT==
                   ==GXFLD-DEBIT-TOTAL==   BY ==GX-DEBIT-TOTAL==
                   ==GXFLD-CREDIT-TOTAL==  BY ==GX-CREDIT-TOTAL==.

      *> One fixed 80-byte record per line - see GL-FILE-HEADER,
      *> GL-FILE-DETAIL and GL-FILE-TRAILER below for the layouts.
       FD  GL-INTERFACE.
       01  GL-INTERFACE-REC             PIC X(80).

       FD  TRIAL-BALANCE.
       01  PRINT-REC                    PIC X(80).

      *> One answer line, the business date as YYYYMMDD, 0 meaning
      *> yesterday.
       FD  PARAM-FILE.
       01  PARAM-REC                    PIC 9(8).

       FD  OPERATORS.
           COPY "OPRREC.cpy"
               REPLACING ==OPFLD-RECNAME==      BY ==OPERATOR-FILE==
                   ==OPFLD-OPR-ID==        BY ==OPR-ID==
                   ==OPFLD-OPR-PASSWORD==  BY ==OPR-PASSWORD==
                   ==OPFLD-OPR-ROLE==      BY ==OPR-ROLE==
                   ==OPFLD-OPR-IS-SUPERVISOR==
                       BY ==OPR-IS-SUPERVISOR==
                   ==OPFLD-OPR-IS-CLERK==  BY ==OPR-IS-CLERK==.

      *> Same width as RETEK-REGISTER's AUDIT-LOG record - the entry
      *> format must stay in step with WRITE-AUDIT-ENTRY there.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC                PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "TRANREC.cpy".

           COPY "JRNREC.cpy"
               REPLACING ==JFLD-RECNAME==       BY ==JRN-ENTRY==
                   ==JFLD-JRN-DATE==       BY ==JRN-DATE==
                   ==JFLD-JRN-ITEM-NUM==   BY ==JRN-ITEM-NUM==
                   ==JFLD-JRN-USER-ID==    BY ==JRN-USER-ID==
                   ==JFLD-JRN-AMOUNT==     BY ==JRN-AMOUNT==
                   ==JFLD-JRN-ACTION==     BY ==JRN-ACTION==
                   ==JFLD-JRN-IS-POST==    BY ==JRN-IS-POST==
                   ==JFLD-JRN-IS-REVERSAL== BY ==JRN-IS-REVERSAL==
                   ==JFLD-JRN-IS-SUSP-APPLY==
                       BY ==JRN-IS-SUSP-APPLY==
                   ==JFLD-JRN-IS-ON-ACCOUNT==
                       BY ==JRN-IS-ON-ACCOUNT==
                   ==JFLD-JRN-IS-REFUND==  BY ==JRN-IS-REFUND==
                   ==JFLD-JRN-IS-WRITE-OFF==
                       BY ==JRN-IS-WRITE-OFF==
                   ==JFLD-JRN-OPERATOR==   BY ==JRN-OPERATOR==.

           COPY "SUSREC.cpy"
               REPLACING ==SFLD-RECNAME==       BY ==SUSP-ENTRY==
                   ==SFLD-RECEIPT-IMAGE==  BY ==SUSP-RECEIPT-IMAGE==
                   ==SFLD-KIND==           BY ==SUSP-KIND==
                   ==SFLD-BY-USER==        BY ==SUSP-BY-USER==
                   ==SFLD-BY-ITEM==        BY ==SUSP-BY-ITEM==
                   ==SFLD-KEY==            BY ==SUSP-KEY==
                   ==SFLD-AMOUNT-CENTS==   BY ==SUSP-AMOUNT-CENTS==
                   ==SFLD-VALUE-DATE==     BY ==SUSP-VALUE-DATE==
                   ==SFLD-REASON==         BY ==SUSP-REASON==
                   ==SFLD-SUSP-DATE==      BY ==SUSP-SUSP-DATE==
                   ==SFLD-STATE==          BY ==SUSP-STATE==
                   ==SFLD-IS-UNRESOLVED==  BY ==SUSP-IS-UNRESOLVED==
                   ==SFLD-IS-APPLIED==     BY ==SUSP-IS-APPLIED==
                   ==SFLD-IS-ON-ACCOUNT==  BY ==SUSP-IS-ON-ACCOUNT==
                   ==SFLD-IS-REFUND==      BY ==SUSP-IS-REFUND==
                   ==SFLD-TARGET-USER==    BY ==SUSP-TARGET-USER==
                   ==SFLD-TARGET-ITEM==    BY ==SUSP-TARGET-ITEM==
                   ==SFLD-RESOLVED-DATE==  BY ==SUSP-RESOLVED-DATE==
                   ==SFLD-RESOLVED-BY==    BY ==SUSP-RESOLVED-BY==.

       77  HIST-EOF PIC 9.
       88      HIST-EOF-REACHED VALUE 1.
       77  JRN-EOF PIC 9.
       88      JRN-EOF-REACHED VALUE 1.
       77  SUSP-EOF PIC 9.
       88      SUSP-EOF-REACHED VALUE 1.
       77  MAP-EOF PIC 9.
       88      MAP-EOF-REACHED VALUE 1.

       77  TRANS-HIST-STATUS PIC XX.
       77  JRN-STATUS      PIC XX.
       77  SUSP-STATUS     PIC XX.
       77  MAP-STATUS      PIC XX.
       77  EXTRACT-STATUS  PIC XX.
       77  GLFILE-STATUS   PIC XX.
       77  PRINT-STATUS    PIC XX.
       77  PARAM-STATUS    PIC XX.
       77  OPR-STATUS      PIC XX.
       77  AUDIT-STATUS    PIC XX.

       77  WS-TODAY        PIC 9(8).

      *> The job's own name stands as operator on an unattended run;
      *> a forced re-extract records the supervisor who signed on.
       77  WS-OPERATOR     PIC X(10) VALUE "GL-EXTRACT".
       77  SIGNON-PASSWORD PIC X(10).
       77  OPERATOR-ROLE   PIC X.
       88      OPERATOR-IS-SUPERVISOR VALUE "S".
       77  SIGNON-OK       PIC 9 VALUE 0.
       88      SIGNED-ON VALUE 1.
       77  SIGNON-TRY      PIC 9.

      *> Extracts go to AUDIT-LOG in RETEK-REGISTER's line format - no
      *> user is involved, so the user id is zero and the business
      *> date rides in the NEW-EXPIR field.
       77  AUDIT-USER-ID   PIC 9(7).
       77  AUDIT-ACTION    PIC X(6).
       77  OLD-EXPIR-TEXT  PIC X(10).
       77  NEW-EXPIR-TEXT  PIC X(10).

      *> The business date being extracted, and how it was given.
       77  EXTRACT-DATE-IN PIC 9(8).
       01  BUSINESS-DATE   PIC 9(8).
       01  BUSINESS-DATE-R REDEFINES BUSINESS-DATE.
       05      BUS-YYYY    PIC 9(4).
       05      BUS-MM      PIC 99.
       05      BUS-DD      PIC 99.
       77  DATE-SOURCE     PIC 9.
       88      DATE-FROM-PARAM VALUE 1.

      *> Days in each month, February taken as 28 and put right for
      *> a leap year by SET-MONTH-LENGTH.
       01  MONTH-DAYS-VALUES    PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
       05      MONTH-DAYS  OCCURS 12 TIMES PIC 99.
       77  MONTH-LENGTH    PIC 99.
       77  LEAP-QUOTIENT   PIC 9(4).
       77  LEAP-REM-4      PIC 9(3).
       77  LEAP-REM-100    PIC 9(3).
       77  LEAP-REM-400    PIC 9(3).

       77  EXTRACT-REFUSED PIC 9.
       88      EXTRACT-IS-REFUSED VALUE 1.
       77  FORCE-ANSWER    PIC X.
       88      FORCE-REQUESTED VALUE "Y" "y".
       77  PRIOR-EXTRACT   PIC 9.
       88      IS-RE-EXTRACT VALUE 1.
       77  PRIOR-EXTRACT-COUNT PIC 9(2).

      *> Same category test as TRANSACTIONS-IVA: a SUB product is a
      *> subscription billed to receivables, anything else a counter
      *> sale paid at the till.
       77  SERVICE-CATEGORY PIC XXX VALUE "SUB".

      *> Mapping keys. Revenue and output IVA keys carry the line's
      *> two-digit IVA rate after the prefix (REVPRD21, REVSUB21,
      *> IVAOUT10 ...), so each bracket can go to its own account.
       77  KEY-REVENUE-PRODUCT PIC X(6) VALUE "REVPRD".
       77  KEY-REVENUE-SUB     PIC X(6) VALUE "REVSUB".
       77  KEY-OUTPUT-IVA      PIC X(6) VALUE "IVAOUT".
       77  KEY-RECEIVABLES     PIC X(8) VALUE "AR-SUB".
       77  KEY-TILL            PIC X(8) VALUE "TILL".
       77  KEY-BANK            PIC X(8) VALUE "BANK".
       77  KEY-SUSPENSE        PIC X(8) VALUE "SUSPENSE".
       77  KEY-ON-ACCOUNT      PIC X(8) VALUE "ONACCT".
       77  KEY-REFUNDS         PIC X(8) VALUE "REFUND".

      *> The accountant's mapping file, one line per key:
      *> key, ledger account and the account's name.
       01  GL-MAP-LINE.
       05      GML-KEY         PIC X(8).
       05      FILLER          PIC X.
       05      GML-ACCOUNT     PIC X(10).
       05      FILLER          PIC X.
       05      GML-NAME        PIC X(30).
       05      FILLER          PIC X(30).

       77  MAP-COUNT       PIC 9(3) VALUE 0.
       77  MAP-MAX         PIC 9(3) VALUE 60.
       01  GL-MAP-TABLE.
       05      GL-MAP-ENTRY OCCURS 60 TIMES INDEXED BY MAP-IDX.
           10  MAP-KEY     PIC X(8).
           10  MAP-ACCOUNT PIC X(10).
           10  MAP-NAME    PIC X(30).

      *> The day's postings, one entry per key and side, each the
      *> signed net of everything posted to it. An entry that nets
      *> negative goes out on the other side.
       77  POST-COUNT      PIC 9(3) VALUE 0.
       77  POST-MAX        PIC 9(3) VALUE 40.
       01  GL-POST-TABLE.
       05      GL-POST-ENTRY OCCURS 40 TIMES INDEXED BY PST-IDX.
           10  PST-KEY     PIC X(8).
           10  PST-SIDE    PIC X.
           10  PST-NET     PIC S9(9)V99 COMP-4.
           10  PST-ACCOUNT PIC X(10).
           10  PST-NAME    PIC X(30).
           10  PST-OUT-SIDE PIC X.
           88      PST-OUT-DEBIT VALUE "D".
           10  PST-OUT-AMOUNT PIC S9(9)V99 COMP-4.

      *> One posting handed to ADD-POSTING.
       77  POST-KEY        PIC X(8).
       77  POST-SIDE       PIC X.
       77  POST-AMOUNT     PIC S9(9)V99 COMP-4.
       77  POST-OVERFLOW   PIC 9 VALUE 0.
       88      POST-TABLE-FULL VALUE 1.

       77  DEBIT-KEY       PIC X(8).
       77  CREDIT-KEY      PIC X(8).
       77  REVENUE-PREFIX  PIC X(6).

       77  HIST-USED-COUNT PIC 9(6) VALUE 0.
       77  JRN-USED-COUNT  PIC 9(6) VALUE 0.
       77  SUSP-USED-COUNT PIC 9(6) VALUE 0.
       77  WRTOFF-COUNT    PIC 9(6) VALUE 0.
       77  UNMAPPED-COUNT  PIC 9(3) VALUE 0.
       77  GL-LINE-COUNT   PIC 9(5) VALUE 0.
       77  DEBIT-TOTAL     PIC S9(9)V99 COMP-4 VALUE 0.
       77  CREDIT-TOTAL    PIC S9(9)V99 COMP-4 VALUE 0.
       77  BALANCE-DIFF    PIC S9(9)V99 COMP-4 VALUE 0.

      *> Interface file layouts. Amounts are unsigned - the side byte
      *> says which way they go.
       01  GL-FILE-HEADER.
       05      GH-TYPE         PIC X VALUE "H".
       05      GH-BUSINESS-DATE PIC 9(8).
       05      GH-EXTRACT-DATE PIC 9(8).
      *> N for the first extract of the date, R for a forced re-extract
      *> that replaces what was loaded before.
       05      GH-KIND         PIC X.
       05      GH-EXTRACT-COUNT PIC 9(2).
       05      FILLER          PIC X(60) VALUE SPACES.

       01  GL-FILE-DETAIL.
       05      GD-TYPE         PIC X VALUE "D".
       05      GD-POST-DATE    PIC 9(8).
       05      GD-ACCOUNT      PIC X(10).
       05      GD-SIDE         PIC X.
       05      GD-AMOUNT       PIC 9(11)V99.
       05      GD-SOURCE       PIC X(8).
       05      GD-NAME         PIC X(30).
       05      FILLER          PIC X(9) VALUE SPACES.

       01  GL-FILE-TRAILER.
       05      GT-TYPE         PIC X VALUE "T".
       05      GT-LINE-COUNT   PIC 9(5).
       05      GT-DEBIT-TOTAL  PIC 9(11)V99.
       05      GT-CREDIT-TOTAL PIC 9(11)V99.
       05      FILLER          PIC X(48) VALUE SPACES.

      *> Trial balance layouts.
       01  PRINT-TB-LINE.
       05      PTB-ACCOUNT     PIC X(10).
       05      FILLER          PIC X VALUE SPACE.
       05      PTB-KEY         PIC X(8).
       05      FILLER          PIC X VALUE SPACE.
       05      PTB-NAME        PIC X(24).
       05      FILLER          PIC X VALUE SPACE.
       05      PTB-DEBIT       PIC ZZZZZZZZ9.99.
       05      FILLER          PIC X VALUE SPACE.
       05      PTB-CREDIT      PIC ZZZZZZZZ9.99.

       01  PRINT-COUNT-LINE.
       05      FILLER          PIC X(4) VALUE SPACES.
       05      PCL-TEXT        PIC X(36).
       05      PCL-COUNT       PIC ZZZZZ9.

       77  DIFF-TEXT       PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO EXTRACT-REFUSED.
           PERFORM GET-BUSINESS-DATE.
           IF NOT EXTRACT-IS-REFUSED
               PERFORM CHECK-ALREADY-EXTRACTED
           END-IF.
           IF NOT EXTRACT-IS-REFUSED
               PERFORM LOAD-ACCOUNT-MAP
               PERFORM POST-TAXED-TRANSACTIONS
               PERFORM POST-JOURNAL-LINES
               PERFORM POST-SUSPENSE-RECEIPTS
               PERFORM RESOLVE-POSTINGS
               PERFORM WRITE-TRIAL-BALANCE
           END-IF.
           IF NOT EXTRACT-IS-REFUSED
               PERFORM WRITE-INTERFACE-FILE
               PERFORM RECORD-EXTRACT
           END-IF.
           IF EXTRACT-IS-REFUSED
               DISPLAY "GL EXTRACT FOR " BUSINESS-DATE " NOT PRODUCED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> When GL-EXTRACT-PARM is present the answer comes off its one
      *> line instead of the prompt, so NIGHT-RUN can extract the
      *> day just ended unattended. Only a day already over can be
      *> extracted - today's lines are still coming in.
       GET-BUSINESS-DATE.
           MOVE 0 TO DATE-SOURCE.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS = "35"
               DISPLAY "BUSINESS DATE (YYYYMMDD, 0 = YESTERDAY): "
                   WITH NO ADVANCING
               ACCEPT EXTRACT-DATE-IN
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "EMPTY PARAMETER FILE - ASKING"
                       DISPLAY "BUSINESS DATE (YYYYMMDD, "
                           "0 = YESTERDAY): " WITH NO ADVANCING
                       ACCEPT EXTRACT-DATE-IN
                   NOT AT END
                       MOVE PARAM-REC TO EXTRACT-DATE-IN
                       MOVE 1 TO DATE-SOURCE
                       DISPLAY "DATE TAKEN FROM PARAMETER FILE: "
                           EXTRACT-DATE-IN
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF EXTRACT-DATE-IN = 0
               MOVE WS-TODAY TO BUSINESS-DATE
               PERFORM PREVIOUS-DAY
           ELSE
               MOVE EXTRACT-DATE-IN TO BUSINESS-DATE
           END-IF.
           MOVE 0 TO MONTH-LENGTH.
           IF BUS-MM > 0 AND BUS-MM < 13
               PERFORM SET-MONTH-LENGTH
           END-IF.
           IF BUS-YYYY < 2000 OR BUS-DD = 0 OR BUS-DD > MONTH-LENGTH
               DISPLAY "NO SUCH DATE"
               MOVE 1 TO EXTRACT-REFUSED
           ELSE
               IF BUSINESS-DATE NOT < WS-TODAY
                   DISPLAY "BUSINESS DATE MUST BE BEFORE TODAY"
                   MOVE 1 TO EXTRACT-REFUSED
               END-IF
           END-IF.

      *> BUSINESS-DATE back one day, across a month or year end.
       PREVIOUS-DAY.
           IF BUS-DD > 1
               SUBTRACT 1 FROM BUS-DD
           ELSE
               IF BUS-MM > 1
                   SUBTRACT 1 FROM BUS-MM
               ELSE
                   SUBTRACT 1 FROM BUS-YYYY
                   MOVE 12 TO BUS-MM
               END-IF
               PERFORM SET-MONTH-LENGTH
               MOVE MONTH-LENGTH TO BUS-DD
           END-IF.

      *> Gregorian rule: every fourth year is a leap year, except a
      *> century year not divisible by 400.
       SET-MONTH-LENGTH.
           MOVE MONTH-DAYS (BUS-MM) TO MONTH-LENGTH.
           IF BUS-MM = 2
               DIVIDE BUS-YYYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-4
               DIVIDE BUS-YYYY BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-100
               DIVIDE BUS-YYYY BY 400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-400
               IF LEAP-REM-4 = 0
                       AND (LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0)
                   MOVE 29 TO MONTH-LENGTH
               END-IF
           END-IF.

      *> A date on GL-EXTRACTS has already been loaded by the
      *> accountant. Running it again is only allowed at the console,
      *> by a supervisor, and the file then goes out marked as a
      *> re-extract so the old load can be backed out first. An
      *> unattended run never forces.
       CHECK-ALREADY-EXTRACTED.
           MOVE 0 TO PRIOR-EXTRACT.
           MOVE 0 TO PRIOR-EXTRACT-COUNT.
           OPEN INPUT GL-EXTRACTS.
           IF EXTRACT-STATUS NOT = "35"
               MOVE BUSINESS-DATE TO GX-BUSINESS-DATE
               READ GL-EXTRACTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO PRIOR-EXTRACT
                       MOVE GX-EXTRACT-COUNT TO PRIOR-EXTRACT-COUNT
                       DISPLAY "DATE " BUSINESS-DATE
                           " ALREADY EXTRACTED " GX-EXTRACT-DATE
                           " BY " GX-OPERATOR
               END-READ
               CLOSE GL-EXTRACTS
           END-IF.
           IF IS-RE-EXTRACT
               IF DATE-FROM-PARAM
                   DISPLAY "A RE-EXTRACT NEEDS A SUPERVISOR AT THE"
                       " CONSOLE"
                   MOVE 1 TO EXTRACT-REFUSED
               ELSE
                   PERFORM ASK-FORCE-RE-EXTRACT
               END-IF
           END-IF.

       ASK-FORCE-RE-EXTRACT.
           DISPLAY "FORCE A RE-EXTRACT (Y/N): " WITH NO ADVANCING.
           ACCEPT FORCE-ANSWER.
           IF NOT FORCE-REQUESTED
               MOVE 1 TO EXTRACT-REFUSED
           ELSE
               PERFORM SIGN-ON
               IF NOT SIGNED-ON
                   MOVE 1 TO EXTRACT-REFUSED
               ELSE
                   IF NOT OPERATOR-IS-SUPERVISOR
                       DISPLAY "SUPERVISOR ROLE REQUIRED"
                       MOVE 1 TO EXTRACT-REFUSED
                   END-IF
               END-IF
           END-IF.

      *> Same three-tries sign-on as IVA-CLOSE - a forced re-extract
      *> has to record who forced it.
       SIGN-ON.
           PERFORM ENSURE-OPERATORS-DB.
           MOVE 0 TO SIGNON-OK.
           MOVE 1 TO SIGNON-TRY.
           PERFORM ATTEMPT-SIGN-ON
               UNTIL SIGNED-ON OR SIGNON-TRY > 3.
           IF NOT SIGNED-ON
               DISPLAY "TOO MANY FAILED SIGN-ON ATTEMPTS"
           END-IF.

       ATTEMPT-SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.
           OPEN INPUT OPERATORS.
           MOVE WS-OPERATOR TO OPR-ID.
           READ OPERATORS
               INVALID KEY
                   PERFORM REJECT-SIGN-ON
               NOT INVALID KEY
                   IF OPR-PASSWORD = SIGNON-PASSWORD
                       MOVE OPR-ROLE TO OPERATOR-ROLE
                       MOVE 1 TO SIGNON-OK
                       DISPLAY "SIGNED ON AS " WS-OPERATOR
                   ELSE
                       PERFORM REJECT-SIGN-ON
                   END-IF
           END-READ.
           CLOSE OPERATORS.
           ADD 1 TO SIGNON-TRY.

       REJECT-SIGN-ON.
           DISPLAY "SIGN-ON REFUSED".
           MOVE 0 TO AUDIT-USER-ID.
           MOVE SPACES TO OLD-EXPIR-TEXT.
           MOVE SPACES TO NEW-EXPIR-TEXT.
           MOVE "BADPWD" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.

      *> Same seed-on-first-use as RETEK-REGISTER.
       ENSURE-OPERATORS-DB.
           OPEN INPUT OPERATORS.
           IF OPR-STATUS = "35"
               OPEN OUTPUT OPERATORS
               MOVE "ADMIN" TO OPR-ID
               MOVE "ADMIN" TO OPR-PASSWORD
               MOVE "S" TO OPR-ROLE
               WRITE OPERATOR-FILE
                   INVALID KEY DISPLAY "OPERATORS-DB SEED FAILED"
               END-WRITE
               CLOSE OPERATORS
               DISPLAY "OPERATORS-DB CREATED WITH DEFAULT SUPERVISOR"
               DISPLAY "ADMIN/ADMIN - SIGN ON AND CHANGE IT"
           ELSE
               CLOSE OPERATORS
           END-IF.

      *> The whole mapping file is held in the table - it is a few
      *> dozen lines at most. No file at all leaves every key
      *> unmapped, and the trial balance says which ones to set up.
       LOAD-ACCOUNT-MAP.
           MOVE 0 TO MAP-COUNT.
           MOVE 0 TO MAP-EOF.
           OPEN INPUT GL-ACCOUNTS.
           IF MAP-STATUS = "35"
               DISPLAY "NO GL-ACCOUNTS MAPPING FILE"
               MOVE 1 TO MAP-EOF
           END-IF.
           PERFORM UNTIL MAP-EOF-REACHED
               READ GL-ACCOUNTS
                   AT END MOVE 1 TO MAP-EOF
                   NOT AT END PERFORM LOAD-ONE-MAPPING
               END-READ
           END-PERFORM.
           IF MAP-STATUS NOT = "35"
               CLOSE GL-ACCOUNTS
           END-IF.

       LOAD-ONE-MAPPING.
           MOVE GL-ACCOUNTS-REC TO GL-MAP-LINE.
           IF GML-KEY NOT = SPACES AND GML-KEY (1:1) NOT = "*"
               IF MAP-COUNT < MAP-MAX
                   ADD 1 TO MAP-COUNT
                   SET MAP-IDX TO MAP-COUNT
                   MOVE GML-KEY TO MAP-KEY (MAP-IDX)
                   MOVE GML-ACCOUNT TO MAP-ACCOUNT (MAP-IDX)
                   MOVE GML-NAME TO MAP-NAME (MAP-IDX)
               ELSE
                   DISPLAY "MAPPING TABLE FULL - " GML-KEY
                       " IGNORED"
               END-IF
           END-IF.

      *> Every line TRANSACTIONS-IVA taxed on the business date. The
      *> debit is the net plus the IVA - the same sum TRANSACTIONS-IVA
      *> makes the gross from - so each line's entry balances.
       POST-TAXED-TRANSACTIONS.
           MOVE 0 TO HIST-EOF.
           OPEN INPUT TRANSACTIONS-HISTORY.
           IF TRANS-HIST-STATUS = "35"
               MOVE 1 TO HIST-EOF
           END-IF.
           PERFORM UNTIL HIST-EOF-REACHED
               READ TRANSACTIONS-HISTORY
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END
                       IF HIST-RUN-DATE = BUSINESS-DATE
                           PERFORM POST-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           IF TRANS-HIST-STATUS NOT = "35"
               CLOSE TRANSACTIONS-HISTORY
           END-IF.

       POST-ONE-TRANSACTION.
           MOVE HIST-TXN-IMAGE TO TRANSACTION-RECORD.
           ADD 1 TO HIST-USED-COUNT.
           IF TRANSACTION-CATEGORY = SERVICE-CATEGORY
               MOVE KEY-REVENUE-SUB TO REVENUE-PREFIX
               MOVE KEY-RECEIVABLES TO DEBIT-KEY
           ELSE
               MOVE KEY-REVENUE-PRODUCT TO REVENUE-PREFIX
               MOVE KEY-TILL TO DEBIT-KEY
           END-IF.
           MOVE DEBIT-KEY TO POST-KEY.
           MOVE "D" TO POST-SIDE.
           COMPUTE POST-AMOUNT =
               TRANSACTION-AMMOUNT + TRANSACTION-IVA-AMOUNT.
           PERFORM ADD-POSTING.
           MOVE SPACES TO POST-KEY.
           STRING REVENUE-PREFIX DELIMITED BY SIZE
               TRANSACTION-IVA-RATE DELIMITED BY SIZE
               INTO POST-KEY
           END-STRING.
           MOVE "C" TO POST-SIDE.
           MOVE TRANSACTION-AMMOUNT TO POST-AMOUNT.
           PERFORM ADD-POSTING.
           MOVE SPACES TO POST-KEY.
           STRING KEY-OUTPUT-IVA DELIMITED BY SIZE
               TRANSACTION-IVA-RATE DELIMITED BY SIZE
               INTO POST-KEY
           END-STRING.
           MOVE "C" TO POST-SIDE.
           MOVE TRANSACTION-IVA-AMOUNT TO POST-AMOUNT.
           PERFORM ADD-POSTING.

      *> The journal lines dated the business date. Receipts and
      *> their reversals move cash against receivables; the suspense
      *> clearing codes move cash already banked out of suspense.
      *> WRTOFF lines are only counted - see the header.
       POST-JOURNAL-LINES.
           MOVE 0 TO JRN-EOF.
           OPEN INPUT AR-JOURNAL.
           IF JRN-STATUS = "35"
               MOVE 1 TO JRN-EOF
           END-IF.
           PERFORM UNTIL JRN-EOF-REACHED
               READ AR-JOURNAL
                   AT END MOVE 1 TO JRN-EOF
                   NOT AT END PERFORM POST-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM.
           IF JRN-STATUS NOT = "35"
               CLOSE AR-JOURNAL
           END-IF.

       POST-ONE-JOURNAL-LINE.
           MOVE AR-JOURNAL-REC TO JRN-ENTRY.
           IF JRN-DATE = BUSINESS-DATE
               MOVE SPACES TO DEBIT-KEY
               EVALUATE TRUE
                   WHEN JRN-IS-POST OR JRN-IS-REVERSAL
                       MOVE KEY-BANK TO DEBIT-KEY
                       MOVE KEY-RECEIVABLES TO CREDIT-KEY
                   WHEN JRN-IS-SUSP-APPLY
                       MOVE KEY-SUSPENSE TO DEBIT-KEY
                       MOVE KEY-RECEIVABLES TO CREDIT-KEY
                   WHEN JRN-IS-ON-ACCOUNT
                       MOVE KEY-SUSPENSE TO DEBIT-KEY
                       MOVE KEY-ON-ACCOUNT TO CREDIT-KEY
                   WHEN JRN-IS-REFUND
                       MOVE KEY-SUSPENSE TO DEBIT-KEY
                       MOVE KEY-REFUNDS TO CREDIT-KEY
                   WHEN JRN-IS-WRITE-OFF
                       ADD 1 TO WRTOFF-COUNT
               END-EVALUATE
               IF DEBIT-KEY NOT = SPACES
                   ADD 1 TO JRN-USED-COUNT
                   MOVE JRN-AMOUNT TO POST-AMOUNT
                   MOVE DEBIT-KEY TO POST-KEY
                   MOVE "D" TO POST-SIDE
                   PERFORM ADD-POSTING
                   MOVE CREDIT-KEY TO POST-KEY
                   MOVE "C" TO POST-SIDE
                   PERFORM ADD-POSTING
               END-IF
           END-IF.

      *> Cash AR-CASH-APPLY could not match came into the bank the
      *> day it was parked, into suspense until AR-SUSPENSE-WORK
      *> clears it. The amount is in cents on the receipt image.
       POST-SUSPENSE-RECEIPTS.
           MOVE 0 TO SUSP-EOF.
           OPEN INPUT AR-SUSPENSE.
           IF SUSP-STATUS = "35"
               MOVE 1 TO SUSP-EOF
           END-IF.
           PERFORM UNTIL SUSP-EOF-REACHED
               READ AR-SUSPENSE
                   AT END MOVE 1 TO SUSP-EOF
                   NOT AT END PERFORM POST-ONE-SUSPENSE-ENTRY
               END-READ
           END-PERFORM.
           IF SUSP-STATUS NOT = "35"
               CLOSE AR-SUSPENSE
           END-IF.

       POST-ONE-SUSPENSE-ENTRY.
           MOVE AR-SUSPENSE-REC TO SUSP-ENTRY.
           IF SUSP-SUSP-DATE NUMERIC
                   AND SUSP-SUSP-DATE = BUSINESS-DATE
                   AND SUSP-AMOUNT-CENTS NUMERIC
               ADD 1 TO SUSP-USED-COUNT
               COMPUTE POST-AMOUNT = SUSP-AMOUNT-CENTS / 100
               MOVE KEY-BANK TO POST-KEY
               MOVE "D" TO POST-SIDE
               PERFORM ADD-POSTING
               MOVE KEY-SUSPENSE TO POST-KEY
               MOVE "C" TO POST-SIDE
               PERFORM ADD-POSTING
           END-IF.

      *> Adds POST-AMOUNT, signed, to the entry for POST-KEY and
      *> POST-SIDE, starting a new entry the first time the pair is
      *> seen. A zero amount posts nothing.
       ADD-POSTING.
           IF POST-AMOUNT NOT = 0
               SET PST-IDX TO 1
               SEARCH GL-POST-ENTRY
                   AT END PERFORM START-POSTING-ENTRY
                   WHEN PST-IDX > POST-COUNT
                       PERFORM START-POSTING-ENTRY
                   WHEN PST-KEY (PST-IDX) = POST-KEY
                           AND PST-SIDE (PST-IDX) = POST-SIDE
                       ADD POST-AMOUNT TO PST-NET (PST-IDX)
               END-SEARCH
           END-IF.

       START-POSTING-ENTRY.
           IF POST-COUNT < POST-MAX
               ADD 1 TO POST-COUNT
               SET PST-IDX TO POST-COUNT
               MOVE POST-KEY TO PST-KEY (PST-IDX)
               MOVE POST-SIDE TO PST-SIDE (PST-IDX)
               MOVE POST-AMOUNT TO PST-NET (PST-IDX)
           ELSE
               IF NOT POST-TABLE-FULL
                   DISPLAY "POSTING TABLE FULL AT " POST-KEY
               END-IF
               MOVE 1 TO POST-OVERFLOW
           END-IF.

      *> Each entry gets its ledger account from the mapping and its
      *> final side and amount; the day's debits and credits are
      *> totalled here. An unmapped key, a full table or totals that
      *> disagree refuse the extract - the trial balance is still
      *> printed so the accountant can see why.
       RESOLVE-POSTINGS.
           MOVE 0 TO UNMAPPED-COUNT.
           MOVE 0 TO GL-LINE-COUNT.
           MOVE 0 TO DEBIT-TOTAL.
           MOVE 0 TO CREDIT-TOTAL.
           PERFORM RESOLVE-ONE-POSTING
               VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > POST-COUNT.
           COMPUTE BALANCE-DIFF = DEBIT-TOTAL - CREDIT-TOTAL.
           IF UNMAPPED-COUNT > 0
               DISPLAY UNMAPPED-COUNT " KEY(S) NOT ON GL-ACCOUNTS"
               MOVE 1 TO EXTRACT-REFUSED
           END-IF.
           IF POST-TABLE-FULL
               MOVE 1 TO EXTRACT-REFUSED
           END-IF.
           IF BALANCE-DIFF NOT = 0
               DISPLAY "DEBITS AND CREDITS DO NOT AGREE"
               MOVE 1 TO EXTRACT-REFUSED
           END-IF.

       RESOLVE-ONE-POSTING.
           IF PST-NET (PST-IDX) < 0
               COMPUTE PST-OUT-AMOUNT (PST-IDX) = 0 - PST-NET (PST-IDX)
               IF PST-SIDE (PST-IDX) = "D"
                   MOVE "C" TO PST-OUT-SIDE (PST-IDX)
               ELSE
                   MOVE "D" TO PST-OUT-SIDE (PST-IDX)
               END-IF
           ELSE
               MOVE PST-NET (PST-IDX) TO PST-OUT-AMOUNT (PST-IDX)
               MOVE PST-SIDE (PST-IDX) TO PST-OUT-SIDE (PST-IDX)
           END-IF.
           IF PST-OUT-AMOUNT (PST-IDX) NOT = 0
               ADD 1 TO GL-LINE-COUNT
               IF PST-OUT-DEBIT (PST-IDX)
                   ADD PST-OUT-AMOUNT (PST-IDX) TO DEBIT-TOTAL
               ELSE
                   ADD PST-OUT-AMOUNT (PST-IDX) TO CREDIT-TOTAL
               END-IF
           END-IF.
           SET MAP-IDX TO 1.
           SEARCH GL-MAP-ENTRY
               AT END PERFORM MARK-UNMAPPED
               WHEN MAP-IDX > MAP-COUNT
                   PERFORM MARK-UNMAPPED
               WHEN MAP-KEY (MAP-IDX) = PST-KEY (PST-IDX)
                   MOVE MAP-ACCOUNT (MAP-IDX) TO PST-ACCOUNT (PST-IDX)
                   MOVE MAP-NAME (MAP-IDX) TO PST-NAME (PST-IDX)
           END-SEARCH.

       MARK-UNMAPPED.
           ADD 1 TO UNMAPPED-COUNT.
           MOVE "*UNMAPPED*" TO PST-ACCOUNT (PST-IDX).
           MOVE "NOT ON GL-ACCOUNTS" TO PST-NAME (PST-IDX).
           DISPLAY "NO ACCOUNT MAPPED FOR " PST-KEY (PST-IDX).

      *> Recreated every run: the day's entries by account, debits
      *> and credits in their own columns, and the proof that they
      *> agree.
       WRITE-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-BALANCE.
           MOVE SPACES TO PRINT-REC.
           STRING "GENERAL LEDGER TRIAL BALANCE - BUSINESS DATE "
                   DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "EXTRACTED " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               INTO PRINT-REC
           END-STRING.
           IF IS-RE-EXTRACT
               MOVE "RE-EXTRACT - REPLACES THE EARLIER LOAD"
                   TO PRINT-REC (41:40)
           END-IF.
           WRITE PRINT-REC.
           MOVE ALL "=" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "ACCOUNT    SOURCE   NAME                           "
               TO PRINT-REC.
           MOVE "DEBIT       CREDIT" TO PRINT-REC (53:18).
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM PRINT-ONE-POSTING
               VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > POST-COUNT.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-TB-LINE.
           MOVE "TOTALS" TO PTB-NAME.
           MOVE DEBIT-TOTAL TO PTB-DEBIT.
           MOVE CREDIT-TOTAL TO PTB-CREDIT.
           MOVE PRINT-TB-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           IF BALANCE-DIFF = 0
               MOVE "DEBITS EQUAL CREDITS" TO PRINT-REC
           ELSE
               MOVE BALANCE-DIFF TO DIFF-TEXT
               MOVE SPACES TO PRINT-REC
               STRING "OUT OF BALANCE BY " DELIMITED BY SIZE
                   DIFF-TEXT DELIMITED BY SIZE
                   INTO PRINT-REC
               END-STRING
           END-IF.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "TAXED TRANSACTIONS POSTED" TO PCL-TEXT.
           MOVE HIST-USED-COUNT TO PCL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "JOURNAL LINES POSTED" TO PCL-TEXT.
           MOVE JRN-USED-COUNT TO PCL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SUSPENSE RECEIPTS POSTED" TO PCL-TEXT.
           MOVE SUSP-USED-COUNT TO PCL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "WRITE-OFFS (POSTED BY THEIR CREDIT)" TO PCL-TEXT.
           MOVE WRTOFF-COUNT TO PCL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           IF UNMAPPED-COUNT > 0 OR POST-TABLE-FULL
                   OR BALANCE-DIFF NOT = 0
               MOVE "NOT EXTRACTED - NOTHING WAS SENT TO GL-INTERFACE"
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           CLOSE TRIAL-BALANCE.

       PRINT-ONE-POSTING.
           IF PST-OUT-AMOUNT (PST-IDX) NOT = 0
               MOVE SPACES TO PRINT-TB-LINE
               MOVE PST-ACCOUNT (PST-IDX) TO PTB-ACCOUNT
               MOVE PST-KEY (PST-IDX) TO PTB-KEY
               MOVE PST-NAME (PST-IDX) TO PTB-NAME
               IF PST-OUT-DEBIT (PST-IDX)
                   MOVE PST-OUT-AMOUNT (PST-IDX) TO PTB-DEBIT
               ELSE
                   MOVE PST-OUT-AMOUNT (PST-IDX) TO PTB-CREDIT
               END-IF
               MOVE PRINT-TB-LINE TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

       WRITE-COUNT-LINE.
           MOVE PRINT-COUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.

      *> Header, one line per account and side, and a trailer with
      *> the line count and both totals so the load can be checked.
      *> Recreated every run - the accountant's system picks it up
      *> each morning.
       WRITE-INTERFACE-FILE.
           OPEN OUTPUT GL-INTERFACE.
           MOVE BUSINESS-DATE TO GH-BUSINESS-DATE.
           MOVE WS-TODAY TO GH-EXTRACT-DATE.
           IF IS-RE-EXTRACT
               MOVE "R" TO GH-KIND
           ELSE
               MOVE "N" TO GH-KIND
           END-IF.
           COMPUTE GH-EXTRACT-COUNT = PRIOR-EXTRACT-COUNT + 1.
           MOVE GL-FILE-HEADER TO GL-INTERFACE-REC.
           WRITE GL-INTERFACE-REC.
           PERFORM WRITE-ONE-GL-LINE
               VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > POST-COUNT.
           MOVE GL-LINE-COUNT TO GT-LINE-COUNT.
           MOVE DEBIT-TOTAL TO GT-DEBIT-TOTAL.
           MOVE CREDIT-TOTAL TO GT-CREDIT-TOTAL.
           MOVE GL-FILE-TRAILER TO GL-INTERFACE-REC.
           WRITE GL-INTERFACE-REC.
           CLOSE GL-INTERFACE.

       WRITE-ONE-GL-LINE.
           IF PST-OUT-AMOUNT (PST-IDX) NOT = 0
               MOVE BUSINESS-DATE TO GD-POST-DATE
               MOVE PST-ACCOUNT (PST-IDX) TO GD-ACCOUNT
               MOVE PST-OUT-SIDE (PST-IDX) TO GD-SIDE
               MOVE PST-OUT-AMOUNT (PST-IDX) TO GD-AMOUNT
               MOVE PST-KEY (PST-IDX) TO GD-SOURCE
               MOVE PST-NAME (PST-IDX) TO GD-NAME
               MOVE GL-FILE-DETAIL TO GL-INTERFACE-REC
               WRITE GL-INTERFACE-REC
           END-IF.

      *> The extract is recorded once the file is written: a first
      *> extract adds the control record, a forced one rewrites it
      *> with the new totals and one more extract counted.
       RECORD-EXTRACT.
           PERFORM OPEN-EXTRACTS-IO.
           MOVE BUSINESS-DATE TO GX-BUSINESS-DATE.
           MOVE WS-TODAY TO GX-EXTRACT-DATE.
           MOVE WS-OPERATOR TO GX-OPERATOR.
           COMPUTE GX-EXTRACT-COUNT = PRIOR-EXTRACT-COUNT + 1.
           MOVE GL-LINE-COUNT TO GX-LINE-COUNT.
           MOVE DEBIT-TOTAL TO GX-DEBIT-TOTAL.
           MOVE CREDIT-TOTAL TO GX-CREDIT-TOTAL.
           IF IS-RE-EXTRACT
               REWRITE GL-EXTRACT-REC
                   INVALID KEY
                       DISPLAY "EXTRACT NOT RECORDED"
                   NOT INVALID KEY
                       MOVE "GLFORC" TO AUDIT-ACTION
                       PERFORM WRITE-EXTRACT-AUDIT
               END-REWRITE
           ELSE
               WRITE GL-EXTRACT-REC
                   INVALID KEY
                       DISPLAY "EXTRACT NOT RECORDED"
                   NOT INVALID KEY
                       MOVE "GLEXTR" TO AUDIT-ACTION
                       PERFORM WRITE-EXTRACT-AUDIT
               END-WRITE
           END-IF.
           CLOSE GL-EXTRACTS.
           DISPLAY "GL EXTRACT FOR " BUSINESS-DATE
               " WRITTEN TO GL-INTERFACE: " GL-LINE-COUNT " LINES".
           DISPLAY "DEBITS.: " DEBIT-TOTAL.
           DISPLAY "CREDITS: " CREDIT-TOTAL.

      *> Same create-on-first-use pattern as the other indexed files.
       OPEN-EXTRACTS-IO.
           OPEN I-O GL-EXTRACTS.
           IF EXTRACT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACTS
               CLOSE GL-EXTRACTS
               OPEN I-O GL-EXTRACTS
           END-IF.

       WRITE-EXTRACT-AUDIT.
           MOVE 0 TO AUDIT-USER-ID.
           MOVE SPACES TO OLD-EXPIR-TEXT.
           MOVE BUSINESS-DATE TO NEW-EXPIR-TEXT.
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-REC.
           STRING WS-TODAY DELIMITED BY SIZE
               " " AUDIT-USER-ID DELIMITED BY SIZE
               " " AUDIT-ACTION DELIMITED BY SIZE
               " OLD-EXPIR=" OLD-EXPIR-TEXT DELIMITED BY SIZE
               " NEW-EXPIR=" NEW-EXPIR-TEXT DELIMITED BY SIZE
               " OPERATOR=" WS-OPERATOR DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           END-STRING.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.

       END PROGRAM GL-EXTRACT.
