      ******************************************************************
      * Author: Alex G. B.
      * Date: Jun 07, 2022
      * Purpose: Nightly direct-debit renewal run. Walks USERS-DB and
      *          renews every subscriber who has opted in to renewal
      *          by direct debit (USERREC.cpy renewal method D, set by
      *          RETEK-REGISTER option 7) and whose expiry falls due
      *          within RENEWAL-LEAD-DAYS. The renewal is the one
      *          UPDATE-USER makes at the terminal: the expiry moves
      *          on by the plan's term (from the old expiry, or from
      *          today if it has lapsed), a SUB billing transaction
      *          for the plan's fee goes into TRANSACTIONS-IN, and an
      *          AR-LEDGER item is opened - the fee is IVA-inclusive,
      *          so the invoice, the item and the collection are all
      *          for the same amount. The item is already paid, since
      *          the fee is collected from the subscriber's mandate
      *          (MANDATES-DB, see MNDREC.cpy), and journaled as a
      *          POST under the operator id DD-RENEWAL. Each
      *          collection is written to DD-COLLECTIONS, the file
      *          the bank takes: a header, one line per AR item, and
      *          a trailer with the count and control total - one
      *          such batch for each run that night. A debit
      *          the bank hands back unpaid comes in through
      *          DD-RETURNS, which reopens the item.
      *          Suspended subscribers, undeliverable ones, and those
      *          whose mandate is missing, cancelled or flagged for
      *          repeated returns are skipped and counted - they
      *          renew by hand like everybody else.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Jun 07, 2022  AGB  Original.
      * Jun 14, 2022  AGB  Renewal transaction carries the subscriber's
      *                   user id for the invoice; record widened to 67
      *                   bytes (see TRANREC.cpy).
      * Jul 12, 2022  AGB  A rerun the same night appends its own
      *                   header/trailer batch to DD-COLLECTIONS instead
      *                   of wiping the earlier run's collections.
      * Jul 19, 2022  AGB  The renewal billing goes in IVA-inclusive, so
      *                   the invoice is for the fee the item is opened
      *                   for and the bank collects.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DD-RENEWAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS ASSIGN TO "USERS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REC-USER-ID
               ALTERNATE RECORD KEY IS REC-USER-EMAIL
               FILE STATUS IS USERS-STATUS.

           SELECT MANDATES ASSIGN TO "MANDATES-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MD-USER-ID
               FILE STATUS IS MANDATES-STATUS.

           SELECT PLANS ASSIGN TO "PLANS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS PLANS-STATUS.

           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AR-ITEM-NUM
               FILE STATUS IS AR-STATUS.

           SELECT TRANSACTIONS-IN ASSIGN TO "TRANSACTIONS-IN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT AR-JOURNAL ASSIGN TO "AR-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT DD-COLLECTIONS ASSIGN TO "DD-COLLECTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERS.
           COPY "USERREC.cpy"
               REPLACING ==UFLD-RECNAME==       BY ==USER-FILE==
                   ==UFLD-USER-ID==        BY ==REC-USER-ID==
                   ==UFLD-USER-EMAIL==     BY ==REC-USER-EMAIL==
                   ==UFLD-SUB-EXPIR-R==    BY ==REC-SUB-EXPIR-R==
                   ==UFLD-SUB-EXPIR-DD==   BY ==REC-SUB-EXPIR-DD==
                   ==UFLD-SUB-EXPIR-MM==   BY ==REC-SUB-EXPIR-MM==
                   ==UFLD-SUB-EXPIR-YYYY== BY ==REC-SUB-EXPIR-YYYY==
                   ==UFLD-SUB-EXPIR==      BY ==REC-SUB-EXPIR==
                   ==UFLD-USER-STATUS==    BY ==REC-USER-STATUS==
                   ==UFLD-USER-ACTIVE==    BY ==REC-USER-ACTIVE==
                   ==UFLD-USER-SUSPENDED==
                       BY ==REC-USER-SUSPENDED==
                   ==UFLD-MAIL-FLAG==      BY ==REC-MAIL-FLAG==
                   ==UFLD-MAIL-OK==        BY ==REC-MAIL-OK==
                   ==UFLD-MAIL-UNDELIVERABLE==
                       BY ==REC-MAIL-UNDELIVERABLE==
                   ==UFLD-RENEW-METHOD==   BY ==REC-RENEW-METHOD==
                   ==UFLD-RENEW-BY-HAND==  BY ==REC-RENEW-BY-HAND==
                   ==UFLD-RENEW-DIRECT-DEBIT==
                       BY ==REC-RENEW-DIRECT-DEBIT==
                   ==UFLD-USER-NAME==      BY ==REC-USER-NAME==
                   ==UFLD-ADDR-LINE1==     BY ==REC-ADDR-LINE1==
                   ==UFLD-ADDR-LINE2==     BY ==REC-ADDR-LINE2==
                   ==UFLD-ADDR-LINE3==     BY ==REC-ADDR-LINE3==
                   ==UFLD-PLAN-CODE==      BY ==REC-PLAN-CODE==.

       FD  MANDATES.
           COPY "MNDREC.cpy"
               REPLACING ==MDFLD-RECNAME==      BY ==MANDATE-FILE==
                   ==MDFLD-USER-ID==       BY ==MD-USER-ID==
                   ==MDFLD-ACCOUNT-REF==   BY ==MD-ACCOUNT-REF==
                   ==MDFLD-MANDATE-DATE==  BY ==MD-MANDATE-DATE==
                   ==MDFLD-STATE==         BY ==MD-STATE==
                   ==MDFLD-IS-ACTIVE==     BY ==MD-IS-ACTIVE==
                   ==MDFLD-IS-FLAGGED==    BY ==MD-IS-FLAGGED==
                   ==MDFLD-IS-CANCELLED==  BY ==MD-IS-CANCELLED==
                   ==MDFLD-FAIL-COUNT==    BY ==MD-FAIL-COUNT==
                   ==MDFLD-LAST-COLLECT==  BY ==MD-LAST-COLLECT==
                   ==MDFLD-LAST-RETURN==   BY ==MD-LAST-RETURN==.

       FD  PLANS.
           COPY "PLANREC.cpy"
               REPLACING ==PLFLD-RECNAME==      BY ==PLAN-FILE==
                   ==PLFLD-PLAN-CODE==     BY ==PLAN-CODE==
                   ==PLFLD-PLAN-DESC==     BY ==PLAN-DESC==
                   ==PLFLD-PLAN-TERM==     BY ==PLAN-TERM==
                   ==PLFLD-PLAN-FEE==      BY ==PLAN-FEE==
                   ==PLFLD-PLAN-PRODUCT-ID== BY ==PLAN-PRODUCT-ID==
                   ==PLFLD-PLAN-ACTIVE==   BY ==PLAN-ACTIVE==
                   ==PLFLD-PLAN-IS-ACTIVE== BY ==PLAN-IS-ACTIVE==
                   ==PLFLD-PLAN-IS-INACTIVE==
                       BY ==PLAN-IS-INACTIVE==.

       FD  AR-LEDGER.
           COPY "ARREC.cpy"
               REPLACING ==ARFLD-RECNAME==      BY ==AR-ITEM==
                   ==ARFLD-ITEM-NUM==      BY ==AR-ITEM-NUM==
                   ==ARFLD-USER-ID==       BY ==AR-USER-ID==
                   ==ARFLD-BILL-DATE==     BY ==AR-BILL-DATE==
                   ==ARFLD-BILL-AMOUNT==   BY ==AR-BILL-AMOUNT==
                   ==ARFLD-PAID-AMOUNT==   BY ==AR-PAID-AMOUNT==
                   ==ARFLD-PAY-DATE==      BY ==AR-PAY-DATE==
                   ==ARFLD-ITEM-STATUS==   BY ==AR-ITEM-STATUS==
                   ==ARFLD-ITEM-OPEN==     BY ==AR-ITEM-OPEN==
                   ==ARFLD-ITEM-PAID==     BY ==AR-ITEM-PAID==
                   ==ARFLD-ITEM-WRITTEN-OFF==
                       BY ==AR-ITEM-WRITTEN-OFF==.

      *> Flat record - see TRANREC.cpy for the layout moved into
      *> TRANSACTION-RECORD before a billing transaction is queued.
       FD  TRANSACTIONS-IN.
       01  TRANSACTIONS-IN-REC          PIC X(67).

      *> Flat record - see JRNREC.cpy for the layout moved into
      *> JRN-ENTRY before each collection is journaled.
       FD  AR-JOURNAL.
       01  AR-JOURNAL-REC               PIC X(53).

      *> Same width and STRING layout as WRITE-AUDIT-ENTRY in
      *> RETEK-REGISTER, so BILLING-RECON reads these entries too.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC                PIC X(90).

      *> The bank's collection file. Every line starts with a record
      *> type byte - H header, D one collection, T trailer - and
      *> amounts are whole cents, as on BANK-RECEIPTS.
       FD  DD-COLLECTIONS.
       01  DD-COLLECTIONS-REC           PIC X(80).

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

       01  COLLECT-HEADER.
       05      CH-REC-TYPE         PIC X VALUE "H".
       05      CH-RUN-DATE         PIC 9(8).
       05      FILLER              PIC X(71) VALUE SPACES.

      *> One collection: who, which AR item, how much, and the
      *> mandate it is drawn under - the bank needs the account and
      *> the date the subscriber signed.
       01  COLLECT-DETAIL.
       05      CD-REC-TYPE         PIC X VALUE "D".
       05      CD-USER-ID          PIC 9(7).
       05      CD-ITEM-NUM         PIC 9(7).
       05      CD-AMOUNT-CENTS     PIC 9(7).
       05      CD-ACCOUNT-REF      PIC X(34).
       05      CD-MANDATE-DATE     PIC 9(8).
       05      CD-COLLECT-DATE     PIC 9(8).
       05      FILLER              PIC X(8) VALUE SPACES.

       01  COLLECT-TRAILER.
       05      CT-REC-TYPE         PIC X VALUE "T".
       05      CT-COUNT            PIC 9(7).
       05      CT-TOTAL-CENTS      PIC 9(11).
       05      FILLER              PIC X(61) VALUE SPACES.

       77  EOF PIC 9.
       88      EOF-REACHED VALUE 1.

       77  USERS-STATUS    PIC XX.
       77  MANDATES-STATUS PIC XX.
       77  PLANS-STATUS    PIC XX.
       77  AR-STATUS       PIC XX.
       77  TRANS-STATUS    PIC XX.
       77  JRN-STATUS      PIC XX.
       77  AUDIT-STATUS    PIC XX.
       77  COLLECT-STATUS  PIC XX.

      *> Set when DD-COLLECTIONS already holds a batch from an
      *> earlier run tonight.
       77  COLLECT-SAME-NIGHT PIC 9 VALUE 0.
       88      COLLECT-IS-SAME-NIGHT VALUE 1.

      *> No MANDATES-DB or PLANS-DB means nobody can have opted in
      *> yet - the run still writes an empty collection file.
       77  MANDATES-ON-FILE PIC 9 VALUE 0.
       88      MANDATES-AVAILABLE VALUE 1.
       77  PLANS-ON-FILE    PIC 9 VALUE 0.
       88      PLANS-AVAILABLE VALUE 1.

      *> The journal's and audit log's operator id for a renewal
      *> nobody keyed.
       77  WS-OPERATOR     PIC X(10) VALUE "DD-RENEWAL".

      *> A subscriber is collected this many days before the expiry,
      *> so the bank has time to take the money before it lapses.
       77  RENEWAL-LEAD-DAYS PIC 9(3) VALUE 5.

      *> A subscriber record with no plan code is on the STD plan,
      *> the same default RETEK-REGISTER applies.
       77  DEFAULT-PLAN-CODE PIC X(6) VALUE "STD".

       77  WS-TODAY        PIC 9(8).
       77  WS-TODAY-DMY    PIC 9(8).
       77  TODAY-DAY-NUM   PIC S9(9) COMP-4.
       77  EXPIR-DAY-NUM   PIC S9(9) COMP-4.
       77  DAYS-TO-EXPIRY  PIC S9(5) COMP-4.

      *> Inputs and output of CONVERT-DATE-TO-DAYS - the same integer
      *> Julian-day formula as AR-AGING.
       01  CNV-DATE        PIC 9(8).
       01  CNV-DATE-R REDEFINES CNV-DATE.
       05      CNV-YYYY    PIC 9(4).
       05      CNV-MM      PIC 99.
       05      CNV-DD      PIC 99.
       77  CNV-DAY-NUM     PIC S9(9) COMP-4.
       77  CNV-M14         PIC S9(4) COMP-4.

       77  OLD-EXPIR-DATE  PIC 9(8).
       77  OLD-EXPIR-TEXT  PIC X(10).
       77  NEW-EXPIR-TEXT  PIC X(10).
       77  NEW-EXPIR-DMY   PIC 9(8).
       77  AUDIT-ACTION    PIC X(6).

       77  SUBSCRIPTION-FEE  PIC 9(7)V99 COMP-4.
       77  SUBSCRIPTION-TERM PIC 99.
       77  AR-LAST-ITEM-NUM  PIC 9(7).
       77  AR-EOF          PIC 9.
       88      AR-EOF-REACHED VALUE 1.
       77  COLLECT-CENTS   PIC 9(7).

      *> ADD-PLAN-TERM moves TERM-BASE-DATE on by SUBSCRIPTION-TERM
      *> months into TERM-END-DATE, both YYYYMMDD - the same month
      *> arithmetic as RETEK-REGISTER.
       01  TERM-BASE-DATE  PIC 9(8).
       01  TERM-BASE-DATE-R REDEFINES TERM-BASE-DATE.
       05      TERM-BASE-YYYY  PIC 9(4).
       05      TERM-BASE-MM    PIC 99.
       05      TERM-BASE-DD    PIC 99.
       01  TERM-END-DATE   PIC 9(8).
       01  TERM-END-DATE-R REDEFINES TERM-END-DATE.
       05      TERM-END-YYYY   PIC 9(4).
       05      TERM-END-MM     PIC 99.
       05      TERM-END-DD     PIC 99.
       77  TERM-MONTH-COUNT PIC 9(6).
       77  LEAP-QUOTIENT    PIC 9(4).
       77  LEAP-REM-4       PIC 9(3).
       77  LEAP-REM-100     PIC 9(3).
       77  LEAP-REM-400     PIC 9(3).
       77  MONTH-LENGTH     PIC 99.
       01  MONTH-LENGTH-VALUES PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
       05      MONTH-DAYS      PIC 99 OCCURS 12 TIMES.

       77  RENEWED-COUNT           PIC 9(5) VALUE 0.
       77  NOT-DUE-COUNT           PIC 9(5) VALUE 0.
       77  BY-HAND-SKIP-COUNT      PIC 9(5) VALUE 0.
       77  SUSPENDED-SKIP-COUNT    PIC 9(5) VALUE 0.
       77  UNDELIVERABLE-SKIP-COUNT PIC 9(5) VALUE 0.
       77  NO-MANDATE-SKIP-COUNT   PIC 9(5) VALUE 0.
       77  NO-PLAN-SKIP-COUNT      PIC 9(5) VALUE 0.
       77  FAILED-COUNT            PIC 9(5) VALUE 0.
       77  TOTAL-COLLECT-AMOUNT    PIC 9(9)V99 COMP-4 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM SCAN-USERS.
           PERFORM TERMINATE-RUN.
           PERFORM PRINT-RUN-SUMMARY.
           STOP RUN.

      *> The collection file is the bank's for tonight only, so the
      *> first run of the night recreates it (see OPEN-COLLECTIONS);
      *> the journal, the audit log and TRANSACTIONS-IN are running
      *> files opened EXTEND with the usual first-time fallback.
      *> AR-LEDGER is created on first use like RETEK-REGISTER's
      *> OPEN-AR-IO, after one walk to find the highest item number
      *> already on it.
       INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           STRING WS-TODAY (7:2) WS-TODAY (5:2) WS-TODAY (1:4)
               INTO WS-TODAY-DMY
           END-STRING.
           MOVE WS-TODAY TO CNV-DATE.
           PERFORM CONVERT-DATE-TO-DAYS.
           MOVE CNV-DAY-NUM TO TODAY-DAY-NUM.
           PERFORM OPEN-COLLECTIONS.
           MOVE WS-TODAY TO CH-RUN-DATE.
           MOVE COLLECT-HEADER TO DD-COLLECTIONS-REC.
           WRITE DD-COLLECTIONS-REC.
           OPEN EXTEND TRANSACTIONS-IN.
           IF TRANS-STATUS = "35"
               OPEN OUTPUT TRANSACTIONS-IN
           END-IF.
           OPEN EXTEND AR-JOURNAL.
           IF JRN-STATUS = "35"
               OPEN OUTPUT AR-JOURNAL
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           PERFORM FIND-LAST-AR-ITEM.
           OPEN I-O AR-LEDGER.
           IF AR-STATUS = "35"
               OPEN OUTPUT AR-LEDGER
               CLOSE AR-LEDGER
               OPEN I-O AR-LEDGER
           END-IF.
           MOVE 0 TO MANDATES-ON-FILE.
           OPEN I-O MANDATES.
           IF MANDATES-STATUS NOT = "35"
               MOVE 1 TO MANDATES-ON-FILE
           END-IF.
           MOVE 0 TO PLANS-ON-FILE.
           OPEN INPUT PLANS.
           IF PLANS-STATUS NOT = "35"
               MOVE 1 TO PLANS-ON-FILE
           END-IF.

      *> Whole-file walk for the highest item number - the same
      *> argument as FIND-LAST-AR-ITEM in RETEK-REGISTER. Done once;
      *> each item this run opens is simply one more.
       FIND-LAST-AR-ITEM.
           MOVE 0 TO AR-LAST-ITEM-NUM.
           OPEN INPUT AR-LEDGER.
           MOVE 0 TO AR-EOF.
           IF AR-STATUS = "35"
               MOVE 1 TO AR-EOF
           ELSE
               MOVE 0 TO AR-ITEM-NUM
               START AR-LEDGER KEY IS GREATER THAN AR-ITEM-NUM
                   INVALID KEY MOVE 1 TO AR-EOF
               END-START
           END-IF.
           PERFORM UNTIL AR-EOF-REACHED
               READ AR-LEDGER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF
               END-READ
               IF NOT AR-EOF-REACHED
                   MOVE AR-ITEM-NUM TO AR-LAST-ITEM-NUM
               END-IF
           END-PERFORM.
           IF AR-STATUS NOT = "35"
               CLOSE AR-LEDGER
           END-IF.

      *> Ascending-key scan over the whole subscriber file, the same
      *> START / READ NEXT idiom as NOTICE-EXTRACT, opened I-O so a
      *> renewed subscriber can be rewritten where the scan stands.
       SCAN-USERS.
           OPEN I-O USERS.
           MOVE 0 TO EOF.
           IF USERS-STATUS = "35"
               MOVE 1 TO EOF
           ELSE
               MOVE 0 TO REC-USER-ID
               START USERS KEY IS GREATER THAN REC-USER-ID
                   INVALID KEY MOVE 1 TO EOF
               END-START
           END-IF.
           PERFORM UNTIL EOF-REACHED
               READ USERS NEXT RECORD
                   AT END MOVE 1 TO EOF
               END-READ
               IF NOT EOF-REACHED
                   PERFORM CONSIDER-ONE-USER
               END-IF
           END-PERFORM.
           IF USERS-STATUS NOT = "35"
               CLOSE USERS
           END-IF.

      *> Subscribers who renew by hand are the normal case and are
      *> counted but not listed. The checks that can be made from
      *> the user record come first; the mandate and plan are only
      *> read for a subscriber who is actually due.
       CONSIDER-ONE-USER.
           EVALUATE TRUE
               WHEN NOT REC-RENEW-DIRECT-DEBIT
                   ADD 1 TO BY-HAND-SKIP-COUNT
               WHEN REC-USER-SUSPENDED
                   ADD 1 TO SUSPENDED-SKIP-COUNT
                   DISPLAY "USER " REC-USER-ID
                       " SUSPENDED - NOT COLLECTED"
               WHEN REC-MAIL-UNDELIVERABLE
                   ADD 1 TO UNDELIVERABLE-SKIP-COUNT
                   DISPLAY "USER " REC-USER-ID
                       " UNDELIVERABLE - NOT COLLECTED"
               WHEN OTHER
                   PERFORM CONSIDER-USER-EXPIRY
           END-EVALUATE.

       CONSIDER-USER-EXPIRY.
           MOVE REC-SUB-EXPIR-YYYY TO CNV-YYYY.
           MOVE REC-SUB-EXPIR-MM TO CNV-MM.
           MOVE REC-SUB-EXPIR-DD TO CNV-DD.
           MOVE CNV-DATE TO OLD-EXPIR-DATE.
           PERFORM CONVERT-DATE-TO-DAYS.
           MOVE CNV-DAY-NUM TO EXPIR-DAY-NUM.
           COMPUTE DAYS-TO-EXPIRY = EXPIR-DAY-NUM - TODAY-DAY-NUM.
           IF DAYS-TO-EXPIRY > RENEWAL-LEAD-DAYS
               ADD 1 TO NOT-DUE-COUNT
           ELSE
               PERFORM CHECK-MANDATE
           END-IF.

       CHECK-MANDATE.
           IF NOT MANDATES-AVAILABLE
               ADD 1 TO NO-MANDATE-SKIP-COUNT
               DISPLAY "USER " REC-USER-ID
                   " HAS NO MANDATE - NOT COLLECTED"
           ELSE
               MOVE REC-USER-ID TO MD-USER-ID
               READ MANDATES
                   INVALID KEY
                       ADD 1 TO NO-MANDATE-SKIP-COUNT
                       DISPLAY "USER " REC-USER-ID
                           " HAS NO MANDATE - NOT COLLECTED"
                   NOT INVALID KEY
                       IF MD-IS-ACTIVE
                           PERFORM CHECK-PLAN
                       ELSE
                           ADD 1 TO NO-MANDATE-SKIP-COUNT
                           DISPLAY "USER " REC-USER-ID " MANDATE "
                               "STATE " MD-STATE " - NOT COLLECTED"
                       END-IF
               END-READ
           END-IF.

       CHECK-PLAN.
           IF REC-PLAN-CODE = SPACES
               MOVE DEFAULT-PLAN-CODE TO PLAN-CODE
           ELSE
               MOVE REC-PLAN-CODE TO PLAN-CODE
           END-IF.
           IF NOT PLANS-AVAILABLE
               ADD 1 TO NO-PLAN-SKIP-COUNT
               DISPLAY "USER " REC-USER-ID " PLAN " PLAN-CODE
                   " NOT ON PLANS-DB - NOT COLLECTED"
           ELSE
               READ PLANS
                   INVALID KEY
                       ADD 1 TO NO-PLAN-SKIP-COUNT
                       DISPLAY "USER " REC-USER-ID " PLAN " PLAN-CODE
                           " NOT ON PLANS-DB - NOT COLLECTED"
                   NOT INVALID KEY
                       MOVE PLAN-FEE TO SUBSCRIPTION-FEE
                       MOVE PLAN-TERM TO SUBSCRIPTION-TERM
                       PERFORM RENEW-USER
               END-READ
           END-IF.

      *> Same rule as RENEW-USER-EXPIRY in RETEK-REGISTER: the term
      *> goes on top of the old expiry, or starts today if the
      *> subscription has already lapsed. The user record is
      *> rewritten first - if that fails nothing is billed.
       RENEW-USER.
           IF OLD-EXPIR-DATE < WS-TODAY
               MOVE WS-TODAY TO TERM-BASE-DATE
           ELSE
               MOVE OLD-EXPIR-DATE TO TERM-BASE-DATE
           END-IF.
           PERFORM ADD-PLAN-TERM.
           MOVE REC-SUB-EXPIR TO OLD-EXPIR-TEXT.
           COMPUTE NEW-EXPIR-DMY = TERM-END-DD * 1000000
               + TERM-END-MM * 10000 + TERM-END-YYYY.
           MOVE NEW-EXPIR-DMY TO REC-SUB-EXPIR.
           MOVE REC-SUB-EXPIR TO NEW-EXPIR-TEXT.
           REWRITE USER-FILE
               INVALID KEY
                   ADD 1 TO FAILED-COUNT
                   DISPLAY "USER " REC-USER-ID
                       " NOT RENEWED - REWRITE FAILED"
               NOT INVALID KEY
                   MOVE "DDRENW" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM EMIT-BILLING-TRANSACTION
                   PERFORM OPEN-COLLECTED-ITEM
           END-REWRITE.

      *> The same SUB billing transaction EMIT-BILLING-TRANSACTION
      *> queues in RETEK-REGISTER, so TRANSACTIONS-IVA taxes it and
      *> BILLING-RECON matches it to the DDRENW audit entry. IVA-
      *> inclusive like that one, so the invoice is for exactly the
      *> fee the item is opened for and the bank collects.
       EMIT-BILLING-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE PLAN-PRODUCT-ID TO TRANSACTION-PRODUCT-ID.
           MOVE WS-TODAY-DMY TO TRANSACTION-DATE.
           MOVE SUBSCRIPTION-FEE TO TRANSACTION-AMMOUNT.
           MOVE 1 TO TRANSACTION-IVA.
           MOVE 1 TO TRANSACTION-QUANTITY.
           MOVE REC-USER-ID TO TRANSACTION-USER-ID.
           MOVE TRANSACTION-RECORD TO TRANSACTIONS-IN-REC.
           WRITE TRANSACTIONS-IN-REC.

      *> The item is opened paid: the fee is being collected from the
      *> mandate tonight. Should the bank return the debit,
      *> DD-RETURNS reopens the item and journals the reversal, so
      *> the subscriber then owes it like any unpaid bill.
       OPEN-COLLECTED-ITEM.
           ADD 1 TO AR-LAST-ITEM-NUM.
           MOVE AR-LAST-ITEM-NUM TO AR-ITEM-NUM.
           MOVE REC-USER-ID TO AR-USER-ID.
           MOVE WS-TODAY TO AR-BILL-DATE.
           MOVE SUBSCRIPTION-FEE TO AR-BILL-AMOUNT.
           MOVE SUBSCRIPTION-FEE TO AR-PAID-AMOUNT.
           MOVE WS-TODAY TO AR-PAY-DATE.
           MOVE "P" TO AR-ITEM-STATUS.
           WRITE AR-ITEM
               INVALID KEY
                   ADD 1 TO FAILED-COUNT
                   DISPLAY "AR ITEM NOT OPENED FOR USER " REC-USER-ID
                       " - BILLED BUT NOT COLLECTED"
               NOT INVALID KEY
                   PERFORM JOURNAL-COLLECTION
                   PERFORM WRITE-COLLECTION
           END-WRITE.

      *> Same POST line AR-CASH-APPLY journals for a bank receipt,
      *> signed DD-RENEWAL since nobody keyed it.
       JOURNAL-COLLECTION.
           MOVE WS-TODAY TO JRN-DATE.
           MOVE AR-ITEM-NUM TO JRN-ITEM-NUM.
           MOVE AR-USER-ID TO JRN-USER-ID.
           MOVE SUBSCRIPTION-FEE TO JRN-AMOUNT.
           MOVE "POST  " TO JRN-ACTION.
           MOVE WS-OPERATOR TO JRN-OPERATOR.
           MOVE JRN-ENTRY TO AR-JOURNAL-REC.
           WRITE AR-JOURNAL-REC.

       WRITE-COLLECTION.
           COMPUTE COLLECT-CENTS = SUBSCRIPTION-FEE * 100.
           MOVE REC-USER-ID TO CD-USER-ID.
           MOVE AR-ITEM-NUM TO CD-ITEM-NUM.
           MOVE COLLECT-CENTS TO CD-AMOUNT-CENTS.
           MOVE MD-ACCOUNT-REF TO CD-ACCOUNT-REF.
           MOVE MD-MANDATE-DATE TO CD-MANDATE-DATE.
           MOVE WS-TODAY TO CD-COLLECT-DATE.
           MOVE COLLECT-DETAIL TO DD-COLLECTIONS-REC.
           WRITE DD-COLLECTIONS-REC.
           ADD 1 TO RENEWED-COUNT.
           ADD SUBSCRIPTION-FEE TO TOTAL-COLLECT-AMOUNT.
           MOVE WS-TODAY TO MD-LAST-COLLECT.
           REWRITE MANDATE-FILE
               INVALID KEY
                   DISPLAY "MANDATE OF USER " REC-USER-ID
                       " NOT UPDATED"
           END-REWRITE.
           DISPLAY "USER " REC-USER-ID " RENEWED TO " REC-SUB-EXPIR
               " ITEM " AR-ITEM-NUM " COLLECTING " SUBSCRIPTION-FEE.

      *> The RETEK-REGISTER audit line, written to the log held open
      *> for the whole run.
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-REC.
           STRING WS-TODAY DELIMITED BY SIZE
               " " REC-USER-ID DELIMITED BY SIZE
               " " AUDIT-ACTION DELIMITED BY SIZE
               " OLD-EXPIR=" OLD-EXPIR-TEXT DELIMITED BY SIZE
               " NEW-EXPIR=" NEW-EXPIR-TEXT DELIMITED BY SIZE
               " OPERATOR=" WS-OPERATOR DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           END-STRING.
           WRITE AUDIT-LOG-REC.

      *> Month arithmetic on TERM-BASE-DATE: count months from year
      *> zero, add the term, split back into year and month. A day
      *> past the end of the new month falls back to its last day.
       ADD-PLAN-TERM.
           COMPUTE TERM-MONTH-COUNT = TERM-BASE-YYYY * 12
               + TERM-BASE-MM - 1 + SUBSCRIPTION-TERM.
           DIVIDE TERM-MONTH-COUNT BY 12
               GIVING TERM-END-YYYY REMAINDER TERM-END-MM.
           ADD 1 TO TERM-END-MM.
           MOVE TERM-BASE-DD TO TERM-END-DD.
           MOVE MONTH-DAYS (TERM-END-MM) TO MONTH-LENGTH.
           IF TERM-END-MM = 2
               DIVIDE TERM-END-YYYY BY 4
                   GIVING LEAP-QUOTIENT REMAINDER LEAP-REM-4
               DIVIDE TERM-END-YYYY BY 100
                   GIVING LEAP-QUOTIENT REMAINDER LEAP-REM-100
               DIVIDE TERM-END-YYYY BY 400
                   GIVING LEAP-QUOTIENT REMAINDER LEAP-REM-400
               IF LEAP-REM-4 = 0
                       AND (LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0)
                   MOVE 29 TO MONTH-LENGTH
               END-IF
           END-IF.
           IF TERM-END-DD > MONTH-LENGTH
               MOVE MONTH-LENGTH TO TERM-END-DD
           END-IF.

      *> Integer Julian-day-number formula; see AR-AGING for the
      *> derivation notes.
       CONVERT-DATE-TO-DAYS.
           COMPUTE CNV-M14 = (CNV-MM - 14) / 12.
           COMPUTE CNV-DAY-NUM =
               CNV-DD - 32075
               + (1461 * (CNV-YYYY + 4800 + CNV-M14)) / 4
               + (367 * (CNV-MM - 2 - CNV-M14 * 12)) / 12
               - (3 * ((CNV-YYYY + 4900 + CNV-M14) / 100)) / 4.

      *> The trailer is what the bank ties its own total back to.
      *> A rerun the same night must not lose what the earlier run
      *> already handed to the bank - those subscribers are renewed
      *> and will not be collected again. When the file still starts
      *> with tonight's header the run is appended as its own
      *> header/trailer batch; anything older is last night's and is
      *> replaced.
       OPEN-COLLECTIONS.
           MOVE 0 TO COLLECT-SAME-NIGHT.
           OPEN INPUT DD-COLLECTIONS.
           IF COLLECT-STATUS NOT = "35"
               READ DD-COLLECTIONS
                   NOT AT END
                       IF DD-COLLECTIONS-REC (1:1) = "H"
                               AND DD-COLLECTIONS-REC (2:8) = WS-TODAY
                           MOVE 1 TO COLLECT-SAME-NIGHT
                       END-IF
               END-READ
               CLOSE DD-COLLECTIONS
           END-IF.
           IF COLLECT-IS-SAME-NIGHT
               OPEN EXTEND DD-COLLECTIONS
               IF COLLECT-STATUS = "35"
                   OPEN OUTPUT DD-COLLECTIONS
               END-IF
           ELSE
               OPEN OUTPUT DD-COLLECTIONS
           END-IF.

       TERMINATE-RUN.
           MOVE RENEWED-COUNT TO CT-COUNT.
           COMPUTE CT-TOTAL-CENTS = TOTAL-COLLECT-AMOUNT * 100.
           MOVE COLLECT-TRAILER TO DD-COLLECTIONS-REC.
           WRITE DD-COLLECTIONS-REC.
           CLOSE DD-COLLECTIONS.
           CLOSE TRANSACTIONS-IN.
           CLOSE AR-JOURNAL.
           CLOSE AUDIT-LOG.
           CLOSE AR-LEDGER.
           IF MANDATES-AVAILABLE
               CLOSE MANDATES
           END-IF.
           IF PLANS-AVAILABLE
               CLOSE PLANS
           END-IF.

       PRINT-RUN-SUMMARY.
           DISPLAY "RENEWED AND COLLECTED..: " RENEWED-COUNT.
           DISPLAY "AMOUNT COLLECTED.......: " TOTAL-COLLECT-AMOUNT.
           DISPLAY "NOT YET DUE............: " NOT-DUE-COUNT.
           DISPLAY "RENEW BY HAND, SKIPPED.: " BY-HAND-SKIP-COUNT.
           DISPLAY "SUSPENDED, SKIPPED.....: " SUSPENDED-SKIP-COUNT.
           DISPLAY "UNDELIVERABLE, SKIPPED.: " UNDELIVERABLE-SKIP-COUNT.
           DISPLAY "NO ACTIVE MANDATE......: " NO-MANDATE-SKIP-COUNT.
           DISPLAY "PLAN NOT FOUND.........: " NO-PLAN-SKIP-COUNT.
           DISPLAY "FAILED.................: " FAILED-COUNT.

       END PROGRAM DD-RENEWAL.
