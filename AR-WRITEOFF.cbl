      ******************************************************************
      * Author: Alex G. B.
      * Date: May 17, 2022
      * Purpose: Bad-debt write-off. AR-SUSPEND stops the service at
      *          90 days, but the AR-LEDGER item it suspended for stays
      *          open for ever, inflating AR-AGING's 90-plus bucket
      *          and the AR-STATEMENTS control page with money that
      *          is never coming. This program lets a supervisor
      *          write items off - every open item past a second,
      *          longer threshold (default 180 days), or one item
      *          picked by number. A written-off item takes status W
      *          (see ARREC.cpy), neither open nor paid, and keeps
      *          its paid amount as it stood. Each write-off is
      *          journaled WRTOFF to AR-JOURNAL with the unpaid
      *          balance, audited to AUDIT-LOG, and raises a negative
      *          SUB transaction for that balance on TRANSACTIONS-IN,
      *          so the next TRANSACTIONS-IVA run taxes it as a
      *          credit and the output IVA already declared on the
      *          unpaid fee comes back in the next IVA-DECLARATION.
      *          The write-off register lists every WRTOFF line on
      *          the journal to WRITEOFF-REGISTER for the accountant.
      *          Sign-on against OPERATORS-DB, the same pattern as
      *          AR-PAYMENTS; the supervisor role is required.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * May 17, 2022  AGB  Original.
      * Jun 14, 2022  AGB  The IVA credit is raised as a rectifying
      *                   invoice: it carries the subscriber's user id
      *                   and quotes the F invoice the written-off
      *                   billing went out under, found on
      *                   TRANSACTIONS-HISTORY (number zero for a
      *                   billing invoiced before the series began).
      *                   Record widened to 67 bytes (see TRANREC.cpy).
      * Jul 19, 2022  AGB  The credit is raised with the IVA flag of the
      *                   billing written off: subscription fees are now
      *                   billed IVA-inclusive, so the balance of such
      *                   an item already carries its IVA. The register
      *                   works out each line's IVA on the same basis.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-WRITEOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AR-ITEM-NUM
               FILE STATUS IS AR-STATUS.

           SELECT AR-JOURNAL ASSIGN TO "AR-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.

           SELECT TRANSACTIONS-IN ASSIGN TO "TRANSACTIONS-IN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT TRANSACTIONS-HISTORY ASSIGN TO "TRANSACTIONS-HISTORY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-STATUS.

           SELECT WRITEOFF-REGISTER ASSIGN TO "WRITEOFF-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.

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

      *> Flat record - see JRNREC.cpy for the layout moved in and out
      *> of JRN-ENTRY on every read and write.
       FD  AR-JOURNAL.
       01  AR-JOURNAL-REC               PIC X(53).

      *> Flat transaction image - see TRANREC.cpy; the 67 bytes must
      *> stay in step with that layout's length.
       FD  TRANSACTIONS-IN.
       01  TRANSACTIONS-IN-REC          PIC X(67).

      *> Run date in front of the transaction image, as
      *> TRANSACTIONS-IVA appends it - read here only to find the
      *> invoice the written-off billing was issued under.
       FD  TRANSACTIONS-HISTORY.
       01  TRANSACTIONS-HIST-REC.
       05      HIST-RUN-DATE           PIC 9(8).
       05      HIST-TXN-IMAGE          PIC X(67).

       FD  WRITEOFF-REGISTER.
       01  REGISTER-REC                 PIC X(80).

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

           COPY "TRANREC.cpy".

       77  AR-STATUS       PIC XX.
       77  JRN-STATUS      PIC XX.
       77  TRANS-STATUS    PIC XX.
       77  HIST-STATUS     PIC XX.
       77  REG-STATUS      PIC XX.
       77  OPR-STATUS      PIC XX.
       77  AUDIT-STATUS    PIC XX.

       77  AR-EOF          PIC 9.
       88      AR-EOF-REACHED VALUE 1.
       77  JRN-EOF         PIC 9.
       88      JRN-EOF-REACHED VALUE 1.
       77  HIST-EOF        PIC 9.
       88      HIST-EOF-REACHED VALUE 1.

       77  MENU-CHOICE     PIC X.
       77  CONFIRM-IN      PIC X.
       88      CONFIRMED VALUE "Y" "y".

       77  WS-TODAY        PIC 9(8).
       77  WS-TODAY-DMY    PIC 9(8).

       77  WS-OPERATOR     PIC X(10).
       77  SIGNON-PASSWORD PIC X(10).
       77  OPERATOR-ROLE   PIC X.
       88      OPERATOR-IS-SUPERVISOR VALUE "S".
       77  SIGNON-OK       PIC 9 VALUE 0.
       88      SIGNED-ON VALUE 1.
       77  SIGNON-TRY      PIC 9.

       77  AUDIT-USER-ID   PIC 9(7).
       77  AUDIT-ACTION    PIC X(6).
       77  OLD-EXPIR-TEXT  PIC X(10).
       77  NEW-EXPIR-TEXT  PIC X(10).

      *> 0 at the prompt takes 180 days. Anything at or under the 90
      *> days AR-SUSPEND works to is refused - that debt is still
      *> being chased by phone, not given up on.
       77  THRESHOLD-IN    PIC 9(3).
       77  THRESHOLD-DAYS  PIC 9(3).
       77  SUSPEND-DAYS    PIC 9(3) VALUE 90.
       77  THRESHOLD-OK    PIC 9.
       88      THRESHOLD-ACCEPTED VALUE 1.

       77  ITEM-NUM-IN     PIC 9(7).

       77  TODAY-DAY-NUM   PIC S9(9) COMP-4.
       77  BILL-DAY-NUM    PIC S9(9) COMP-4.
       77  ITEM-AGE-DAYS   PIC S9(5) COMP-4.

      *> Inputs and output of CONVERT-DATE-TO-DAYS - the same integer
      *> Julian-day formula as AR-AGING.
       01  CNV-DATE        PIC 9(8).
       01  CNV-DATE-R REDEFINES CNV-DATE.
       05      CNV-YYYY    PIC 9(4).
       05      CNV-MM      PIC 99.
       05      CNV-DD      PIC 99.
       77  CNV-DAY-NUM     PIC S9(9) COMP-4.
       77  CNV-M14         PIC S9(4) COMP-4.

       77  OPEN-BALANCE    PIC 9(7)V99 COMP-4.
       77  AMOUNT-EDIT     PIC Z(6)9.99.

      *> The credit raised for a write-off goes out under the product
      *> RETEK-REGISTER bills subscriptions as, so TRANSACTIONS-IVA
      *> taxes it at the same rate the billing was taxed at.
       77  WRITEOFF-PRODUCT-ID PIC AAA999999 VALUE "SUB000001".

      *> The F invoice the written-off billing went out under, quoted
      *> on the credit as the invoice it rectifies.
       01  BILLING-INVOICE.
       05      BILLING-INV-SERIES  PIC X.
       05      BILLING-INV-YEAR    PIC 9(4).
       05      BILLING-INV-NUM     PIC 9(6).
      *> The IVA flag the written-off billing went in under, so the
      *> credit is raised the same way: IVA-inclusive for a billing
      *> of the plan fee as the subscriber pays it, IVA on top for
      *> one billed ex-IVA before that (the AR item then carries
      *> the net, and so does its balance). A billing not found on
      *> history predates the invoice series, and was billed net.
       77  BILLING-IVA-BASIS   PIC 9.
       88      BILLING-IVA-INCLUDED VALUE 1.

      *> The rate TRANSACTIONS-IVA charges category SUB (it is not in
      *> the reduced-rate table, so it is the general rate). Used
      *> only to show the accountant the IVA each write-off brings
      *> back; the real figure comes out of the batch.
       77  SUB-IVA-RATE    PIC 99 VALUE 21.
       77  IVA-RECOVERED   PIC S9(7)V99 COMP-4.
       77  NET-RECOVERED   PIC S9(7)V99 COMP-4.

       77  CANDIDATE-COUNT PIC 9(5).
       77  CANDIDATE-TOTAL PIC 9(8)V99 COMP-4.
       77  WRITTEN-COUNT   PIC 9(5).
       77  WRITTEN-TOTAL   PIC 9(8)V99 COMP-4.

       77  REGISTER-COUNT  PIC 9(5).
       77  REGISTER-TOTAL  PIC S9(8)V99 COMP-4.
       77  REGISTER-IVA-TOTAL PIC S9(8)V99 COMP-4.

      *> One register line per WRTOFF journal line.
       01  REG-DETAIL-LINE.
       05      REG-DATE        PIC 9(8).
       05      FILLER          PIC X(6)  VALUE " ITEM ".
       05      REG-ITEM-NUM    PIC 9(7).
       05      FILLER          PIC X(6)  VALUE " USER ".
       05      REG-USER-ID     PIC 9(7).
       05      FILLER          PIC X     VALUE SPACE.
       05      REG-AMOUNT      PIC -ZZZZZZ9.99.
       05      FILLER          PIC X(5)  VALUE " IVA ".
       05      REG-IVA         PIC -ZZZZZ9.99.
       05      FILLER          PIC X(4)  VALUE " BY ".
       05      REG-OPERATOR    PIC X(10).

       01  REG-COUNT-LINE.
       05      REG-COUNT-TEXT  PIC X(24).
       05      REG-COUNT       PIC ZZZZ9.

       01  REG-TOTAL-LINE.
       05      REG-TOTAL-TEXT  PIC X(24).
       05      REG-TOTAL-AMOUNT PIC -ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON.
           IF SIGNED-ON
               IF OPERATOR-IS-SUPERVISOR
                   PERFORM SHOW-MENU
                       UNTIL MENU-CHOICE = "X" OR MENU-CHOICE = "x"
               ELSE
                   DISPLAY "SUPERVISOR ROLE REQUIRED"
               END-IF
           END-IF.
           STOP RUN.

      *> Same three-tries sign-on as AR-PAYMENTS - the journal and
      *> the audit trail both record who wrote the debt off, so the
      *> operator id has to be a verified one.
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

      *> Same seed-on-first-use as RETEK-REGISTER, so a shop that has
      *> never set operators up can still get in and change ADMIN.
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

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - LIST WRITE-OFF CANDIDATES".
           DISPLAY "2 - WRITE OFF EVERY CANDIDATE".
           DISPLAY "3 - WRITE OFF ONE ITEM".
           DISPLAY "4 - PRINT WRITE-OFF REGISTER".
           DISPLAY "X - EXIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1" PERFORM LIST-CANDIDATES
               WHEN "2" PERFORM WRITE-OFF-CANDIDATES
               WHEN "3" PERFORM WRITE-OFF-ONE-ITEM
               WHEN "4" PERFORM PRINT-WRITEOFF-REGISTER
               WHEN "X" CONTINUE
               WHEN "x" CONTINUE
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.

       GET-THRESHOLD.
           MOVE 0 TO THRESHOLD-OK.
           DISPLAY "THRESHOLD DAYS (3 DIGITS, 0 = 180): "
               WITH NO ADVANCING.
           ACCEPT THRESHOLD-IN.
           IF THRESHOLD-IN = 0
               MOVE 180 TO THRESHOLD-DAYS
           ELSE
               MOVE THRESHOLD-IN TO THRESHOLD-DAYS
           END-IF.
           IF THRESHOLD-DAYS > SUSPEND-DAYS
               MOVE 1 TO THRESHOLD-OK
           ELSE
               DISPLAY "THRESHOLD MUST BE OVER THE " SUSPEND-DAYS
                   " DAYS AR-SUSPEND WORKS TO"
           END-IF.

      *> Every open item older than the threshold, with its unpaid
      *> balance - what option 2 would write off. Nothing is changed.
       LIST-CANDIDATES.
           PERFORM GET-THRESHOLD.
           IF THRESHOLD-ACCEPTED
               PERFORM SET-TODAY-DAY-NUM
               MOVE 0 TO CANDIDATE-COUNT
               MOVE 0 TO CANDIDATE-TOTAL
               OPEN INPUT AR-LEDGER
               PERFORM START-LEDGER-SCAN
               PERFORM UNTIL AR-EOF-REACHED
                   READ AR-LEDGER NEXT RECORD
                       AT END MOVE 1 TO AR-EOF
                   END-READ
                   IF NOT AR-EOF-REACHED AND AR-ITEM-OPEN
                       PERFORM AGE-CURRENT-ITEM
                       IF ITEM-AGE-DAYS > THRESHOLD-DAYS
                           ADD 1 TO CANDIDATE-COUNT
                           ADD OPEN-BALANCE TO CANDIDATE-TOTAL
                           DISPLAY "ITEM " AR-ITEM-NUM " USER "
                               AR-USER-ID " BILLED " AR-BILL-DATE
                               " AGE " ITEM-AGE-DAYS
                               " OWES " OPEN-BALANCE
                       END-IF
                   END-IF
               END-PERFORM
               IF AR-STATUS NOT = "35"
                   CLOSE AR-LEDGER
               END-IF
               DISPLAY "CANDIDATES: " CANDIDATE-COUNT
                   " TOTAL " CANDIDATE-TOTAL
           END-IF.

      *> The whole past-threshold population in one pass, after one
      *> confirmation - the same items option 1 lists.
       WRITE-OFF-CANDIDATES.
           PERFORM GET-THRESHOLD.
           IF THRESHOLD-ACCEPTED
               DISPLAY "WRITE OFF EVERY OPEN ITEM OVER "
                   THRESHOLD-DAYS " DAYS (Y/N): " WITH NO ADVANCING
               ACCEPT CONFIRM-IN
               IF CONFIRMED
                   PERFORM WRITE-OFF-PAST-THRESHOLD
               ELSE
                   DISPLAY "NOTHING WRITTEN OFF"
               END-IF
           END-IF.

       WRITE-OFF-PAST-THRESHOLD.
           PERFORM SET-TODAY-DAY-NUM.
           MOVE 0 TO WRITTEN-COUNT.
           MOVE 0 TO WRITTEN-TOTAL.
           OPEN I-O AR-LEDGER.
           PERFORM START-LEDGER-SCAN.
           PERFORM UNTIL AR-EOF-REACHED
               READ AR-LEDGER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF
               END-READ
               IF NOT AR-EOF-REACHED AND AR-ITEM-OPEN
                   PERFORM AGE-CURRENT-ITEM
                   IF ITEM-AGE-DAYS > THRESHOLD-DAYS
                       PERFORM WRITE-OFF-CURRENT-ITEM
                   END-IF
               END-IF
           END-PERFORM.
           IF AR-STATUS NOT = "35"
               CLOSE AR-LEDGER
           END-IF.
           DISPLAY "ITEMS WRITTEN OFF: " WRITTEN-COUNT
               " TOTAL " WRITTEN-TOTAL.

      *> A hand-picked item is written off whatever its age - the
      *> subscriber has gone bust, or died, or cannot be found. It
      *> still has to be open.
       WRITE-OFF-ONE-ITEM.
           DISPLAY "ITEM NUMBER (7 DIGITS): " WITH NO ADVANCING.
           ACCEPT ITEM-NUM-IN.
           MOVE 0 TO WRITTEN-COUNT.
           MOVE 0 TO WRITTEN-TOTAL.
           OPEN I-O AR-LEDGER.
           IF AR-STATUS = "35"
               DISPLAY "NO LEDGER ON FILE - NOTHING TO WRITE OFF"
           ELSE
               MOVE ITEM-NUM-IN TO AR-ITEM-NUM
               READ AR-LEDGER
                   INVALID KEY
                       DISPLAY "NO SUCH ITEM"
                   NOT INVALID KEY
                       PERFORM CONFIRM-ONE-ITEM
               END-READ
               CLOSE AR-LEDGER
           END-IF.

       CONFIRM-ONE-ITEM.
           IF NOT AR-ITEM-OPEN
               DISPLAY "ITEM IS NOT OPEN - NOTHING WRITTEN OFF"
           ELSE
               COMPUTE OPEN-BALANCE = AR-BILL-AMOUNT - AR-PAID-AMOUNT
               DISPLAY "ITEM " AR-ITEM-NUM " USER " AR-USER-ID
                   " BILLED " AR-BILL-DATE " OWES " OPEN-BALANCE
               DISPLAY "WRITE IT OFF (Y/N): " WITH NO ADVANCING
               ACCEPT CONFIRM-IN
               IF CONFIRMED
                   PERFORM WRITE-OFF-CURRENT-ITEM
               ELSE
                   DISPLAY "NOTHING WRITTEN OFF"
               END-IF
           END-IF.

      *> The ledger item currently in the buffer is closed W with its
      *> paid amount untouched, then the unpaid balance is journaled,
      *> credited back through TRANSACTIONS-IN and audited - in that
      *> order, and only once the REWRITE has taken.
       WRITE-OFF-CURRENT-ITEM.
           COMPUTE OPEN-BALANCE = AR-BILL-AMOUNT - AR-PAID-AMOUNT.
           MOVE "W" TO AR-ITEM-STATUS.
           REWRITE AR-ITEM
               INVALID KEY
                   DISPLAY "WRITE-OFF FAILED ON ITEM " AR-ITEM-NUM
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-COUNT
                   ADD OPEN-BALANCE TO WRITTEN-TOTAL
                   PERFORM JOURNAL-WRITE-OFF
                   PERFORM RAISE-IVA-CREDIT
                   PERFORM AUDIT-WRITE-OFF
                   DISPLAY "ITEM " AR-ITEM-NUM " USER " AR-USER-ID
                       " WRITTEN OFF " OPEN-BALANCE
           END-REWRITE.

       JOURNAL-WRITE-OFF.
           MOVE AR-ITEM-NUM TO JRN-ITEM-NUM.
           MOVE AR-USER-ID TO JRN-USER-ID.
           MOVE OPEN-BALANCE TO JRN-AMOUNT.
           MOVE "WRTOFF" TO JRN-ACTION.
           PERFORM WRITE-JOURNAL-ENTRY.

      *> A negative SUB line queued the same way RETEK-REGISTER queues
      *> a billing, with the IVA flag the billing had - TRANSACTIONS-
      *> IVA taxes it as a credit note and it nets the recovered IVA
      *> out of the next declaration, and the credit's gross is the
      *> balance written off the receivable. A service moves no
      *> stock, so no quantity.
      *> The credit is a rectifying invoice, so it carries the
      *> subscriber and the invoice it rectifies.
       RAISE-IVA-CREDIT.
           PERFORM FIND-BILLING-INVOICE.
           STRING WS-TODAY (7:2) WS-TODAY (5:2) WS-TODAY (1:4)
               INTO WS-TODAY-DMY
           END-STRING.
           OPEN EXTEND TRANSACTIONS-IN.
           IF TRANS-STATUS = "35"
               OPEN OUTPUT TRANSACTIONS-IN
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WRITEOFF-PRODUCT-ID TO TRANSACTION-PRODUCT-ID.
           MOVE WS-TODAY-DMY TO TRANSACTION-DATE.
           COMPUTE TRANSACTION-AMMOUNT = 0 - OPEN-BALANCE.
           MOVE BILLING-IVA-BASIS TO TRANSACTION-IVA.
           MOVE 0 TO TRANSACTION-QUANTITY.
           MOVE AR-USER-ID TO TRANSACTION-USER-ID.
           MOVE BILLING-INVOICE TO TRANSACTION-ORIG-INVOICE.
           MOVE TRANSACTION-RECORD TO TRANSACTIONS-IN-REC.
           WRITE TRANSACTIONS-IN-REC.
           CLOSE TRANSACTIONS-IN.

      *> The ledger item does not record its invoice number, but the
      *> billing that opened it is on TRANSACTIONS-HISTORY: an F
      *> invoice on a SUB product to the same subscriber, dated the
      *> bill date, for the billed amount - the gross of an IVA-
      *> inclusive billing, the net of one taxed on top. It also
      *> gives the billing's IVA flag. A billing invoiced before
      *> the series began has no number - it is quoted as number
      *> zero of its bill year, as SALES-ENTRY does for such a sale.
       FIND-BILLING-INVOICE.
           MOVE "F" TO BILLING-INV-SERIES.
           MOVE AR-BILL-DATE TO CNV-DATE.
           MOVE CNV-YYYY TO BILLING-INV-YEAR.
           MOVE 0 TO BILLING-INV-NUM.
           MOVE 0 TO BILLING-IVA-BASIS.
           MOVE 0 TO HIST-EOF.
           OPEN INPUT TRANSACTIONS-HISTORY.
           IF HIST-STATUS = "35"
               MOVE 1 TO HIST-EOF
           END-IF.
           PERFORM UNTIL HIST-EOF-REACHED
               READ TRANSACTIONS-HISTORY
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END PERFORM MATCH-BILLING-INVOICE
               END-READ
           END-PERFORM.
           IF HIST-STATUS NOT = "35"
               CLOSE TRANSACTIONS-HISTORY
           END-IF.

       MATCH-BILLING-INVOICE.
           MOVE HIST-TXN-IMAGE TO TRANSACTION-RECORD.
           IF TRANSACTION-INV-IS-INVOICE
                   AND TRANSACTION-CATEGORY = WRITEOFF-PRODUCT-ID (1:3)
                   AND TRANSACTION-USER-ID = AR-USER-ID
                   AND TRANSACTION-DATE-DD = CNV-DD
                   AND TRANSACTION-DATE-MM = CNV-MM
                   AND TRANSACTION-DATE-YYYY = CNV-YYYY
                   AND ((TRANSACTION-IVA-APPLYED
                       AND TRANSACTION-GROSS-AMOUNT = AR-BILL-AMOUNT)
                   OR (TRANSACTION-IVA-NOT-APPLYED
                       AND TRANSACTION-AMMOUNT = AR-BILL-AMOUNT))
               MOVE TRANSACTION-INVOICE TO BILLING-INVOICE
               MOVE TRANSACTION-IVA TO BILLING-IVA-BASIS
               MOVE 1 TO HIST-EOF
           END-IF.

      *> The item number goes in the old-value slot and the amount
      *> written off in the new-value slot, the way AR-SUSPENSE-WORK
      *> audits a clearing.
       AUDIT-WRITE-OFF.
           MOVE AR-USER-ID TO AUDIT-USER-ID.
           MOVE SPACES TO OLD-EXPIR-TEXT.
           MOVE AR-ITEM-NUM TO OLD-EXPIR-TEXT.
           MOVE OPEN-BALANCE TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO NEW-EXPIR-TEXT.
           MOVE "WRTOFF" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.

      *> Lists every WRTOFF line ever journaled, with the IVA it
      *> brings back, and totals - recreated each time it is printed.
      *> No journal yet means nothing has ever been written off.
       PRINT-WRITEOFF-REGISTER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO REGISTER-COUNT.
           MOVE 0 TO REGISTER-TOTAL.
           MOVE 0 TO REGISTER-IVA-TOTAL.
           OPEN OUTPUT WRITEOFF-REGISTER.
           MOVE SPACES TO REGISTER-REC.
           STRING "BAD-DEBT WRITE-OFF REGISTER AS OF " WS-TODAY
               DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE ALL "=" TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE 0 TO JRN-EOF.
           OPEN INPUT AR-LEDGER.
           OPEN INPUT AR-JOURNAL.
           IF JRN-STATUS = "35"
               MOVE 1 TO JRN-EOF
           END-IF.
           PERFORM UNTIL JRN-EOF-REACHED
               READ AR-JOURNAL
                   AT END MOVE 1 TO JRN-EOF
                   NOT AT END PERFORM REGISTER-JOURNAL-LINE
               END-READ
           END-PERFORM.
           IF JRN-STATUS NOT = "35"
               CLOSE AR-JOURNAL
           END-IF.
           IF AR-STATUS NOT = "35"
               CLOSE AR-LEDGER
           END-IF.
           MOVE ALL "-" TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE "ITEMS WRITTEN OFF.....: " TO REG-COUNT-TEXT.
           MOVE REGISTER-COUNT TO REG-COUNT.
           MOVE REG-COUNT-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE "TOTAL WRITTEN OFF.....: " TO REG-TOTAL-TEXT.
           MOVE REGISTER-TOTAL TO REG-TOTAL-AMOUNT.
           MOVE REG-TOTAL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE "IVA RECOVERED.........: " TO REG-TOTAL-TEXT.
           MOVE REGISTER-IVA-TOTAL TO REG-TOTAL-AMOUNT.
           MOVE REG-TOTAL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.
           CLOSE WRITEOFF-REGISTER.
           DISPLAY "WRITE-OFF REGISTER WRITTEN: " REGISTER-COUNT
               " ITEMS, TOTAL " REGISTER-TOTAL.

      *> The IVA is worked out the way TRANSACTIONS-IVA works it on
      *> the credit line - backed out of the balance when the item's
      *> billing was IVA-inclusive (TRANSACTION-WITH-IVA), added on
      *> top when it was billed net (TRANSACTION-PROC) - so the
      *> register agrees with the batch.
       REGISTER-JOURNAL-LINE.
           MOVE AR-JOURNAL-REC TO JRN-ENTRY.
           IF JRN-IS-WRITE-OFF
               PERFORM FIND-WRITTEN-OFF-BASIS
               IF BILLING-IVA-INCLUDED
                   COMPUTE NET-RECOVERED ROUNDED =
                       JRN-AMOUNT / (1 + (SUB-IVA-RATE / 100))
                   COMPUTE IVA-RECOVERED =
                       JRN-AMOUNT - NET-RECOVERED
               ELSE
                   COMPUTE IVA-RECOVERED ROUNDED =
                       (JRN-AMOUNT * SUB-IVA-RATE) / 100
               END-IF
               ADD 1 TO REGISTER-COUNT
               ADD JRN-AMOUNT TO REGISTER-TOTAL
               ADD IVA-RECOVERED TO REGISTER-IVA-TOTAL
               MOVE JRN-DATE TO REG-DATE
               MOVE JRN-ITEM-NUM TO REG-ITEM-NUM
               MOVE JRN-USER-ID TO REG-USER-ID
               MOVE JRN-AMOUNT TO REG-AMOUNT
               MOVE IVA-RECOVERED TO REG-IVA
               MOVE JRN-OPERATOR TO REG-OPERATOR
               MOVE REG-DETAIL-LINE TO REGISTER-REC
               WRITE REGISTER-REC
           END-IF.

      *> The written-off item's billing basis, found the same way the
      *> write-off found it when the credit was raised.
       FIND-WRITTEN-OFF-BASIS.
           MOVE 0 TO BILLING-IVA-BASIS.
           IF AR-STATUS NOT = "35"
               MOVE JRN-ITEM-NUM TO AR-ITEM-NUM
               READ AR-LEDGER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM FIND-BILLING-INVOICE
               END-READ
           END-IF.

      *> No AR-LEDGER yet (status "35") means nothing has ever been
      *> billed, so there is nothing to scan.
       START-LEDGER-SCAN.
           MOVE 0 TO AR-EOF.
           IF AR-STATUS = "35"
               MOVE 1 TO AR-EOF
           ELSE
               MOVE 0 TO AR-ITEM-NUM
               START AR-LEDGER KEY IS GREATER THAN AR-ITEM-NUM
                   INVALID KEY MOVE 1 TO AR-EOF
               END-START
           END-IF.

       AGE-CURRENT-ITEM.
           MOVE AR-BILL-DATE TO CNV-DATE.
           PERFORM CONVERT-DATE-TO-DAYS.
           MOVE CNV-DAY-NUM TO BILL-DAY-NUM.
           COMPUTE ITEM-AGE-DAYS = TODAY-DAY-NUM - BILL-DAY-NUM.
           COMPUTE OPEN-BALANCE = AR-BILL-AMOUNT - AR-PAID-AMOUNT.

       SET-TODAY-DAY-NUM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO CNV-DATE.
           PERFORM CONVERT-DATE-TO-DAYS.
           MOVE CNV-DAY-NUM TO TODAY-DAY-NUM.

      *> Integer Julian-day-number formula, the same as AR-AGING.
       CONVERT-DATE-TO-DAYS.
           COMPUTE CNV-M14 = (CNV-MM - 14) / 12.
           COMPUTE CNV-DAY-NUM =
               CNV-DD - 32075
               + (1461 * (CNV-YYYY + 4800 + CNV-M14)) / 4
               + (367 * (CNV-MM - 2 - CNV-M14 * 12)) / 12
               - (3 * ((CNV-YYYY + 4900 + CNV-M14) / 100)) / 4.

      *> AR-JOURNAL is a running append-only history - open EXTEND to
      *> add to it, falling back to OUTPUT the first time, the same
      *> pattern as AR-PAYMENTS. The caller sets the item, user,
      *> amount and action.
       WRITE-JOURNAL-ENTRY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND AR-JOURNAL.
           IF JRN-STATUS = "35"
               OPEN OUTPUT AR-JOURNAL
           END-IF.
           MOVE WS-TODAY TO JRN-DATE.
           MOVE WS-OPERATOR TO JRN-OPERATOR.
           MOVE JRN-ENTRY TO AR-JOURNAL-REC.
           WRITE AR-JOURNAL-REC.
           CLOSE AR-JOURNAL.

       WRITE-AUDIT-ENTRY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
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

       END PROGRAM AR-WRITEOFF.
