      ******************************************************************
      * Author: Alex G. B.
      * Date: May 03, 2022
      * Purpose: Unapplied-cash workbench. AR-CASH-APPLY parks every
      *          bank receipt it cannot match on AR-SUSPENSE with a
      *          reason code, and until now the only way to clear one
      *          was to edit the receipt image by hand and feed it
      *          back through BANK-RECEIPTS. This program lists what
      *          is in suspense with its age and amount and lets a
      *          supervisor clear an entry one of three ways: apply
      *          it to a named user (open items oldest first, the
      *          same rule as AR-CASH-APPLY) or AR-LEDGER item, hold
      *          it as a credit on account for a user, or mark it for
      *          refund to the payer. Each clearing is journaled to
      *          AR-JOURNAL (SUSAPL, ONACCT, REFUND - see JRNREC.cpy)
      *          and audited to AUDIT-LOG, and the entry stays on
      *          AR-SUSPENSE stamped with how, when and by whom it
      *          was cleared. A balance report ties the file's total
      *          back to the cash AR-CASH-APPLY suspended, run date
      *          by run date, and checks the cleared totals against
      *          the journal. Sign-on against OPERATORS-DB, the same
      *          pattern as AR-PAYMENTS; the supervisor role is
      *          required.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * May 03, 2022  AGB  Original.
      * May 17, 2022  AGB  AR-LEDGER and AR-JOURNAL layouts gain the
      *                   written-off status and the WRTOFF action (see
      *                   ARREC.cpy, JRNREC.cpy). Suspense cash still
      *                   only applies to open items, so an item
      *                   AR-WRITEOFF has written off is refused like a
      *                   paid one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-SUSPENSE-WORK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-SUSPENSE ASSIGN TO "AR-SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-STATUS.

           SELECT SUSPENSE-BACKOUT ASSIGN TO "AR-SUSPENSE-BAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-BAK-STATUS.

           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AR-ITEM-NUM
               FILE STATUS IS AR-STATUS.

           SELECT USERS ASSIGN TO "USERS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REC-USER-ID
               ALTERNATE RECORD KEY IS REC-USER-EMAIL
               FILE STATUS IS USERS-STATUS.

           SELECT AR-JOURNAL ASSIGN TO "AR-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.

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
      *> Flat record - see SUSREC.cpy for the layout moved in and out
      *> of SUSP-ENTRY on every read and write.
       FD  AR-SUSPENSE.
       01  AR-SUSPENSE-REC              PIC X(67).

      *> Working copy of the suspense file while an entry is being
      *> rewritten - the same two-pass copy TRANSACTIONS-IVA uses to
      *> back a dead run out of the history, and left behind the
      *> same way as the fallback copy.
       FD  SUSPENSE-BACKOUT.
       01  SUSPENSE-BACKOUT-REC         PIC X(67).

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

      *> Flat record - see JRNREC.cpy for the layout moved in and out
      *> of JRN-ENTRY on every read and write.
       FD  AR-JOURNAL.
       01  AR-JOURNAL-REC               PIC X(53).

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

       77  SUSP-STATUS     PIC XX.
       77  SUSP-BAK-STATUS PIC XX.
       77  AR-STATUS       PIC XX.
       77  USERS-STATUS    PIC XX.
       77  JRN-STATUS      PIC XX.
       77  OPR-STATUS      PIC XX.
       77  AUDIT-STATUS    PIC XX.

       77  SUSP-EOF        PIC 9.
       88      SUSP-EOF-REACHED VALUE 1.
       77  AR-EOF          PIC 9.
       88      AR-EOF-REACHED VALUE 1.
       77  JRN-EOF         PIC 9.
       88      JRN-EOF-REACHED VALUE 1.

       77  MENU-CHOICE     PIC X.

       77  WS-TODAY        PIC 9(8).

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

      *> Entries are numbered by their position on AR-SUSPENSE. A
      *> cleared entry is never removed, so the numbers the list
      *> shows stay good for the whole session.
       77  ENTRY-SEQ       PIC 9(5).
       77  PICKED-NUM      PIC 9(5).
       77  PICKED-FOUND    PIC 9.
       88      PICKED-IS-CLEARABLE VALUE 1.

      *> The picked entry as read, the entry as cleared, and - when
      *> only part of the cash could be applied - a new uncleared
      *> entry carrying the rest, appended at the end of the file.
       77  PICKED-ENTRY    PIC X(67).
       77  RESOLVED-ENTRY  PIC X(67).
       77  REMAINDER-ENTRY PIC X(67).
       77  REMAINDER-FLAG  PIC 9.
       88      REMAINDER-PENDING VALUE 1.

       77  ENTRY-AMOUNT     PIC 9(7)V99 COMP-4.
       77  REMAINING-AMOUNT PIC 9(7)V99 COMP-4.
       77  APPLY-AMOUNT     PIC 9(7)V99 COMP-4.
       77  APPLIED-TOTAL    PIC 9(7)V99 COMP-4.
       77  OPEN-BALANCE     PIC 9(7)V99 COMP-4.
       77  AMOUNT-CENTS-OUT PIC 9(7).
       77  AMOUNT-EDIT      PIC Z(6)9.99.

      *> Where the cash is applied: U and a user id takes that user's
      *> open items oldest first, I and an item number one item.
       77  TARGET-KIND     PIC X.
       88      TARGET-IS-USER VALUE "U" "u".
       88      TARGET-IS-ITEM VALUE "I" "i".
       77  TARGET-KEY      PIC 9(7).
       77  TARGET-USER-ID  PIC 9(7).
       77  LAST-ITEM-NUM   PIC 9(7).

      *> The day the money moved, used as the pay date when an item
      *> is paid off - the bank's value date when it is readable.
       77  PAY-DATE-TO-USE PIC 9(8).

      *> Result of the oldest-open-item scan for the target user.
       77  OLDEST-FOUND     PIC 9.
       88      OLDEST-ITEM-FOUND VALUE 1.
       77  OLDEST-ITEM-NUM  PIC 9(7).
       77  OLDEST-BILL-DATE PIC 9(8).

       77  TODAY-DAY-NUM   PIC S9(9) COMP-4.
       77  SUSP-DAY-NUM    PIC S9(9) COMP-4.
       77  ENTRY-AGE-DAYS  PIC S9(5) COMP-4.

      *> Inputs and output of CONVERT-DATE-TO-DAYS - the same integer
      *> Julian-day formula as AR-AGING.
       01  CNV-DATE        PIC 9(8).
       01  CNV-DATE-R REDEFINES CNV-DATE.
       05      CNV-YYYY    PIC 9(4).
       05      CNV-MM      PIC 99.
       05      CNV-DD      PIC 99.
       77  CNV-DAY-NUM     PIC S9(9) COMP-4.
       77  CNV-M14         PIC S9(4) COMP-4.

       77  LIST-COUNT       PIC 9(5).
       77  LIST-TOTAL       PIC 9(8)V99 COMP-4.

      *> Balance report totals - every readable entry lands in
      *> exactly one state, so the four add back up to the cash
      *> suspended.
       01  BALANCE-TOTALS.
       05      OPEN-COUNT       PIC 9(5).
       05      OPEN-TOTAL       PIC 9(8)V99 COMP-4.
       05      APPLIED-COUNT    PIC 9(5).
       05      APPLIED-SUM      PIC 9(8)V99 COMP-4.
       05      ACCOUNT-COUNT    PIC 9(5).
       05      ACCOUNT-SUM      PIC 9(8)V99 COMP-4.
       05      REFUND-COUNT     PIC 9(5).
       05      REFUND-SUM       PIC 9(8)V99 COMP-4.
       05      UNREADABLE-COUNT PIC 9(5).
       05      SUSPENDED-SUM    PIC 9(8)V99 COMP-4.
       05      JRN-APPLIED-SUM  PIC S9(8)V99 COMP-4.
       05      JRN-ACCOUNT-SUM  PIC S9(8)V99 COMP-4.
       05      JRN-REFUND-SUM   PIC S9(8)V99 COMP-4.

      *> Cash suspended per AR-CASH-APPLY run date, so each line can
      *> be laid beside that run's AMOUNT SUSPENDED summary figure.
      *> A split remainder keeps its original run date, so the split
      *> never moves money between dates.
       77  RUN-DATE-COUNT  PIC 9(3).
       01  RUN-DATE-TABLE.
       05      RUN-DATE-ENTRY OCCURS 366 TIMES INDEXED BY RD-IDX.
           10  RD-DATE     PIC 9(8).
           10  RD-AMOUNT   PIC 9(8)V99 COMP-4.
       77  RUN-DATE-OVERFLOW PIC 9.
       88      RUN-DATES-OVERFLOWED VALUE 1.

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
      *> the cleared entry both record who cleared the cash, so the
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
           DISPLAY "1 - LIST UNCLEARED SUSPENSE".
           DISPLAY "2 - APPLY AN ENTRY TO A USER OR ITEM".
           DISPLAY "3 - HOLD AN ENTRY AS CREDIT ON ACCOUNT".
           DISPLAY "4 - MARK AN ENTRY FOR REFUND".
           DISPLAY "5 - SUSPENSE BALANCE REPORT".
           DISPLAY "X - EXIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1" PERFORM LIST-SUSPENSE
               WHEN "2" PERFORM CLEAR-BY-APPLYING
               WHEN "3" PERFORM CLEAR-TO-ACCOUNT
               WHEN "4" PERFORM CLEAR-BY-REFUND
               WHEN "5" PERFORM SUSPENSE-BALANCE-REPORT
               WHEN "X" CONTINUE
               WHEN "x" CONTINUE
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.

      *> Every uncleared entry with its number, reason, age in days
      *> since the run that suspended it, and amount. No AR-SUSPENSE
      *> yet (status "35") means AR-CASH-APPLY has never suspended
      *> anything.
       LIST-SUSPENSE.
           PERFORM SET-TODAY-DAY-NUM.
           MOVE 0 TO LIST-COUNT.
           MOVE 0 TO LIST-TOTAL.
           MOVE 0 TO ENTRY-SEQ.
           MOVE 0 TO SUSP-EOF.
           OPEN INPUT AR-SUSPENSE.
           IF SUSP-STATUS = "35"
               MOVE 1 TO SUSP-EOF
           END-IF.
           DISPLAY "UNCLEARED SUSPENSE AS OF " WS-TODAY.
           DISPLAY "========================================".
           PERFORM UNTIL SUSP-EOF-REACHED
               PERFORM READ-SUSPENSE-ENTRY
               IF NOT SUSP-EOF-REACHED AND SUSP-IS-UNRESOLVED
                   PERFORM LIST-ONE-ENTRY
               END-IF
           END-PERFORM.
           IF SUSP-STATUS NOT = "35"
               CLOSE AR-SUSPENSE
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "UNCLEARED ENTRIES: " LIST-COUNT
               " TOTAL " LIST-TOTAL.

      *> An entry suspended for NUM can have an amount that is not a
      *> number at all - it is listed, but only a corrected receipt
      *> resubmitted through BANK-RECEIPTS can clear it.
       LIST-ONE-ENTRY.
           ADD 1 TO LIST-COUNT.
           MOVE 0 TO ENTRY-AGE-DAYS.
           IF SUSP-SUSP-DATE > 0
               MOVE SUSP-SUSP-DATE TO CNV-DATE
               PERFORM CONVERT-DATE-TO-DAYS
               MOVE CNV-DAY-NUM TO SUSP-DAY-NUM
               COMPUTE ENTRY-AGE-DAYS = TODAY-DAY-NUM - SUSP-DAY-NUM
           END-IF.
           IF SUSP-AMOUNT-CENTS NUMERIC
               COMPUTE ENTRY-AMOUNT = SUSP-AMOUNT-CENTS / 100
               ADD ENTRY-AMOUNT TO LIST-TOTAL
               DISPLAY "ENTRY " ENTRY-SEQ " " SUSP-KIND " " SUSP-KEY
                   " REASON " SUSP-REASON
                   " SUSPENDED " SUSP-SUSP-DATE
                   " AGE " ENTRY-AGE-DAYS
                   " AMOUNT " ENTRY-AMOUNT
           ELSE
               DISPLAY "ENTRY " ENTRY-SEQ " " SUSP-RECEIPT-IMAGE
                   " REASON " SUSP-REASON
                   " AGE " ENTRY-AGE-DAYS " AMOUNT UNREADABLE"
           END-IF.

      *> One sequential read, numbered by position. An entry written
      *> before the resolution fields existed reads in space-filled
      *> behind the reason code - SPACE is already "uncleared", and
      *> the numeric fields are zeroed so the entry behaves like one
      *> suspended on an unknown date.
       READ-SUSPENSE-ENTRY.
           READ AR-SUSPENSE
               AT END MOVE 1 TO SUSP-EOF
           END-READ.
           IF NOT SUSP-EOF-REACHED
               ADD 1 TO ENTRY-SEQ
               MOVE AR-SUSPENSE-REC TO SUSP-ENTRY
               IF SUSP-SUSP-DATE NOT NUMERIC
                   MOVE 0 TO SUSP-SUSP-DATE
               END-IF
               IF SUSP-TARGET-USER NOT NUMERIC
                   MOVE 0 TO SUSP-TARGET-USER
               END-IF
               IF SUSP-TARGET-ITEM NOT NUMERIC
                   MOVE 0 TO SUSP-TARGET-ITEM
               END-IF
               IF SUSP-RESOLVED-DATE NOT NUMERIC
                   MOVE 0 TO SUSP-RESOLVED-DATE
               END-IF
           END-IF.

      *> Asks for an entry number and reads down to it. Only an
      *> uncleared entry with a readable, non-zero amount can be
      *> cleared; it is kept in PICKED-ENTRY for the rewrite.
       PICK-ENTRY.
           MOVE 0 TO PICKED-FOUND.
           MOVE 0 TO REMAINDER-FLAG.
           DISPLAY "ENTRY NUMBER (5 DIGITS): " WITH NO ADVANCING.
           ACCEPT PICKED-NUM.
           MOVE 0 TO ENTRY-SEQ.
           MOVE 0 TO SUSP-EOF.
           OPEN INPUT AR-SUSPENSE.
           IF SUSP-STATUS = "35"
               MOVE 1 TO SUSP-EOF
           END-IF.
           PERFORM READ-SUSPENSE-ENTRY
               UNTIL SUSP-EOF-REACHED OR ENTRY-SEQ = PICKED-NUM.
           IF SUSP-STATUS NOT = "35"
               CLOSE AR-SUSPENSE
           END-IF.
           EVALUATE TRUE
               WHEN PICKED-NUM = 0 OR SUSP-EOF-REACHED
                   DISPLAY "NO SUCH ENTRY"
               WHEN NOT SUSP-IS-UNRESOLVED
                   DISPLAY "ENTRY ALREADY CLEARED (" SUSP-STATE ") ON "
                       SUSP-RESOLVED-DATE " BY " SUSP-RESOLVED-BY
               WHEN SUSP-AMOUNT-CENTS NOT NUMERIC
                   DISPLAY "AMOUNT UNREADABLE - CORRECT THE RECEIPT"
                       " AND RESUBMIT IT THROUGH BANK-RECEIPTS"
               WHEN SUSP-AMOUNT-CENTS = 0
                   DISPLAY "ZERO AMOUNT - NOTHING TO CLEAR"
               WHEN OTHER
                   MOVE 1 TO PICKED-FOUND
                   MOVE SUSP-ENTRY TO PICKED-ENTRY
                   COMPUTE ENTRY-AMOUNT = SUSP-AMOUNT-CENTS / 100
                   DISPLAY "ENTRY " ENTRY-SEQ " " SUSP-KIND " "
                       SUSP-KEY " REASON " SUSP-REASON
                       " VALUE DATE " SUSP-VALUE-DATE
                       " AMOUNT " ENTRY-AMOUNT
           END-EVALUATE.

      *> Applies the entry's cash to the receivables. Whatever the
      *> target cannot absorb stays in suspense as a new OVR entry,
      *> so the cleared entry carries exactly what was applied.
       CLEAR-BY-APPLYING.
           PERFORM PICK-ENTRY.
           IF PICKED-IS-CLEARABLE
               PERFORM APPLY-PICKED-ENTRY
           END-IF.

       APPLY-PICKED-ENTRY.
           DISPLAY "APPLY TO U)SER OR I)TEM: " WITH NO ADVANCING.
           ACCEPT TARGET-KIND.
           DISPLAY "USER ID OR ITEM NUMBER (7 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT TARGET-KEY.
           IF SUSP-VALUE-DATE NUMERIC AND SUSP-VALUE-DATE > 0
               MOVE SUSP-VALUE-DATE TO PAY-DATE-TO-USE
           ELSE
               ACCEPT PAY-DATE-TO-USE FROM DATE YYYYMMDD
           END-IF.
           MOVE ENTRY-AMOUNT TO REMAINING-AMOUNT.
           MOVE 0 TO APPLIED-TOTAL.
           MOVE 0 TO TARGET-USER-ID.
           MOVE 0 TO LAST-ITEM-NUM.
           IF NOT TARGET-IS-USER AND NOT TARGET-IS-ITEM
               DISPLAY "ANSWER U OR I"
           ELSE
               OPEN I-O AR-LEDGER
               IF AR-STATUS = "35"
                   DISPLAY "NO LEDGER ON FILE - NOTHING TO APPLY TO"
               ELSE
                   IF TARGET-IS-ITEM
                       PERFORM APPLY-TO-NAMED-ITEM
                   ELSE
                       PERFORM APPLY-TO-NAMED-USER
                   END-IF
                   CLOSE AR-LEDGER
               END-IF
           END-IF.
           IF APPLIED-TOTAL > 0
               PERFORM RECORD-APPLICATION
           END-IF.

       APPLY-TO-NAMED-ITEM.
           MOVE TARGET-KEY TO AR-ITEM-NUM.
           READ AR-LEDGER
               INVALID KEY
                   DISPLAY "NO SUCH ITEM"
               NOT INVALID KEY
                   IF AR-ITEM-OPEN
                       PERFORM APPLY-TO-CURRENT-ITEM
                   ELSE
                       DISPLAY "ITEM IS NOT OPEN - NOTHING APPLIED"
                   END-IF
           END-READ.

      *> Oldest open item first until the cash is used up or the
      *> user has no open items left - the AR-CASH-APPLY rule.
       APPLY-TO-NAMED-USER.
           PERFORM FIND-OLDEST-OPEN-ITEM.
           IF NOT OLDEST-ITEM-FOUND
               DISPLAY "USER HAS NO OPEN ITEMS - HOLD THE CASH ON"
                   " ACCOUNT INSTEAD"
           END-IF.
           PERFORM APPLY-TO-OLDEST-ITEM
               UNTIL NOT OLDEST-ITEM-FOUND OR REMAINING-AMOUNT = 0.

       APPLY-TO-OLDEST-ITEM.
           MOVE OLDEST-ITEM-NUM TO AR-ITEM-NUM.
           READ AR-LEDGER
               INVALID KEY
                   MOVE 0 TO OLDEST-FOUND
               NOT INVALID KEY
                   PERFORM APPLY-TO-CURRENT-ITEM
           END-READ.
           IF OLDEST-ITEM-FOUND AND REMAINING-AMOUNT > 0
               PERFORM FIND-OLDEST-OPEN-ITEM
           END-IF.

      *> The same AR-PAID-AMOUNT accumulation and status flip as
      *> APPLY-TO-CURRENT-ITEM in AR-CASH-APPLY, journaled SUSAPL
      *> rather than POST - the cash was banked the day it was
      *> suspended, this only moves it onto the item.
       APPLY-TO-CURRENT-ITEM.
           COMPUTE OPEN-BALANCE = AR-BILL-AMOUNT - AR-PAID-AMOUNT.
           IF REMAINING-AMOUNT < OPEN-BALANCE
               MOVE REMAINING-AMOUNT TO APPLY-AMOUNT
           ELSE
               MOVE OPEN-BALANCE TO APPLY-AMOUNT
           END-IF.
           ADD APPLY-AMOUNT TO AR-PAID-AMOUNT.
           IF AR-PAID-AMOUNT >= AR-BILL-AMOUNT
               MOVE PAY-DATE-TO-USE TO AR-PAY-DATE
               MOVE "P" TO AR-ITEM-STATUS
           END-IF.
           REWRITE AR-ITEM
               INVALID KEY
                   DISPLAY "POSTING FAILED ON ITEM " AR-ITEM-NUM
                   MOVE 0 TO OLDEST-FOUND
               NOT INVALID KEY
                   SUBTRACT APPLY-AMOUNT FROM REMAINING-AMOUNT
                   ADD APPLY-AMOUNT TO APPLIED-TOTAL
                   MOVE AR-USER-ID TO TARGET-USER-ID
                   MOVE AR-ITEM-NUM TO LAST-ITEM-NUM
                   MOVE AR-ITEM-NUM TO JRN-ITEM-NUM
                   MOVE AR-USER-ID TO JRN-USER-ID
                   MOVE APPLY-AMOUNT TO JRN-AMOUNT
                   MOVE "SUSAPL" TO JRN-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY
                   DISPLAY "APPLIED " APPLY-AMOUNT " TO ITEM "
                       AR-ITEM-NUM " (" AR-ITEM-STATUS ")"
           END-REWRITE.

      *> Whole-file walk for the target user's open item with the
      *> earliest bill date - the same scan as AR-CASH-APPLY.
       FIND-OLDEST-OPEN-ITEM.
           MOVE 0 TO OLDEST-FOUND.
           MOVE 0 TO OLDEST-ITEM-NUM.
           MOVE 99999999 TO OLDEST-BILL-DATE.
           MOVE 0 TO AR-EOF.
           MOVE 0 TO AR-ITEM-NUM.
           START AR-LEDGER KEY IS GREATER THAN AR-ITEM-NUM
               INVALID KEY MOVE 1 TO AR-EOF
           END-START.
           PERFORM UNTIL AR-EOF-REACHED
               READ AR-LEDGER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF
               END-READ
               IF NOT AR-EOF-REACHED AND AR-USER-ID = TARGET-KEY
                       AND AR-ITEM-OPEN
                       AND AR-BILL-DATE < OLDEST-BILL-DATE
                   MOVE 1 TO OLDEST-FOUND
                   MOVE AR-ITEM-NUM TO OLDEST-ITEM-NUM
                   MOVE AR-BILL-DATE TO OLDEST-BILL-DATE
               END-IF
           END-PERFORM.

      *> The cleared entry is cut down to what was applied; any rest
      *> goes back into suspense under OVR with the original run date
      *> so the balance report's per-date figures do not move.
       RECORD-APPLICATION.
           MOVE PICKED-ENTRY TO SUSP-ENTRY.
           IF REMAINING-AMOUNT > 0
               COMPUTE AMOUNT-CENTS-OUT = REMAINING-AMOUNT * 100
               MOVE AMOUNT-CENTS-OUT TO SUSP-AMOUNT-CENTS
               MOVE "OVR" TO SUSP-REASON
               MOVE SUSP-ENTRY TO REMAINDER-ENTRY
               MOVE 1 TO REMAINDER-FLAG
               MOVE PICKED-ENTRY TO SUSP-ENTRY
               DISPLAY "UNAPPLIED " REMAINING-AMOUNT
                   " STAYS IN SUSPENSE AS A NEW ENTRY"
           END-IF.
           COMPUTE AMOUNT-CENTS-OUT = APPLIED-TOTAL * 100.
           MOVE AMOUNT-CENTS-OUT TO SUSP-AMOUNT-CENTS.
           MOVE "A" TO SUSP-STATE.
           MOVE TARGET-USER-ID TO SUSP-TARGET-USER.
           MOVE LAST-ITEM-NUM TO SUSP-TARGET-ITEM.
           MOVE APPLIED-TOTAL TO ENTRY-AMOUNT.
           MOVE "SUSAPL" TO AUDIT-ACTION.
           PERFORM FINISH-CLEARING.

      *> Holds the whole entry as a credit for a subscriber who is on
      *> USERS-DB - typically a payer with nothing open yet.
       CLEAR-TO-ACCOUNT.
           PERFORM PICK-ENTRY.
           IF PICKED-IS-CLEARABLE
               PERFORM HOLD-PICKED-ENTRY
           END-IF.

       HOLD-PICKED-ENTRY.
           DISPLAY "HOLD FOR USER ID (7 DIGITS): " WITH NO ADVANCING.
           ACCEPT TARGET-USER-ID.
           OPEN INPUT USERS.
           IF USERS-STATUS = "35"
               DISPLAY "NO USERS ON FILE - NOTHING HELD"
           ELSE
               MOVE TARGET-USER-ID TO REC-USER-ID
               READ USERS
                   INVALID KEY
                       DISPLAY "NO SUCH USER - NOTHING HELD"
                   NOT INVALID KEY
                       PERFORM RECORD-ON-ACCOUNT
               END-READ
               CLOSE USERS
           END-IF.

       RECORD-ON-ACCOUNT.
           MOVE 0 TO JRN-ITEM-NUM.
           MOVE TARGET-USER-ID TO JRN-USER-ID.
           MOVE ENTRY-AMOUNT TO JRN-AMOUNT.
           MOVE "ONACCT" TO JRN-ACTION.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE PICKED-ENTRY TO SUSP-ENTRY.
           MOVE "C" TO SUSP-STATE.
           MOVE TARGET-USER-ID TO SUSP-TARGET-USER.
           MOVE 0 TO SUSP-TARGET-ITEM.
           MOVE "ONACCT" TO AUDIT-ACTION.
           PERFORM FINISH-CLEARING.
           DISPLAY "HELD ON ACCOUNT FOR USER " TARGET-USER-ID.

      *> Marks the whole entry to go back to whoever sent it. The
      *> payer is the user id the bank quoted, when it quoted one.
       CLEAR-BY-REFUND.
           PERFORM PICK-ENTRY.
           IF PICKED-IS-CLEARABLE
               PERFORM RECORD-REFUND
           END-IF.

       RECORD-REFUND.
           MOVE 0 TO TARGET-USER-ID.
           IF SUSP-BY-USER AND SUSP-KEY NUMERIC
               MOVE SUSP-KEY TO TARGET-USER-ID
           END-IF.
           MOVE 0 TO JRN-ITEM-NUM.
           MOVE TARGET-USER-ID TO JRN-USER-ID.
           MOVE ENTRY-AMOUNT TO JRN-AMOUNT.
           MOVE "REFUND" TO JRN-ACTION.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE PICKED-ENTRY TO SUSP-ENTRY.
           MOVE "R" TO SUSP-STATE.
           MOVE TARGET-USER-ID TO SUSP-TARGET-USER.
           MOVE 0 TO SUSP-TARGET-ITEM.
           MOVE "REFUND" TO AUDIT-ACTION.
           PERFORM FINISH-CLEARING.
           DISPLAY "MARKED FOR REFUND TO THE PAYER".

      *> Common tail of every clearing: stamp the entry, rewrite the
      *> file, and audit it - the entry number goes where the audit
      *> line carries the old expiry and the amount cleared where it
      *> carries the new one.
       FINISH-CLEARING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO SUSP-RESOLVED-DATE.
           MOVE WS-OPERATOR TO SUSP-RESOLVED-BY.
           MOVE SUSP-ENTRY TO RESOLVED-ENTRY.
           PERFORM REWRITE-SUSPENSE-FILE.
           MOVE SUSP-TARGET-USER TO AUDIT-USER-ID.
           MOVE SPACES TO OLD-EXPIR-TEXT.
           MOVE PICKED-NUM TO OLD-EXPIR-TEXT.
           MOVE ENTRY-AMOUNT TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO NEW-EXPIR-TEXT.
           PERFORM WRITE-AUDIT-ENTRY.

      *> Two-pass rewrite: every entry is copied out to
      *> AR-SUSPENSE-BAK with the picked one replaced by its cleared
      *> version and any remainder added at the end, then copied back
      *> over a recreated AR-SUSPENSE.
       REWRITE-SUSPENSE-FILE.
           MOVE 0 TO ENTRY-SEQ.
           MOVE 0 TO SUSP-EOF.
           OPEN INPUT AR-SUSPENSE.
           OPEN OUTPUT SUSPENSE-BACKOUT.
           PERFORM COPY-OUT-ONE-ENTRY UNTIL SUSP-EOF-REACHED.
           IF REMAINDER-PENDING
               MOVE REMAINDER-ENTRY TO SUSPENSE-BACKOUT-REC
               WRITE SUSPENSE-BACKOUT-REC
           END-IF.
           CLOSE AR-SUSPENSE.
           CLOSE SUSPENSE-BACKOUT.
           MOVE 0 TO SUSP-EOF.
           OPEN INPUT SUSPENSE-BACKOUT.
           OPEN OUTPUT AR-SUSPENSE.
           PERFORM COPY-BACK-ONE-ENTRY UNTIL SUSP-EOF-REACHED.
           CLOSE SUSPENSE-BACKOUT.
           CLOSE AR-SUSPENSE.

       COPY-OUT-ONE-ENTRY.
           PERFORM READ-SUSPENSE-ENTRY.
           IF NOT SUSP-EOF-REACHED
               IF ENTRY-SEQ = PICKED-NUM
                   MOVE RESOLVED-ENTRY TO SUSPENSE-BACKOUT-REC
               ELSE
                   MOVE SUSP-ENTRY TO SUSPENSE-BACKOUT-REC
               END-IF
               WRITE SUSPENSE-BACKOUT-REC
           END-IF.

       COPY-BACK-ONE-ENTRY.
           READ SUSPENSE-BACKOUT
               AT END MOVE 1 TO SUSP-EOF
               NOT AT END
                   MOVE SUSPENSE-BACKOUT-REC TO AR-SUSPENSE-REC
                   WRITE AR-SUSPENSE-REC
           END-READ.

      *> Ties the file back to the cash: every readable entry is in
      *> exactly one state, so uncleared + applied + on account +
      *> refund is all the cash AR-CASH-APPLY ever suspended, and the
      *> per-run-date lines match each run's AMOUNT SUSPENDED figure.
      *> The three cleared totals are then checked against the
      *> journal lines the clearings wrote.
       SUSPENSE-BALANCE-REPORT.
           PERFORM SET-TODAY-DAY-NUM.
           INITIALIZE BALANCE-TOTALS.
           MOVE 0 TO RUN-DATE-COUNT.
           MOVE 0 TO RUN-DATE-OVERFLOW.
           MOVE 0 TO ENTRY-SEQ.
           MOVE 0 TO SUSP-EOF.
           OPEN INPUT AR-SUSPENSE.
           IF SUSP-STATUS = "35"
               MOVE 1 TO SUSP-EOF
           END-IF.
           PERFORM UNTIL SUSP-EOF-REACHED
               PERFORM READ-SUSPENSE-ENTRY
               IF NOT SUSP-EOF-REACHED
                   PERFORM TOTAL-ONE-ENTRY
               END-IF
           END-PERFORM.
           IF SUSP-STATUS NOT = "35"
               CLOSE AR-SUSPENSE
           END-IF.
           PERFORM TOTAL-CLEARING-JOURNAL.
           PERFORM PRINT-BALANCE-REPORT.

       TOTAL-ONE-ENTRY.
           IF SUSP-AMOUNT-CENTS NOT NUMERIC
               ADD 1 TO UNREADABLE-COUNT
           ELSE
               COMPUTE ENTRY-AMOUNT = SUSP-AMOUNT-CENTS / 100
               ADD ENTRY-AMOUNT TO SUSPENDED-SUM
               EVALUATE TRUE
                   WHEN SUSP-IS-APPLIED
                       ADD 1 TO APPLIED-COUNT
                       ADD ENTRY-AMOUNT TO APPLIED-SUM
                   WHEN SUSP-IS-ON-ACCOUNT
                       ADD 1 TO ACCOUNT-COUNT
                       ADD ENTRY-AMOUNT TO ACCOUNT-SUM
                   WHEN SUSP-IS-REFUND
                       ADD 1 TO REFUND-COUNT
                       ADD ENTRY-AMOUNT TO REFUND-SUM
                   WHEN OTHER
                       ADD 1 TO OPEN-COUNT
                       ADD ENTRY-AMOUNT TO OPEN-TOTAL
               END-EVALUATE
               PERFORM ADD-TO-RUN-DATE
           END-IF.

       ADD-TO-RUN-DATE.
           SET RD-IDX TO 1.
           SEARCH RUN-DATE-ENTRY
               AT END
                   MOVE 1 TO RUN-DATE-OVERFLOW
               WHEN RD-IDX > RUN-DATE-COUNT
                   ADD 1 TO RUN-DATE-COUNT
                   MOVE SUSP-SUSP-DATE TO RD-DATE (RD-IDX)
                   MOVE ENTRY-AMOUNT TO RD-AMOUNT (RD-IDX)
               WHEN RD-DATE (RD-IDX) = SUSP-SUSP-DATE
                   ADD ENTRY-AMOUNT TO RD-AMOUNT (RD-IDX)
           END-SEARCH.

       TOTAL-CLEARING-JOURNAL.
           MOVE 0 TO JRN-EOF.
           OPEN INPUT AR-JOURNAL.
           IF JRN-STATUS = "35"
               MOVE 1 TO JRN-EOF
           END-IF.
           PERFORM UNTIL JRN-EOF-REACHED
               READ AR-JOURNAL
                   AT END MOVE 1 TO JRN-EOF
                   NOT AT END PERFORM TOTAL-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM.
           IF JRN-STATUS NOT = "35"
               CLOSE AR-JOURNAL
           END-IF.

       TOTAL-ONE-JOURNAL-LINE.
           MOVE AR-JOURNAL-REC TO JRN-ENTRY.
           EVALUATE TRUE
               WHEN JRN-IS-SUSP-APPLY
                   ADD JRN-AMOUNT TO JRN-APPLIED-SUM
               WHEN JRN-IS-ON-ACCOUNT
                   ADD JRN-AMOUNT TO JRN-ACCOUNT-SUM
               WHEN JRN-IS-REFUND
                   ADD JRN-AMOUNT TO JRN-REFUND-SUM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-BALANCE-REPORT.
           DISPLAY "SUSPENSE BALANCE AS OF " WS-TODAY.
           DISPLAY "========================================".
           DISPLAY "CASH SUSPENDED BY AR-CASH-APPLY RUN DATE:".
           SET RD-IDX TO 1.
           PERFORM RUN-DATE-COUNT TIMES
               DISPLAY "  RUN " RD-DATE (RD-IDX)
                   " SUSPENDED " RD-AMOUNT (RD-IDX)
               SET RD-IDX UP BY 1
           END-PERFORM.
           IF RUN-DATES-OVERFLOWED
               DISPLAY "  MORE RUN DATES THAN THE TABLE HOLDS -"
                   " LATER DATES NOT LISTED"
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "TOTAL CASH SUSPENDED....: " SUSPENDED-SUM.
           DISPLAY "  APPLIED TO LEDGER.....: " APPLIED-COUNT
               " TOTAL " APPLIED-SUM.
           DISPLAY "  HELD ON ACCOUNT.......: " ACCOUNT-COUNT
               " TOTAL " ACCOUNT-SUM.
           DISPLAY "  MARKED FOR REFUND.....: " REFUND-COUNT
               " TOTAL " REFUND-SUM.
           DISPLAY "  STILL IN SUSPENSE.....: " OPEN-COUNT
               " TOTAL " OPEN-TOTAL.
           DISPLAY "UNREADABLE ENTRIES......: " UNREADABLE-COUNT.
           DISPLAY "----------------------------------------".
           DISPLAY "JOURNAL SUSAPL TOTAL....: " JRN-APPLIED-SUM.
           DISPLAY "JOURNAL ONACCT TOTAL....: " JRN-ACCOUNT-SUM.
           DISPLAY "JOURNAL REFUND TOTAL....: " JRN-REFUND-SUM.
           IF JRN-APPLIED-SUM = APPLIED-SUM
                   AND JRN-ACCOUNT-SUM = ACCOUNT-SUM
                   AND JRN-REFUND-SUM = REFUND-SUM
               DISPLAY "CLEARED TOTALS AGREE WITH AR-JOURNAL"
           ELSE
               DISPLAY "*** CLEARED TOTALS DO NOT AGREE WITH"
                   " AR-JOURNAL ***"
           END-IF.

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
      *> as AR-PAYMENTS. The caller has already set the item and user
      *> the line is for (item zero when no item is involved), the
      *> amount and the action.
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

       END PROGRAM AR-SUSPENSE-WORK.
