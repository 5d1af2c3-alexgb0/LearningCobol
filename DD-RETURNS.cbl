      ******************************************************************
      * Author: Alex G. B.
      * Date: Jun 07, 2022
      * Purpose: Batch import of the bank's returned-debit file - the
      *          direct debits DD-RENEWAL collected that the bank
      *          could not take (no funds, account closed, mandate
      *          revoked by the subscriber). Each DD-RETURNS-IN record
      *          quotes the user id, the AR item and the amount from
      *          the DD-COLLECTIONS line, the date of the return and
      *          the bank's reason code. The item DD-RENEWAL opened
      *          paid is reopened and the reversal journaled as a
      *          REVRSE under the operator id DD-RETURNS, so the
      *          subscriber owes the renewal like any unpaid bill and
      *          AR-AGING and AR-SUSPEND chase it from there. The
      *          return is counted against the subscriber's mandate
      *          (MANDATES-DB, see MNDREC.cpy); after MAX-DD-FAILURES
      *          returns the mandate is flagged and DD-RENEWAL stops
      *          collecting on it until RETEK-REGISTER takes a new
      *          one. A return that does not match what was
      *          collected is refused and listed for someone to look
      *          at - nothing is changed for it.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Jun 07, 2022  AGB  Original.
      * Jul 12, 2022  AGB  DD-RETURNS-IN is emptied after a run that had
      *                   the ledger, so a return is never reversed
      *                   twice.
      * Jul 19, 2022  AGB  The REVRSE journal line is dated with the run
      *                   date instead of the bank's return date, so the
      *                   reversal is extracted to the general ledger.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DD-RETURNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DD-RETURNS-IN ASSIGN TO "DD-RETURNS-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-STATUS.

           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AR-ITEM-NUM
               FILE STATUS IS AR-STATUS.

           SELECT MANDATES ASSIGN TO "MANDATES-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MD-USER-ID
               FILE STATUS IS MANDATES-STATUS.

           SELECT AR-JOURNAL ASSIGN TO "AR-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Flat record - the typed view lives in DD-RETURN below, the
      *> same move-then-edit treatment AR-CASH-APPLY gives
      *> BANK-RECEIPTS, so a garbage line fails the edit instead of
      *> abending a numeric FD field.
       FD  DD-RETURNS-IN.
       01  DD-RETURNS-IN-REC       PIC X(33).

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

      *> Flat record - see JRNREC.cpy for the layout moved into
      *> JRN-ENTRY before each reversal is journaled.
       FD  AR-JOURNAL.
       01  AR-JOURNAL-REC          PIC X(53).

      *> Same width and STRING layout as WRITE-AUDIT-ENTRY in
      *> RETEK-REGISTER.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC           PIC X(90).

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

      *> One returned debit, as the bank sends it back: the user id,
      *> AR item and amount (whole cents) from the DD-COLLECTIONS
      *> line, the date the debit was returned (YYYYMMDD) and the
      *> bank's reason code.
       01  DD-RETURN.
       05      DR-USER-ID          PIC 9(7).
       05      DR-ITEM-NUM         PIC 9(7).
       05      DR-AMOUNT-CENTS     PIC 9(7).
       05      DR-RETURN-DATE      PIC 9(8).
       05      DR-REASON           PIC X(4).

       77  RETURNS-EOF PIC 9 VALUE 0.
       88      RETURNS-EOF-REACHED VALUE 1.

       77  RETURNS-STATUS  PIC XX.
       77  AR-STATUS       PIC XX.
       77  MANDATES-STATUS PIC XX.
       77  JRN-STATUS      PIC XX.
       77  AUDIT-STATUS    PIC XX.

      *> The journal's and audit log's operator id for a reversal
      *> nobody keyed.
       77  WS-OPERATOR     PIC X(10) VALUE "DD-RETURNS".

      *> Returned debits a mandate may collect before DD-RENEWAL
      *> stops using it.
       77  MAX-DD-FAILURES PIC 9(2) VALUE 2.

       77  WS-TODAY        PIC 9(8).

      *> Nothing can be reversed without a ledger, and a return for
      *> a subscriber with no mandate is still reversed - the item
      *> is what matters - it just has no mandate to count against.
       77  LEDGER-ON-FILE  PIC 9 VALUE 0.
       88      LEDGER-AVAILABLE VALUE 1.
       77  MANDATES-ON-FILE PIC 9 VALUE 0.
       88      MANDATES-AVAILABLE VALUE 1.

      *> Outcome of editing the current return. SPACES means it
      *> reversed; otherwise why it was refused:
      *>   NUM  user, item, amount or return date not numeric
      *>   ITM  no such AR item
      *>   USR  item belongs to another user
      *>   OPN  item is not paid - already reversed or never collected
      *>   WOF  item has been written off
      *>   AMT  amount is not what was paid on the item
       77  REFUSE-REASON   PIC X(3) VALUE SPACES.
       88      RETURN-ACCEPTED VALUE SPACES.

       77  RETURN-AMOUNT   PIC 9(7)V99 COMP-4.

      *> WRITE-AUDIT-ENTRY fields - the user and the two X(10)
      *> slots RETEK-REGISTER fills with the old and new expiry.
       77  AUDIT-USER-ID   PIC 9(7).
       77  AUDIT-ACTION    PIC X(6).
       77  OLD-EXPIR-TEXT  PIC X(10).
       77  NEW-EXPIR-TEXT  PIC X(10).

       77  RETURNS-READ-COUNT   PIC 9(5) VALUE 0.
       77  REVERSED-COUNT       PIC 9(5) VALUE 0.
       77  REFUSED-COUNT        PIC 9(5) VALUE 0.
       77  FLAGGED-COUNT        PIC 9(5) VALUE 0.
       77  TOTAL-REVERSED-AMOUNT PIC 9(9)V99 COMP-4 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM PROCESS-RETURNS UNTIL RETURNS-EOF-REACHED.
           PERFORM TERMINATE-RUN.
           PERFORM PRINT-RUN-SUMMARY.
           STOP RUN.

      *> No DD-RETURNS-IN file is an empty run, not an error - the
      *> bank only sends one when something came back. The journal
      *> and audit log are running files opened EXTEND with the
      *> usual first-time fallback.
       INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND AR-JOURNAL.
           IF JRN-STATUS = "35"
               OPEN OUTPUT AR-JOURNAL
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE 0 TO LEDGER-ON-FILE.
           OPEN I-O AR-LEDGER.
           IF AR-STATUS = "35"
               DISPLAY "NO AR-LEDGER ON FILE - NOTHING TO REVERSE"
           ELSE
               MOVE 1 TO LEDGER-ON-FILE
           END-IF.
           MOVE 0 TO MANDATES-ON-FILE.
           OPEN I-O MANDATES.
           IF MANDATES-STATUS NOT = "35"
               MOVE 1 TO MANDATES-ON-FILE
           END-IF.
           MOVE 0 TO RETURNS-EOF.
           OPEN INPUT DD-RETURNS-IN.
           IF RETURNS-STATUS = "35"
               MOVE 1 TO RETURNS-EOF
           ELSE
               PERFORM READ-NEXT-RETURN
           END-IF.

       READ-NEXT-RETURN.
           READ DD-RETURNS-IN
               AT END MOVE 1 TO RETURNS-EOF
           END-READ.
           IF NOT RETURNS-EOF-REACHED
               MOVE DD-RETURNS-IN-REC TO DD-RETURN
               ADD 1 TO RETURNS-READ-COUNT
           END-IF.

       PROCESS-RETURNS.
           PERFORM EDIT-RETURN.
           IF RETURN-ACCEPTED
               PERFORM REVERSE-COLLECTION
           END-IF.
           IF NOT RETURN-ACCEPTED
               ADD 1 TO REFUSED-COUNT
               DISPLAY "RETURN FOR ITEM " DR-ITEM-NUM " USER "
                   DR-USER-ID " REFUSED, REASON " REFUSE-REASON
           END-IF.
           PERFORM READ-NEXT-RETURN.

      *> Field edit, then the item checks, first failing check wins
      *> - the same convention as AR-CASH-APPLY's edit pass. Only a
      *> paid item whose paid amount is exactly the returned amount
      *> can be the collection the bank is handing back.
       EDIT-RETURN.
           MOVE SPACES TO REFUSE-REASON.
           IF DR-USER-ID NOT NUMERIC
                   OR DR-ITEM-NUM NOT NUMERIC
                   OR DR-AMOUNT-CENTS NOT NUMERIC
                   OR DR-RETURN-DATE NOT NUMERIC
               MOVE "NUM" TO REFUSE-REASON
           ELSE
               IF NOT LEDGER-AVAILABLE
                   MOVE "ITM" TO REFUSE-REASON
               ELSE
                   PERFORM CHECK-RETURNED-ITEM
               END-IF
           END-IF.

       CHECK-RETURNED-ITEM.
           COMPUTE RETURN-AMOUNT = DR-AMOUNT-CENTS / 100.
           MOVE DR-ITEM-NUM TO AR-ITEM-NUM.
           READ AR-LEDGER
               INVALID KEY
                   MOVE "ITM" TO REFUSE-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AR-USER-ID NOT = DR-USER-ID
                           MOVE "USR" TO REFUSE-REASON
                       WHEN AR-ITEM-WRITTEN-OFF
                           MOVE "WOF" TO REFUSE-REASON
                       WHEN NOT AR-ITEM-PAID
                           MOVE "OPN" TO REFUSE-REASON
                       WHEN AR-PAID-AMOUNT NOT = RETURN-AMOUNT
                           MOVE "AMT" TO REFUSE-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *> The undo of APPLY-TO-CURRENT-ITEM in AR-CASH-APPLY: the paid
      *> amount comes off, the item is open again and has no pay
      *> date.
       REVERSE-COLLECTION.
           SUBTRACT RETURN-AMOUNT FROM AR-PAID-AMOUNT.
           MOVE 0 TO AR-PAY-DATE.
           MOVE "O" TO AR-ITEM-STATUS.
           REWRITE AR-ITEM
               INVALID KEY
                   DISPLAY "REVERSAL FAILED ON ITEM " AR-ITEM-NUM
                   MOVE "ITM" TO REFUSE-REASON
               NOT INVALID KEY
                   ADD 1 TO REVERSED-COUNT
                   ADD RETURN-AMOUNT TO TOTAL-REVERSED-AMOUNT
                   PERFORM JOURNAL-REVERSAL
                   DISPLAY "ITEM " AR-ITEM-NUM " OF USER " AR-USER-ID
                       " REOPENED, DEBIT RETURNED " DR-REASON
                   PERFORM COUNT-MANDATE-FAILURE
           END-REWRITE.

      *> Same REVRSE line AR-PAYMENTS journals when a posting is
      *> reversed at the terminal - the amount negative, so the net
      *> of an item's journal lines is still what was paid on it -
      *> dated the day it is booked, as AR-PAYMENTS dates a reversal
      *> keyed at the terminal, so GL-EXTRACT picks it up with that
      *> day. The day the bank returned the debit is kept on the
      *> mandate as MD-LAST-RETURN.
       JOURNAL-REVERSAL.
           MOVE WS-TODAY TO JRN-DATE.
           MOVE AR-ITEM-NUM TO JRN-ITEM-NUM.
           MOVE AR-USER-ID TO JRN-USER-ID.
           COMPUTE JRN-AMOUNT = 0 - RETURN-AMOUNT.
           MOVE "REVRSE" TO JRN-ACTION.
           MOVE WS-OPERATOR TO JRN-OPERATOR.
           MOVE JRN-ENTRY TO AR-JOURNAL-REC.
           WRITE AR-JOURNAL-REC.

      *> Every return is audited as DDFAIL with the bank's reason
      *> code; the one that reaches MAX-DD-FAILURES also flags the
      *> mandate and is audited as DDFLAG.
       COUNT-MANDATE-FAILURE.
           MOVE DR-USER-ID TO AUDIT-USER-ID.
           MOVE DR-REASON TO OLD-EXPIR-TEXT.
           MOVE SPACES TO NEW-EXPIR-TEXT.
           IF NOT MANDATES-AVAILABLE
               DISPLAY "USER " DR-USER-ID " HAS NO MANDATE ON FILE"
           ELSE
               MOVE DR-USER-ID TO MD-USER-ID
               READ MANDATES
                   INVALID KEY
                       DISPLAY "USER " DR-USER-ID
                           " HAS NO MANDATE ON FILE"
                   NOT INVALID KEY
                       PERFORM UPDATE-MANDATE
               END-READ
           END-IF.
           MOVE "DDFAIL" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.

       UPDATE-MANDATE.
           ADD 1 TO MD-FAIL-COUNT.
           MOVE DR-RETURN-DATE TO MD-LAST-RETURN.
           MOVE MD-FAIL-COUNT TO NEW-EXPIR-TEXT.
           IF MD-FAIL-COUNT >= MAX-DD-FAILURES AND MD-IS-ACTIVE
               MOVE "F" TO MD-STATE
           END-IF.
           REWRITE MANDATE-FILE
               INVALID KEY
                   DISPLAY "MANDATE OF USER " DR-USER-ID
                       " NOT UPDATED"
               NOT INVALID KEY
                   IF MD-IS-FLAGGED
                           AND MD-FAIL-COUNT = MAX-DD-FAILURES
                       ADD 1 TO FLAGGED-COUNT
                       DISPLAY "MANDATE OF USER " DR-USER-ID
                           " FLAGGED AFTER " MD-FAIL-COUNT
                           " RETURNED DEBITS"
                       MOVE "DDFLAG" TO AUDIT-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
           END-REWRITE.

      *> The RETEK-REGISTER audit line, written to the log held open
      *> for the whole run.
       WRITE-AUDIT-ENTRY.
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

       TERMINATE-RUN.
           IF RETURNS-STATUS NOT = "35"
               CLOSE DD-RETURNS-IN
               IF LEDGER-AVAILABLE
                   PERFORM CLEAR-RETURNS-IN
               END-IF
           END-IF.
           IF LEDGER-AVAILABLE
               CLOSE AR-LEDGER
           END-IF.
           IF MANDATES-AVAILABLE
               CLOSE MANDATES
           END-IF.
           CLOSE AR-JOURNAL.
           CLOSE AUDIT-LOG.

       PRINT-RUN-SUMMARY.
           DISPLAY "RETURNS READ.......: " RETURNS-READ-COUNT.
           DISPLAY "ITEMS REOPENED.....: " REVERSED-COUNT.
           DISPLAY "RETURNS REFUSED....: " REFUSED-COUNT.
           DISPLAY "MANDATES FLAGGED...: " FLAGGED-COUNT.
           DISPLAY "AMOUNT REVERSED....: " TOTAL-REVERSED-AMOUNT.

      *> truncate DD-RETURNS-IN back to empty once it has been worked
      *> against the ledger, so the next night's run only sees the
      *> bank's new returns instead of reopening the same items again.
      *> Without a ledger every return was refused, so the file is
      *> left as it is for the run that can process it.
       CLEAR-RETURNS-IN.
           OPEN OUTPUT DD-RETURNS-IN.
           CLOSE DD-RETURNS-IN.

       END PROGRAM DD-RETURNS.
