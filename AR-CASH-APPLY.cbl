      *                   operator id BANK-BATCH and the receipt's
      *                   value date, so the daily cash report covers
      *                   bank receipts as well as the till.
      * May 03, 2022  AGB  AR-SUSPENSE is now a running file appended
      *                   to on every run (see SUSREC.cpy) instead of
      *                   being recreated - unapplied cash stays on
      *                   it until AR-SUSPENSE-WORK clears it, so a
      *                   second run no longer wipes out the first
      *                   run's suspense. Each entry is stamped with
      *                   the run date so its age can be reported.
      * May 17, 2022  AGB  A receipt quoting an item AR-WRITEOFF has
      *                   written off is no longer applied to it - it
      *                   suspends whole under reason WOF. User receipts
      *                   already skip such items, since only open items
      *                   are matched.
      * Jul 19, 2022  AGB  Journal lines are dated with the run date
      *                   instead of the receipt's value date, so cash
      *                   applied from a late bank file is still
      *                   extracted to the general ledger. The daily
      *                   cash report now shows bank receipts on the day
      *                   they were applied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-CASH-APPLY.
                   ==ARFLD-PAY-DATE==      BY ==AR-PAY-DATE==
                   ==ARFLD-ITEM-STATUS==   BY ==AR-ITEM-STATUS==
                   ==ARFLD-ITEM-OPEN==     BY ==AR-ITEM-OPEN==
                   ==ARFLD-ITEM-PAID==     BY ==AR-ITEM-PAID==
                   ==ARFLD-ITEM-WRITTEN-OFF==
                       BY ==AR-ITEM-WRITTEN-OFF==.

      *> Flat record - see SUSREC.cpy for the layout moved into
      *> SUSP-ENTRY before each entry is written. The entry starts
      *> with the untouched 23-byte receipt image followed by the
      *> reason code, the same convention as TRANSACTIONS-REJECTS.
      *> The one exception is an overpayment: the image's amount
      *> field is replaced by the unapplied remainder, since the rest
      *> of the receipt did post.
       FD  AR-SUSPENSE.
       01  AR-SUSPENSE-REC         PIC X(67).

      *> Flat record - see JRNREC.cpy for the layout moved into
      *> JRN-ENTRY before each application is journaled.
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

      *> One remittance record: "U" and a user id applies against the
      *> subscriber's open items oldest first, "I" and an item number
      *> applies against that one item. Amount is whole cents, the
      *> The journal's operator id for a posting nobody keyed.
       77  BATCH-OPERATOR  PIC X(10) VALUE "BANK-BATCH".

      *> Stamped on every suspense entry this run writes.
       77  RUN-DATE        PIC 9(8).

       77  AR-EOF          PIC 9.
       88      AR-EOF-REACHED VALUE 1.


      *> No BANK-RECEIPTS file is an empty run, not an error - the
      *> same status-"35" tolerance as TRANSACTIONS-IVA's input. The
      *> suspense file is a running file of uncleared cash - open
      *> EXTEND with the usual first-time fallback.
       INITIALIZE-RUN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND AR-SUSPENSE.
           IF SUSP-STATUS = "35"
               OPEN OUTPUT AR-SUSPENSE
           END-IF.
      *> The journal is a running append-only history - open EXTEND
      *> for the whole run, with the usual first-time fallback.
           OPEN EXTEND AR-JOURNAL.

      *> Item-number receipt: one keyed read, the same checks
      *> POST-RECEIPT-TO-ITEM makes at the terminal. Whatever the
      *> item cannot absorb suspends as an overpayment; a receipt
      *> for a written-off item suspends whole, for a supervisor to
      *> decide what to do with money nobody expected.
       APPLY-RECEIPT-TO-ITEM.
           MOVE BR-KEY TO AR-ITEM-NUM.
           READ AR-LEDGER
               INVALID KEY
                   MOVE "ITM" TO SUSPEND-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AR-ITEM-PAID
                           MOVE "PAY" TO SUSPEND-REASON
                       WHEN AR-ITEM-WRITTEN-OFF
                           MOVE "WOF" TO SUSPEND-REASON
                       WHEN OTHER
                           PERFORM APPLY-TO-CURRENT-ITEM
                           IF REMAINING-AMOUNT > 0
                               MOVE "OVR" TO SUSPEND-REASON
                           END-IF
                   END-EVALUATE
           END-READ.

      *> User-id receipt: keep finding the user's oldest open item
                       " (" AR-ITEM-STATUS ")"
           END-REWRITE.

      *> Same POST line AR-PAYMENTS journals at the terminal, signed
      *> BANK-BATCH since nobody keyed it. It is dated the day it is
      *> booked, like every other journal line, not with the bank's
      *> value date: the bank file for a day arrives the day after,
      *> when GL-EXTRACT has already taken that date, and a line
      *> dated back into it would never reach the ledger. The value
      *> date stays on the item as AR-PAY-DATE, and on the bank's
      *> own statement.
       JOURNAL-APPLICATION.
           MOVE RUN-DATE TO JRN-DATE.
           MOVE AR-ITEM-NUM TO JRN-ITEM-NUM.
           MOVE AR-USER-ID TO JRN-USER-ID.
           MOVE APPLY-AMOUNT TO JRN-AMOUNT.
               END-IF
           END-IF.
           MOVE BANK-RECEIPT TO SUSP-RECEIPT-IMAGE.
           MOVE SUSPEND-REASON TO SUSP-REASON.
           MOVE RUN-DATE TO SUSP-SUSP-DATE.
           MOVE SPACE TO SUSP-STATE.
           MOVE 0 TO SUSP-TARGET-USER.
           MOVE 0 TO SUSP-TARGET-ITEM.
           MOVE 0 TO SUSP-RESOLVED-DATE.
           MOVE SPACES TO SUSP-RESOLVED-BY.
           MOVE SUSP-ENTRY TO AR-SUSPENSE-REC.
           WRITE AR-SUSPENSE-REC.
           ADD 1 TO SUSPENDED-COUNT.
           DISPLAY "RECEIPT " BR-KIND " " BR-KEY " SUSPENDED, REASON "
