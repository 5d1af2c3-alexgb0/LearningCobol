      *                   AUDIT-LOG) so the journal records who posted
      *                   each receipt and only a supervisor can
      *                   reverse one.
      * May 03, 2022  AGB  Daily cash report counts only POST and
      *                   REVRSE lines - AR-SUSPENSE-WORK now
      *                   journals suspense cash it clears, and that
      *                   money was already in the bank the day
      *                   AR-CASH-APPLY parked it.
      * May 17, 2022  AGB  Receipts and reversals are refused on an item
      *                   AR-WRITEOFF has written off (status W, see
      *                   ARREC.cpy) - money that turns up later for one
      *                   goes through AR-SUSPENSE-WORK instead. The
      *                   daily cash report leaves WRTOFF journal lines
      *                   out like the suspense codes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-PAYMENTS.
                   ==ARFLD-PAY-DATE==      BY ==AR-PAY-DATE==
                   ==ARFLD-ITEM-STATUS==   BY ==AR-ITEM-STATUS==
                   ==ARFLD-ITEM-OPEN==     BY ==AR-ITEM-OPEN==
                   ==ARFLD-ITEM-PAID==     BY ==AR-ITEM-PAID==
                   ==ARFLD-ITEM-WRITTEN-OFF==
                       BY ==AR-ITEM-WRITTEN-OFF==.

      *> Flat record - see JRNREC.cpy for the layout moved in and out
      *> of JRN-ENTRY on every read and write.
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

       77  EOF PIC 9.
                   IF AR-ITEM-PAID
                       DISPLAY "ITEM ALREADY PAID IN FULL"
                   ELSE
                       IF AR-ITEM-WRITTEN-OFF
                           DISPLAY "ITEM WRITTEN OFF - NOTHING POSTED"
                       ELSE
                           PERFORM APPLY-RECEIPT
                       END-IF
                   END-IF
           END-READ.

           DISPLAY "NET CASH FOR DAY.: " CASH-NET-TOTAL.

      *> Reversal amounts are journaled negative, so the net is a
      *> plain sum of the day's lines. Lines for suspense cash being
      *> cleared are not the day's cash - it came in when it was
      *> suspended - so only POST and REVRSE are counted.
       REPORT-JOURNAL-LINE.
           MOVE AR-JOURNAL-REC TO JRN-ENTRY.
           IF JRN-DATE = REPORT-DATE
                   AND (JRN-IS-POST OR JRN-IS-REVERSAL)
               DISPLAY "  ITEM " JRN-ITEM-NUM " USER " JRN-USER-ID
                   " " JRN-ACTION " " JRN-AMOUNT
                   " BY " JRN-OPERATOR
               CLOSE AR-LEDGER
           END-IF.

      *> A written-off item is closed for good - reopening it here
      *> would put the written-off balance back on the books behind
      *> AR-WRITEOFF's back.
       BACK-OUT-FROM-ITEM.
           IF AR-ITEM-WRITTEN-OFF
               DISPLAY "ITEM WRITTEN OFF - NOT REVERSED"
           ELSE
               IF AR-PAID-AMOUNT < REVERSE-AMOUNT
                   DISPLAY "ITEM HOLDS LESS PAID THAN THAT - NOT"
                       " REVERSED"
               ELSE
                   PERFORM BACK-OUT-AMOUNT
               END-IF
           END-IF.

       BACK-OUT-AMOUNT.
           SUBTRACT REVERSE-AMOUNT FROM AR-PAID-AMOUNT.
           IF AR-PAID-AMOUNT < AR-BILL-AMOUNT
               MOVE 0 TO AR-PAY-DATE
               MOVE "O" TO AR-ITEM-STATUS
           END-IF.
           REWRITE AR-ITEM
               INVALID KEY DISPLAY "REVERSAL FAILED"
               NOT INVALID KEY
                   PERFORM JOURNAL-REVERSAL
                   IF AR-ITEM-OPEN
                       DISPLAY "RECEIPT REVERSED - ITEM REOPENED"
                   ELSE
                       DISPLAY "RECEIPT REVERSED - ITEM STILL PAID"
                   END-IF
           END-REWRITE.

       JOURNAL-REVERSAL.
           COMPUTE JRN-AMOUNT = 0 - REVERSE-AMOUNT.
           MOVE "REVRSE" TO JRN-ACTION.
