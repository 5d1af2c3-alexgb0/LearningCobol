      *                   the NIGHT-RUN driver stops the overnight
      *                   sequence instead of reporting from a batch
      *                   that never ran.
      * May 10 2022  AGB  Each accepted product line now moves
      *                   PRODUCTS-DB stock on hand by its quantity (see
      *                   TRANREC.cpy, PRODREC.cpy) - a sale comes off,
      *                   a credit note goes back on; SUB lines are a
      *                   service and never move stock. The master is
      *                   opened I-O for it. A dead run's backout puts
      *                   back the stock its removed history records
      *                   took off, so the rerun does not take it twice.
      * Jun 14 2022  AGB  Legal invoice numbering. Every accepted line
      *                   is given the next number in its series on the
      *                   new INVOICE-SERIES file (see INVREC.cpy) - F
      *                   for a sale, R for a rectifying invoice against
      *                   a credit note, both starting again at 1 each
      *                   year - and carries it onto TRANSACTIONS-OUT
      *                   and the history. The edit pass rejects a
      *                   non-numeric user id (USR) and a credit note
      *                   that does not quote a valid F invoice to
      *                   rectify (REF). A dead run's backout also gives
      *                   back the numbers it issued, so the rerun
      *                   issues them again with no gap. Record widened
      *                   to 67 bytes (see TRANREC.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSACTIONS-IVA.
               RECORD KEY IS PROD-PRODUCT-ID
               FILE STATUS IS PRODUCTS-STATUS.

           SELECT INVOICE-SERIES ASSIGN TO "INVOICE-SERIES"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS INVOICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Flat records - every transaction is moved in and out of the
      *> TRANSACTION-RECORD working-storage copy (see TRANREC.cpy); the
      *> 67 bytes here must stay in step with that layout's length.
       FD  TRANSACTIONS-IN.
       01  TRANSACTIONS-IN-REC     PIC X(67).

       FD  TRANSACTIONS-OUT.
       01  TRANSACTIONS-OUT-REC    PIC X(67).

      *> A rejected record is the untouched 67-byte transaction image
      *> followed by the reason code, so stripping the last 3 bytes
      *> gives back a record that can be corrected and appended onto
      *> TRANSACTIONS-IN for the next run.
       FD  TRANSACTIONS-REJECTS.
       01  TRANSACTIONS-REJ-REC.
       05      REJECT-TXN-IMAGE    PIC X(67).
       05      REJECT-REASON-OUT   PIC X(3).

      *> One history record per taxed transaction: the run date in
      *> front of the same 67-byte image that goes to TRANSACTIONS-OUT,
      *> so IVA-DECLARATION can pick a calendar month's runs out of
      *> the accumulated file. The trailing "TOT" total line is not
      *> archived - it can always be rebuilt from the detail.
       FD  TRANSACTIONS-HISTORY.
       01  TRANSACTIONS-HIST-REC.
       05      HIST-RUN-DATE       PIC 9(8).
       05      HIST-TXN-IMAGE      PIC X(67).

      *> Working copy of the history used by the backout: the records
      *> worth keeping go through here and come back, and the file is
      *> left behind after a recovery as the fallback copy in case
      *> the rebuild itself dies partway.
       FD  HISTORY-BACKOUT.
       01  HISTORY-BACKOUT-REC     PIC X(75).

       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC         PIC X(80).
                   ==PFLD-PROD-PRICE==      BY ==PROD-PRICE==
                   ==PFLD-PROD-ACTIVE==     BY ==PROD-ACTIVE==
                   ==PFLD-PROD-IS-ACTIVE==  BY ==PROD-IS-ACTIVE==
                   ==PFLD-PROD-IS-INACTIVE== BY ==PROD-IS-INACTIVE==
                   ==PFLD-PROD-ON-HAND==    BY ==PROD-ON-HAND==
                   ==PFLD-PROD-REORDER-LEVEL==
                       BY ==PROD-REORDER-LEVEL==.

       FD  INVOICE-SERIES.
           COPY "INVREC.cpy"
               REPLACING ==INFLD-RECNAME==      BY ==INVOICE-COUNTER==
                   ==INFLD-KEY==           BY ==INV-KEY==
                   ==INFLD-SERIES==        BY ==INV-SERIES==
                   ==INFLD-YEAR==          BY ==INV-YEAR==
                   ==INFLD-LAST-NUMBER==   BY ==INV-LAST-NUMBER==
                   ==INFLD-RUN-DATE==      BY ==INV-RUN-DATE==
                   ==INFLD-RUN-FIRST==     BY ==INV-RUN-FIRST==.

       WORKING-STORAGE SECTION.
           COPY "TRANREC.cpy".
      *>   AMT  amount is zero (negative is a credit note, allowed)
      *>   PID  product id not on the PRODUCTS-DB master
      *>   INA  product is on the master but deactivated
      *>   USR  subscriber user id not numeric
      *>   REF  credit note does not quote a valid F invoice to
      *>        rectify (number 000000 stands for a sale invoiced
      *>        before the series began)
       77  REJECT-REASON PIC X(3) VALUE SPACES.
       88      TRANSACTION-ACCEPTED VALUE SPACES.


      *> PRODUCTS-DB will not exist until PRODUCT-MAINT has been used
      *> at least once - the same status-"35" tolerance as the input
      *> file, except here it means the product check and the stock
      *> movement are skipped for the whole run rather than the run
      *> being empty.
       77  PRODUCTS-AVAILABLE PIC 9 VALUE 0.
       88      PRODUCT-MASTER-ON-FILE VALUE 1.

      *> the per-record audit line.
       77  PRODUCT-DESC-TEXT  PIC X(30).

      *> Subscriptions are a service, not stock - their lines never
      *> move PRODUCTS-DB on hand.
       77  SERVICE-CATEGORY   PIC XXX VALUE "SUB".
       77  STOCK-MOVED-COUNT  PIC 9(5) VALUE 0.
       77  STOCK-RESTORED-COUNT PIC 9(5).

       77  DAYS-IN-MONTH   PIC 99.
       77  LEAP-QUOTIENT   PIC 9(4).
       77  LEAP-REMAINDER  PIC 9(4).

       77  IVA-GENERAL-RATE PIC 99 VALUE 21.

       77  INVOICE-STATUS  PIC XX.

      *> Invoices are numbered in the calendar year of the run that
      *> taxes them, not of the sale - the number is given on the
      *> night the invoice is issued.
       77  INVOICE-YEAR    PIC 9(4).

       77  COUNTER-FOUND   PIC 9.
       88      SERIES-COUNTER-ON-FILE VALUE 1.

       77  INVOICE-COUNT   PIC 9(5) VALUE 0.
       77  RECTIFYING-COUNT PIC 9(5) VALUE 0.
       77  COUNTERS-ROLLED-BACK PIC 9(3).

       77  TOTAL-TRANSACTION-COUNT PIC 9(5) VALUE 0.
       77  TOTAL-CREDIT-COUNT  PIC 9(5) VALUE 0.
       77  TOTAL-NET-AMOUNT    PIC S9(7)V99 COMP-4 VALUE 0.
      *> history. The backout file is deliberately left behind - if
      *> the copy-back itself dies, the kept records are all still
      *> on it. No history at all means the dead run never got as
      *> far as appending anything. Each removed record also puts
      *> back the stock the dead run took off for it, since the rerun
      *> will take it off again.
       BACKOUT-DEAD-RUN.
           PERFORM ROLL-BACK-INVOICE-NUMBERS.
           MOVE 0 TO BACKOUT-REMOVED-COUNT.
           MOVE 0 TO BACKOUT-KEPT-COUNT.
           MOVE 0 TO STOCK-RESTORED-COUNT.
           MOVE 0 TO BACKOUT-EOF.
           OPEN INPUT TRANSACTIONS-HISTORY.
           IF TRANS-HIST-STATUS = "35"
               MOVE 1 TO BACKOUT-EOF
               DISPLAY "NO HISTORY ON FILE - NOTHING TO BACK OUT"
           ELSE
               MOVE 0 TO PRODUCTS-AVAILABLE
               OPEN I-O PRODUCTS
               IF PRODUCTS-STATUS NOT = "35"
                   MOVE 1 TO PRODUCTS-AVAILABLE
               END-IF
               OPEN OUTPUT HISTORY-BACKOUT
               PERFORM COPY-OUT-KEPT-RECORDS UNTIL BACKOUT-EOF-REACHED
               CLOSE TRANSACTIONS-HISTORY
               CLOSE HISTORY-BACKOUT
               IF PRODUCT-MASTER-ON-FILE
                   CLOSE PRODUCTS
               END-IF
               PERFORM COPY-BACK-KEPT-RECORDS
               DISPLAY "HISTORY RECORDS REMOVED: "
                   BACKOUT-REMOVED-COUNT
               DISPLAY "HISTORY RECORDS KEPT...: "
                   BACKOUT-KEPT-COUNT
               DISPLAY "STOCK MOVEMENTS UNDONE.: "
                   STOCK-RESTORED-COUNT
           END-IF.

       COPY-OUT-KEPT-RECORDS.
               NOT AT END
                   IF HIST-RUN-DATE = RECOVERED-RUN-DATE
                       ADD 1 TO BACKOUT-REMOVED-COUNT
                       PERFORM RESTORE-BACKED-OUT-STOCK
                   ELSE
                       ADD 1 TO BACKOUT-KEPT-COUNT
                       MOVE TRANSACTIONS-HIST-REC
                   END-IF
           END-READ.

      *> The reverse of MOVE-STOCK-ON-HAND for one backed-out record.
       RESTORE-BACKED-OUT-STOCK.
           MOVE HIST-TXN-IMAGE TO TRANSACTION-RECORD.
           IF PRODUCT-MASTER-ON-FILE
                   AND TRANSACTION-CATEGORY NOT = SERVICE-CATEGORY
                   AND TRANSACTION-QUANTITY NOT = 0
               MOVE TRANSACTION-PRODUCT-ID TO PROD-PRODUCT-ID
               READ PRODUCTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD TRANSACTION-QUANTITY TO PROD-ON-HAND
                       REWRITE PRODUCT-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO STOCK-RESTORED-COUNT
                       END-REWRITE
               END-READ
           END-IF.

      *> Every series counter the dead run moved goes back to where
      *> it stood before that run, so the rerun issues the same
      *> numbers again and the series has no gap. A counter whose
      *> RUN-DATE is another night was not touched by the dead run.
       ROLL-BACK-INVOICE-NUMBERS.
           MOVE 0 TO COUNTERS-ROLLED-BACK.
           OPEN I-O INVOICE-SERIES.
           IF INVOICE-STATUS NOT = "35"
               MOVE 0 TO BACKOUT-EOF
               PERFORM ROLL-BACK-ONE-COUNTER
                   UNTIL BACKOUT-EOF-REACHED
               CLOSE INVOICE-SERIES
           END-IF.
           DISPLAY "INVOICE SERIES RESET...: " COUNTERS-ROLLED-BACK.

       ROLL-BACK-ONE-COUNTER.
           READ INVOICE-SERIES NEXT RECORD
               AT END MOVE 1 TO BACKOUT-EOF
               NOT AT END
                   IF INV-RUN-DATE = RECOVERED-RUN-DATE
                       COMPUTE INV-LAST-NUMBER = INV-RUN-FIRST - 1
                       REWRITE INVOICE-COUNTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO COUNTERS-ROLLED-BACK
                       END-REWRITE
                   END-IF
           END-READ.

       COPY-BACK-KEPT-RECORDS.
           MOVE 0 TO BACKOUT-EOF.
           OPEN INPUT HISTORY-BACKOUT.
               OPEN OUTPUT TRANSACTIONS-HISTORY
           END-IF.
           MOVE 0 TO PRODUCTS-AVAILABLE.
           OPEN I-O PRODUCTS.
           IF PRODUCTS-STATUS = "35"
               DISPLAY "NO PRODUCT MASTER - PRODUCT CHECK SKIPPED"
           ELSE
               MOVE 1 TO PRODUCTS-AVAILABLE
           END-IF.
      *> The invoice counters are created the first time a number is
      *> given, the same create-on-first-use as RETEK-REGISTER's
      *> OPEN-USERS-IO.
           MOVE RUN-DATE (1:4) TO INVOICE-YEAR.
           OPEN I-O INVOICE-SERIES.
           IF INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-SERIES
               CLOSE INVOICE-SERIES
               OPEN I-O INVOICE-SERIES
           END-IF.
           MOVE 0 TO TR-EOF.
           OPEN INPUT TRANSACTIONS-IN.
           IF TRANS-IN-STATUS = "35"
                       PERFORM TRANSACTION-PROC
               END-EVALUATE
               PERFORM ACCUMULATE-TOTALS
               PERFORM ASSIGN-INVOICE-NUMBER
               PERFORM WRITE-TXN-OUT
               PERFORM MOVE-STOCK-ON-HAND
           ELSE
               PERFORM WRITE-REJECT
           END-IF.
                   END-IF
               END-IF
           END-IF.
           IF TRANSACTION-ACCEPTED
               IF TRANSACTION-USER-ID NOT NUMERIC
                   MOVE "USR" TO REJECT-REASON
               ELSE
                   IF TRANSACTION-IS-CREDIT
                       PERFORM EDIT-ORIGINAL-INVOICE
                   END-IF
               END-IF
           END-IF.
           IF TRANSACTION-ACCEPTED
               PERFORM EDIT-PRODUCT-MASTER
           END-IF.

      *> A credit note is issued as a rectifying invoice and must name
      *> the ordinary invoice it corrects: series F, a year no later
      *> than this run's, and a number that series has actually
      *> reached. Number zero is the one exception - a sale taxed
      *> before invoices were numbered has none to quote.
       EDIT-ORIGINAL-INVOICE.
           IF TRANSACTION-ORIG-SERIES NOT = "F"
                   OR TRANSACTION-ORIG-YEAR NOT NUMERIC
                   OR TRANSACTION-ORIG-NUM NOT NUMERIC
               MOVE "REF" TO REJECT-REASON
           ELSE
               IF TRANSACTION-ORIG-YEAR = 0
                       OR TRANSACTION-ORIG-YEAR > INVOICE-YEAR
                   MOVE "REF" TO REJECT-REASON
               ELSE
                   IF TRANSACTION-ORIG-NUM NOT = 0
                       MOVE TRANSACTION-ORIG-SERIES TO INV-SERIES
                       MOVE TRANSACTION-ORIG-YEAR TO INV-YEAR
                       READ INVOICE-SERIES
                           INVALID KEY
                               MOVE "REF" TO REJECT-REASON
                           NOT INVALID KEY
                               IF TRANSACTION-ORIG-NUM
                                       > INV-LAST-NUMBER
                                   MOVE "REF" TO REJECT-REASON
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

      *> Looks the transaction's product id up on the master. Only
      *> reached once the id itself has passed the layout edits, so
      *> a keyed READ is safe.
               ADD 1 TO TOTAL-CREDIT-COUNT
           END-IF.

      *> Gives the accepted line the next number in its series - F
      *> for a sale, R (rectifying) for a credit note - so the numbers
      *> run on from one night to the next with no gap. The first
      *> number a run takes from a counter is kept on it, which is
      *> what ROLL-BACK-INVOICE-NUMBERS goes back to if this run
      *> dies. Anything an emitter left in the original-invoice
      *> reference of a sale is cleared - only a credit has one.
       ASSIGN-INVOICE-NUMBER.
           IF TRANSACTION-IS-CREDIT
               MOVE "R" TO INV-SERIES
               ADD 1 TO RECTIFYING-COUNT
           ELSE
               MOVE "F" TO INV-SERIES
               MOVE SPACES TO TRANSACTION-ORIG-INVOICE
               ADD 1 TO INVOICE-COUNT
           END-IF.
           MOVE INVOICE-YEAR TO INV-YEAR.
           MOVE 0 TO COUNTER-FOUND.
           READ INVOICE-SERIES
               INVALID KEY
                   MOVE 0 TO INV-LAST-NUMBER
                   MOVE 0 TO INV-RUN-DATE
               NOT INVALID KEY
                   MOVE 1 TO COUNTER-FOUND
           END-READ.
           IF INV-RUN-DATE NOT = RUN-DATE
               MOVE RUN-DATE TO INV-RUN-DATE
               COMPUTE INV-RUN-FIRST = INV-LAST-NUMBER + 1
           END-IF.
           ADD 1 TO INV-LAST-NUMBER.
           IF SERIES-COUNTER-ON-FILE
               REWRITE INVOICE-COUNTER
                   INVALID KEY
                       DISPLAY "INVOICE SERIES " INV-KEY
                           " NOT UPDATED"
               END-REWRITE
           ELSE
               WRITE INVOICE-COUNTER
                   INVALID KEY
                       DISPLAY "INVOICE SERIES " INV-KEY
                           " NOT CREATED"
               END-WRITE
           END-IF.
           MOVE INV-SERIES TO TRANSACTION-INV-SERIES.
           MOVE INV-YEAR TO TRANSACTION-INV-YEAR.
           MOVE INV-LAST-NUMBER TO TRANSACTION-INV-NUM.

       WRITE-TXN-OUT.
           MOVE TRANSACTION-RECORD TO TRANSACTIONS-OUT-REC.
           WRITE TRANSACTIONS-OUT-REC.
           IF PRODUCT-DESC-TEXT = SPACES
               MOVE TRANSACTION-PRODUCT-ID TO PRODUCT-DESC-TEXT
           END-IF.
           DISPLAY TRANSACTION-INVOICE " " PRODUCT-DESC-TEXT
               " NET " TRANSACTION-AMMOUNT
               " IVA " TRANSACTION-IVA-AMOUNT
               " GROSS " TRANSACTION-GROSS-AMOUNT.

      *> Takes the line's quantity off the product's stock on hand - a
      *> credit note carries a negative quantity, so it goes back on
      *> by the same subtraction. The master record read by the edit
      *> pass is still in the buffer, so it is rewritten as it
      *> stands. On hand may go negative: the goods have gone, and
      *> the figure shows up on STOCK-REORDER for a recount.
       MOVE-STOCK-ON-HAND.
           IF PRODUCT-MASTER-ON-FILE
                   AND TRANSACTION-CATEGORY NOT = SERVICE-CATEGORY
                   AND TRANSACTION-QUANTITY NOT = 0
               SUBTRACT TRANSACTION-QUANTITY FROM PROD-ON-HAND
               REWRITE PRODUCT-FILE
                   INVALID KEY
                       DISPLAY "STOCK NOT MOVED FOR "
                           TRANSACTION-PRODUCT-ID
                   NOT INVALID KEY
                       ADD 1 TO STOCK-MOVED-COUNT
               END-REWRITE
               IF PROD-ON-HAND < 0
                   DISPLAY "*** " TRANSACTION-PRODUCT-ID
                       " ON HAND NOW " PROD-ON-HAND
               END-IF
           END-IF.

      *> Trailing record: category "TOT" flags it as the run total
      *> rather than a real transaction. TRANSACTION-PRODUCT-NUM
      *> carries the transaction count, TRANSACTION-IVA is set to 9
           MOVE "TOT" TO TRANSACTION-CATEGORY.
           MOVE TOTAL-TRANSACTION-COUNT TO TRANSACTION-PRODUCT-NUM.
           MOVE 9 TO TRANSACTION-IVA.
           MOVE 0 TO TRANSACTION-QUANTITY.
           MOVE 0 TO TRANSACTION-USER-ID.
           MOVE TOTAL-NET-AMOUNT TO TRANSACTION-AMMOUNT.
           MOVE TOTAL-IVA-AMOUNT TO TRANSACTION-IVA-AMOUNT.
           MOVE TOTAL-GROSS-AMOUNT TO TRANSACTION-GROSS-AMOUNT.
           DISPLAY "TRANSACTIONS PROCESSED: " TOTAL-TRANSACTION-COUNT.
           DISPLAY "OF WHICH CREDIT NOTES.: " TOTAL-CREDIT-COUNT.
           DISPLAY "TRANSACTIONS REJECTED.: " TOTAL-REJECT-COUNT.
           DISPLAY "INVOICES ISSUED.......: " INVOICE-COUNT.
           DISPLAY "RECTIFYING INVOICES...: " RECTIFYING-COUNT.
           DISPLAY "STOCK MOVEMENTS.......: " STOCK-MOVED-COUNT.
           DISPLAY "TOTAL NET..: " TOTAL-NET-AMOUNT.
           DISPLAY "TOTAL IVA..: " TOTAL-IVA-AMOUNT.
           DISPLAY "TOTAL GROSS: " TOTAL-GROSS-AMOUNT.
           CLOSE TRANSACTIONS-OUT.
           CLOSE TRANSACTIONS-REJECTS.
           CLOSE TRANSACTIONS-HISTORY.
           CLOSE INVOICE-SERIES.
           MOVE "ENDED" TO RC-RUN-STATE.
           MOVE TOTAL-TRANSACTION-COUNT TO RC-RECORD-COUNT.
           MOVE TOTAL-NET-AMOUNT TO RC-TOTAL-NET.
