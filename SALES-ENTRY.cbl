      ******************************************************************
      * Modification History:
      * Feb 08, 2022  AGB  Original.
      * May 10, 2022  AGB  The quantity now travels on the queued
      *                   record (see TRANREC.cpy), negative on a
      *                   credit note, so the nightly batch can move
      *                   PRODUCTS-DB stock on hand. A sale that would
      *                   take the product below zero - counting what
      *                   is already queued on TRANSACTIONS-IN today -
      *                   is warned about before it is queued.
      * Jun 14, 2022  AGB  A credit note is now a rectifying invoice and
      *                   must quote the F invoice it corrects, checked
      *                   against TRANSACTIONS-HISTORY for the same
      *                   product and at least the credited quantity
      *                   (000000 for a sale made before invoices were
      *                   numbered). Record widened to 67 bytes (see
      *                   TRANREC.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ENTRY.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT TRANSACTIONS-HISTORY ASSIGN TO "TRANSACTIONS-HISTORY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS.
                   ==PFLD-PROD-PRICE==      BY ==PROD-PRICE==
                   ==PFLD-PROD-ACTIVE==     BY ==PROD-ACTIVE==
                   ==PFLD-PROD-IS-ACTIVE==  BY ==PROD-IS-ACTIVE==
                   ==PFLD-PROD-IS-INACTIVE== BY ==PROD-IS-INACTIVE==
                   ==PFLD-PROD-ON-HAND==    BY ==PROD-ON-HAND==
                   ==PFLD-PROD-REORDER-LEVEL==
                       BY ==PROD-REORDER-LEVEL==.

      *> Flat record - see TRANREC.cpy for the layout moved in and out
      *> of TRANSACTION-RECORD before a sale is queued, the same way
      *> RETEK-REGISTER queues its billing transaction.
       FD  TRANSACTIONS-IN.
       01  TRANSACTIONS-IN-REC          PIC X(67).

      *> Run date in front of the transaction image, as
      *> TRANSACTIONS-IVA appends it - read here only to find the
      *> invoice a credit note rectifies.
       FD  TRANSACTIONS-HISTORY.
       01  TRANSACTIONS-HIST-REC.
       05      HIST-RUN-DATE       PIC 9(8).
       05      HIST-TXN-IMAGE      PIC X(67).

       WORKING-STORAGE SECTION.
           COPY "TRANREC.cpy".

       77  PRODUCTS-STATUS PIC XX.
       77  TRANS-STATUS    PIC XX.
       77  HIST-STATUS     PIC XX.

       77  MENU-CHOICE     PIC X.


       77  SALE-QUANTITY   PIC 9(3).
       77  LINE-AMOUNT     PIC S9(7)V99 COMP-4.
       77  LINE-QUANTITY   PIC S9(5) COMP-4.

      *> Stock check for a sale: the master's on hand less whatever
      *> today's already-queued lines for the product will take off
      *> tonight.
       77  TRANS-EOF       PIC 9.
       88      TRANS-EOF-REACHED VALUE 1.
       77  KEYED-PRODUCT-ID PIC X(9).
       77  QUEUED-QUANTITY PIC S9(7) COMP-4.
       77  STOCK-AFTER-SALE PIC S9(7) COMP-4.

      *> Set by LOOK-UP-PRODUCT: 0 means the keyed id is on the master
      *> and active, so the line can be priced and queued.
       77  PRODUCT-REFUSED PIC 9.
       88      PRODUCT-IS-GOOD VALUE 0.

      *> The F invoice a credit note rectifies, as keyed - series,
      *> year and number run together (F2022000123). Blank on a sale.
       01  ORIG-INVOICE-IN.
       05      ORIG-IN-SERIES      PIC X.
       05      ORIG-IN-YEAR        PIC 9(4).
       05      ORIG-IN-NUM         PIC 9(6).

       77  HIST-EOF        PIC 9.
       88      HIST-EOF-REACHED VALUE 1.
       77  INVOICE-FOUND   PIC 9.
       88      ORIGINAL-ON-HISTORY VALUE 1.
       77  INVOICED-QUANTITY PIC S9(5) COMP-4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SHOW-MENU
               END-COMPUTE
           END-IF.
           IF PRODUCT-IS-GOOD
               PERFORM CHECK-STOCK-FOR-SALE
               MOVE SPACES TO ORIG-INVOICE-IN
               MOVE SALE-QUANTITY TO LINE-QUANTITY
               PERFORM EMIT-SALE-TRANSACTION
               DISPLAY "SALE QUEUED: " PROD-DESC
                   " X " SALE-QUANTITY " = " LINE-AMOUNT

      *> A credit note is the same line priced negative - the batch
      *> taxes a negative amount with the same rate lookup and nets
      *> it out of the run totals, so nothing downstream changes. It
      *> is issued as a rectifying invoice, so it must quote the
      *> invoice it corrects.
       ENTER-CREDIT-NOTE.
           PERFORM TAKE-PRODUCT-AND-QUANTITY.
           IF PRODUCT-IS-GOOD
               PERFORM TAKE-ORIGINAL-INVOICE
           END-IF.
           IF PRODUCT-IS-GOOD
               COMPUTE LINE-AMOUNT = 0 - (PROD-PRICE * SALE-QUANTITY)
                   ON SIZE ERROR
               END-COMPUTE
           END-IF.
           IF PRODUCT-IS-GOOD
               COMPUTE LINE-QUANTITY = 0 - SALE-QUANTITY
               PERFORM EMIT-SALE-TRANSACTION
               DISPLAY "CREDIT NOTE QUEUED: " PROD-DESC
                   " X " SALE-QUANTITY " = " LINE-AMOUNT
           END-IF.

      *> The invoice being rectified must be an F invoice on
      *> TRANSACTIONS-HISTORY for the same product, for at least the
      *> quantity being credited. A sale taxed before invoices were
      *> numbered has none - the clerk keys number 000000 for it and
      *> it is taken on trust, as every credit note was before.
       TAKE-ORIGINAL-INVOICE.
           DISPLAY "INVOICE BEING RECTIFIED (F YYYY NNNNNN, "
               "000000 IF SOLD BEFORE NUMBERING): " WITH NO ADVANCING.
           ACCEPT ORIG-INVOICE-IN.
           IF ORIG-IN-SERIES = "f"
               MOVE "F" TO ORIG-IN-SERIES
           END-IF.
           IF ORIG-IN-SERIES NOT = "F"
                   OR ORIG-IN-YEAR NOT NUMERIC
                   OR ORIG-IN-NUM NOT NUMERIC
               MOVE 1 TO PRODUCT-REFUSED
               DISPLAY "NOT AN F INVOICE NUMBER - REFUSED"
           ELSE
               IF ORIG-IN-NUM NOT = 0
                   PERFORM FIND-ORIGINAL-INVOICE
               END-IF
           END-IF.

      *> The history is read back through TRANSACTION-RECORD, so the
      *> keyed product id is put back afterwards.
       FIND-ORIGINAL-INVOICE.
           MOVE TRANSACTION-PRODUCT-ID TO KEYED-PRODUCT-ID.
           MOVE 0 TO INVOICE-FOUND.
           MOVE 0 TO HIST-EOF.
           OPEN INPUT TRANSACTIONS-HISTORY.
           IF HIST-STATUS = "35"
               MOVE 1 TO HIST-EOF
           END-IF.
           PERFORM UNTIL HIST-EOF-REACHED
               READ TRANSACTIONS-HISTORY
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END
                       MOVE HIST-TXN-IMAGE TO TRANSACTION-RECORD
                       IF TRANSACTION-INVOICE = ORIG-INVOICE-IN
                           MOVE 1 TO INVOICE-FOUND
                           MOVE 1 TO HIST-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF HIST-STATUS NOT = "35"
               CLOSE TRANSACTIONS-HISTORY
           END-IF.
           MOVE TRANSACTION-QUANTITY TO INVOICED-QUANTITY.
           EVALUATE TRUE
               WHEN NOT ORIGINAL-ON-HISTORY
                   MOVE 1 TO PRODUCT-REFUSED
                   DISPLAY "INVOICE " ORIG-INVOICE-IN
                       " NOT ON HISTORY - REFUSED"
               WHEN TRANSACTION-PRODUCT-ID NOT = KEYED-PRODUCT-ID
                   MOVE 1 TO PRODUCT-REFUSED
                   DISPLAY "INVOICE " ORIG-INVOICE-IN " IS FOR "
                       TRANSACTION-PRODUCT-ID " - REFUSED"
               WHEN SALE-QUANTITY > INVOICED-QUANTITY
                   MOVE 1 TO PRODUCT-REFUSED
                   DISPLAY "INVOICE " ORIG-INVOICE-IN " WAS FOR "
                       INVOICED-QUANTITY " ONLY - REFUSED"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE KEYED-PRODUCT-ID TO TRANSACTION-PRODUCT-ID.

       TAKE-PRODUCT-AND-QUANTITY.
           DISPLAY "PRODUCT ID (AAA999999): " WITH NO ADVANCING.
           ACCEPT TRANSACTION-PRODUCT-ID.
               CLOSE PRODUCTS
           END-IF.

      *> Only a warning - the goods are physically at the counter, so
      *> the shelf count is what is wrong, and refusing the sale
      *> would just push it onto a hand-typed record. Lines already
      *> queued today are read back off TRANSACTIONS-IN through
      *> TRANSACTION-RECORD, so the keyed id is put back afterwards.
       CHECK-STOCK-FOR-SALE.
           MOVE TRANSACTION-PRODUCT-ID TO KEYED-PRODUCT-ID.
           MOVE 0 TO QUEUED-QUANTITY.
           MOVE 0 TO TRANS-EOF.
           OPEN INPUT TRANSACTIONS-IN.
           IF TRANS-STATUS = "35"
               MOVE 1 TO TRANS-EOF
           END-IF.
           PERFORM UNTIL TRANS-EOF-REACHED
               READ TRANSACTIONS-IN
                   AT END MOVE 1 TO TRANS-EOF
                   NOT AT END PERFORM COUNT-QUEUED-LINE
               END-READ
           END-PERFORM.
           IF TRANS-STATUS NOT = "35"
               CLOSE TRANSACTIONS-IN
           END-IF.
           MOVE KEYED-PRODUCT-ID TO TRANSACTION-PRODUCT-ID.
           COMPUTE STOCK-AFTER-SALE =
               PROD-ON-HAND - QUEUED-QUANTITY - SALE-QUANTITY.
           IF STOCK-AFTER-SALE < 0
               DISPLAY "*** WARNING - ON HAND " PROD-ON-HAND
                   ", ALREADY QUEUED TODAY " QUEUED-QUANTITY
               DISPLAY "*** THIS SALE TAKES STOCK TO "
                   STOCK-AFTER-SALE " - CHECK THE SHELF COUNT"
           END-IF.

       COUNT-QUEUED-LINE.
           MOVE TRANSACTIONS-IN-REC TO TRANSACTION-RECORD.
           IF TRANSACTION-PRODUCT-ID = KEYED-PRODUCT-ID
               ADD TRANSACTION-QUANTITY TO QUEUED-QUANTITY
           END-IF.

      *> Queues the priced line onto TRANSACTIONS-IN in the TRANREC
      *> layout, the same EXTEND-with-fallback and date handling as
      *> EMIT-BILLING-TRANSACTION in RETEK-REGISTER.
           MOVE 0 TO TRANSACTION-IVA-RATE.
           MOVE 0 TO TRANSACTION-IVA-AMOUNT.
           MOVE 0 TO TRANSACTION-GROSS-AMOUNT.
           MOVE LINE-QUANTITY TO TRANSACTION-QUANTITY.
      *> A counter sale is not billed to a subscriber, and the
      *> invoice number is only given by the nightly batch.
           MOVE 0 TO TRANSACTION-USER-ID.
           MOVE SPACES TO TRANSACTION-INVOICE.
           MOVE ORIG-INVOICE-IN TO TRANSACTION-ORIG-INVOICE.
           MOVE TRANSACTION-RECORD TO TRANSACTIONS-IN-REC.
           WRITE TRANSACTIONS-IN-REC.
           CLOSE TRANSACTIONS-IN.
