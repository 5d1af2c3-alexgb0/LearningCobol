      ******************************************************************
      * Modification History:
      * Dec 05, 2021  AGB  Original.
      * May 10, 2022  AGB  Stock on hand and reorder level (see
      *                   PRODREC.cpy) are shown on the list, keyed
      *                   on add, and corrected on update after a
      *                   stock count. New goods-received option
      *                   books a delivery onto stock on hand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-MAINT.
                   ==PFLD-PROD-PRICE==      BY ==PROD-PRICE==
                   ==PFLD-PROD-ACTIVE==     BY ==PROD-ACTIVE==
                   ==PFLD-PROD-IS-ACTIVE==  BY ==PROD-IS-ACTIVE==
                   ==PFLD-PROD-IS-INACTIVE== BY ==PROD-IS-INACTIVE==
                   ==PFLD-PROD-ON-HAND==    BY ==PROD-ON-HAND==
                   ==PFLD-PROD-REORDER-LEVEL==
                       BY ==PROD-REORDER-LEVEL==.

       WORKING-STORAGE SECTION.
           COPY "PRODREC.cpy"
                   ==PFLD-PROD-PRICE==      BY ==WS-PROD-PRICE==
                   ==PFLD-PROD-ACTIVE==     BY ==WS-PROD-ACTIVE==
                   ==PFLD-PROD-IS-ACTIVE==  BY ==WS-PROD-IS-ACTIVE==
                   ==PFLD-PROD-IS-INACTIVE== BY ==WS-PROD-IS-INACT==
                   ==PFLD-PROD-ON-HAND==    BY ==WS-PROD-ON-HAND==
                   ==PFLD-PROD-REORDER-LEVEL==
                       BY ==WS-PROD-REORDER-LEVEL==.

       77  EOF PIC 9.
       88      EOF-REACHED VALUE 1.
      *> converted to the 9(5)V99 master field.
       77  PRICE-IN-CENTS  PIC 9(7).

      *> Quantities are keyed as plain unsigned digits - a count can
      *> never be negative, even though the batch may take on hand
      *> below zero between counts.
       77  QUANTITY-IN     PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SHOW-MENU
           DISPLAY "2 - ADD PRODUCT".
           DISPLAY "3 - UPDATE PRODUCT".
           DISPLAY "4 - DEACTIVATE PRODUCT".
           DISPLAY "5 - GOODS RECEIVED".
           DISPLAY "X - EXIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
               WHEN "2" PERFORM ADD-PRODUCT
               WHEN "3" PERFORM UPDATE-PRODUCT
               WHEN "4" PERFORM DEACTIVATE-PRODUCT
               WHEN "5" PERFORM RECEIVE-GOODS
               WHEN "X" CONTINUE
               WHEN "x" CONTINUE
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
               IF NOT EOF-REACHED
                   DISPLAY WS-PRODUCT-ID " " WS-PROD-ACTIVE " "
                       WS-PROD-DESC " PRICE " WS-PROD-PRICE
                       " ON HAND " WS-PROD-ON-HAND
                       " REORDER AT " WS-PROD-REORDER-LEVEL
               END-IF
           END-PERFORM.
           IF PRODUCTS-STATUS NOT = "35"
                   WITH NO ADVANCING
               ACCEPT PRICE-IN-CENTS
               COMPUTE WS-PROD-PRICE = PRICE-IN-CENTS / 100
               DISPLAY "QUANTITY ON HAND (7 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT QUANTITY-IN
               MOVE QUANTITY-IN TO WS-PROD-ON-HAND
               DISPLAY "REORDER LEVEL (7 DIGITS): " WITH NO ADVANCING
               ACCEPT QUANTITY-IN
               MOVE QUANTITY-IN TO WS-PROD-REORDER-LEVEL
               MOVE "A" TO WS-PROD-ACTIVE
               PERFORM OPEN-PRODUCTS-IO
               MOVE WS-PRODUCT-ID TO PROD-PRODUCT-ID
                       WITH NO ADVANCING
                   ACCEPT PRICE-IN-CENTS
                   COMPUTE PROD-PRICE = PRICE-IN-CENTS / 100
                   DISPLAY "ON HAND IS " PROD-ON-HAND
                       " - COUNTED QUANTITY (7 DIGITS): "
                       WITH NO ADVANCING
                   ACCEPT QUANTITY-IN
                   MOVE QUANTITY-IN TO PROD-ON-HAND
                   DISPLAY "NEW REORDER LEVEL (7 DIGITS): "
                       WITH NO ADVANCING
                   ACCEPT QUANTITY-IN
                   MOVE QUANTITY-IN TO PROD-REORDER-LEVEL
                   REWRITE PRODUCT-FILE
                       INVALID KEY DISPLAY "UPDATE FAILED"
                       NOT INVALID KEY DISPLAY "PRODUCT UPDATED"
           END-READ.
           CLOSE PRODUCTS.

      *> A delivery adds to whatever is on hand - including making
      *> good a negative figure the batch left after selling stock
      *> that had not been booked in yet.
       RECEIVE-GOODS.
           DISPLAY "PRODUCT ID RECEIVED: " WITH NO ADVANCING.
           ACCEPT PROD-PRODUCT-ID.
           PERFORM OPEN-PRODUCTS-IO.
           READ PRODUCTS
               INVALID KEY
                   DISPLAY "NO SUCH PRODUCT"
               NOT INVALID KEY
                   DISPLAY PROD-DESC " ON HAND " PROD-ON-HAND
                   DISPLAY "QUANTITY RECEIVED (7 DIGITS): "
                       WITH NO ADVANCING
                   ACCEPT QUANTITY-IN
                   ADD QUANTITY-IN TO PROD-ON-HAND
                       ON SIZE ERROR
                           DISPLAY "QUANTITY TOO LARGE - NOT BOOKED"
                       NOT ON SIZE ERROR
                           PERFORM REWRITE-RECEIVED-PRODUCT
                   END-ADD
           END-READ.
           CLOSE PRODUCTS.

       REWRITE-RECEIVED-PRODUCT.
           REWRITE PRODUCT-FILE
               INVALID KEY DISPLAY "GOODS RECEIVED FAILED"
               NOT INVALID KEY
                   DISPLAY "BOOKED IN - ON HAND NOW " PROD-ON-HAND
           END-REWRITE.

      *> Same create-on-first-use pattern as OPEN-USERS-IO in
      *> RETEK-REGISTER: OPEN I-O on a missing indexed file fails with
      *> status "35", so build an empty one and open it again.
