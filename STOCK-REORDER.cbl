      ******************************************************************
      * Author: Alex G. B.
      * Date: May 10, 2022
      * Purpose: Morning reorder report. Walks PRODUCTS-DB and lists
      *          every active stocked product whose on-hand quantity
      *          (after the night's TRANSACTIONS-IVA has taken the
      *          day's sales off) is at or under its reorder level,
      *          with the shortfall to bring it back up to that
      *          level. A product on hand below zero has sold more
      *          than the shelf count said it had and is flagged for
      *          a recount. Subscriptions are a service and are never
      *          listed; inactive products are not reordered.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * May 10, 2022  AGB  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-REORDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTS ASSIGN TO "PRODUCTS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PROD-PRODUCT-ID
               FILE STATUS IS PRODUCTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS.
           COPY "PRODREC.cpy"
               REPLACING ==PFLD-RECNAME==       BY ==PRODUCT-FILE==
                   ==PFLD-PRODUCT-ID==      BY ==PROD-PRODUCT-ID==
                   ==PFLD-PROD-CATEGORY==   BY ==PROD-CATEGORY==
                   ==PFLD-PROD-NUM==        BY ==PROD-NUM==
                   ==PFLD-PROD-DESC==       BY ==PROD-DESC==
                   ==PFLD-PROD-PRICE==      BY ==PROD-PRICE==
                   ==PFLD-PROD-ACTIVE==     BY ==PROD-ACTIVE==
                   ==PFLD-PROD-IS-ACTIVE==  BY ==PROD-IS-ACTIVE==
                   ==PFLD-PROD-IS-INACTIVE== BY ==PROD-IS-INACTIVE==
                   ==PFLD-PROD-ON-HAND==    BY ==PROD-ON-HAND==
                   ==PFLD-PROD-REORDER-LEVEL==
                       BY ==PROD-REORDER-LEVEL==.

       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
       88      EOF-REACHED VALUE 1.

       77  PRODUCTS-STATUS PIC XX.

       77  WS-TODAY        PIC 9(8).

      *> Same service category TRANSACTIONS-IVA never moves stock for.
       77  SERVICE-CATEGORY PIC XXX VALUE "SUB".

       77  SHORTFALL       PIC S9(8) COMP-4.
       77  SHORTFALL-TEXT  PIC -(7)9.
       77  ON-HAND-TEXT    PIC -(7)9.
       77  REORDER-TEXT    PIC Z(6)9.
       77  RECOUNT-FLAG    PIC X(9).

       77  PRODUCTS-READ   PIC 9(5) VALUE 0.
       77  REORDER-COUNT   PIC 9(5) VALUE 0.
       77  RECOUNT-COUNT   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "STOCK REORDER REPORT AS OF " WS-TODAY.
           DISPLAY "========================================".
           PERFORM SCAN-PRODUCTS.
           DISPLAY "========================================".
           DISPLAY "PRODUCTS READ.........: " PRODUCTS-READ.
           DISPLAY "AT OR UNDER REORDER...: " REORDER-COUNT.
           DISPLAY "NEGATIVE - RECOUNT....: " RECOUNT-COUNT.
           STOP RUN.

      *> No PRODUCTS-DB yet (status "35") means nothing is stocked -
      *> an empty report, not an error.
       SCAN-PRODUCTS.
           OPEN INPUT PRODUCTS.
           MOVE 0 TO EOF.
           IF PRODUCTS-STATUS = "35"
               MOVE 1 TO EOF
           ELSE
               MOVE LOW-VALUES TO PROD-PRODUCT-ID
               START PRODUCTS KEY IS GREATER THAN PROD-PRODUCT-ID
                   INVALID KEY MOVE 1 TO EOF
               END-START
           END-IF.
           PERFORM UNTIL EOF-REACHED
               READ PRODUCTS NEXT RECORD
                   AT END MOVE 1 TO EOF
               END-READ
               IF NOT EOF-REACHED
                   ADD 1 TO PRODUCTS-READ
                   IF PROD-IS-ACTIVE
                           AND PROD-CATEGORY NOT = SERVICE-CATEGORY
                           AND PROD-ON-HAND NOT > PROD-REORDER-LEVEL
                       PERFORM LIST-REORDER-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF PRODUCTS-STATUS NOT = "35"
               CLOSE PRODUCTS
           END-IF.

      *> The shortfall is what it takes to get back up to the reorder
      *> level - at least one unit, since a product sitting exactly
      *> on its level is listed too.
       LIST-REORDER-LINE.
           ADD 1 TO REORDER-COUNT.
           COMPUTE SHORTFALL = PROD-REORDER-LEVEL - PROD-ON-HAND.
           IF SHORTFALL < 1
               MOVE 1 TO SHORTFALL
           END-IF.
           MOVE SPACES TO RECOUNT-FLAG.
           IF PROD-ON-HAND < 0
               MOVE " RECOUNT" TO RECOUNT-FLAG
               ADD 1 TO RECOUNT-COUNT
           END-IF.
           MOVE PROD-ON-HAND TO ON-HAND-TEXT.
           MOVE PROD-REORDER-LEVEL TO REORDER-TEXT.
           MOVE SHORTFALL TO SHORTFALL-TEXT.
           DISPLAY PROD-PRODUCT-ID " " PROD-DESC
               " ON HAND " ON-HAND-TEXT
               " REORDER AT " REORDER-TEXT
               " SHORT " SHORTFALL-TEXT RECOUNT-FLAG.

       END PROGRAM STOCK-REORDER.
