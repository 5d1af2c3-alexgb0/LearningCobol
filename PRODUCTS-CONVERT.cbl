      ******************************************************************
      * Author: Alex G. B.
      * Date: May 10, 2022
      * Purpose: One-shot conversion of the live PRODUCTS-DB from the
      *          Dec 2021 44-byte layout to the layout in PRODREC.cpy
      *          with stock on hand and reorder level, rebuilding it
      *          as PRODUCTS-DB-NEW. Every product comes out with
      *          both new fields at zero - the first stock count is
      *          keyed through PRODUCT-MAINT option 3, and until it
      *          is every stocked product shows on STOCK-REORDER.
      *          The old file is never written to - when the run
      *          reports clean, rename PRODUCTS-DB aside and
      *          PRODUCTS-DB-NEW into its place. Run this once, with
      *          nobody in PRODUCT-MAINT or SALES-ENTRY and before
      *          the next TRANSACTIONS-IVA.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * May 10, 2022  AGB  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTS-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PRODUCTS ASSIGN TO "PRODUCTS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OLD-PRODUCT-ID
               FILE STATUS IS OLD-STATUS.

           SELECT NEW-PRODUCTS ASSIGN TO "PRODUCTS-DB-NEW"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PROD-PRODUCT-ID
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The layout PRODUCTS-DB records had from Dec 2021 to May
      *> 2022 - frozen here on purpose, since PRODREC.cpy now
      *> describes the new one.
       FD  OLD-PRODUCTS.
       01  OLD-PRODUCT-FILE.
       05      OLD-PRODUCT-ID       PIC X(9).
       05      OLD-PROD-DESC        PIC X(30).
       05      OLD-PROD-PRICE       PIC 9(5)V99 COMP-4.
       05      OLD-PROD-ACTIVE      PIC X.

       FD  NEW-PRODUCTS.
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

       77  OLD-STATUS      PIC XX.
       77  NEW-STATUS      PIC XX.

       77  CONVERTED-COUNT PIC 9(5) VALUE 0.
       77  DROPPED-COUNT   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONVERT-PRODUCTS-FILE.
           DISPLAY "RECORDS CONVERTED: " CONVERTED-COUNT.
           DISPLAY "RECORDS DROPPED..: " DROPPED-COUNT.
           IF DROPPED-COUNT = 0
               DISPLAY "NOW RENAME PRODUCTS-DB ASIDE AND"
               DISPLAY "PRODUCTS-DB-NEW TO PRODUCTS-DB BEFORE USING"
               DISPLAY "PRODUCT-MAINT OR RUNNING TRANSACTIONS-IVA."
           ELSE
               DISPLAY "*** DROPPED RECORDS ABOVE - RESOLVE THEM"
               DISPLAY "*** AND RERUN BEFORE SWAPPING THE FILES."
           END-IF.
           STOP RUN.

      *> Same ascending-scan rebuild as the USERS-DB conversions: one
      *> WRITE per record, a duplicate key surfaced and dropped for
      *> manual correction rather than copied across.
       CONVERT-PRODUCTS-FILE.
           OPEN INPUT OLD-PRODUCTS.
           IF OLD-STATUS = "35"
               DISPLAY "NO PRODUCTS-DB ON FILE - NOTHING TO CONVERT"
               MOVE 1 TO EOF
           ELSE
               OPEN OUTPUT NEW-PRODUCTS
               MOVE 0 TO EOF
               MOVE LOW-VALUES TO OLD-PRODUCT-ID
               START OLD-PRODUCTS KEY IS GREATER THAN OLD-PRODUCT-ID
                   INVALID KEY MOVE 1 TO EOF
               END-START
           END-IF.
           PERFORM UNTIL EOF-REACHED
               READ OLD-PRODUCTS NEXT RECORD
                   AT END MOVE 1 TO EOF
               END-READ
               IF NOT EOF-REACHED
                   PERFORM CONVERT-ONE-PRODUCT
               END-IF
           END-PERFORM.
           IF OLD-STATUS NOT = "35"
               CLOSE OLD-PRODUCTS
               CLOSE NEW-PRODUCTS
           END-IF.

      *> Stock on hand and reorder level both start at zero until the
      *> first count is keyed.
       CONVERT-ONE-PRODUCT.
           MOVE OLD-PRODUCT-ID TO PROD-PRODUCT-ID.
           MOVE OLD-PROD-DESC TO PROD-DESC.
           MOVE OLD-PROD-PRICE TO PROD-PRICE.
           MOVE OLD-PROD-ACTIVE TO PROD-ACTIVE.
           MOVE 0 TO PROD-ON-HAND.
           MOVE 0 TO PROD-REORDER-LEVEL.
           WRITE PRODUCT-FILE
               INVALID KEY
                   ADD 1 TO DROPPED-COUNT
                   DISPLAY "DROPPED " OLD-PRODUCT-ID
                       " - DUPLICATE KEY"
               NOT INVALID KEY
                   ADD 1 TO CONVERTED-COUNT
           END-WRITE.

       END PROGRAM PRODUCTS-CONVERT.
