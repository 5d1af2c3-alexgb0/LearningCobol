      ******************************************************************
      * Modification History:
      * Dec 05, 2021  AGB  Original.
      * May 10, 2022  AGB  Stock on hand and reorder level added.
      *                   PRODUCT-MAINT maintains both and books goods
      *                   received in; TRANSACTIONS-IVA takes each
      *                   sale off and puts each credit note back, so
      *                   on hand is signed - the batch books what was
      *                   sold even when the shelf count was wrong.
      *                   STOCK-REORDER lists everything at or under
      *                   its reorder level. Live files must be
      *                   rebuilt once with PRODUCTS-CONVERT.
      ******************************************************************
       01  PFLD-RECNAME.
       05      PFLD-PRODUCT-ID.
       05      PFLD-PROD-ACTIVE     PIC X.
       88          PFLD-PROD-IS-ACTIVE   VALUE "A".
       88          PFLD-PROD-IS-INACTIVE VALUE "I".
       05      PFLD-PROD-ON-HAND    PIC S9(7) COMP-4.
       05      PFLD-PROD-REORDER-LEVEL PIC 9(7) COMP-4.
