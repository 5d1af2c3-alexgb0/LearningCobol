      *          into WORKING-STORAGE by every program that builds or
      *          reads a transaction, so the field list only has to
      *          change in one place. The TRANSACTIONS-IN/OUT FDs hold
      *          a flat record of matching length (67 bytes) and move
      *          whole records into and out of this layout, rather
      *          than COPYing it a second time - GnuCOBOL treats a
      *          repeated elementary name across two 01-groups in the
      *                   signed binary field is the same 4 bytes as
      *                   an unsigned one, so the record stays 34
      *                   bytes and old files read unchanged.
      * May 10, 2022  AGB  Quantity sold added at the end, signed like
      *                   the amount (negative on a credit note), so
      *                   the units a line moves survive from
      *                   SALES-ENTRY through TRANSACTIONS-IVA, which
      *                   takes them off PRODUCTS-DB stock on hand.
      *                   The record grows to 38 bytes - every flat
      *                   FD holding it grows with it, and the
      *                   permanent TRANSACTIONS-HISTORY must be
      *                   rebuilt once with HISTORY-CONVERT.
      * Jun 14, 2022  AGB  Legal invoice numbering. The record carries
      *                   the subscriber's user id (so a SUB invoice can
      *                   be addressed), the invoice number
      *                   TRANSACTIONS-IVA gives it in the yearly F or
      *                   rectifying R series, and on a credit note the
      *                   F invoice it rectifies. The record grows to 67
      *                   bytes - every flat FD holding it grows with
      *                   it, and TRANSACTIONS-HISTORY must be rebuilt
      *                   once with HISTORY-CONVERT2.
      ******************************************************************
       01  TRANSACTION-RECORD.
       05      TRANSACTION-PRODUCT-ID.
       05      TRANSACTION-IVA-RATE      PIC 99.
       05      TRANSACTION-IVA-AMOUNT    PIC S9(7)V99 COMP-4.
       05      TRANSACTION-GROSS-AMOUNT  PIC S9(7)V99 COMP-4.
       05      TRANSACTION-QUANTITY      PIC S9(5) COMP-4.
      *> The subscriber a SUB billing or credit is for, zero on a
      *> counter sale - the invoice is addressed from USERS-DB by it.
       05      TRANSACTION-USER-ID       PIC 9(7).
      *> Legal invoice number, given by TRANSACTIONS-IVA when the line
      *> is taxed - blank until then. Series F is the yearly invoice
      *> series, R the rectifying series a credit note is numbered in.
       05      TRANSACTION-INVOICE.
           10  TRANSACTION-INV-SERIES    PIC X.
           88      TRANSACTION-INV-IS-INVOICE   VALUE "F".
           88      TRANSACTION-INV-IS-RECTIFYING VALUE "R".
           10  TRANSACTION-INV-YEAR      PIC 9(4).
           10  TRANSACTION-INV-NUM       PIC 9(6).
      *> On a credit note, the F invoice it rectifies - number zero
      *> for a sale invoiced before the series began. Blank on a sale.
       05      TRANSACTION-ORIG-INVOICE.
           10  TRANSACTION-ORIG-SERIES   PIC X.
           10  TRANSACTION-ORIG-YEAR     PIC 9(4).
           10  TRANSACTION-ORIG-NUM      PIC 9(6).
