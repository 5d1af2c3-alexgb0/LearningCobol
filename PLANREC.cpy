      ******************************************************************
      * Author: Alex G. B.
      * Date: May 31, 2022
      * Purpose: Shared record layout for a PLANS-DB subscription
      *          plan - the term and fee RETEK-REGISTER used to have
      *          compiled in as SUB000001 at 9.99. A subscriber's
      *          plan code (USERREC.cpy) picks the record: the
      *          expiry moves on by the plan's term in months, and
      *          the billing transaction and AR-LEDGER item are
      *          priced at its fee under its billing product, which
      *          must be a SUB product on PRODUCTS-DB so
      *          TRANSACTIONS-IVA accepts it and never moves stock.
      *          A deactivated plan stays on file for the
      *          subscribers already on it, but no one new can be
      *          put on it. Maintained with PLAN-MAINT. COPYed with
      *          REPLACING like the other record copybooks - every
      *          field name is a placeholder (PLFLD-xxx) and
      *          REPLACING must list each one.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * May 31, 2022  AGB  Original.
      * Jul 19, 2022  AGB  No layout change. The fee is the price the
      *                   subscriber pays, IVA included: the billing
      *                   goes to TRANSACTIONS-IVA as IVA-inclusive, so
      *                   the invoice, the AR-LEDGER item and the
      *                   direct-debit collection are all for the fee.
      ******************************************************************
       01  PLFLD-RECNAME.
       05      PLFLD-PLAN-CODE      PIC X(6).
       05      PLFLD-PLAN-DESC      PIC X(30).
       05      PLFLD-PLAN-TERM      PIC 99. *> months
       05      PLFLD-PLAN-FEE       PIC 9(5)V99 COMP-4. *> IVA incl.
       05      PLFLD-PLAN-PRODUCT-ID PIC X(9). *> SUB product billed
       05      PLFLD-PLAN-ACTIVE    PIC X.
       88          PLFLD-PLAN-IS-ACTIVE   VALUE "A".
       88          PLFLD-PLAN-IS-INACTIVE VALUE "I".
