      ******************************************************************
      * Author: Alex G. B.
      * Date: May 03, 2022
      * Purpose: Shared record layout for one AR-SUSPENSE unapplied-
      *          cash entry. AR-CASH-APPLY appends an entry for every
      *          bank receipt (or overpayment remainder) it cannot
      *          match, and AR-SUSPENSE-WORK clears them - applying
      *          the cash to a user or AR-LEDGER item, holding it as
      *          a credit on account, or marking it for refund. The
      *          first 23 bytes are still the untouched BANK-RECEIPTS
      *          image and the next 3 the reason code, exactly the
      *          record AR-CASH-APPLY wrote before the resolution
      *          fields were added behind them. COPYed with
      *          REPLACING like the other record copybooks - every
      *          field name is a placeholder (SFLD-xxx) and REPLACING
      *          must list each one. Programs keep the FD flat and
      *          move the line into this layout, the same treatment
      *          as JRNREC.cpy, so a garbage receipt image cannot
      *          abend a numeric FD field.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * May 03, 2022  AGB  Original.
      ******************************************************************
       01  SFLD-RECNAME.
       05      SFLD-RECEIPT-IMAGE.
           10  SFLD-KIND          PIC X.
           88          SFLD-BY-USER VALUE "U".
           88          SFLD-BY-ITEM VALUE "I".
           10  SFLD-KEY           PIC 9(7).
           10  SFLD-AMOUNT-CENTS  PIC 9(7).
           10  SFLD-VALUE-DATE    PIC 9(8). *> YYYYMMDD, as the bank
       05      SFLD-REASON        PIC X(3).
      *> Run date of the AR-CASH-APPLY run that parked the cash - the
      *> entry's age is counted from here.
       05      SFLD-SUSP-DATE     PIC 9(8).
      *> SPACE until the entry is cleared, which is also what an
      *> entry written before this field existed reads in as.
       05      SFLD-STATE         PIC X.
       88          SFLD-IS-UNRESOLVED VALUE SPACE.
       88          SFLD-IS-APPLIED    VALUE "A".
       88          SFLD-IS-ON-ACCOUNT VALUE "C".
       88          SFLD-IS-REFUND     VALUE "R".
       05      SFLD-TARGET-USER   PIC 9(7).
       05      SFLD-TARGET-ITEM   PIC 9(7).
       05      SFLD-RESOLVED-DATE PIC 9(8). *> YYYYMMDD, 0 until cleared
       05      SFLD-RESOLVED-BY   PIC X(10).
