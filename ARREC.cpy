      ******************************************************************
      * Modification History:
      * Dec 18, 2021  AGB  Original.
      * May 17, 2022  AGB  Written-off status W added for AR-WRITEOFF:
      *                   an uncollectable item is closed without being
      *                   paid, so it is neither open nor paid.
      *                   AR-AGING, AR-SUSPEND and AR-STATEMENTS treat
      *                   it as closed; receipts are no longer posted
      *                   against it.
      ******************************************************************
       01  ARFLD-RECNAME.
       05      ARFLD-ITEM-NUM     PIC 9(7).
       05      ARFLD-ITEM-STATUS  PIC X.
       88          ARFLD-ITEM-OPEN VALUE "O".
       88          ARFLD-ITEM-PAID VALUE "P".
       88          ARFLD-ITEM-WRITTEN-OFF VALUE "W".
