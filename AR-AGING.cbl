      ******************************************************************
      * Modification History:
      * Dec 18, 2021  AGB  Original.
      * May 17, 2022  AGB  Items AR-WRITEOFF has written off (status W,
      *                   see ARREC.cpy) are closed, not open, so they
      *                   drop out of the 90-plus bucket once written
      *                   off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-AGING.
                   ==ARFLD-PAY-DATE==      BY ==AR-PAY-DATE==
                   ==ARFLD-ITEM-STATUS==   BY ==AR-ITEM-STATUS==
                   ==ARFLD-ITEM-OPEN==     BY ==AR-ITEM-OPEN==
                   ==ARFLD-ITEM-PAID==     BY ==AR-ITEM-PAID==
                   ==ARFLD-ITEM-WRITTEN-OFF==
                       BY ==AR-ITEM-WRITTEN-OFF==.

       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
