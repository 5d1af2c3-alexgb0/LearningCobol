      ******************************************************************
      * Modification History:
      * Feb 22, 2022  AGB  Original.
      * May 03, 2022  AGB  Action codes for AR-SUSPENSE-WORK's clearing
      *                   of unapplied cash: SUSAPL when suspense cash
      *                   is applied to an item, ONACCT when it is
      *                   held as a credit on account, REFUND when it
      *                   is marked for refund to the payer. None of
      *                   them is new money, so the daily cash report
      *                   still totals only POST and REVRSE lines.
      * May 17, 2022  AGB  WRTOFF action code for AR-WRITEOFF, one line
      *                   per item written off, carrying the unpaid
      *                   balance written off. It is not cash and
      *                   AR-PAID-AMOUNT is not touched, so the daily
      *                   cash report leaves it out like the suspense
      *                   codes.
      * Jun 07, 2022  AGB  No layout change. DD-RENEWAL journals each
      *                   direct-debit collection as a POST and
      *                   DD-RETURNS each returned debit as a REVRSE,
      *                   under their own program names as operator.
      ******************************************************************
       01  JFLD-RECNAME.
       05      JFLD-JRN-DATE      PIC 9(8). *> YYYYMMDD posting date
       05      JFLD-JRN-ACTION    PIC X(6).
       88          JFLD-JRN-IS-POST     VALUE "POST  ".
       88          JFLD-JRN-IS-REVERSAL VALUE "REVRSE".
       88          JFLD-JRN-IS-SUSP-APPLY VALUE "SUSAPL".
       88          JFLD-JRN-IS-ON-ACCOUNT VALUE "ONACCT".
       88          JFLD-JRN-IS-REFUND   VALUE "REFUND".
       88          JFLD-JRN-IS-WRITE-OFF VALUE "WRTOFF".
       05      FILLER             PIC X VALUE SPACE.
       05      JFLD-JRN-OPERATOR  PIC X(10).
