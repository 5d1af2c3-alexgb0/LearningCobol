      ******************************************************************
      * Author: Alex G. B.
      * Date: Jun 07, 2022
      * Purpose: Shared record layout for a MANDATES-DB direct-debit
      *          mandate - one per subscriber who has opted in to
      *          automatic renewal (USERREC.cpy renewal method D),
      *          keyed by user id. It holds the bank account the
      *          renewal fee is collected from and the date the
      *          subscriber signed the mandate, both quoted on every
      *          line of DD-RENEWAL's collection file. DD-RETURNS
      *          counts each debit the bank hands back unpaid, and a
      *          mandate that keeps failing is flagged so DD-RENEWAL
      *          stops collecting on it until RETEK-REGISTER takes a
      *          new one. A stopped mandate stays on file, cancelled,
      *          as the record of what was agreed. COPYed with
      *          REPLACING like the other record copybooks - every
      *          field name is a placeholder (MDFLD-xxx) and
      *          REPLACING must list each one.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Jun 07, 2022  AGB  Original.
      ******************************************************************
       01  MDFLD-RECNAME.
       05      MDFLD-USER-ID      PIC 9(7).
       05      MDFLD-ACCOUNT-REF  PIC X(34). *> IBAN, as signed
       05      MDFLD-MANDATE-DATE PIC 9(8).  *> YYYYMMDD signed
       05      MDFLD-STATE        PIC X.
       88          MDFLD-IS-ACTIVE      VALUE "A".
       88          MDFLD-IS-FLAGGED     VALUE "F".
       88          MDFLD-IS-CANCELLED   VALUE "C".
      *> Debits returned unpaid since the mandate was taken.
       05      MDFLD-FAIL-COUNT   PIC 9(2).
       05      MDFLD-LAST-COLLECT PIC 9(8).  *> YYYYMMDD, 0 if none
       05      MDFLD-LAST-RETURN  PIC 9(8).  *> YYYYMMDD, 0 if none
