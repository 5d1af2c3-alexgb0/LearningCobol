      ******************************************************************
      * Author: Alex G. B.
      * Date: Jun 14, 2022
      * Purpose: Shared record layout for an INVOICE-SERIES counter -
      *          one per invoice series and calendar year, keyed by
      *          the two together. TRANSACTIONS-IVA gives every line
      *          it taxes the next number in its series (F for an
      *          ordinary invoice, R for a rectifying one against a
      *          credit note), so the numbers run 1, 2, 3 ... with no
      *          gap and start again at 1 each January. The counter
      *          remembers the first number handed out by the run
      *          dated RUN-DATE, so backing out a run that died half
      *          way gives its numbers back and the rerun issues them
      *          again. IVA-CLOSE checks the numbers on
      *          TRANSACTIONS-HISTORY are still unbroken before it
      *          seals a month. COPYed with REPLACING like the other
      *          record copybooks - every field name is a placeholder
      *          (INFLD-xxx) and REPLACING must list each one.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Jun 14, 2022  AGB  Original.
      ******************************************************************
       01  INFLD-RECNAME.
       05      INFLD-KEY.
           10  INFLD-SERIES       PIC X.
           10  INFLD-YEAR         PIC 9(4).
       05      INFLD-LAST-NUMBER  PIC 9(6). *> 0 before the first one
       05      INFLD-RUN-DATE     PIC 9(8). *> YYYYMMDD of last run
       05      INFLD-RUN-FIRST    PIC 9(6). *> first number it gave
