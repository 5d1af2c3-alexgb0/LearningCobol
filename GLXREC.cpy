      ******************************************************************
      * Author: Alex G. B.
      * Date: Jun 28, 2022
      * Purpose: Shared record layout for a GL-EXTRACTS control record
      *          - one per business date GL-EXTRACT has turned into
      *          general-ledger journal lines, keyed by that date. It
      *          records when the date was last extracted and by whom,
      *          how many times (more than once only when a supervisor
      *          forced a re-extract), and the line count and debit
      *          and credit totals the accountant's system was sent,
      *          so a disputed day can be checked against the file it
      *          loaded. COPYed with REPLACING like the other record
      *          copybooks - every field name is a placeholder
      *          (GXFLD-xxx) and REPLACING must list each one.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Jun 28, 2022  AGB  Original.
      ******************************************************************
       01  GXFLD-RECNAME.
       05      GXFLD-BUSINESS-DATE PIC 9(8). *> YYYYMMDD extracted
       05      GXFLD-EXTRACT-DATE  PIC 9(8). *> YYYYMMDD, latest run
       05      GXFLD-OPERATOR      PIC X(10).
       05      GXFLD-EXTRACT-COUNT PIC 9(2).
       05      GXFLD-LINE-COUNT    PIC 9(5).
       05      GXFLD-DEBIT-TOTAL   PIC S9(9)V99 COMP-4.
       05      GXFLD-CREDIT-TOTAL  PIC S9(9)V99 COMP-4.
