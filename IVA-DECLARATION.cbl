      *                   present, so the NIGHT-RUN driver can run
      *                   the report unattended - no file, and the
      *                   prompt behaves exactly as before.
      * May 10 2022  AGB  Transaction record widened to 38 bytes for the
      *                   quantity sold (see TRANREC.cpy); no change to
      *                   what is reported.
      * Jun 14 2022  AGB  Transaction record widened to 67 bytes for the
      *                   user id and invoice numbers (see TRANREC.cpy);
      *                   no change to what is reported.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVA-DECLARATION.

       DATA DIVISION.
       FILE SECTION.
      *> Run date in front of the same 67-byte transaction image the
      *> daily batch writes to TRANSACTIONS-OUT - see TRANREC.cpy.
       FD  TRANSACTIONS-HISTORY.
       01  TRANSACTIONS-HIST-REC.
       05      HIST-RUN-DATE-R REDEFINES HIST-RUN-DATE.
           10  HIST-RUN-YYYYMM     PIC 9(6).
           10  HIST-RUN-DD         PIC 99.
       05      HIST-TXN-IMAGE      PIC X(67).

       FD  CLOSED-PERIODS.
           COPY "CLPREC.cpy"
