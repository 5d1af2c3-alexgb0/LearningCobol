      * Apr 12 2022  AGB  A refused report ends with RETURN-CODE 8
      *                   so the NIGHT-RUN driver stops the
      *                   overnight sequence there.
      * May 10 2022  AGB  Transaction record widened to 38 bytes for the
      *                   quantity sold (see TRANREC.cpy); no change to
      *                   what is reported.
      * Jun 14 2022  AGB  Transaction record widened to 67 bytes for the
      *                   user id and invoice numbers (see TRANREC.cpy);
      *                   no change to what is reported.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVA-SUMMARY.
      *> Flat record - see TRANREC.cpy for the layout moved in and out
      *> of TRANSACTION-RECORD on every read.
       FD  TRANSACTIONS-OUT.
       01  TRANSACTIONS-OUT-REC    PIC X(67).

       WORKING-STORAGE SECTION.
           COPY "TRANREC.cpy".
