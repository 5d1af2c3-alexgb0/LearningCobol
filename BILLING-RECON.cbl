      *                   driver can run the reconciliation
      *                   unattended - no file, and the prompt
      *                   behaves exactly as before.
      * May 10 2022  AGB  Transaction record widened to 38 bytes for the
      *                   quantity sold (see TRANREC.cpy); no change to
      *                   what is reported.
      * Jun 07 2022  AGB  A DD-RENEWAL renewal (audit action DDRENW) is
      *                   billed like an ADD and is counted on the
      *                   renewal side.
      * Jun 14 2022  AGB  Transaction record widened to 67 bytes for the
      *                   user id and invoice numbers (see TRANREC.cpy);
      *                   no change to what is reported.
      * Jul 12 2022  AGB  SUB credit notes are no longer counted as
      *                   billings, where they showed up as orphan
      *                   billings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-RECON.
      *> Flat record - see TRANREC.cpy for the layout moved in and out
      *> of TRANSACTION-RECORD on every read.
       FD  TRANSACTIONS-OUT.
       01  TRANSACTIONS-OUT-REC    PIC X(67).

      *> One answer line, the same DDMMYYYY (0 = today) the prompt
      *> takes.

      *> Counts every audit entry for the date that should have been
      *> billed: an ADD always is, an UPDATE only when it pushed the
      *> expiry later (that is what EMIT-BILLING-TRANSACTION keys on),
      *> and a DD-RENEWAL renewal (DDRENW) always is.
      *> No AUDIT-LOG yet (status "35") means nothing was registered,
      *> so there is nothing to reconcile on the audit side.
       SCAN-AUDIT-LOG.
                       PERFORM COUNT-RENEWAL
                   WHEN "UPDATE"
                       PERFORM CHECK-UPDATE-ENTRY
                   WHEN "DDRENW"
                       PERFORM COUNT-RENEWAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE TRANSACTIONS-OUT
           END-IF.

      *> A SUB credit note (negative amount, rectifying series) is
      *> not a sale and has no renewal behind it - only the SUB
      *> billings themselves are counted.
       CHECK-TRANSACTION.
           MOVE TRANSACTIONS-OUT-REC TO TRANSACTION-RECORD.
           IF TRANSACTION-CATEGORY = "SUB"
                   AND NOT TRANSACTION-IS-CREDIT
               COMPUTE TXN-DATE-NUM = TRANSACTION-DATE-YYYY * 10000
                   + TRANSACTION-DATE-MM * 100 + TRANSACTION-DATE-DD
               IF TXN-DATE-NUM = RECON-DATE
