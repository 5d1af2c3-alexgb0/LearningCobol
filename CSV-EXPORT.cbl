      *                   address lines (USERREC.cpy) as four more
      *                   columns, and the record widens to fit -
      *                   the mailing house loads this file too.
      * May 10, 2022  AGB  Transaction record widened to 38 bytes for
      *                   the quantity sold (see TRANREC.cpy); no change
      *                   to what is reported.
      * Jun 14, 2022  AGB  Transaction record widened to 67 bytes for
      *                   the user id and invoice numbers (see
      *                   TRANREC.cpy); no change to what is reported.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-EXPORT.
                   ==UFLD-MAIL-OK==        BY ==REC-MAIL-OK==
                   ==UFLD-MAIL-UNDELIVERABLE==
                       BY ==REC-MAIL-UNDELIVERABLE==
                   ==UFLD-RENEW-METHOD==   BY ==REC-RENEW-METHOD==
                   ==UFLD-RENEW-BY-HAND==  BY ==REC-RENEW-BY-HAND==
                   ==UFLD-RENEW-DIRECT-DEBIT==
                       BY ==REC-RENEW-DIRECT-DEBIT==
                   ==UFLD-USER-NAME==      BY ==REC-USER-NAME==
                   ==UFLD-ADDR-LINE1==     BY ==REC-ADDR-LINE1==
                   ==UFLD-ADDR-LINE2==     BY ==REC-ADDR-LINE2==
                   ==UFLD-ADDR-LINE3==     BY ==REC-ADDR-LINE3==
                   ==UFLD-PLAN-CODE==      BY ==REC-PLAN-CODE==.

      *> Flat record - see TRANREC.cpy for the layout moved in and out
      *> of TRANSACTION-RECORD on every read.
       FD  TRANSACTIONS-OUT.
       01  TRANSACTIONS-OUT-REC    PIC X(67).

       FD  USERS-CSV.
       01  USERS-CSV-REC           PIC X(180).
                   ==UFLD-MAIL-OK==        BY ==WS-MAIL-OK==
                   ==UFLD-MAIL-UNDELIVERABLE==
                       BY ==WS-MAIL-UNDELIVERABLE==
                   ==UFLD-RENEW-METHOD==   BY ==WS-RENEW-METHOD==
                   ==UFLD-RENEW-BY-HAND==  BY ==WS-RENEW-BY-HAND==
                   ==UFLD-RENEW-DIRECT-DEBIT==
                       BY ==WS-RENEW-DIRECT-DEBIT==
                   ==UFLD-USER-NAME==      BY ==WS-USER-NAME==
                   ==UFLD-ADDR-LINE1==     BY ==WS-ADDR-LINE1==
                   ==UFLD-ADDR-LINE2==     BY ==WS-ADDR-LINE2==
                   ==UFLD-ADDR-LINE3==     BY ==WS-ADDR-LINE3==
                   ==UFLD-PLAN-CODE==      BY ==WS-PLAN-CODE==.

           COPY "TRANREC.cpy".

