      *                   the console prompt when one is present
      *                   (0 still means 90), so the job can run
      *                   unattended with the overnight suite.
      * May 17, 2022  AGB  Items AR-WRITEOFF has written off (status W,
      *                   see ARREC.cpy) count as closed: they no longer
      *                   hold a subscriber suspended, and a suspension
      *                   whose only overdue item is written off is
      *                   lifted on the next run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-SUSPEND.
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

       FD  AR-LEDGER.
           COPY "ARREC.cpy"
                   ==ARFLD-PAY-DATE==      BY ==AR-PAY-DATE==
                   ==ARFLD-ITEM-STATUS==   BY ==AR-ITEM-STATUS==
                   ==ARFLD-ITEM-OPEN==     BY ==AR-ITEM-OPEN==
                   ==ARFLD-ITEM-PAID==     BY ==AR-ITEM-PAID==
                   ==ARFLD-ITEM-WRITTEN-OFF==
                       BY ==AR-ITEM-WRITTEN-OFF==.

       FD  SUSPENSION-LIST.
       01  SUSPENSION-LIST-REC     PIC X(80).
