      *                   (0 still means every user with an open
      *                   balance), so the month-end run needs no
      *                   operator at all.
      * May 17, 2022  AGB  Items AR-WRITEOFF has written off (status W,
      *                   see ARREC.cpy) print as W/OFF and carry
      *                   nothing into the balance, and they no longer
      *                   count as an open balance for the all-users
      *                   run. The control page gains a written-off
      *                   total, so billed less paid less written off
      *                   still proves to the balance due.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-STATEMENTS.
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

       FD  STATEMENTS-OUT.
       01  STATEMENT-REC           PIC X(80).
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

       77  USERS-EOF PIC 9.
       88      USERS-EOF-REACHED VALUE 1.
       77  USER-ITEM-COUNT   PIC 9(5).
       77  USER-BILLED-TOTAL PIC 9(8)V99 COMP-4.
       77  USER-PAID-TOTAL   PIC 9(8)V99 COMP-4.
       77  USER-WRITTEN-OFF-TOTAL PIC 9(8)V99 COMP-4.

       77  GRAND-USER-COUNT   PIC 9(5) VALUE 0.
       77  GRAND-ITEM-COUNT   PIC 9(5) VALUE 0.
       77  GRAND-BILLED-TOTAL PIC 9(8)V99 COMP-4 VALUE 0.
       77  GRAND-PAID-TOTAL   PIC 9(8)V99 COMP-4 VALUE 0.
       77  GRAND-WRITTEN-OFF-TOTAL PIC 9(8)V99 COMP-4 VALUE 0.
       77  GRAND-OPEN-TOTAL   PIC S9(8)V99 COMP-4 VALUE 0.

      *> One statement detail line. The money columns are edited so
                   AT END MOVE 1 TO AR-EOF
               END-READ
               IF NOT AR-EOF-REACHED AND AR-USER-ID = WS-USER-ID
                       AND NOT AR-ITEM-WRITTEN-OFF
                   COMPUTE USER-OPEN-BALANCE = USER-OPEN-BALANCE
                       + AR-BILL-AMOUNT - AR-PAID-AMOUNT
               END-IF
           MOVE 0 TO USER-ITEM-COUNT.
           MOVE 0 TO USER-BILLED-TOTAL.
           MOVE 0 TO USER-PAID-TOTAL.
           MOVE 0 TO USER-WRITTEN-OFF-TOTAL.
           MOVE 0 TO RUNNING-BALANCE.
           PERFORM WRITE-STATEMENT-HEADER.
           MOVE 0 TO AR-EOF.
           ADD USER-ITEM-COUNT TO GRAND-ITEM-COUNT.
           ADD USER-BILLED-TOTAL TO GRAND-BILLED-TOTAL.
           ADD USER-PAID-TOTAL TO GRAND-PAID-TOTAL.
           ADD USER-WRITTEN-OFF-TOTAL TO GRAND-WRITTEN-OFF-TOTAL.
           ADD RUNNING-BALANCE TO GRAND-OPEN-TOTAL.

       WRITE-STATEMENT-HEADER.
               TO STATEMENT-REC.
           WRITE STATEMENT-REC.

      *> A written-off item still prints - the subscriber was billed
      *> for it - but what was left unpaid on it is no longer owed,
      *> so it carries nothing into the balance.
       WRITE-STATEMENT-DETAIL.
           COMPUTE ITEM-BALANCE = AR-BILL-AMOUNT - AR-PAID-AMOUNT.
           IF AR-ITEM-WRITTEN-OFF
               ADD ITEM-BALANCE TO USER-WRITTEN-OFF-TOTAL
               MOVE 0 TO ITEM-BALANCE
           END-IF.
           ADD ITEM-BALANCE TO RUNNING-BALANCE.
           ADD 1 TO USER-ITEM-COUNT.
           ADD AR-BILL-AMOUNT TO USER-BILLED-TOTAL.
           MOVE AR-BILL-DATE TO DET-BILL-DATE.
           MOVE AR-BILL-AMOUNT TO DET-BILLED.
           MOVE AR-PAID-AMOUNT TO DET-PAID.
           EVALUATE TRUE
               WHEN AR-ITEM-PAID
                   MOVE "PAID  " TO DET-STATUS
               WHEN AR-ITEM-WRITTEN-OFF
                   MOVE "W/OFF " TO DET-STATUS
               WHEN OTHER
                   MOVE "OPEN  " TO DET-STATUS
           END-EVALUATE.
           MOVE RUNNING-BALANCE TO DET-BALANCE.
           MOVE STMT-DETAIL-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.

      *> The control page totals every statement in the file, so the
      *> run can be proved against AR-AGING before anything is
      *> posted: statements times items, billed, paid, written off,
      *> and the open balance that went out the door - billed less
      *> paid less written off.
       WRITE-CONTROL-PAGE.
           MOVE ALL "=" TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE GRAND-PAID-TOTAL TO CTL-AMOUNT.
           MOVE CTL-AMOUNT-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE "TOTAL WRITTEN OFF.....: " TO CTL-AMOUNT-TEXT.
           MOVE GRAND-WRITTEN-OFF-TOTAL TO CTL-AMOUNT.
           MOVE CTL-AMOUNT-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE "TOTAL BALANCE DUE.....: " TO CTL-AMOUNT-TEXT.
           MOVE GRAND-OPEN-TOTAL TO CTL-AMOUNT.
           MOVE CTL-AMOUNT-LINE TO STATEMENT-REC.
