      ******************************************************************
      * Author: Alex G. B.
      * Date: Jun 14, 2022
      * Purpose: Invoice print run. TRANSACTIONS-IVA numbers every
      *          line it taxes (see TRANREC.cpy, INVREC.cpy) but the
      *          customer never saw a document. This program reads
      *          the night's TRANSACTIONS-OUT once the batch has
      *          ENDED - the same RUN-CONTROL check as IVA-SUMMARY -
      *          and prints one invoice per line to INVOICES-PRINT:
      *          the invoice number and date, the product and its
      *          master description, the quantity, and the net, the
      *          IVA at its rate and the gross. A credit note comes
      *          out as a rectifying invoice quoting the invoice it
      *          rectifies. A SUB billing is addressed to the
      *          subscriber's name and postal address on USERS-DB;
      *          a counter sale has no addressee. A control page at
      *          the end gives the number ranges issued and the
      *          totals, which must agree with the run's TOT line.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Jun 14, 2022  AGB  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-PRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTIONS-OUT ASSIGN TO "TRANSACTIONS-OUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-OUT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.

           SELECT USERS ASSIGN TO "USERS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REC-USER-ID
               ALTERNATE RECORD KEY IS REC-USER-EMAIL
               FILE STATUS IS USERS-STATUS.

           SELECT PRODUCTS ASSIGN TO "PRODUCTS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PROD-PRODUCT-ID
               FILE STATUS IS PRODUCTS-STATUS.

           SELECT INVOICES-PRINT ASSIGN TO "INVOICES-PRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Flat record - see TRANSACTIONS-IVA for the layout moved into
      *> RUN-CONTROL-ENTRY on every read.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC         PIC X(80).

      *> Flat record - see TRANREC.cpy for the layout moved in and out
      *> of TRANSACTION-RECORD on every read.
       FD  TRANSACTIONS-OUT.
       01  TRANSACTIONS-OUT-REC    PIC X(67).

       FD  USERS.
           COPY "USERREC.cpy"
               REPLACING ==UFLD-RECNAME==       BY ==USER-FILE==
                   ==UFLD-USER-ID==        BY ==REC-USER-ID==
                   ==UFLD-USER-EMAIL==     BY ==REC-USER-EMAIL==
                   ==UFLD-SUB-EXPIR-R==    BY ==REC-SUB-EXPIR-R==
                   ==UFLD-SUB-EXPIR-DD==   BY ==REC-SUB-EXPIR-DD==
                   ==UFLD-SUB-EXPIR-MM==   BY ==REC-SUB-EXPIR-MM==
                   ==UFLD-SUB-EXPIR-YYYY== BY ==REC-SUB-EXPIR-YYYY==
                   ==UFLD-SUB-EXPIR==      BY ==REC-SUB-EXPIR==
                   ==UFLD-USER-STATUS==    BY ==REC-USER-STATUS==
                   ==UFLD-USER-ACTIVE==    BY ==REC-USER-ACTIVE==
                   ==UFLD-USER-SUSPENDED==
                       BY ==REC-USER-SUSPENDED==
                   ==UFLD-MAIL-FLAG==      BY ==REC-MAIL-FLAG==
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

       FD  PRODUCTS.
           COPY "PRODREC.cpy"
               REPLACING ==PFLD-RECNAME==       BY ==PRODUCT-FILE==
                   ==PFLD-PRODUCT-ID==      BY ==PROD-PRODUCT-ID==
                   ==PFLD-PROD-CATEGORY==   BY ==PROD-CATEGORY==
                   ==PFLD-PROD-NUM==        BY ==PROD-NUM==
                   ==PFLD-PROD-DESC==       BY ==PROD-DESC==
                   ==PFLD-PROD-PRICE==      BY ==PROD-PRICE==
                   ==PFLD-PROD-ACTIVE==     BY ==PROD-ACTIVE==
                   ==PFLD-PROD-IS-ACTIVE==  BY ==PROD-IS-ACTIVE==
                   ==PFLD-PROD-IS-INACTIVE== BY ==PROD-IS-INACTIVE==
                   ==PFLD-PROD-ON-HAND==    BY ==PROD-ON-HAND==
                   ==PFLD-PROD-REORDER-LEVEL==
                       BY ==PROD-REORDER-LEVEL==.

       FD  INVOICES-PRINT.
       01  PRINT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "TRANREC.cpy".

       77  RPT-EOF PIC 9 VALUE 0.
       88      RPT-EOF-REACHED VALUE 1.

       77  TRANS-OUT-STATUS PIC XX.
       77  RUN-CTL-STATUS   PIC XX.
       77  USERS-STATUS     PIC XX.
       77  PRODUCTS-STATUS  PIC XX.
       77  PRINT-STATUS     PIC XX.

      *> Same one-record layout TRANSACTIONS-IVA writes - if that
      *> layout moves, this copy must move with it.
       01  RUN-CONTROL-ENTRY.
       05      RC-RUN-NUMBER   PIC 9(5).
       05      FILLER          PIC X.
       05      RC-RUN-DATE     PIC 9(8).
       05      FILLER          PIC X.
       05      RC-RUN-STATE    PIC X(7).
       88          RC-RUN-STARTED VALUE "STARTED".
       88          RC-RUN-ENDED   VALUE "ENDED".
       05      FILLER          PIC X.
       05      RC-RECORD-COUNT PIC 9(5).
       05      FILLER          PIC X.
       05      RC-TOTAL-NET    PIC S9(7)V99 SIGN LEADING SEPARATE.
       05      FILLER          PIC X.
       05      RC-TOTAL-IVA    PIC S9(7)V99 SIGN LEADING SEPARATE.
       05      FILLER          PIC X.
       05      RC-TOTAL-GROSS  PIC S9(7)V99 SIGN LEADING SEPARATE.
       05      FILLER          PIC X.
       05      RC-RECOVERED-DATE PIC 9(8).

       77  REPORT-REFUSED PIC 9 VALUE 0.
       88      REPORT-IS-REFUSED VALUE 1.

      *> The masters are only looked up - a missing one (status "35")
      *> just means no addressee or no description is printed.
       77  USERS-AVAILABLE PIC 9 VALUE 0.
       88      USER-MASTER-ON-FILE VALUE 1.
       77  PRODUCTS-AVAILABLE PIC 9 VALUE 0.
       88      PRODUCT-MASTER-ON-FILE VALUE 1.

      *> The invoices are issued on the night the batch taxed them,
      *> so every one carries the run date, DD/MM/YYYY.
       77  INVOICE-DATE-TEXT PIC X(10).

       77  INVOICE-COUNT      PIC 9(5) VALUE 0.
       77  RECTIFYING-COUNT   PIC 9(5) VALUE 0.
       77  UNNUMBERED-COUNT   PIC 9(5) VALUE 0.
       77  FIRST-INVOICE      PIC X(11) VALUE SPACES.
       77  LAST-INVOICE       PIC X(11) VALUE SPACES.
       77  FIRST-RECTIFYING   PIC X(11) VALUE SPACES.
       77  LAST-RECTIFYING    PIC X(11) VALUE SPACES.
       77  PRINTED-NET-TOTAL   PIC S9(7)V99 COMP-4 VALUE 0.
       77  PRINTED-IVA-TOTAL   PIC S9(7)V99 COMP-4 VALUE 0.
       77  PRINTED-GROSS-TOTAL PIC S9(7)V99 COMP-4 VALUE 0.

      *> Print layouts.
       01  PRINT-HEADING-LINE.
       05      PHL-TITLE       PIC X(20).
       05      PHL-INVOICE     PIC X(11).
       05      FILLER          PIC X(19) VALUE SPACES.
       05      FILLER          PIC X(6) VALUE "DATE  ".
       05      PHL-DATE        PIC X(10).

       01  PRINT-ITEM-HEADING.
       05      FILLER          PIC X(13) VALUE "  PRODUCT".
       05      FILLER          PIC X(31) VALUE "DESCRIPTION".
       05      FILLER          PIC X(20) VALUE "   QTY  SOLD ON".

       01  PRINT-ITEM-LINE.
       05      FILLER          PIC XX VALUE SPACES.
       05      PIL-PRODUCT     PIC X(9).
       05      FILLER          PIC XX VALUE SPACES.
       05      PIL-DESC        PIC X(30).
       05      FILLER          PIC X VALUE SPACE.
       05      PIL-QUANTITY    PIC -ZZZZ9.
       05      FILLER          PIC XX VALUE SPACES.
       05      PIL-SALE-DATE   PIC X(10).

       01  PRINT-AMOUNT-LINE.
       05      FILLER          PIC X(34) VALUE SPACES.
       05      PAL-TEXT        PIC X(20).
       05      PAL-AMOUNT      PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-ENDED.
           IF NOT REPORT-IS-REFUSED
               PERFORM INITIALIZE-RUN
               PERFORM PRINT-TRANSACTION UNTIL RPT-EOF-REACHED
               PERFORM WRITE-CONTROL-PAGE
               PERFORM TERMINATE-RUN
           ELSE
      *> A refused print ends non-zero so the NIGHT-RUN driver stops
      *> the sequence, the same as IVA-SUMMARY.
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Same check as IVA-SUMMARY: TRANSACTIONS-OUT only holds a
      *> whole night, numbered, if the batch that wrote it ENDED.
       CHECK-RUN-ENDED.
           MOVE 0 TO RC-RUN-DATE.
           OPEN INPUT RUN-CONTROL.
           IF RUN-CTL-STATUS = "35"
               CONTINUE
           ELSE
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       MOVE RUN-CONTROL-REC TO RUN-CONTROL-ENTRY
                       IF NOT RC-RUN-ENDED
                           MOVE 1 TO REPORT-REFUSED
                           DISPLAY "RUN " RC-RUN-NUMBER " OF "
                               RC-RUN-DATE " IS STILL " RC-RUN-STATE
                           DISPLAY "INVOICE PRINT REFUSED - THAT RUN"
                               " NEVER ENDED"
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.
           MOVE SPACES TO INVOICE-DATE-TEXT.
           STRING RC-RUN-DATE (7:2) "/" RC-RUN-DATE (5:2) "/"
               RC-RUN-DATE (1:4)
               DELIMITED BY SIZE
               INTO INVOICE-DATE-TEXT
           END-STRING.

      *> A missing TRANSACTIONS-OUT is an empty print, the same as
      *> IVA-SUMMARY treats it.
       INITIALIZE-RUN.
           OPEN OUTPUT INVOICES-PRINT.
           MOVE 0 TO USERS-AVAILABLE.
           OPEN INPUT USERS.
           IF USERS-STATUS NOT = "35"
               MOVE 1 TO USERS-AVAILABLE
           END-IF.
           MOVE 0 TO PRODUCTS-AVAILABLE.
           OPEN INPUT PRODUCTS.
           IF PRODUCTS-STATUS NOT = "35"
               MOVE 1 TO PRODUCTS-AVAILABLE
           END-IF.
           MOVE 0 TO RPT-EOF.
           OPEN INPUT TRANSACTIONS-OUT.
           IF TRANS-OUT-STATUS = "35"
               MOVE 1 TO RPT-EOF
           ELSE
               PERFORM READ-NEXT-OUT-RECORD
           END-IF.

       READ-NEXT-OUT-RECORD.
           READ TRANSACTIONS-OUT
               AT END MOVE 1 TO RPT-EOF
           END-READ.
           IF NOT RPT-EOF-REACHED
               MOVE TRANSACTIONS-OUT-REC TO TRANSACTION-RECORD
           END-IF.

      *> The trailing "TOT" line is not a transaction. A line with no
      *> number can only come from a batch run before numbering began
      *> and is counted, not printed - it is not an invoice.
       PRINT-TRANSACTION.
           EVALUATE TRUE
               WHEN TRANSACTION-CATEGORY = "TOT"
                   CONTINUE
               WHEN TRANSACTION-INVOICE = SPACES
                   ADD 1 TO UNNUMBERED-COUNT
               WHEN OTHER
                   PERFORM PRINT-ONE-INVOICE
           END-EVALUATE.
           PERFORM READ-NEXT-OUT-RECORD.

       PRINT-ONE-INVOICE.
           PERFORM COUNT-INVOICE-RANGE.
           MOVE ALL "=" TO PRINT-REC.
           WRITE PRINT-REC.
           IF TRANSACTION-INV-IS-RECTIFYING
               MOVE "RECTIFYING INVOICE  " TO PHL-TITLE
           ELSE
               MOVE "INVOICE             " TO PHL-TITLE
           END-IF.
           MOVE TRANSACTION-INVOICE TO PHL-INVOICE.
           MOVE INVOICE-DATE-TEXT TO PHL-DATE.
           MOVE PRINT-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           IF TRANSACTION-INV-IS-RECTIFYING
               PERFORM PRINT-RECTIFIED-INVOICE
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM PRINT-ADDRESSEE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM PRINT-ITEM.
           PERFORM PRINT-BREAKDOWN.

       COUNT-INVOICE-RANGE.
           IF TRANSACTION-INV-IS-RECTIFYING
               ADD 1 TO RECTIFYING-COUNT
               IF FIRST-RECTIFYING = SPACES
                   MOVE TRANSACTION-INVOICE TO FIRST-RECTIFYING
               END-IF
               MOVE TRANSACTION-INVOICE TO LAST-RECTIFYING
           ELSE
               ADD 1 TO INVOICE-COUNT
               IF FIRST-INVOICE = SPACES
                   MOVE TRANSACTION-INVOICE TO FIRST-INVOICE
               END-IF
               MOVE TRANSACTION-INVOICE TO LAST-INVOICE
           END-IF.
           ADD TRANSACTION-AMMOUNT      TO PRINTED-NET-TOTAL.
           ADD TRANSACTION-IVA-AMOUNT   TO PRINTED-IVA-TOTAL.
           ADD TRANSACTION-GROSS-AMOUNT TO PRINTED-GROSS-TOTAL.

      *> Number zero is a sale invoiced before the series began - the
      *> rectifying invoice says so rather than quote a number that
      *> was never issued.
       PRINT-RECTIFIED-INVOICE.
           MOVE SPACES TO PRINT-REC.
           IF TRANSACTION-ORIG-NUM = 0
               STRING "RECTIFIES A SALE OF " TRANSACTION-ORIG-YEAR
                   " MADE BEFORE INVOICES WERE NUMBERED"
                   DELIMITED BY SIZE
                   INTO PRINT-REC
               END-STRING
           ELSE
               STRING "RECTIFIES INVOICE " TRANSACTION-ORIG-INVOICE
                   DELIMITED BY SIZE
                   INTO PRINT-REC
               END-STRING
           END-IF.
           WRITE PRINT-REC.

      *> A SUB line carries the subscriber it was billed to; the
      *> invoice goes to the name and postal address on USERS-DB,
      *> laid out the way AR-STATEMENTS heads a statement.
       PRINT-ADDRESSEE.
           IF TRANSACTION-USER-ID = 0
               MOVE "COUNTER SALE" TO PRINT-REC
               WRITE PRINT-REC
           ELSE
               MOVE 0 TO REC-USER-ID
               IF USER-MASTER-ON-FILE
                   MOVE TRANSACTION-USER-ID TO REC-USER-ID
                   READ USERS
                       INVALID KEY MOVE 0 TO REC-USER-ID
                   END-READ
               END-IF
               MOVE SPACES TO PRINT-REC
               STRING "SUBSCRIBER " TRANSACTION-USER-ID
                   DELIMITED BY SIZE
                   INTO PRINT-REC
               END-STRING
               WRITE PRINT-REC
               IF REC-USER-ID = 0
                   MOVE "*** SUBSCRIBER NOT ON USERS-DB ***"
                       TO PRINT-REC
                   WRITE PRINT-REC
               ELSE
                   MOVE REC-USER-NAME TO PRINT-REC
                   WRITE PRINT-REC
                   MOVE REC-ADDR-LINE1 TO PRINT-REC
                   WRITE PRINT-REC
                   MOVE REC-ADDR-LINE2 TO PRINT-REC
                   WRITE PRINT-REC
                   MOVE REC-ADDR-LINE3 TO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-IF.

       PRINT-ITEM.
           MOVE PRINT-ITEM-HEADING TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE TRANSACTION-PRODUCT-ID TO PIL-PRODUCT.
           MOVE SPACES TO PIL-DESC.
           IF PRODUCT-MASTER-ON-FILE
               MOVE TRANSACTION-PRODUCT-ID TO PROD-PRODUCT-ID
               READ PRODUCTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PROD-DESC TO PIL-DESC
               END-READ
           END-IF.
           MOVE TRANSACTION-QUANTITY TO PIL-QUANTITY.
           MOVE TRANSACTION-DATE TO PIL-SALE-DATE.
           MOVE PRINT-ITEM-LINE TO PRINT-REC.
           WRITE PRINT-REC.

      *> Net, the IVA at the rate TRANSACTIONS-IVA charged, and the
      *> gross - negative throughout on a rectifying invoice.
       PRINT-BREAKDOWN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "NET AMOUNT.........:" TO PAL-TEXT.
           MOVE TRANSACTION-AMMOUNT TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PAL-TEXT.
           STRING "IVA AT " TRANSACTION-IVA-RATE "%........:"
               DELIMITED BY SIZE
               INTO PAL-TEXT
           END-STRING.
           MOVE TRANSACTION-IVA-AMOUNT TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "TOTAL (GROSS)......:" TO PAL-TEXT.
           MOVE TRANSACTION-GROSS-AMOUNT TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.

      *> Control page for whoever posts the envelopes: the number
      *> ranges issued tonight and the totals printed, which must
      *> agree with the run totals TRANSACTIONS-IVA left on
      *> RUN-CONTROL.
       WRITE-CONTROL-PAGE.
           MOVE ALL "=" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "INVOICE PRINT CONTROL - RUN " RC-RUN-NUMBER
               " OF " INVOICE-DATE-TEXT
               DELIMITED BY SIZE
               INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "INVOICES PRINTED.....: " INVOICE-COUNT
               "  " FIRST-INVOICE " TO " LAST-INVOICE
               DELIMITED BY SIZE
               INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "RECTIFYING PRINTED...: " RECTIFYING-COUNT
               "  " FIRST-RECTIFYING " TO " LAST-RECTIFYING
               DELIMITED BY SIZE
               INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           IF UNNUMBERED-COUNT > 0
               MOVE SPACES TO PRINT-REC
               STRING "*** " UNNUMBERED-COUNT " LINES WITH NO"
                   " INVOICE NUMBER - NOT PRINTED"
                   DELIMITED BY SIZE
                   INTO PRINT-REC
               END-STRING
               WRITE PRINT-REC
           END-IF.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "PRINTED NET........:" TO PAL-TEXT.
           MOVE PRINTED-NET-TOTAL TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "PRINTED IVA........:" TO PAL-TEXT.
           MOVE PRINTED-IVA-TOTAL TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "PRINTED GROSS......:" TO PAL-TEXT.
           MOVE PRINTED-GROSS-TOTAL TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY "INVOICES PRINTED......: " INVOICE-COUNT.
           DISPLAY "RECTIFYING PRINTED....: " RECTIFYING-COUNT.
           IF UNNUMBERED-COUNT > 0
               DISPLAY "UNNUMBERED, NOT PRINTED: " UNNUMBERED-COUNT
           END-IF.

       TERMINATE-RUN.
           IF TRANS-OUT-STATUS NOT = "35"
               CLOSE TRANSACTIONS-OUT
           END-IF.
           IF USER-MASTER-ON-FILE
               CLOSE USERS
           END-IF.
           IF PRODUCT-MASTER-ON-FILE
               CLOSE PRODUCTS
           END-IF.
           CLOSE INVOICES-PRINT.

       END PROGRAM INVOICE-PRINT.
