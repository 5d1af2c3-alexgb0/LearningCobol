      ******************************************************************
      * Author: Alex G. B.
      * Date: May 24, 2022
      * Purpose: Quarterly IVA return and annual summary. IVA-CLOSE
      *          seals one month at a time (CLPREC.cpy), but the tax
      *          office wants a return per quarter and a summary for
      *          the year, and until now the accountant added three
      *          IVA-DECLARATION printouts together on a calculator.
      *          This program takes a quarter (1 to 4) or a whole year
      *          (0) and refuses it unless every month in it is sealed
      *          on CLOSED-PERIODS - the return is built from the
      *          sealed figures only, never from live history. It
      *          totals the sealed brackets and their sales and credit
      *          counts, prints the return to IVA-RETURN-PRINT and
      *          writes IVA-RETURN-FILE, a fixed-layout filing file
      *          with one record per box of the official form in the
      *          form's box order. The return is recorded as filed on
      *          FILED-RETURNS (see FILREC.cpy); a filed return is not
      *          produced again unless IVA-CLOSE has since reopened
      *          one of its months, in which case it comes out as an
      *          amended return. Sign-on against OPERATORS-DB, the
      *          same pattern as IVA-CLOSE, so the filing records who
      *          filed it.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * May 24, 2022  AGB  Original.
      * Jul 12, 2022  AGB  The prior-filed IVA label on an amended
      *                   return fits the 20-byte label field; its last
      *                   character was cut off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVA-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSED-PERIODS ASSIGN TO "CLOSED-PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CP-PERIOD
               FILE STATUS IS CLOSED-STATUS.

           SELECT FILED-RETURNS ASSIGN TO "FILED-RETURNS"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FR-RETURN-KEY
               FILE STATUS IS FILED-STATUS.

           SELECT RETURN-PRINT ASSIGN TO "IVA-RETURN-PRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.

           SELECT RETURN-FILE ASSIGN TO "IVA-RETURN-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFILE-STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS OPR-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSED-PERIODS.
           COPY "CLPREC.cpy"
               REPLACING ==CPFLD-RECNAME==      BY ==CLOSED-PERIOD==
                   ==CPFLD-PERIOD==        BY ==CP-PERIOD==
                   ==CPFLD-CLOSE-DATE==    BY ==CP-CLOSE-DATE==
                   ==CPFLD-OPERATOR==      BY ==CP-OPERATOR==
                   ==CPFLD-BRACKET==       BY ==CP-BRACKET==
                   ==CPFLD-IDX==           BY ==CP-IDX==
                   ==CPFLD-SALES-COUNT==   BY ==CP-SALES-COUNT==
                   ==CPFLD-CREDIT-COUNT==  BY ==CP-CREDIT-COUNT==
                   ==CPFLD-DECL-NET==      BY ==CP-DECL-NET==
                   ==CPFLD-DECL-IVA==      BY ==CP-DECL-IVA==
                   ==CPFLD-DECL-GROSS==    BY ==CP-DECL-GROSS==
                   ==CPFLD-OTHER-COUNT==   BY ==CP-OTHER-COUNT==
                   ==CPFLD-OTHER-NET==     BY ==CP-OTHER-NET==
                   ==CPFLD-OTHER-IVA==     BY ==CP-OTHER-IVA==
                   ==CPFLD-OTHER-GROSS==   BY ==CP-OTHER-GROSS==.

       FD  FILED-RETURNS.
           COPY "FILREC.cpy"
               REPLACING ==FRFLD-RECNAME==      BY ==FILED-RETURN==
                   ==FRFLD-RETURN-KEY==    BY ==FR-RETURN-KEY==
                   ==FRFLD-YEAR==          BY ==FR-YEAR==
                   ==FRFLD-PERIOD==        BY ==FR-PERIOD==
                   ==FRFLD-FILED-DATE==    BY ==FR-FILED-DATE==
                   ==FRFLD-OPERATOR==      BY ==FR-OPERATOR==
                   ==FRFLD-STATE==         BY ==FR-STATE==
                   ==FRFLD-IS-FILED==      BY ==FR-IS-FILED==
                   ==FRFLD-NEEDS-AMENDING== BY ==FR-NEEDS-AMENDING==
                   ==FRFLD-AMEND-COUNT==   BY ==FR-AMEND-COUNT==
                   ==FRFLD-REOPEN-MONTH==  BY ==FR-REOPEN-MONTH==
                   ==FRFLD-REOPEN-DATE==   BY ==FR-REOPEN-DATE==
                   ==FRFLD-FILED-NET==     BY ==FR-FILED-NET==
                   ==FRFLD-FILED-IVA==     BY ==FR-FILED-IVA==.

       FD  RETURN-PRINT.
       01  PRINT-REC                PIC X(80).

      *> One fixed 40-byte record per line - see FILING-HEADER,
      *> FILING-BOX and FILING-TRAILER below for the three layouts.
       FD  RETURN-FILE.
       01  FILING-REC               PIC X(40).

       FD  OPERATORS.
           COPY "OPRREC.cpy"
               REPLACING ==OPFLD-RECNAME==      BY ==OPERATOR-FILE==
                   ==OPFLD-OPR-ID==        BY ==OPR-ID==
                   ==OPFLD-OPR-PASSWORD==  BY ==OPR-PASSWORD==
                   ==OPFLD-OPR-ROLE==      BY ==OPR-ROLE==
                   ==OPFLD-OPR-IS-SUPERVISOR==
                       BY ==OPR-IS-SUPERVISOR==
                   ==OPFLD-OPR-IS-CLERK==  BY ==OPR-IS-CLERK==.

      *> Same width as RETEK-REGISTER's AUDIT-LOG record - the entry
      *> format must stay in step with WRITE-AUDIT-ENTRY there.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC            PIC X(90).

       WORKING-STORAGE SECTION.
       77  CLOSED-STATUS   PIC XX.
       77  FILED-STATUS    PIC XX.
       77  PRINT-STATUS    PIC XX.
       77  RFILE-STATUS    PIC XX.
       77  OPR-STATUS      PIC XX.
       77  AUDIT-STATUS    PIC XX.

       77  WS-TODAY        PIC 9(8).

       77  WS-OPERATOR     PIC X(10).
       77  SIGNON-PASSWORD PIC X(10).
       77  OPERATOR-ROLE   PIC X.
       88      OPERATOR-IS-SUPERVISOR VALUE "S".
       77  SIGNON-OK       PIC 9 VALUE 0.
       88      SIGNED-ON VALUE 1.
       77  SIGNON-TRY      PIC 9.

      *> Filing goes to AUDIT-LOG in RETEK-REGISTER's line format -
      *> no user is involved, so the user id is zero and the return
      *> key rides in the NEW-EXPIR field.
       77  AUDIT-USER-ID   PIC 9(7).
       77  AUDIT-ACTION    PIC X(6).
       77  OLD-EXPIR-TEXT  PIC X(10).
       77  NEW-EXPIR-TEXT  PIC X(10).

      *> 1 to 4 is that quarter of the year, 0 the whole year.
       77  QUARTER-IN      PIC 9.
       88      ANNUAL-SUMMARY VALUE 0.
       88      VALID-QUARTER  VALUE 0 THRU 4.
       77  YEAR-IN         PIC 9(4).

       01  RETURN-KEY.
       05      RETURN-YEAR     PIC 9(4).
       05      RETURN-PERIOD   PIC XX.
       05      RETURN-PERIOD-R REDEFINES RETURN-PERIOD.
           10  RETURN-PERIOD-NUM PIC 9.
           10  RETURN-PERIOD-TYPE PIC X.

       77  FIRST-MONTH     PIC 99.
       77  LAST-MONTH      PIC 99.
       01  SCAN-PERIOD.
       05      SCAN-YYYY       PIC 9(4).
       05      SCAN-MM         PIC 99.

       77  MONTHS-SEALED   PIC 99.
       77  MONTHS-MISSING  PIC 99.

      *> Whether this return has been filed before and is now being
      *> amended, and the filing it replaces.
       77  AMENDMENT-FLAG  PIC 9.
       88      IS-AMENDMENT VALUE 1.
       77  RETURN-REFUSED  PIC 9.
       88      RETURN-IS-REFUSED VALUE 1.
       77  PRIOR-FILED-DATE PIC 9(8).
       77  PRIOR-FILED-IVA  PIC S9(9)V99 COMP-4.
       77  PRIOR-AMEND-COUNT PIC 9(2).

      *> Same rate brackets, in the same order, as CLPREC.cpy and
      *> IVA-CLOSE.
       01  IVA-BRACKET-VALUES.
       05      FILLER PIC X(17) VALUE "GENERAL        21".
       05      FILLER PIC X(17) VALUE "REDUCED        10".
       05      FILLER PIC X(17) VALUE "SUPER-REDUCED  04".
       01  IVA-BRACKET-TABLE REDEFINES IVA-BRACKET-VALUES.
       05      IVA-BRACKET-ENTRY OCCURS 3 TIMES INDEXED BY BRK-IDX.
           10  IVA-BRACKET-NAME PIC X(15).
           10  IVA-BRACKET-RATE PIC 99.

      *> The official form lists the brackets lowest rate first, three
      *> boxes each - base, rate, tax - so box 01 is the super-reduced
      *> base and box 09 the general-rate tax. Each entry is the
      *> bracket (subscript into the table above) and its first box.
       01  FORM-ORDER-VALUES.
       05      FILLER PIC X(3) VALUE "301".
       05      FILLER PIC X(3) VALUE "204".
       05      FILLER PIC X(3) VALUE "107".
       01  FORM-ORDER-TABLE REDEFINES FORM-ORDER-VALUES.
       05      FORM-ORDER-ENTRY OCCURS 3 TIMES INDEXED BY FORM-IDX.
           10  FORM-BRACKET    PIC 9.
           10  FORM-FIRST-BOX  PIC 99.
      *> Total tax accrued - the box the form carries the bracket
      *> taxes into.
       77  TOTAL-IVA-BOX   PIC 99 VALUE 27.

       01  RETURN-TOTALS OCCURS 3 TIMES INDEXED BY TOT-IDX.
       05      RET-SALES-COUNT  PIC 9(6).
       05      RET-CREDIT-COUNT PIC 9(6).
       05      RET-NET          PIC S9(9)V99 COMP-4.
       05      RET-IVA          PIC S9(9)V99 COMP-4.
       05      RET-GROSS        PIC S9(9)V99 COMP-4.

       77  OTHER-COUNT       PIC 9(6).
       77  OTHER-NET-TOTAL   PIC S9(9)V99 COMP-4.
       77  OTHER-IVA-TOTAL   PIC S9(9)V99 COMP-4.

       77  GRAND-NET-TOTAL   PIC S9(9)V99 COMP-4.
       77  GRAND-IVA-TOTAL   PIC S9(9)V99 COMP-4.
       77  GRAND-GROSS-TOTAL PIC S9(9)V99 COMP-4.

      *> Filing file layouts. Amounts carry a leading separate sign
      *> so the file stays readable text, the same choice as the
      *> journal and RUN-CONTROL.
       01  FILING-HEADER.
       05      FH-TYPE         PIC X VALUE "H".
       05      FH-YEAR         PIC 9(4).
       05      FH-PERIOD       PIC XX.
      *> N for the first filing, C for an amended (complementary) one.
       05      FH-KIND         PIC X.
       05      FH-FILED-DATE   PIC 9(8).
       05      FH-MONTHS       PIC 99.
       05      FILLER          PIC X(22) VALUE SPACES.

       01  FILING-BOX.
       05      FB-TYPE         PIC X VALUE "B".
       05      FB-BOX          PIC 99.
       05      FB-AMOUNT       PIC S9(11)V99 SIGN LEADING SEPARATE.
       05      FILLER          PIC X(23) VALUE SPACES.

       01  FILING-TRAILER.
       05      FT-TYPE         PIC X VALUE "T".
       05      FT-BOX-COUNT    PIC 9(3).
       05      FT-CONTROL-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
       05      FILLER          PIC X(22) VALUE SPACES.

       77  BOX-COUNT        PIC 9(3).
       77  BOX-CONTROL-TOTAL PIC S9(11)V99 COMP-4.
       77  BOX-NUM          PIC 99.
       77  BOX-AMOUNT       PIC S9(11)V99 COMP-4.

      *> Print layouts.
       01  PRINT-BRACKET-LINE.
       05      FILLER          PIC XX VALUE SPACES.
       05      PBL-NAME        PIC X(15).
       05      FILLER          PIC X(6) VALUE " RATE ".
       05      PBL-RATE        PIC Z9.
       05      FILLER          PIC X(8) VALUE "% SALES ".
       05      PBL-SALES       PIC ZZZZZ9.
       05      FILLER          PIC X(9) VALUE " CREDITS ".
       05      PBL-CREDITS     PIC ZZZZZ9.

       01  PRINT-AMOUNT-LINE.
       05      FILLER          PIC X(4) VALUE SPACES.
       05      PAL-TEXT        PIC X(20).
       05      PAL-AMOUNT      PIC -ZZZZZZZZ9.99.

       01  PRINT-BOX-LINE.
       05      FILLER          PIC X(4) VALUE "BOX ".
       05      PXL-BOX         PIC 99.
       05      FILLER          PIC XX VALUE SPACES.
       05      PXL-TEXT        PIC X(30).
       05      PXL-AMOUNT      PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON.
           IF SIGNED-ON
               PERFORM PRODUCE-RETURN
           END-IF.
           STOP RUN.

      *> Same three-tries sign-on as IVA-CLOSE - the filing records
      *> who filed the return.
       SIGN-ON.
           PERFORM ENSURE-OPERATORS-DB.
           MOVE 0 TO SIGNON-OK.
           MOVE 1 TO SIGNON-TRY.
           PERFORM ATTEMPT-SIGN-ON
               UNTIL SIGNED-ON OR SIGNON-TRY > 3.
           IF NOT SIGNED-ON
               DISPLAY "TOO MANY FAILED SIGN-ON ATTEMPTS"
           END-IF.

       ATTEMPT-SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.
           OPEN INPUT OPERATORS.
           MOVE WS-OPERATOR TO OPR-ID.
           READ OPERATORS
               INVALID KEY
                   PERFORM REJECT-SIGN-ON
               NOT INVALID KEY
                   IF OPR-PASSWORD = SIGNON-PASSWORD
                       MOVE OPR-ROLE TO OPERATOR-ROLE
                       MOVE 1 TO SIGNON-OK
                       DISPLAY "SIGNED ON AS " WS-OPERATOR
                   ELSE
                       PERFORM REJECT-SIGN-ON
                   END-IF
           END-READ.
           CLOSE OPERATORS.
           ADD 1 TO SIGNON-TRY.

       REJECT-SIGN-ON.
           DISPLAY "SIGN-ON REFUSED".
           MOVE 0 TO AUDIT-USER-ID.
           MOVE SPACES TO OLD-EXPIR-TEXT.
           MOVE SPACES TO NEW-EXPIR-TEXT.
           MOVE "BADPWD" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.

      *> Same seed-on-first-use as RETEK-REGISTER.
       ENSURE-OPERATORS-DB.
           OPEN INPUT OPERATORS.
           IF OPR-STATUS = "35"
               OPEN OUTPUT OPERATORS
               MOVE "ADMIN" TO OPR-ID
               MOVE "ADMIN" TO OPR-PASSWORD
               MOVE "S" TO OPR-ROLE
               WRITE OPERATOR-FILE
                   INVALID KEY DISPLAY "OPERATORS-DB SEED FAILED"
               END-WRITE
               CLOSE OPERATORS
               DISPLAY "OPERATORS-DB CREATED WITH DEFAULT SUPERVISOR"
               DISPLAY "ADMIN/ADMIN - SIGN ON AND CHANGE IT"
           ELSE
               CLOSE OPERATORS
           END-IF.

      *> A refused return - bad period, already filed, or a month not
      *> yet sealed - ends with RETURN-CODE 8 and writes nothing.
       PRODUCE-RETURN.
           MOVE 0 TO RETURN-REFUSED.
           PERFORM GET-RETURN-PERIOD.
           IF NOT RETURN-IS-REFUSED
               PERFORM CHECK-ALREADY-FILED
           END-IF.
           IF NOT RETURN-IS-REFUSED
               PERFORM TOTAL-SEALED-MONTHS
           END-IF.
           IF RETURN-IS-REFUSED
               DISPLAY "RETURN " RETURN-YEAR " " RETURN-PERIOD
                   " NOT PRODUCED"
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM WRITE-PRINTED-RETURN
               PERFORM WRITE-FILING-FILE
               PERFORM RECORD-RETURN-FILED
           END-IF.

       GET-RETURN-PERIOD.
           DISPLAY "QUARTER (1-4, 0 = ANNUAL SUMMARY): "
               WITH NO ADVANCING.
           ACCEPT QUARTER-IN.
           DISPLAY "YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT YEAR-IN.
           MOVE YEAR-IN TO RETURN-YEAR.
           MOVE QUARTER-IN TO RETURN-PERIOD-NUM.
           IF NOT VALID-QUARTER OR YEAR-IN < 2000
               DISPLAY "NO SUCH PERIOD"
               MOVE 1 TO RETURN-REFUSED
           ELSE
               IF ANNUAL-SUMMARY
                   MOVE "A" TO RETURN-PERIOD-TYPE
                   MOVE 1 TO FIRST-MONTH
                   MOVE 12 TO LAST-MONTH
               ELSE
                   MOVE "T" TO RETURN-PERIOD-TYPE
                   COMPUTE FIRST-MONTH = (QUARTER-IN - 1) * 3 + 1
                   COMPUTE LAST-MONTH = FIRST-MONTH + 2
               END-IF
           END-IF.

      *> A return already on FILED-RETURNS is only produced again as
      *> an amendment, after IVA-CLOSE has reopened one of its months
      *> and flagged it; otherwise it is refused.
       CHECK-ALREADY-FILED.
           MOVE 0 TO AMENDMENT-FLAG.
           OPEN INPUT FILED-RETURNS.
           IF FILED-STATUS = "35"
               CONTINUE
           ELSE
               MOVE RETURN-KEY TO FR-RETURN-KEY
               READ FILED-RETURNS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-FILED-STATE
               END-READ
               CLOSE FILED-RETURNS
           END-IF.

       CHECK-FILED-STATE.
           IF FR-NEEDS-AMENDING
               MOVE 1 TO AMENDMENT-FLAG
               MOVE FR-FILED-DATE TO PRIOR-FILED-DATE
               MOVE FR-FILED-IVA TO PRIOR-FILED-IVA
               MOVE FR-AMEND-COUNT TO PRIOR-AMEND-COUNT
               DISPLAY "MONTH " FR-REOPEN-MONTH " WAS REOPENED ON "
                   FR-REOPEN-DATE " - PRODUCING AN AMENDED RETURN"
           ELSE
               DISPLAY "RETURN ALREADY FILED " FR-FILED-DATE
                   " BY " FR-OPERATOR
               MOVE 1 TO RETURN-REFUSED
           END-IF.

      *> Every month of the period must be on CLOSED-PERIODS; each
      *> missing one is listed so the accountant knows what to close
      *> first. Only sealed figures go into a return.
       TOTAL-SEALED-MONTHS.
           PERFORM CLEAR-RETURN-TOTALS.
           MOVE 0 TO MONTHS-SEALED.
           MOVE 0 TO MONTHS-MISSING.
           MOVE RETURN-YEAR TO SCAN-YYYY.
           OPEN INPUT CLOSED-PERIODS.
           PERFORM TOTAL-ONE-MONTH
               VARYING SCAN-MM FROM FIRST-MONTH BY 1
               UNTIL SCAN-MM > LAST-MONTH.
           IF CLOSED-STATUS NOT = "35"
               CLOSE CLOSED-PERIODS
           END-IF.
           IF MONTHS-MISSING > 0
               DISPLAY MONTHS-MISSING " MONTH(S) NOT SEALED - CLOSE"
                   " THEM IN IVA-CLOSE FIRST"
               MOVE 1 TO RETURN-REFUSED
           END-IF.

       CLEAR-RETURN-TOTALS.
           SET TOT-IDX TO 1.
           PERFORM 3 TIMES
               MOVE 0 TO RET-SALES-COUNT (TOT-IDX)
               MOVE 0 TO RET-CREDIT-COUNT (TOT-IDX)
               MOVE 0 TO RET-NET (TOT-IDX)
               MOVE 0 TO RET-IVA (TOT-IDX)
               MOVE 0 TO RET-GROSS (TOT-IDX)
               SET TOT-IDX UP BY 1
           END-PERFORM.
           MOVE 0 TO OTHER-COUNT.
           MOVE 0 TO OTHER-NET-TOTAL.
           MOVE 0 TO OTHER-IVA-TOTAL.
           MOVE 0 TO GRAND-NET-TOTAL.
           MOVE 0 TO GRAND-IVA-TOTAL.
           MOVE 0 TO GRAND-GROSS-TOTAL.

       TOTAL-ONE-MONTH.
           IF CLOSED-STATUS = "35"
               DISPLAY "MONTH " SCAN-PERIOD " IS NOT SEALED"
               ADD 1 TO MONTHS-MISSING
           ELSE
               MOVE SCAN-PERIOD TO CP-PERIOD
               READ CLOSED-PERIODS
                   INVALID KEY
                       DISPLAY "MONTH " SCAN-PERIOD " IS NOT SEALED"
                       ADD 1 TO MONTHS-MISSING
                   NOT INVALID KEY
                       ADD 1 TO MONTHS-SEALED
                       PERFORM ADD-SEALED-MONTH
               END-READ
           END-IF.

       ADD-SEALED-MONTH.
           SET TOT-IDX TO 1.
           SET CP-IDX TO 1.
           PERFORM 3 TIMES
               ADD CP-SALES-COUNT (CP-IDX)
                   TO RET-SALES-COUNT (TOT-IDX)
               ADD CP-CREDIT-COUNT (CP-IDX)
                   TO RET-CREDIT-COUNT (TOT-IDX)
               ADD CP-DECL-NET (CP-IDX) TO RET-NET (TOT-IDX)
               ADD CP-DECL-IVA (CP-IDX) TO RET-IVA (TOT-IDX)
               ADD CP-DECL-GROSS (CP-IDX) TO RET-GROSS (TOT-IDX)
               ADD CP-DECL-NET (CP-IDX) TO GRAND-NET-TOTAL
               ADD CP-DECL-IVA (CP-IDX) TO GRAND-IVA-TOTAL
               ADD CP-DECL-GROSS (CP-IDX) TO GRAND-GROSS-TOTAL
               SET TOT-IDX UP BY 1
               SET CP-IDX UP BY 1
           END-PERFORM.
           ADD CP-OTHER-COUNT TO OTHER-COUNT.
           ADD CP-OTHER-NET TO OTHER-NET-TOTAL.
           ADD CP-OTHER-IVA TO OTHER-IVA-TOTAL.

      *> The printed return - recreated every run, the copy that goes
      *> in the file with the accountant's working papers.
       WRITE-PRINTED-RETURN.
           OPEN OUTPUT RETURN-PRINT.
           MOVE SPACES TO PRINT-REC.
           IF ANNUAL-SUMMARY
               STRING "ANNUAL IVA SUMMARY FOR " RETURN-YEAR
                   DELIMITED BY SIZE
                   INTO PRINT-REC
               END-STRING
           ELSE
               STRING "QUARTERLY IVA RETURN " RETURN-PERIOD " "
                   RETURN-YEAR
                   DELIMITED BY SIZE
                   INTO PRINT-REC
               END-STRING
           END-IF.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "MONTHS " RETURN-YEAR FIRST-MONTH " TO "
               RETURN-YEAR LAST-MONTH ", ALL SEALED. PRODUCED "
               WS-TODAY " BY " WS-OPERATOR
               DELIMITED BY SIZE
               INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           IF IS-AMENDMENT
               MOVE SPACES TO PRINT-REC
               STRING "AMENDED RETURN - REPLACES THE FILING OF "
                   PRIOR-FILED-DATE
                   DELIMITED BY SIZE
                   INTO PRINT-REC
               END-STRING
               WRITE PRINT-REC
           END-IF.
           MOVE ALL "=" TO PRINT-REC.
           WRITE PRINT-REC.
           SET BRK-IDX TO 1.
           SET TOT-IDX TO 1.
           PERFORM 3 TIMES
               PERFORM PRINT-ONE-BRACKET
               SET BRK-IDX UP BY 1
               SET TOT-IDX UP BY 1
           END-PERFORM.
           IF OTHER-COUNT > 0
               MOVE SPACES TO PRINT-REC
               STRING "*** " OTHER-COUNT " TRANSACTIONS AT AN"
                   " UNRECOGNISED RATE - NOT ON THE FORM"
                   DELIMITED BY SIZE
                   INTO PRINT-REC
               END-STRING
               WRITE PRINT-REC
               MOVE "OTHER NET..........:" TO PAL-TEXT
               MOVE OTHER-NET-TOTAL TO PAL-AMOUNT
               MOVE PRINT-AMOUNT-LINE TO PRINT-REC
               WRITE PRINT-REC
               MOVE "OTHER IVA..........:" TO PAL-TEXT
               MOVE OTHER-IVA-TOTAL TO PAL-AMOUNT
               MOVE PRINT-AMOUNT-LINE TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "DECLARED NET.......:" TO PAL-TEXT.
           MOVE GRAND-NET-TOTAL TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "DECLARED IVA.......:" TO PAL-TEXT.
           MOVE GRAND-IVA-TOTAL TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "DECLARED GROSS.....:" TO PAL-TEXT.
           MOVE GRAND-GROSS-TOTAL TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           IF IS-AMENDMENT
               MOVE "PRIOR FILED IVA....:" TO PAL-TEXT
               MOVE PRIOR-FILED-IVA TO PAL-AMOUNT
               MOVE PRINT-AMOUNT-LINE TO PRINT-REC
               WRITE PRINT-REC
               MOVE "DIFFERENCE.........:" TO PAL-TEXT
               COMPUTE PAL-AMOUNT = GRAND-IVA-TOTAL - PRIOR-FILED-IVA
               MOVE PRINT-AMOUNT-LINE TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           MOVE ALL "=" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "FORM BOXES" TO PRINT-REC.
           WRITE PRINT-REC.
           SET FORM-IDX TO 1.
           PERFORM 3 TIMES
               PERFORM PRINT-FORM-BRACKET
               SET FORM-IDX UP BY 1
           END-PERFORM.
           MOVE TOTAL-IVA-BOX TO PXL-BOX.
           MOVE "TOTAL IVA ACCRUED" TO PXL-TEXT.
           MOVE GRAND-IVA-TOTAL TO PXL-AMOUNT.
           MOVE PRINT-BOX-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           CLOSE RETURN-PRINT.

       PRINT-ONE-BRACKET.
           MOVE IVA-BRACKET-NAME (BRK-IDX) TO PBL-NAME.
           MOVE IVA-BRACKET-RATE (BRK-IDX) TO PBL-RATE.
           MOVE RET-SALES-COUNT (TOT-IDX) TO PBL-SALES.
           MOVE RET-CREDIT-COUNT (TOT-IDX) TO PBL-CREDITS.
           MOVE PRINT-BRACKET-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "NET (SALES-CREDITS):" TO PAL-TEXT.
           MOVE RET-NET (TOT-IDX) TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "IVA................:" TO PAL-TEXT.
           MOVE RET-IVA (TOT-IDX) TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "GROSS..............:" TO PAL-TEXT.
           MOVE RET-GROSS (TOT-IDX) TO PAL-AMOUNT.
           MOVE PRINT-AMOUNT-LINE TO PRINT-REC.
           WRITE PRINT-REC.

       PRINT-FORM-BRACKET.
           SET BRK-IDX TO FORM-BRACKET (FORM-IDX).
           SET TOT-IDX TO FORM-BRACKET (FORM-IDX).
           MOVE FORM-FIRST-BOX (FORM-IDX) TO PXL-BOX.
           MOVE SPACES TO PXL-TEXT.
           STRING "TAXABLE BASE " IVA-BRACKET-NAME (BRK-IDX)
               DELIMITED BY SIZE
               INTO PXL-TEXT
           END-STRING.
           MOVE RET-NET (TOT-IDX) TO PXL-AMOUNT.
           MOVE PRINT-BOX-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           COMPUTE PXL-BOX = FORM-FIRST-BOX (FORM-IDX) + 1.
           MOVE "RATE %" TO PXL-TEXT.
           MOVE IVA-BRACKET-RATE (BRK-IDX) TO PXL-AMOUNT.
           MOVE PRINT-BOX-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           COMPUTE PXL-BOX = FORM-FIRST-BOX (FORM-IDX) + 2.
           MOVE "TAX" TO PXL-TEXT.
           MOVE RET-IVA (TOT-IDX) TO PXL-AMOUNT.
           MOVE PRINT-BOX-LINE TO PRINT-REC.
           WRITE PRINT-REC.

      *> Header, one record per box in the form's order, and a
      *> trailer with the box count and the sum of every box amount
      *> so the file can be checked before it is submitted.
       WRITE-FILING-FILE.
           MOVE 0 TO BOX-COUNT.
           MOVE 0 TO BOX-CONTROL-TOTAL.
           OPEN OUTPUT RETURN-FILE.
           MOVE RETURN-YEAR TO FH-YEAR.
           MOVE RETURN-PERIOD TO FH-PERIOD.
           IF IS-AMENDMENT
               MOVE "C" TO FH-KIND
           ELSE
               MOVE "N" TO FH-KIND
           END-IF.
           MOVE WS-TODAY TO FH-FILED-DATE.
           MOVE MONTHS-SEALED TO FH-MONTHS.
           MOVE FILING-HEADER TO FILING-REC.
           WRITE FILING-REC.
           SET FORM-IDX TO 1.
           PERFORM 3 TIMES
               PERFORM FILE-FORM-BRACKET
               SET FORM-IDX UP BY 1
           END-PERFORM.
           MOVE TOTAL-IVA-BOX TO BOX-NUM.
           MOVE GRAND-IVA-TOTAL TO BOX-AMOUNT.
           PERFORM WRITE-ONE-BOX.
           MOVE BOX-COUNT TO FT-BOX-COUNT.
           MOVE BOX-CONTROL-TOTAL TO FT-CONTROL-TOTAL.
           MOVE FILING-TRAILER TO FILING-REC.
           WRITE FILING-REC.
           CLOSE RETURN-FILE.

       FILE-FORM-BRACKET.
           SET BRK-IDX TO FORM-BRACKET (FORM-IDX).
           SET TOT-IDX TO FORM-BRACKET (FORM-IDX).
           MOVE FORM-FIRST-BOX (FORM-IDX) TO BOX-NUM.
           MOVE RET-NET (TOT-IDX) TO BOX-AMOUNT.
           PERFORM WRITE-ONE-BOX.
           ADD 1 TO BOX-NUM.
           MOVE IVA-BRACKET-RATE (BRK-IDX) TO BOX-AMOUNT.
           PERFORM WRITE-ONE-BOX.
           ADD 1 TO BOX-NUM.
           MOVE RET-IVA (TOT-IDX) TO BOX-AMOUNT.
           PERFORM WRITE-ONE-BOX.

       WRITE-ONE-BOX.
           MOVE BOX-NUM TO FB-BOX.
           MOVE BOX-AMOUNT TO FB-AMOUNT.
           MOVE FILING-BOX TO FILING-REC.
           WRITE FILING-REC.
           ADD 1 TO BOX-COUNT.
           ADD BOX-AMOUNT TO BOX-CONTROL-TOTAL.

      *> The filing is recorded once the files are written: a first
      *> filing adds the control record, an amendment rewrites it
      *> back to filed with the new totals and one more amendment.
       RECORD-RETURN-FILED.
           PERFORM OPEN-FILED-IO.
           MOVE RETURN-KEY TO FR-RETURN-KEY.
           MOVE WS-TODAY TO FR-FILED-DATE.
           MOVE WS-OPERATOR TO FR-OPERATOR.
           MOVE "F" TO FR-STATE.
           MOVE 0 TO FR-REOPEN-MONTH.
           MOVE 0 TO FR-REOPEN-DATE.
           MOVE GRAND-NET-TOTAL TO FR-FILED-NET.
           MOVE GRAND-IVA-TOTAL TO FR-FILED-IVA.
           IF IS-AMENDMENT
               COMPUTE FR-AMEND-COUNT = PRIOR-AMEND-COUNT + 1
               REWRITE FILED-RETURN
                   INVALID KEY
                       DISPLAY "FILING NOT RECORDED"
                   NOT INVALID KEY
                       MOVE "AMEND " TO AUDIT-ACTION
                       PERFORM WRITE-RETURN-AUDIT
               END-REWRITE
           ELSE
               MOVE 0 TO FR-AMEND-COUNT
               WRITE FILED-RETURN
                   INVALID KEY
                       DISPLAY "FILING NOT RECORDED"
                   NOT INVALID KEY
                       MOVE "FILED " TO AUDIT-ACTION
                       PERFORM WRITE-RETURN-AUDIT
               END-WRITE
           END-IF.
           CLOSE FILED-RETURNS.
           DISPLAY "RETURN " RETURN-YEAR " " RETURN-PERIOD
               " WRITTEN TO IVA-RETURN-PRINT AND IVA-RETURN-FILE".
           DISPLAY "DECLARED IVA: " GRAND-IVA-TOTAL.

      *> Same create-on-first-use pattern as the other indexed files.
       OPEN-FILED-IO.
           OPEN I-O FILED-RETURNS.
           IF FILED-STATUS = "35"
               OPEN OUTPUT FILED-RETURNS
               CLOSE FILED-RETURNS
               OPEN I-O FILED-RETURNS
           END-IF.

       WRITE-RETURN-AUDIT.
           MOVE 0 TO AUDIT-USER-ID.
           MOVE SPACES TO OLD-EXPIR-TEXT.
           MOVE SPACES TO NEW-EXPIR-TEXT.
           MOVE RETURN-KEY TO NEW-EXPIR-TEXT.
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-AUDIT-ENTRY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-REC.
           STRING WS-TODAY DELIMITED BY SIZE
               " " AUDIT-USER-ID DELIMITED BY SIZE
               " " AUDIT-ACTION DELIMITED BY SIZE
               " OLD-EXPIR=" OLD-EXPIR-TEXT DELIMITED BY SIZE
               " NEW-EXPIR=" NEW-EXPIR-TEXT DELIMITED BY SIZE
               " OPERATOR=" WS-OPERATOR DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           END-STRING.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.

       END PROGRAM IVA-RETURN.
