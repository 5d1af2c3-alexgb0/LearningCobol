      ******************************************************************
      * Author: Alex G. B.
      * Date: Jul 05, 2022
      * Purpose: Sales analysis by product and category. IVA-SUMMARY
      *          and IVA-DECLARATION only total by tax bracket; this
      *          report reads the permanent TRANSACTIONS-HISTORY for a
      *          chosen range of sale dates (the date on the line, not
      *          the night it was taxed) and shows, per product and
      *          per category, the units moved, the sales, the credit
      *          notes (held positive, as IVA-SUMMARY does) and the
      *          revenue net of credits, with each product's
      *          description from PRODUCTS-DB. It then:
      *            - ranks the products by net revenue and lists the
      *              ten best and ten worst sellers;
      *            - compares each category with the same range one
      *              year earlier, as an amount and a percentage;
      *            - lists the active products on PRODUCTS-DB that did
      *              not sell at all in the range.
      *          Everything goes to SALES-ANALYSIS-REPORT, and the
      *          same figures to SALES-ANALYSIS-CSV for the
      *          spreadsheet, one row per product, category and
      *          unsold product with its kind in the first column.
      *          The range comes from SALES-ANALYSIS-PARM when
      *          present - one line, the first and last dates as
      *          YYYYMMDD YYYYMMDD, or 0 for the whole of last month -
      *          so it can be run unattended at month end; with no
      *          file it is asked for at the console. A range that is
      *          not two real dates in order is refused with
      *          RETURN-CODE 8.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Jul 05, 2022  AGB  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ANALYSIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTIONS-HISTORY ASSIGN TO "TRANSACTIONS-HISTORY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-HIST-STATUS.

           SELECT PRODUCTS ASSIGN TO "PRODUCTS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PROD-PRODUCT-ID
               FILE STATUS IS PRODUCTS-STATUS.

           SELECT SALES-REPORT ASSIGN TO "SALES-ANALYSIS-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT SALES-CSV ASSIGN TO "SALES-ANALYSIS-CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAM-FILE ASSIGN TO "SALES-ANALYSIS-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTIONS-HISTORY.
       01  TRANSACTIONS-HIST-REC.
       05      HIST-RUN-DATE       PIC 9(8).
       05      HIST-TXN-IMAGE      PIC X(67).

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

       FD  SALES-REPORT.
       01  REPORT-REC                   PIC X(80).

       FD  SALES-CSV.
       01  SALES-CSV-REC                PIC X(132).

      *> One answer line: first and last sale dates as YYYYMMDD
      *> YYYYMMDD, or 0 for the whole of last month.
       FD  PARAM-FILE.
       01  PARAM-REC.
       05      PARAM-FROM-DATE     PIC X(8).
       05      FILLER              PIC X.
       05      PARAM-TO-DATE       PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "TRANREC.cpy".

       77  HIST-EOF PIC 9.
       88      HIST-EOF-REACHED VALUE 1.
       77  PROD-EOF PIC 9.
       88      PROD-EOF-REACHED VALUE 1.

       77  TRANS-HIST-STATUS PIC XX.
       77  PRODUCTS-STATUS PIC XX.
       77  REPORT-STATUS   PIC XX.
       77  PARAM-STATUS    PIC XX.

       77  WS-TODAY        PIC 9(8).

       77  REPORT-REFUSED  PIC 9 VALUE 0.
       88      REPORT-IS-REFUSED VALUE 1.

      *> The range asked for, and the same range a year earlier for
      *> the category comparison. A year back is 10000 off the
      *> YYYYMMDD value; a 29 February bound simply has no match.
       77  FROM-DATE-IN    PIC 9(8).
       77  TO-DATE-IN      PIC 9(8).
       77  RANGE-FROM      PIC 9(8).
       77  RANGE-TO        PIC 9(8).
       77  PRIOR-FROM      PIC 9(8).
       77  PRIOR-TO        PIC 9(8).

      *> The date being checked or built, one field at a time.
       01  CHECK-DATE      PIC 9(8).
       01  CHECK-DATE-R REDEFINES CHECK-DATE.
       05      CHK-YYYY    PIC 9(4).
       05      CHK-MM      PIC 99.
       05      CHK-DD      PIC 99.
       77  CHECK-DATE-OK   PIC 9.
       88      CHECK-DATE-IS-VALID VALUE 1.

      *> Days in each month, February taken as 28 and put right for
      *> a leap year by SET-MONTH-LENGTH.
       01  MONTH-DAYS-VALUES    PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
       05      MONTH-DAYS  OCCURS 12 TIMES PIC 99.
       77  MONTH-LENGTH    PIC 99.
       77  LEAP-QUOTIENT   PIC 9(4).
       77  LEAP-REM-4      PIC 9(3).
       77  LEAP-REM-100    PIC 9(3).
       77  LEAP-REM-400    PIC 9(3).

      *> A history line's sale date as YYYYMMDD, for comparing with
      *> the range.
       77  LINE-DATE       PIC 9(8).

      *> One entry per product sold or credited in the range, in the
      *> order first met, then ranked by net revenue, best first.
       77  PRODUCT-COUNT   PIC 9(4) VALUE 0.
       77  PRODUCT-MAX     PIC 9(4) VALUE 500.
       01  PRODUCT-TABLE.
       05      PRODUCT-ENTRY OCCURS 500 TIMES INDEXED BY PRD-IDX.
           10  PRD-ID          PIC X(9).
           10  PRD-DESC        PIC X(30).
           10  PRD-SALE-LINES  PIC 9(5).
           10  PRD-UNITS-SOLD  PIC S9(7) COMP-4.
           10  PRD-UNITS-BACK  PIC S9(7) COMP-4.
           10  PRD-SALES       PIC S9(9)V99 COMP-4.
           10  PRD-CREDITS     PIC S9(9)V99 COMP-4.
           10  PRD-NET         PIC S9(9)V99 COMP-4.
      *> Swap area for the sort - at least as long as one entry.
       01  PRODUCT-HOLD        PIC X(80).

      *> One entry per category met in either range, put in code
      *> order for printing.
       77  CATEGORY-COUNT  PIC 9(3) VALUE 0.
       77  CATEGORY-MAX    PIC 9(3) VALUE 50.
       01  CATEGORY-TABLE.
       05      CATEGORY-ENTRY OCCURS 50 TIMES INDEXED BY CAT-IDX.
           10  CAT-CODE        PIC XXX.
           10  CAT-UNITS-SOLD  PIC S9(7) COMP-4.
           10  CAT-UNITS-BACK  PIC S9(7) COMP-4.
           10  CAT-SALES       PIC S9(9)V99 COMP-4.
           10  CAT-CREDITS     PIC S9(9)V99 COMP-4.
           10  CAT-NET         PIC S9(9)V99 COMP-4.
           10  CAT-PRIOR-UNITS PIC S9(7) COMP-4.
           10  CAT-PRIOR-NET   PIC S9(9)V99 COMP-4.
       01  CATEGORY-HOLD       PIC X(50).

      *> Subscripts for the ranking and category sorts.
       77  SORT-I          PIC 9(4) COMP-4.
       77  SORT-J          PIC 9(4) COMP-4.
       77  SORT-K          PIC 9(4) COMP-4.
       77  SORT-LIMIT      PIC 9(4) COMP-4.
       77  LIST-FROM       PIC 9(4) COMP-4.
       77  LIST-TO         PIC 9(4) COMP-4.
       77  LIST-SUB        PIC 9(4) COMP-4.

      *> How many best and worst sellers are listed.
       77  RANK-LIST-SIZE  PIC 9(4) COMP-4 VALUE 10.

       77  LINES-READ      PIC 9(7) VALUE 0.
       77  LINES-IN-RANGE  PIC 9(7) VALUE 0.
       77  LINES-PRIOR     PIC 9(7) VALUE 0.
       77  LINES-UNDATED   PIC 9(7) VALUE 0.
       77  LINES-NOT-KEPT  PIC 9(7) VALUE 0.
       77  UNSOLD-COUNT    PIC 9(5) VALUE 0.

       77  TOTAL-UNITS     PIC S9(7) COMP-4 VALUE 0.
       77  TOTAL-SALES     PIC S9(9)V99 COMP-4 VALUE 0.
       77  TOTAL-CREDITS   PIC S9(9)V99 COMP-4 VALUE 0.
       77  TOTAL-NET       PIC S9(9)V99 COMP-4 VALUE 0.
       77  TOTAL-PRIOR-UNITS PIC S9(7) COMP-4 VALUE 0.
       77  TOTAL-PRIOR-NET PIC S9(9)V99 COMP-4 VALUE 0.

       77  NET-UNITS       PIC S9(7) COMP-4.
       77  CHANGE-AMOUNT   PIC S9(9)V99 COMP-4.
       77  PRIOR-NET-BASE  PIC S9(9)V99 COMP-4.
      *> No wider than PCT-EDIT, so a change too big for the column
      *> is caught by ON SIZE ERROR instead of losing a digit. Kept
      *> DISPLAY - a binary item can hold past its picture and would
      *> never raise the size error.
       77  CHANGE-PCT      PIC S9(4)V9.
       77  CHANGE-PCT-OK   PIC 9.
       88      CHANGE-PCT-SHOWN VALUE 1.

      *> Report layouts.
       01  PRINT-PRODUCT-LINE.
       05      PPL-RANK        PIC ZZZ9.
       05      FILLER          PIC X VALUE SPACE.
       05      PPL-ID          PIC X(9).
       05      FILLER          PIC X VALUE SPACE.
       05      PPL-DESC        PIC X(20).
       05      FILLER          PIC X VALUE SPACE.
       05      PPL-UNITS       PIC -(6)9.
       05      FILLER          PIC X VALUE SPACE.
       05      PPL-SALES       PIC Z(6)9.99.
       05      FILLER          PIC X VALUE SPACE.
       05      PPL-CREDITS     PIC Z(6)9.99.
       05      FILLER          PIC X VALUE SPACE.
       05      PPL-NET         PIC -(7)9.99.

       01  PRINT-CATEGORY-LINE.
       05      PCT-CODE        PIC X(5).
       05      FILLER          PIC X(31) VALUE SPACES.
       05      PCT-UNITS       PIC -(6)9.
       05      FILLER          PIC X VALUE SPACE.
       05      PCT-SALES       PIC Z(6)9.99.
       05      FILLER          PIC X VALUE SPACE.
       05      PCT-CREDITS     PIC Z(6)9.99.
       05      FILLER          PIC X VALUE SPACE.
       05      PCT-NET         PIC -(7)9.99.

       01  PRINT-COMPARE-LINE.
       05      PCM-CODE        PIC X(5).
       05      PCM-UNITS       PIC -(6)9.
       05      FILLER          PIC X VALUE SPACE.
       05      PCM-NET         PIC -(7)9.99.
       05      FILLER          PIC X VALUE SPACE.
       05      PCM-PRIOR-UNITS PIC -(6)9.
       05      FILLER          PIC X VALUE SPACE.
       05      PCM-PRIOR-NET   PIC -(7)9.99.
       05      FILLER          PIC X VALUE SPACE.
       05      PCM-CHANGE      PIC -(7)9.99.
       05      FILLER          PIC X VALUE SPACE.
       05      PCM-PCT         PIC X(8).

       01  PCT-EDIT-LINE.
       05      PCT-EDIT        PIC -(4)9.9.
       05      FILLER          PIC X VALUE "%".

       01  PRINT-UNSOLD-LINE.
       05      FILLER          PIC X(5) VALUE SPACES.
       05      PUL-ID          PIC X(9).
       05      FILLER          PIC X VALUE SPACE.
       05      PUL-DESC        PIC X(30).
       05      FILLER          PIC X VALUE SPACE.
       05      PUL-ON-HAND     PIC -(6)9.

       01  PRINT-COUNT-LINE.
       05      FILLER          PIC X(4) VALUE SPACES.
       05      PCL-TEXT        PIC X(36).
       05      PCL-COUNT       PIC Z(6)9.

      *> STRING cannot send a COMP-4 item directly, so the CSV
      *> figures are edited into these first, with a leading sign
      *> like CSV-EXPORT's amount columns.
       77  CSV-KIND        PIC X(8).
       77  CSV-CODE        PIC X(9).
       77  CSV-DESC        PIC X(30).
       77  CSV-RANK        PIC 9(4).
       77  CSV-UNITS       PIC -9(7).
       77  CSV-SALES       PIC -9(9).99.
       77  CSV-CREDITS     PIC -9(9).99.
       77  CSV-NET         PIC -9(9).99.
       77  CSV-PRIOR-UNITS PIC -9(7).
       77  CSV-PRIOR-NET   PIC -9(9).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-DATE-RANGE.
           IF NOT REPORT-IS-REFUSED
               PERFORM SCAN-HISTORY
               OPEN INPUT PRODUCTS
               PERFORM FILL-DESCRIPTIONS
               PERFORM RANK-PRODUCTS
               PERFORM SORT-CATEGORIES
               OPEN OUTPUT SALES-REPORT
               OPEN OUTPUT SALES-CSV
               PERFORM WRITE-CSV-HEADING
               PERFORM WRITE-REPORT-HEADING
               PERFORM WRITE-RANKED-SELLERS
               PERFORM WRITE-PRODUCT-SECTION
               PERFORM WRITE-CATEGORY-SECTION
               PERFORM WRITE-COMPARISON-SECTION
               PERFORM WRITE-UNSOLD-SECTION
               PERFORM WRITE-REPORT-SUMMARY
               IF PRODUCTS-STATUS NOT = "35"
                   CLOSE PRODUCTS
               END-IF
               CLOSE SALES-REPORT
               CLOSE SALES-CSV
               DISPLAY "SALES ANALYSIS " RANGE-FROM " TO " RANGE-TO
                   " WRITTEN TO SALES-ANALYSIS-REPORT"
               DISPLAY "LINES IN RANGE........: " LINES-IN-RANGE
               DISPLAY "PRODUCTS SOLD.........: " PRODUCT-COUNT
               DISPLAY "ACTIVE AND UNSOLD.....: " UNSOLD-COUNT
           ELSE
               DISPLAY "SALES ANALYSIS NOT PRODUCED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> When SALES-ANALYSIS-PARM is present the answer comes off
      *> its one line instead of the prompts, so the report can run
      *> unattended at month end.
       GET-DATE-RANGE.
           MOVE 0 TO FROM-DATE-IN.
           MOVE 0 TO TO-DATE-IN.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS = "35"
               PERFORM ASK-DATE-RANGE
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "EMPTY PARAMETER FILE - ASKING"
                       PERFORM ASK-DATE-RANGE
                   NOT AT END PERFORM TAKE-PARAM-RANGE
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF NOT REPORT-IS-REFUSED
               PERFORM SET-DATE-RANGE
           END-IF.

      *> Only a lone 0 (or all zeros) asks for last month - anything
      *> else that is not a date is refused, so an unattended run
      *> never quietly reports a month nobody asked for.
       TAKE-PARAM-RANGE.
           IF PARAM-FROM-DATE NUMERIC
               MOVE PARAM-FROM-DATE TO FROM-DATE-IN
           ELSE
               IF PARAM-FROM-DATE NOT = "0"
                   DISPLAY "BAD DATE IN PARAMETER FILE: "
                       PARAM-FROM-DATE
                   MOVE 1 TO REPORT-REFUSED
               END-IF
           END-IF.
           IF FROM-DATE-IN NOT = 0
               IF PARAM-TO-DATE NUMERIC
                   MOVE PARAM-TO-DATE TO TO-DATE-IN
               ELSE
                   DISPLAY "BAD DATE IN PARAMETER FILE: "
                       PARAM-TO-DATE
                   MOVE 1 TO REPORT-REFUSED
               END-IF
           END-IF.
           IF NOT REPORT-IS-REFUSED
               DISPLAY "RANGE TAKEN FROM PARAMETER FILE: "
                   FROM-DATE-IN " " TO-DATE-IN
           END-IF.

       SET-DATE-RANGE.
           IF FROM-DATE-IN = 0
               PERFORM SET-LAST-MONTH
           ELSE
               MOVE FROM-DATE-IN TO RANGE-FROM
               MOVE TO-DATE-IN TO RANGE-TO
           END-IF.
           MOVE RANGE-FROM TO CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
           IF CHECK-DATE-IS-VALID
               MOVE RANGE-TO TO CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
           END-IF.
           IF NOT CHECK-DATE-IS-VALID
               DISPLAY "NO SUCH DATE"
               MOVE 1 TO REPORT-REFUSED
           ELSE
               IF RANGE-FROM > RANGE-TO
                   DISPLAY "FIRST DATE IS AFTER THE LAST DATE"
                   MOVE 1 TO REPORT-REFUSED
               END-IF
           END-IF.
           IF NOT REPORT-IS-REFUSED
               COMPUTE PRIOR-FROM = RANGE-FROM - 10000
               COMPUTE PRIOR-TO = RANGE-TO - 10000
           END-IF.

       ASK-DATE-RANGE.
           DISPLAY "FIRST SALE DATE (YYYYMMDD, 0 = LAST MONTH): "
               WITH NO ADVANCING.
           ACCEPT FROM-DATE-IN.
           IF FROM-DATE-IN NOT = 0
               DISPLAY "LAST SALE DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT TO-DATE-IN
           END-IF.

      *> The first to the last day of the calendar month before
      *> today's.
       SET-LAST-MONTH.
           MOVE WS-TODAY TO CHECK-DATE.
           IF CHK-MM > 1
               SUBTRACT 1 FROM CHK-MM
           ELSE
               SUBTRACT 1 FROM CHK-YYYY
               MOVE 12 TO CHK-MM
           END-IF.
           MOVE 1 TO CHK-DD.
           MOVE CHECK-DATE TO RANGE-FROM.
           PERFORM SET-MONTH-LENGTH.
           MOVE MONTH-LENGTH TO CHK-DD.
           MOVE CHECK-DATE TO RANGE-TO.

       VALIDATE-CHECK-DATE.
           MOVE 0 TO CHECK-DATE-OK.
           IF CHK-YYYY > 1999 AND CHK-MM > 0 AND CHK-MM < 13
               PERFORM SET-MONTH-LENGTH
               IF CHK-DD > 0 AND CHK-DD NOT > MONTH-LENGTH
                   MOVE 1 TO CHECK-DATE-OK
               END-IF
           END-IF.

      *> Gregorian rule: every fourth year is a leap year, except a
      *> century year not divisible by 400.
       SET-MONTH-LENGTH.
           MOVE MONTH-DAYS (CHK-MM) TO MONTH-LENGTH.
           IF CHK-MM = 2
               DIVIDE CHK-YYYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-4
               DIVIDE CHK-YYYY BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-100
               DIVIDE CHK-YYYY BY 400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-400
               IF LEAP-REM-4 = 0
                       AND (LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0)
                   MOVE 29 TO MONTH-LENGTH
               END-IF
           END-IF.

      *> One pass over the whole history serves both ranges. No
      *> TRANSACTIONS-HISTORY yet (status "35") is an empty report.
       SCAN-HISTORY.
           MOVE 0 TO HIST-EOF.
           OPEN INPUT TRANSACTIONS-HISTORY.
           IF TRANS-HIST-STATUS = "35"
               MOVE 1 TO HIST-EOF
           END-IF.
           PERFORM UNTIL HIST-EOF-REACHED
               READ TRANSACTIONS-HISTORY
                   AT END MOVE 1 TO HIST-EOF
                   NOT AT END PERFORM ANALYSE-ONE-LINE
               END-READ
           END-PERFORM.
           IF TRANS-HIST-STATUS NOT = "35"
               CLOSE TRANSACTIONS-HISTORY
           END-IF.

       ANALYSE-ONE-LINE.
           MOVE HIST-TXN-IMAGE TO TRANSACTION-RECORD.
           ADD 1 TO LINES-READ.
           IF TRANSACTION-DATE-DD NUMERIC
                   AND TRANSACTION-DATE-MM NUMERIC
                   AND TRANSACTION-DATE-YYYY NUMERIC
               COMPUTE LINE-DATE = TRANSACTION-DATE-YYYY * 10000
                   + TRANSACTION-DATE-MM * 100 + TRANSACTION-DATE-DD
               IF LINE-DATE NOT < RANGE-FROM
                       AND LINE-DATE NOT > RANGE-TO
                   ADD 1 TO LINES-IN-RANGE
                   PERFORM ADD-TO-PRODUCT
                   PERFORM FIND-CATEGORY
                   PERFORM ADD-TO-CATEGORY
               END-IF
               IF LINE-DATE NOT < PRIOR-FROM
                       AND LINE-DATE NOT > PRIOR-TO
                   ADD 1 TO LINES-PRIOR
                   PERFORM FIND-CATEGORY
                   PERFORM ADD-TO-PRIOR-CATEGORY
               END-IF
           ELSE
               ADD 1 TO LINES-UNDATED
           END-IF.

      *> A credit note carries a negative amount and quantity (see
      *> TRANREC.cpy); SUBTRACTing them keeps credits and units
      *> returned as positive numbers in their own columns.
       ADD-TO-PRODUCT.
           SET PRD-IDX TO 1.
           SEARCH PRODUCT-ENTRY
               AT END PERFORM START-PRODUCT-ENTRY
               WHEN PRD-IDX > PRODUCT-COUNT
                   PERFORM START-PRODUCT-ENTRY
               WHEN PRD-ID (PRD-IDX) = TRANSACTION-PRODUCT-ID
                   CONTINUE
           END-SEARCH.
           IF PRD-IDX NOT > PRODUCT-COUNT
               IF TRANSACTION-IS-CREDIT
                   SUBTRACT TRANSACTION-QUANTITY
                       FROM PRD-UNITS-BACK (PRD-IDX)
                   SUBTRACT TRANSACTION-AMMOUNT
                       FROM PRD-CREDITS (PRD-IDX)
               ELSE
                   ADD 1 TO PRD-SALE-LINES (PRD-IDX)
                   ADD TRANSACTION-QUANTITY
                       TO PRD-UNITS-SOLD (PRD-IDX)
                   ADD TRANSACTION-AMMOUNT TO PRD-SALES (PRD-IDX)
               END-IF
               ADD TRANSACTION-AMMOUNT TO PRD-NET (PRD-IDX)
           END-IF.

      *> A full table leaves PRD-IDX past PRODUCT-COUNT, so the line
      *> is counted as not kept instead of landing on another product.
       START-PRODUCT-ENTRY.
           IF PRODUCT-COUNT < PRODUCT-MAX
               ADD 1 TO PRODUCT-COUNT
               SET PRD-IDX TO PRODUCT-COUNT
               MOVE TRANSACTION-PRODUCT-ID TO PRD-ID (PRD-IDX)
               MOVE SPACES TO PRD-DESC (PRD-IDX)
               MOVE 0 TO PRD-SALE-LINES (PRD-IDX)
               MOVE 0 TO PRD-UNITS-SOLD (PRD-IDX)
               MOVE 0 TO PRD-UNITS-BACK (PRD-IDX)
               MOVE 0 TO PRD-SALES (PRD-IDX)
               MOVE 0 TO PRD-CREDITS (PRD-IDX)
               MOVE 0 TO PRD-NET (PRD-IDX)
           ELSE
               SET PRD-IDX TO PRODUCT-MAX
               SET PRD-IDX UP BY 1
               ADD 1 TO LINES-NOT-KEPT
           END-IF.

       FIND-CATEGORY.
           SET CAT-IDX TO 1.
           SEARCH CATEGORY-ENTRY
               AT END PERFORM START-CATEGORY-ENTRY
               WHEN CAT-IDX > CATEGORY-COUNT
                   PERFORM START-CATEGORY-ENTRY
               WHEN CAT-CODE (CAT-IDX) = TRANSACTION-CATEGORY
                   CONTINUE
           END-SEARCH.

       START-CATEGORY-ENTRY.
           IF CATEGORY-COUNT < CATEGORY-MAX
               ADD 1 TO CATEGORY-COUNT
               SET CAT-IDX TO CATEGORY-COUNT
               MOVE TRANSACTION-CATEGORY TO CAT-CODE (CAT-IDX)
               MOVE 0 TO CAT-UNITS-SOLD (CAT-IDX)
               MOVE 0 TO CAT-UNITS-BACK (CAT-IDX)
               MOVE 0 TO CAT-SALES (CAT-IDX)
               MOVE 0 TO CAT-CREDITS (CAT-IDX)
               MOVE 0 TO CAT-NET (CAT-IDX)
               MOVE 0 TO CAT-PRIOR-UNITS (CAT-IDX)
               MOVE 0 TO CAT-PRIOR-NET (CAT-IDX)
           ELSE
               SET CAT-IDX TO CATEGORY-MAX
               SET CAT-IDX UP BY 1
               ADD 1 TO LINES-NOT-KEPT
           END-IF.

       ADD-TO-CATEGORY.
           IF CAT-IDX NOT > CATEGORY-COUNT
               IF TRANSACTION-IS-CREDIT
                   SUBTRACT TRANSACTION-QUANTITY
                       FROM CAT-UNITS-BACK (CAT-IDX)
                   SUBTRACT TRANSACTION-AMMOUNT
                       FROM CAT-CREDITS (CAT-IDX)
               ELSE
                   ADD TRANSACTION-QUANTITY
                       TO CAT-UNITS-SOLD (CAT-IDX)
                   ADD TRANSACTION-AMMOUNT TO CAT-SALES (CAT-IDX)
               END-IF
               ADD TRANSACTION-AMMOUNT TO CAT-NET (CAT-IDX)
           END-IF.

      *> Last year is only wanted net, for the comparison.
       ADD-TO-PRIOR-CATEGORY.
           IF CAT-IDX NOT > CATEGORY-COUNT
               ADD TRANSACTION-QUANTITY TO CAT-PRIOR-UNITS (CAT-IDX)
               ADD TRANSACTION-AMMOUNT TO CAT-PRIOR-NET (CAT-IDX)
           END-IF.

      *> No PRODUCTS-DB (status "35") leaves every description
      *> marked as missing.
       FILL-DESCRIPTIONS.
           PERFORM FILL-ONE-DESCRIPTION
               VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > PRODUCT-COUNT.

       FILL-ONE-DESCRIPTION.
           MOVE "*NOT ON PRODUCTS-DB*" TO PRD-DESC (PRD-IDX).
           IF PRODUCTS-STATUS NOT = "35"
               MOVE PRD-ID (PRD-IDX) TO PROD-PRODUCT-ID
               READ PRODUCTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-DESC TO PRD-DESC (PRD-IDX)
               END-READ
           END-IF.

      *> Best net revenue first. Exchange sort - a month's product
      *> list is a few hundred entries at most. Equal revenue keeps
      *> the order the products were first sold in.
       RANK-PRODUCTS.
           IF PRODUCT-COUNT > 1
               COMPUTE SORT-LIMIT = PRODUCT-COUNT - 1
               PERFORM COMPARE-PRODUCT-PAIR
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > SORT-LIMIT
                   AFTER SORT-J FROM 1 BY 1
                   UNTIL SORT-J > PRODUCT-COUNT - SORT-I
           END-IF.

       COMPARE-PRODUCT-PAIR.
           COMPUTE SORT-K = SORT-J + 1.
           IF PRD-NET (SORT-J) < PRD-NET (SORT-K)
               MOVE PRODUCT-ENTRY (SORT-J) TO PRODUCT-HOLD
               MOVE PRODUCT-ENTRY (SORT-K) TO PRODUCT-ENTRY (SORT-J)
               MOVE PRODUCT-HOLD TO PRODUCT-ENTRY (SORT-K)
           END-IF.

      *> Categories are printed in code order.
       SORT-CATEGORIES.
           IF CATEGORY-COUNT > 1
               COMPUTE SORT-LIMIT = CATEGORY-COUNT - 1
               PERFORM COMPARE-CATEGORY-PAIR
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > SORT-LIMIT
                   AFTER SORT-J FROM 1 BY 1
                   UNTIL SORT-J > CATEGORY-COUNT - SORT-I
           END-IF.

       COMPARE-CATEGORY-PAIR.
           COMPUTE SORT-K = SORT-J + 1.
           IF CAT-CODE (SORT-J) > CAT-CODE (SORT-K)
               MOVE CATEGORY-ENTRY (SORT-J) TO CATEGORY-HOLD
               MOVE CATEGORY-ENTRY (SORT-K) TO CATEGORY-ENTRY (SORT-J)
               MOVE CATEGORY-HOLD TO CATEGORY-ENTRY (SORT-K)
           END-IF.

      *> Recreated every run.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-REC.
           STRING "SALES ANALYSIS " DELIMITED BY SIZE
               RANGE-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               RANGE-TO DELIMITED BY SIZE
               "   PRINTED " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "COMPARED WITH " DELIMITED BY SIZE
               PRIOR-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               PRIOR-TO DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-PRODUCT-COLUMNS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE "RANK PRODUCT   DESCRIPTION" TO REPORT-REC.
           MOVE "UNITS      SALES    CREDITS NET REVENUE"
               TO REPORT-REC (39:39).
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.

      *> The table is already ranked, so the best sellers are its
      *> head and the worst its tail, listed worst first.
       WRITE-RANKED-SELLERS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "TOP SELLERS BY NET REVENUE" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM WRITE-PRODUCT-COLUMNS.
           MOVE 1 TO LIST-FROM.
           MOVE RANK-LIST-SIZE TO LIST-TO.
           IF LIST-TO > PRODUCT-COUNT
               MOVE PRODUCT-COUNT TO LIST-TO
           END-IF.
           PERFORM PRINT-ONE-PRODUCT
               VARYING LIST-SUB FROM LIST-FROM BY 1
               UNTIL LIST-SUB > LIST-TO.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "BOTTOM SELLERS BY NET REVENUE" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM WRITE-PRODUCT-COLUMNS.
           MOVE 1 TO LIST-TO.
           IF PRODUCT-COUNT > RANK-LIST-SIZE
               COMPUTE LIST-TO = PRODUCT-COUNT - RANK-LIST-SIZE + 1
           END-IF.
           PERFORM PRINT-ONE-PRODUCT
               VARYING LIST-SUB FROM PRODUCT-COUNT BY -1
               UNTIL LIST-SUB < LIST-TO.

      *> Every product sold or credited in the range, in rank order,
      *> with the range totals.
       WRITE-PRODUCT-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "ALL PRODUCTS" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM WRITE-PRODUCT-COLUMNS.
           PERFORM PRINT-AND-TOTAL-PRODUCT
               VARYING LIST-SUB FROM 1 BY 1
               UNTIL LIST-SUB > PRODUCT-COUNT.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO PRINT-PRODUCT-LINE.
           MOVE "TOTAL" TO PPL-DESC.
           MOVE TOTAL-UNITS TO PPL-UNITS.
           MOVE TOTAL-SALES TO PPL-SALES.
           MOVE TOTAL-CREDITS TO PPL-CREDITS.
           MOVE TOTAL-NET TO PPL-NET.
           MOVE PRINT-PRODUCT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       PRINT-AND-TOTAL-PRODUCT.
           PERFORM PRINT-ONE-PRODUCT.
           COMPUTE NET-UNITS = PRD-UNITS-SOLD (LIST-SUB)
               - PRD-UNITS-BACK (LIST-SUB).
           ADD NET-UNITS TO TOTAL-UNITS.
           ADD PRD-SALES (LIST-SUB) TO TOTAL-SALES.
           ADD PRD-CREDITS (LIST-SUB) TO TOTAL-CREDITS.
           ADD PRD-NET (LIST-SUB) TO TOTAL-NET.
           PERFORM WRITE-PRODUCT-CSV-LINE.

       PRINT-ONE-PRODUCT.
           COMPUTE NET-UNITS = PRD-UNITS-SOLD (LIST-SUB)
               - PRD-UNITS-BACK (LIST-SUB).
           MOVE SPACES TO PRINT-PRODUCT-LINE.
           MOVE LIST-SUB TO PPL-RANK.
           MOVE PRD-ID (LIST-SUB) TO PPL-ID.
           MOVE PRD-DESC (LIST-SUB) TO PPL-DESC.
           MOVE NET-UNITS TO PPL-UNITS.
           MOVE PRD-SALES (LIST-SUB) TO PPL-SALES.
           MOVE PRD-CREDITS (LIST-SUB) TO PPL-CREDITS.
           MOVE PRD-NET (LIST-SUB) TO PPL-NET.
           MOVE PRINT-PRODUCT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-CATEGORY-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "BY CATEGORY" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "CATEGORY" TO REPORT-REC.
           MOVE "UNITS      SALES    CREDITS NET REVENUE"
               TO REPORT-REC (39:39).
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM PRINT-ONE-CATEGORY
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CATEGORY-COUNT.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO PRINT-CATEGORY-LINE.
           MOVE "TOTAL" TO PCT-CODE.
           MOVE TOTAL-UNITS TO PCT-UNITS.
           MOVE TOTAL-SALES TO PCT-SALES.
           MOVE TOTAL-CREDITS TO PCT-CREDITS.
           MOVE TOTAL-NET TO PCT-NET.
           MOVE PRINT-CATEGORY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

      *> A category only sold last year still has its line, all
      *> zeros, so the comparison below lines up with this list.
       PRINT-ONE-CATEGORY.
           COMPUTE NET-UNITS = CAT-UNITS-SOLD (CAT-IDX)
               - CAT-UNITS-BACK (CAT-IDX).
           MOVE SPACES TO PRINT-CATEGORY-LINE.
           MOVE CAT-CODE (CAT-IDX) TO PCT-CODE.
           MOVE NET-UNITS TO PCT-UNITS.
           MOVE CAT-SALES (CAT-IDX) TO PCT-SALES.
           MOVE CAT-CREDITS (CAT-IDX) TO PCT-CREDITS.
           MOVE CAT-NET (CAT-IDX) TO PCT-NET.
           MOVE PRINT-CATEGORY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM WRITE-CATEGORY-CSV-LINE.

      *> Net revenue against the same range a year earlier. The
      *> percentage is left out where last year sold nothing, or where
      *> it will not fit the column.
       WRITE-COMPARISON-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "AGAINST THE SAME PERIOD LAST YEAR" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "CAT    UNITS   THIS YEAR   UNITS   LAST YEAR"
               TO REPORT-REC.
           MOVE "CHANGE CHANGE %" TO REPORT-REC (51:15).
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM PRINT-ONE-COMPARISON
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CATEGORY-COUNT.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO PRINT-COMPARE-LINE.
           MOVE "TOTAL" TO PCM-CODE.
           MOVE TOTAL-UNITS TO PCM-UNITS.
           MOVE TOTAL-NET TO PCM-NET.
           MOVE TOTAL-PRIOR-UNITS TO PCM-PRIOR-UNITS.
           MOVE TOTAL-PRIOR-NET TO PCM-PRIOR-NET.
           COMPUTE CHANGE-AMOUNT = TOTAL-NET - TOTAL-PRIOR-NET.
           MOVE CHANGE-AMOUNT TO PCM-CHANGE.
           MOVE TOTAL-PRIOR-NET TO PRIOR-NET-BASE.
           PERFORM SET-CHANGE-PERCENT.
           MOVE PRINT-COMPARE-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       PRINT-ONE-COMPARISON.
           COMPUTE NET-UNITS = CAT-UNITS-SOLD (CAT-IDX)
               - CAT-UNITS-BACK (CAT-IDX).
           ADD CAT-PRIOR-UNITS (CAT-IDX) TO TOTAL-PRIOR-UNITS.
           ADD CAT-PRIOR-NET (CAT-IDX) TO TOTAL-PRIOR-NET.
           MOVE SPACES TO PRINT-COMPARE-LINE.
           MOVE CAT-CODE (CAT-IDX) TO PCM-CODE.
           MOVE NET-UNITS TO PCM-UNITS.
           MOVE CAT-NET (CAT-IDX) TO PCM-NET.
           MOVE CAT-PRIOR-UNITS (CAT-IDX) TO PCM-PRIOR-UNITS.
           MOVE CAT-PRIOR-NET (CAT-IDX) TO PCM-PRIOR-NET.
           COMPUTE CHANGE-AMOUNT = CAT-NET (CAT-IDX)
               - CAT-PRIOR-NET (CAT-IDX).
           MOVE CHANGE-AMOUNT TO PCM-CHANGE.
           MOVE CAT-PRIOR-NET (CAT-IDX) TO PRIOR-NET-BASE.
           PERFORM SET-CHANGE-PERCENT.
           MOVE PRINT-COMPARE-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       SET-CHANGE-PERCENT.
           MOVE 0 TO CHANGE-PCT-OK.
           MOVE "     NEW" TO PCM-PCT.
           IF PRIOR-NET-BASE NOT = 0
               COMPUTE CHANGE-PCT ROUNDED =
                   CHANGE-AMOUNT * 100 / PRIOR-NET-BASE
                   ON SIZE ERROR MOVE "    ****" TO PCM-PCT
                   NOT ON SIZE ERROR MOVE 1 TO CHANGE-PCT-OK
               END-COMPUTE
           END-IF.
           IF CHANGE-PCT-SHOWN
               MOVE CHANGE-PCT TO PCT-EDIT
               MOVE PCT-EDIT-LINE TO PCM-PCT
           END-IF.

      *> Active products with no sale in the range - a credit note
      *> alone is not a sale. Walked in product id order, the same
      *> START/READ NEXT scan STOCK-REORDER uses.
       WRITE-UNSOLD-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "ACTIVE PRODUCTS WITH NO SALES IN THE PERIOD"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "     PRODUCT   DESCRIPTION" TO REPORT-REC.
           MOVE "ON HAND" TO REPORT-REC (47:7).
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 0 TO PROD-EOF.
           IF PRODUCTS-STATUS = "35"
               MOVE 1 TO PROD-EOF
           ELSE
               MOVE LOW-VALUES TO PROD-PRODUCT-ID
               START PRODUCTS KEY IS GREATER THAN PROD-PRODUCT-ID
                   INVALID KEY MOVE 1 TO PROD-EOF
               END-START
           END-IF.
           PERFORM UNTIL PROD-EOF-REACHED
               READ PRODUCTS NEXT RECORD
                   AT END MOVE 1 TO PROD-EOF
                   NOT AT END
                       IF PROD-IS-ACTIVE
                           PERFORM CHECK-PRODUCT-SOLD
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-PRODUCT-SOLD.
           SET PRD-IDX TO 1.
           SEARCH PRODUCT-ENTRY
               AT END PERFORM LIST-UNSOLD-PRODUCT
               WHEN PRD-IDX > PRODUCT-COUNT
                   PERFORM LIST-UNSOLD-PRODUCT
               WHEN PRD-ID (PRD-IDX) = PROD-PRODUCT-ID
                   IF PRD-SALE-LINES (PRD-IDX) = 0
                       PERFORM LIST-UNSOLD-PRODUCT
                   END-IF
           END-SEARCH.

       LIST-UNSOLD-PRODUCT.
           ADD 1 TO UNSOLD-COUNT.
           MOVE SPACES TO PRINT-UNSOLD-LINE.
           MOVE PROD-PRODUCT-ID TO PUL-ID.
           MOVE PROD-DESC TO PUL-DESC.
           MOVE PROD-ON-HAND TO PUL-ON-HAND.
           MOVE PRINT-UNSOLD-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "NOSALE" TO CSV-KIND.
           MOVE PROD-PRODUCT-ID TO CSV-CODE.
           MOVE PROD-DESC TO CSV-DESC.
           MOVE 0 TO CSV-RANK.
           MOVE 0 TO CSV-UNITS.
           MOVE 0 TO CSV-SALES.
           MOVE 0 TO CSV-CREDITS.
           MOVE 0 TO CSV-NET.
           MOVE 0 TO CSV-PRIOR-UNITS.
           MOVE 0 TO CSV-PRIOR-NET.
           PERFORM WRITE-CSV-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "HISTORY LINES READ" TO PCL-TEXT.
           MOVE LINES-READ TO PCL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LINES IN THE PERIOD" TO PCL-TEXT.
           MOVE LINES-IN-RANGE TO PCL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LINES IN THE SAME PERIOD LAST YEAR" TO PCL-TEXT.
           MOVE LINES-PRIOR TO PCL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PRODUCTS SOLD OR CREDITED" TO PCL-TEXT.
           MOVE PRODUCT-COUNT TO PCL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACTIVE PRODUCTS NOT SOLD" TO PCL-TEXT.
           MOVE UNSOLD-COUNT TO PCL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           IF LINES-UNDATED > 0
               MOVE "LINES WITH NO USABLE SALE DATE" TO PCL-TEXT
               MOVE LINES-UNDATED TO PCL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.
           IF LINES-NOT-KEPT > 0
               MOVE "LINES LEFT OUT - TABLE FULL" TO PCL-TEXT
               MOVE LINES-NOT-KEPT TO PCL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.

       WRITE-COUNT-LINE.
           MOVE PRINT-COUNT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

      *> One heading row, then one row per product, category and
      *> unsold product, its kind in the first column. Rank is the
      *> product's place by net revenue; prior figures are for
      *> categories only.
       WRITE-CSV-HEADING.
           MOVE SPACES TO SALES-CSV-REC.
           STRING "KIND,CODE,DESCRIPTION,RANK,UNITS,SALES,CREDITS,"
               DELIMITED BY SIZE
               "NET,PRIOR_UNITS,PRIOR_NET" DELIMITED BY SIZE
               INTO SALES-CSV-REC
           END-STRING.
           WRITE SALES-CSV-REC.

       WRITE-PRODUCT-CSV-LINE.
           MOVE "PRODUCT" TO CSV-KIND.
           MOVE PRD-ID (LIST-SUB) TO CSV-CODE.
           MOVE PRD-DESC (LIST-SUB) TO CSV-DESC.
           MOVE LIST-SUB TO CSV-RANK.
           MOVE NET-UNITS TO CSV-UNITS.
           MOVE PRD-SALES (LIST-SUB) TO CSV-SALES.
           MOVE PRD-CREDITS (LIST-SUB) TO CSV-CREDITS.
           MOVE PRD-NET (LIST-SUB) TO CSV-NET.
           MOVE 0 TO CSV-PRIOR-UNITS.
           MOVE 0 TO CSV-PRIOR-NET.
           PERFORM WRITE-CSV-LINE.

       WRITE-CATEGORY-CSV-LINE.
           MOVE "CATEGORY" TO CSV-KIND.
           MOVE CAT-CODE (CAT-IDX) TO CSV-CODE.
           MOVE SPACES TO CSV-DESC.
           MOVE 0 TO CSV-RANK.
           MOVE NET-UNITS TO CSV-UNITS.
           MOVE CAT-SALES (CAT-IDX) TO CSV-SALES.
           MOVE CAT-CREDITS (CAT-IDX) TO CSV-CREDITS.
           MOVE CAT-NET (CAT-IDX) TO CSV-NET.
           MOVE CAT-PRIOR-UNITS (CAT-IDX) TO CSV-PRIOR-UNITS.
           MOVE CAT-PRIOR-NET (CAT-IDX) TO CSV-PRIOR-NET.
           PERFORM WRITE-CSV-LINE.

      *> The description is quoted - a product description may hold
      *> a comma - and cut at its first double space.
       WRITE-CSV-LINE.
           MOVE SPACES TO SALES-CSV-REC.
           STRING CSV-KIND DELIMITED BY SPACE
               "," CSV-CODE DELIMITED BY SPACE
               ",""" CSV-DESC DELIMITED BY "  "
               """," CSV-RANK DELIMITED BY SIZE
               "," CSV-UNITS DELIMITED BY SIZE
               "," CSV-SALES DELIMITED BY SIZE
               "," CSV-CREDITS DELIMITED BY SIZE
               "," CSV-NET DELIMITED BY SIZE
               "," CSV-PRIOR-UNITS DELIMITED BY SIZE
               "," CSV-PRIOR-NET DELIMITED BY SIZE
               INTO SALES-CSV-REC
           END-STRING.
           WRITE SALES-CSV-REC.

       END PROGRAM SALES-ANALYSIS.
