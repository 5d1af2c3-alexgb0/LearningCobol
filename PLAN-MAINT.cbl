      ******************************************************************
      * Author: Alex G. B.
      * Date: May 31, 2022
      * Purpose: Maintain the PLANS-DB subscription plans master (see
      *          PLANREC.cpy): list the plans, add one, update its
      *          description, term, fee and billing product, or
      *          deactivate it so no new subscriber is put on it.
      *          The billing product has to be a SUB product, and
      *          one on PRODUCTS-DB once that master exists, or
      *          TRANSACTIONS-IVA would reject every billing for the
      *          plan. A missing PLANS-DB is seeded with the STD plan
      *          - the SUB000001 at 9.99 a month RETEK-REGISTER always
      *          billed - the same first-use seeding as OPERATORS-DB.
      *          Follows the same menu pattern as PRODUCT-MAINT.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * May 31, 2022  AGB  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANS ASSIGN TO "PLANS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS PLANS-STATUS.

           SELECT PRODUCTS ASSIGN TO "PRODUCTS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PROD-PRODUCT-ID
               FILE STATUS IS PRODUCTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANS.
           COPY "PLANREC.cpy"
               REPLACING ==PLFLD-RECNAME==      BY ==PLAN-FILE==
                   ==PLFLD-PLAN-CODE==     BY ==PLAN-CODE==
                   ==PLFLD-PLAN-DESC==     BY ==PLAN-DESC==
                   ==PLFLD-PLAN-TERM==     BY ==PLAN-TERM==
                   ==PLFLD-PLAN-FEE==      BY ==PLAN-FEE==
                   ==PLFLD-PLAN-PRODUCT-ID== BY ==PLAN-PRODUCT-ID==
                   ==PLFLD-PLAN-ACTIVE==   BY ==PLAN-ACTIVE==
                   ==PLFLD-PLAN-IS-ACTIVE== BY ==PLAN-IS-ACTIVE==
                   ==PLFLD-PLAN-IS-INACTIVE==
                       BY ==PLAN-IS-INACTIVE==.

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

       WORKING-STORAGE SECTION.
           COPY "PLANREC.cpy"
               REPLACING ==PLFLD-RECNAME==      BY ==WS-PLAN==
                   ==PLFLD-PLAN-CODE==     BY ==WS-PLAN-CODE==
                   ==PLFLD-PLAN-DESC==     BY ==WS-PLAN-DESC==
                   ==PLFLD-PLAN-TERM==     BY ==WS-PLAN-TERM==
                   ==PLFLD-PLAN-FEE==      BY ==WS-PLAN-FEE==
                   ==PLFLD-PLAN-PRODUCT-ID== BY ==WS-PLAN-PRODUCT-ID==
                   ==PLFLD-PLAN-ACTIVE==   BY ==WS-PLAN-ACTIVE==
                   ==PLFLD-PLAN-IS-ACTIVE== BY ==WS-PLAN-IS-ACTIVE==
                   ==PLFLD-PLAN-IS-INACTIVE==
                       BY ==WS-PLAN-IS-INACT==.

       77  EOF PIC 9.
       88      EOF-REACHED VALUE 1.

       77  PLANS-STATUS    PIC XX.
       77  PRODUCTS-STATUS PIC XX.

       77  MENU-CHOICE     PIC X.

      *> Fee is keyed in whole cents, the same convention as
      *> PRODUCT-MAINT's unit price.
       77  FEE-IN-CENTS    PIC 9(7).
       77  TERM-IN         PIC 99.

       77  PRODUCT-ID-IN   PIC X(9).
       01  PRODUCT-ID-CHECK.
       05      CHECK-CATEGORY  PIC XXX.
       05      CHECK-NUM       PIC X(6).
       77  PRODUCT-OK      PIC 9.
       88      PRODUCT-IS-OK VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ENSURE-PLANS-DB.
           PERFORM SHOW-MENU
               UNTIL MENU-CHOICE = "X" OR MENU-CHOICE = "x".
           STOP RUN.

      *> A system that has never had plans set up still has every
      *> subscriber on the old fixed fee, so seed that as STD - the
      *> plan USERS-CONVERT4 puts every existing subscriber on.
       ENSURE-PLANS-DB.
           OPEN INPUT PLANS.
           IF PLANS-STATUS = "35"
               OPEN OUTPUT PLANS
               MOVE "STD" TO PLAN-CODE
               MOVE "STANDARD MONTHLY SUBSCRIPTION" TO PLAN-DESC
               MOVE 1 TO PLAN-TERM
               MOVE 9.99 TO PLAN-FEE
               MOVE "SUB000001" TO PLAN-PRODUCT-ID
               MOVE "A" TO PLAN-ACTIVE
               WRITE PLAN-FILE
                   INVALID KEY DISPLAY "PLANS-DB SEED FAILED"
               END-WRITE
               CLOSE PLANS
               DISPLAY "PLANS-DB CREATED WITH THE STD PLAN"
           ELSE
               CLOSE PLANS
           END-IF.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - LIST PLANS".
           DISPLAY "2 - ADD PLAN".
           DISPLAY "3 - UPDATE PLAN".
           DISPLAY "4 - DEACTIVATE PLAN".
           DISPLAY "X - EXIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1" PERFORM LIST-PLANS
               WHEN "2" PERFORM ADD-PLAN
               WHEN "3" PERFORM UPDATE-PLAN
               WHEN "4" PERFORM DEACTIVATE-PLAN
               WHEN "X" CONTINUE
               WHEN "x" CONTINUE
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.

      *> Same ascending-key scan as PRODUCT-MAINT's list.
       LIST-PLANS.
           OPEN INPUT PLANS.
           MOVE 0 TO EOF.
           IF PLANS-STATUS = "35"
               MOVE 1 TO EOF
           ELSE
               MOVE LOW-VALUES TO PLAN-CODE
               START PLANS KEY IS GREATER THAN PLAN-CODE
                   INVALID KEY MOVE 1 TO EOF
               END-START
           END-IF.
           PERFORM UNTIL EOF-REACHED
               READ PLANS NEXT RECORD INTO WS-PLAN
                   AT END MOVE 1 TO EOF
               END-READ
               IF NOT EOF-REACHED
                   DISPLAY WS-PLAN-CODE " " WS-PLAN-ACTIVE " "
                       WS-PLAN-DESC " " WS-PLAN-TERM " MONTHS FEE "
                       WS-PLAN-FEE " BILLED AS " WS-PLAN-PRODUCT-ID
               END-IF
           END-PERFORM.
           IF PLANS-STATUS NOT = "35"
               CLOSE PLANS
           END-IF.

       ADD-PLAN.
           MOVE SPACES TO WS-PLAN.
           DISPLAY "PLAN CODE (6 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-PLAN-CODE.
           IF WS-PLAN-CODE = SPACES
               DISPLAY "BAD PLAN CODE - NOT ADDED"
           ELSE
               DISPLAY "DESCRIPTION: " WITH NO ADVANCING
               ACCEPT WS-PLAN-DESC
               PERFORM GET-PLAN-TERMS
               IF PRODUCT-IS-OK
                   MOVE TERM-IN TO WS-PLAN-TERM
                   COMPUTE WS-PLAN-FEE = FEE-IN-CENTS / 100
                   MOVE PRODUCT-ID-IN TO WS-PLAN-PRODUCT-ID
                   MOVE "A" TO WS-PLAN-ACTIVE
                   PERFORM OPEN-PLANS-IO
                   MOVE WS-PLAN-CODE TO PLAN-CODE
                   WRITE PLAN-FILE FROM WS-PLAN
                       INVALID KEY DISPLAY "PLAN ALREADY ON FILE"
                       NOT INVALID KEY DISPLAY "PLAN ADDED"
                   END-WRITE
                   CLOSE PLANS
               ELSE
                   DISPLAY "PLAN NOT ADDED"
               END-IF
           END-IF.

      *> A new fee or term only applies from each subscriber's next
      *> renewal - what has already been billed stays billed.
       UPDATE-PLAN.
           DISPLAY "PLAN CODE TO UPDATE: " WITH NO ADVANCING.
           ACCEPT PLAN-CODE.
           PERFORM OPEN-PLANS-IO.
           READ PLANS
               INVALID KEY
                   DISPLAY "NO SUCH PLAN"
               NOT INVALID KEY
                   DISPLAY PLAN-DESC " " PLAN-TERM " MONTHS FEE "
                       PLAN-FEE " BILLED AS " PLAN-PRODUCT-ID
                   DISPLAY "NEW DESCRIPTION: " WITH NO ADVANCING
                   ACCEPT PLAN-DESC
                   PERFORM GET-PLAN-TERMS
                   IF PRODUCT-IS-OK
                       PERFORM REWRITE-UPDATED-PLAN
                   ELSE
                       DISPLAY "PLAN NOT UPDATED"
                   END-IF
           END-READ.
           CLOSE PLANS.

       REWRITE-UPDATED-PLAN.
           MOVE TERM-IN TO PLAN-TERM.
           COMPUTE PLAN-FEE = FEE-IN-CENTS / 100.
           MOVE PRODUCT-ID-IN TO PLAN-PRODUCT-ID.
           REWRITE PLAN-FILE
               INVALID KEY DISPLAY "UPDATE FAILED"
               NOT INVALID KEY DISPLAY "PLAN UPDATED"
           END-REWRITE.

      *> Term, fee and billing product, shared by add and update.
      *> A zero term would bill without moving the expiry at all.
       GET-PLAN-TERMS.
           DISPLAY "TERM IN MONTHS (2 DIGITS): " WITH NO ADVANCING.
           ACCEPT TERM-IN.
           DISPLAY "FEE IN CENTS (7 DIGITS): " WITH NO ADVANCING.
           ACCEPT FEE-IN-CENTS.
           DISPLAY "BILLING PRODUCT ID (SUB999999): "
               WITH NO ADVANCING.
           ACCEPT PRODUCT-ID-IN.
           IF TERM-IN NOT NUMERIC OR TERM-IN = 0
               DISPLAY "TERM MUST BE 1 TO 99 MONTHS"
               MOVE 0 TO PRODUCT-OK
           ELSE
               PERFORM CHECK-BILLING-PRODUCT
           END-IF.

      *> SUB is the category TRANSACTIONS-IVA treats as a service -
      *> taxed at the general rate and never moving stock. Once
      *> PRODUCTS-DB exists the product must be on it and active, or
      *> every billing for the plan would be rejected as PID.
       CHECK-BILLING-PRODUCT.
           MOVE 1 TO PRODUCT-OK.
           MOVE PRODUCT-ID-IN TO PRODUCT-ID-CHECK.
           IF CHECK-CATEGORY NOT = "SUB" OR CHECK-NUM NOT NUMERIC
               DISPLAY "BILLING PRODUCT MUST BE SUB FOLLOWED BY"
                   " 6 DIGITS"
               MOVE 0 TO PRODUCT-OK
           ELSE
               OPEN INPUT PRODUCTS
               IF PRODUCTS-STATUS NOT = "35"
                   MOVE PRODUCT-ID-IN TO PROD-PRODUCT-ID
                   READ PRODUCTS
                       INVALID KEY
                           DISPLAY "PRODUCT NOT ON PRODUCTS-DB - ADD"
                               " IT IN PRODUCT-MAINT FIRST"
                           MOVE 0 TO PRODUCT-OK
                       NOT INVALID KEY
                           IF PROD-IS-INACTIVE
                               DISPLAY "PRODUCT IS DEACTIVATED"
                               MOVE 0 TO PRODUCT-OK
                           END-IF
                   END-READ
                   CLOSE PRODUCTS
               END-IF
           END-IF.

      *> Deactivating leaves the record on file - subscribers already
      *> on the plan keep renewing on it; RETEK-REGISTER only refuses
      *> to put anyone new on it.
       DEACTIVATE-PLAN.
           DISPLAY "PLAN CODE TO DEACTIVATE: " WITH NO ADVANCING.
           ACCEPT PLAN-CODE.
           PERFORM OPEN-PLANS-IO.
           READ PLANS
               INVALID KEY
                   DISPLAY "NO SUCH PLAN"
               NOT INVALID KEY
                   MOVE "I" TO PLAN-ACTIVE
                   REWRITE PLAN-FILE
                       INVALID KEY DISPLAY "DEACTIVATE FAILED"
                       NOT INVALID KEY DISPLAY "PLAN DEACTIVATED"
                   END-REWRITE
           END-READ.
           CLOSE PLANS.

      *> Same create-on-first-use pattern as OPEN-PRODUCTS-IO in
      *> PRODUCT-MAINT.
       OPEN-PLANS-IO.
           OPEN I-O PLANS.
           IF PLANS-STATUS = "35"
               OPEN OUTPUT PLANS
               CLOSE PLANS
               OPEN I-O PLANS
           END-IF.

       END PROGRAM PLAN-MAINT.
