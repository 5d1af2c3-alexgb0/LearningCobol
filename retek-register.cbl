      *                   read-only listing a clerk's sign-on could
      *                   always reach anyway. No parameter file,
      *                   and the menu behaves exactly as before.
      * May 10, 2022  AGB  Billing transaction widened to 38 bytes (see
      *                   TRANREC.cpy) and carries a quantity of one
      *                   subscription.
      * May 17, 2022  AGB  AR-LEDGER layout gains the written-off status
      *                   (see ARREC.cpy); billing still opens every
      *                   item as O.
      * May 31, 2022  AGB  Subscription plans (PLANS-DB, see PLANREC.cpy
      *                   and PLAN-MAINT) replace the SUB000001 at 9.99
      *                   compiled in here. The plan code is taken at
      *                   registration and may be changed in UPDATE-USER
      *                   (audited as PLAN); the expiry is no longer
      *                   keyed but moved on by the plan's term, and the
      *                   billing transaction and AR item are priced at
      *                   the plan's fee. USERREC.cpy gains the plan
      *                   code - rebuild once with USERS-CONVERT4.
      * Jun 07, 2022  AGB  New option 7 takes a subscriber's
      *                   direct-debit mandate (MANDATES-DB, see
      *                   MNDREC.cpy) and opts them in to renewal by
      *                   direct debit (USERREC.cpy renewal method), or
      *                   stops it; both audited, as DDMAND and DDSTOP.
      *                   DD-RENEWAL does the renewing.
      * Jun 14, 2022  AGB  Billing transaction carries the subscriber's
      *                   user id so TRANSACTIONS-IVA's numbered invoice
      *                   can be addressed to them; record widened to 67
      *                   bytes (see TRANREC.cpy).
      * Jul 12, 2022  AGB  LOOKUP-PLAN keeps the plan's active flag, so
      *                   a withdrawn plan is refused after PLANS is
      *                   closed.
      * Jul 19, 2022  AGB  The subscription billing goes in
      *                   IVA-inclusive at the plan fee, so the invoice,
      *                   the AR-LEDGER item and the general ledger
      *                   receivable agree.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETEK-REGISTER.
               RECORD KEY IS OPR-ID
               FILE STATUS IS OPR-STATUS.

           SELECT PLANS ASSIGN TO "PLANS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS PLANS-STATUS.

           SELECT MANDATES ASSIGN TO "MANDATES-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MD-USER-ID
               FILE STATUS IS MANDATES-STATUS.

           SELECT PARAM-FILE ASSIGN TO "RETEK-REGISTER-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
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

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC              PIC 9(7).
      *> Flat record - see TRANREC.cpy for the layout moved in and out
      *> of TRANSACTION-RECORD before a billing transaction is queued.
       FD  TRANSACTIONS-IN.
       01  TRANSACTIONS-IN-REC          PIC X(67).

       FD  AR-LEDGER.
           COPY "ARREC.cpy"
                   ==ARFLD-PAY-DATE==      BY ==AR-PAY-DATE==
                   ==ARFLD-ITEM-STATUS==   BY ==AR-ITEM-STATUS==
                   ==ARFLD-ITEM-OPEN==     BY ==AR-ITEM-OPEN==
                   ==ARFLD-ITEM-PAID==     BY ==AR-ITEM-PAID==
                   ==ARFLD-ITEM-WRITTEN-OFF==
                       BY ==AR-ITEM-WRITTEN-OFF==.

       FD  OPERATORS.
           COPY "OPRREC.cpy"
                       BY ==OPR-IS-SUPERVISOR==
                   ==OPFLD-OPR-IS-CLERK==  BY ==OPR-IS-CLERK==.

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

       FD  MANDATES.
           COPY "MNDREC.cpy"
               REPLACING ==MDFLD-RECNAME==      BY ==MANDATE-FILE==
                   ==MDFLD-USER-ID==       BY ==MD-USER-ID==
                   ==MDFLD-ACCOUNT-REF==   BY ==MD-ACCOUNT-REF==
                   ==MDFLD-MANDATE-DATE==  BY ==MD-MANDATE-DATE==
                   ==MDFLD-STATE==         BY ==MD-STATE==
                   ==MDFLD-IS-ACTIVE==     BY ==MD-IS-ACTIVE==
                   ==MDFLD-IS-FLAGGED==    BY ==MD-IS-FLAGGED==
                   ==MDFLD-IS-CANCELLED==  BY ==MD-IS-CANCELLED==
                   ==MDFLD-FAIL-COUNT==    BY ==MD-FAIL-COUNT==
                   ==MDFLD-LAST-COLLECT==  BY ==MD-LAST-COLLECT==
                   ==MDFLD-LAST-RETURN==   BY ==MD-LAST-RETURN==.

       WORKING-STORAGE SECTION.
           COPY "USERREC.cpy"
               REPLACING ==UFLD-RECNAME==       BY ==WS-USER==
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


       77  OPR-STATUS      PIC XX.
       77  PARAM-STATUS    PIC XX.
       77  PLANS-STATUS    PIC XX.
       77  MANDATES-STATUS PIC XX.

       77  BATCH-REPORT    PIC 9 VALUE 0.
       88      EXPIRED-REPORT-REQUESTED VALUE 1.
       77  NEW-EXPIR-DATE  PIC 9(8).
       77  AUDIT-ACTION    PIC X(6).

      *> What a registration or renewal bills, taken from the
      *> subscriber's plan on PLANS-DB (see PLANREC.cpy) by
      *> LOOKUP-PLAN. The product is always a SUB product - category
      *> "SUB" is not in TRANSACTIONS-IVA's rate table, so it is
      *> taxed at the general rate, correct for a subscription fee.
       77  SUBSCRIPTION-PRODUCT-ID PIC AAA999999.
       77  SUBSCRIPTION-FEE        PIC 9(7)V99 COMP-4.
       77  SUBSCRIPTION-TERM       PIC 99.

      *> A subscriber record with no plan code is on the plan every
      *> subscriber had before there were plans.
       77  DEFAULT-PLAN-CODE PIC X(6) VALUE "STD".
       77  PLAN-CODE-IN     PIC X(6).
       77  OLD-PLAN-CODE    PIC X(6).
       77  PLAN-FOUND       PIC 9.
       88      PLAN-IS-FOUND VALUE 1.
      *> PLAN-ACTIVE as LOOKUP-PLAN read it - the record area is not
      *> there to test once PLANS is closed.
       77  PLAN-ACTIVE-SAVE PIC X.
       88      PLAN-WAS-WITHDRAWN VALUE "I".
       77  RENEW-ANSWER     PIC X.
       88      RENEWAL-REQUESTED VALUE "Y" "y".

      *> Working fields for the direct-debit mandate option.
       77  MANDATE-REF-IN   PIC X(34).
       77  MANDATE-DATE-IN  PIC 9(8).
       77  MANDATE-ON-FILE  PIC 9.
       88      MANDATE-FOUND VALUE 1.

      *> ADD-PLAN-TERM moves TERM-BASE-DATE on by SUBSCRIPTION-TERM
      *> months into TERM-END-DATE, both YYYYMMDD. A day past the end
      *> of the new month (31 Jan plus one month) falls back to that
      *> month's last day.
       01  TERM-BASE-DATE  PIC 9(8).
       01  TERM-BASE-DATE-R REDEFINES TERM-BASE-DATE.
       05      TERM-BASE-YYYY  PIC 9(4).
       05      TERM-BASE-MM    PIC 99.
       05      TERM-BASE-DD    PIC 99.
       01  TERM-END-DATE   PIC 9(8).
       01  TERM-END-DATE-R REDEFINES TERM-END-DATE.
       05      TERM-END-YYYY   PIC 9(4).
       05      TERM-END-MM     PIC 99.
       05      TERM-END-DD     PIC 99.
       77  TERM-MONTH-COUNT PIC 9(6).
       77  LEAP-QUOTIENT    PIC 9(4).
       77  LEAP-REM-4       PIC 9(3).
       77  LEAP-REM-100     PIC 9(3).
       77  LEAP-REM-400     PIC 9(3).
       77  MONTH-LENGTH     PIC 99.
       01  MONTH-LENGTH-VALUES PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
       05      MONTH-DAYS      PIC 99 OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ELSE
               PERFORM SIGN-ON
               IF SIGNED-ON
                   PERFORM ENSURE-PLANS-DB
                   PERFORM SHOW-MENU
                       UNTIL MENU-CHOICE = "X" OR MENU-CHOICE = "x"
               END-IF
               CLOSE OPERATORS
           END-IF.

      *> Same first-use seeding as PLAN-MAINT: a system that has never
      *> had plans set up still bills the STD plan every subscriber
      *> was always on.
       ENSURE-PLANS-DB.
           OPEN INPUT PLANS.
           IF PLANS-STATUS = "35"
               OPEN OUTPUT PLANS
               MOVE DEFAULT-PLAN-CODE TO PLAN-CODE
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
           DISPLAY "1 - LIST USERS (RESUMES FROM LAST CHECKPOINT)".
           DISPLAY "4 - DELETE USER (SUPERVISOR)".
           DISPLAY "5 - EXPIRED SUBSCRIPTION REPORT".
           DISPLAY "6 - ADD OR REPLACE OPERATOR (SUPERVISOR)".
           DISPLAY "7 - DIRECT DEBIT MANDATE (SUPERVISOR)".
           DISPLAY "X - EXIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
               WHEN "4" PERFORM CHECK-SUPERVISOR-DELETE
               WHEN "5" PERFORM EXPIRED-SUBSCRIPTION-REPORT
               WHEN "6" PERFORM CHECK-SUPERVISOR-OPERATOR
               WHEN "7" PERFORM CHECK-SUPERVISOR-MANDATE
               WHEN "X" CONTINUE
               WHEN "x" CONTINUE
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
               DISPLAY "SUPERVISOR ROLE REQUIRED"
           END-IF.

       CHECK-SUPERVISOR-MANDATE.
           IF OPERATOR-IS-SUPERVISOR
               PERFORM MAINTAIN-MANDATE
           ELSE
               DISPLAY "SUPERVISOR ROLE REQUIRED"
           END-IF.

      *> Opts a subscriber in to renewal by direct debit with the
      *> mandate they signed, or - a blank account reference - stops
      *> it and puts them back on renewal by hand. Taking a new
      *> mandate also clears one DD-RETURNS has flagged, so the count
      *> of returned debits starts again from zero.
       MAINTAIN-MANDATE.
           DISPLAY "USER ID (7 DIGITS): " WITH NO ADVANCING.
           ACCEPT REC-USER-ID.
           PERFORM OPEN-USERS-IO.
           READ USERS
               INVALID KEY
                   DISPLAY "NO SUCH USER"
               NOT INVALID KEY
                   PERFORM OPEN-MANDATES-IO
                   PERFORM SHOW-CURRENT-MANDATE
                   DISPLAY "ACCOUNT REFERENCE (IBAN, BLANK = STOP"
                       " AUTO-RENEWAL): " WITH NO ADVANCING
                   ACCEPT MANDATE-REF-IN
                   IF MANDATE-REF-IN = SPACES
                       PERFORM STOP-MANDATE
                   ELSE
                       PERFORM TAKE-MANDATE
                   END-IF
                   CLOSE MANDATES
           END-READ.
           CLOSE USERS.

       SHOW-CURRENT-MANDATE.
           MOVE 0 TO MANDATE-ON-FILE.
           MOVE REC-USER-ID TO MD-USER-ID.
           READ MANDATES
               INVALID KEY
                   DISPLAY "NO MANDATE ON FILE"
               NOT INVALID KEY
                   MOVE 1 TO MANDATE-ON-FILE
                   DISPLAY "MANDATE " MD-ACCOUNT-REF " SIGNED "
                       MD-MANDATE-DATE " STATE " MD-STATE
                       " RETURNED DEBITS " MD-FAIL-COUNT
           END-READ.
           IF REC-RENEW-DIRECT-DEBIT
               DISPLAY "USER RENEWS BY DIRECT DEBIT"
           ELSE
               DISPLAY "USER RENEWS BY HAND"
           END-IF.

       TAKE-MANDATE.
           DISPLAY "MANDATE SIGNED (DDMMYYYY): " WITH NO ADVANCING.
           ACCEPT MANDATE-DATE-IN.
           MOVE REC-USER-ID TO MD-USER-ID.
           MOVE MANDATE-REF-IN TO MD-ACCOUNT-REF.
           STRING MANDATE-DATE-IN (5:4) MANDATE-DATE-IN (3:2)
               MANDATE-DATE-IN (1:2)
               INTO MD-MANDATE-DATE
           END-STRING.
           MOVE "A" TO MD-STATE.
           MOVE 0 TO MD-FAIL-COUNT.
           MOVE 0 TO MD-LAST-COLLECT.
           MOVE 0 TO MD-LAST-RETURN.
           IF MANDATE-FOUND
               REWRITE MANDATE-FILE
                   INVALID KEY DISPLAY "MANDATE NOT SAVED"
                   NOT INVALID KEY PERFORM OPT-IN-USER
               END-REWRITE
           ELSE
               WRITE MANDATE-FILE
                   INVALID KEY DISPLAY "MANDATE NOT SAVED"
                   NOT INVALID KEY PERFORM OPT-IN-USER
               END-WRITE
           END-IF.

      *> The audit entry carries the mandate date, never the account
      *> number - AUDIT-LOG is read by more people than MANDATES-DB.
       OPT-IN-USER.
           MOVE "D" TO REC-RENEW-METHOD.
           REWRITE USER-FILE
               INVALID KEY DISPLAY "USER NOT OPTED IN"
               NOT INVALID KEY
                   DISPLAY "MANDATE SAVED - USER RENEWS BY DIRECT DEBIT"
                   MOVE SPACES TO OLD-EXPIR-TEXT
                   MOVE MD-MANDATE-DATE TO NEW-EXPIR-TEXT
                   MOVE "DDMAND" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
           END-REWRITE.

       STOP-MANDATE.
           IF NOT REC-RENEW-DIRECT-DEBIT AND NOT MANDATE-FOUND
               DISPLAY "USER IS NOT ON AUTO-RENEWAL - NOTHING STOPPED"
           ELSE
               IF MANDATE-FOUND
                   MOVE "C" TO MD-STATE
                   REWRITE MANDATE-FILE
                       INVALID KEY DISPLAY "MANDATE NOT CANCELLED"
                   END-REWRITE
               END-IF
               MOVE SPACE TO REC-RENEW-METHOD
               REWRITE USER-FILE
                   INVALID KEY DISPLAY "USER NOT OPTED OUT"
                   NOT INVALID KEY
                       DISPLAY "AUTO-RENEWAL STOPPED"
                       MOVE SPACES TO OLD-EXPIR-TEXT
                       MOVE SPACES TO NEW-EXPIR-TEXT
                       MOVE "DDSTOP" TO AUDIT-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
               END-REWRITE
           END-IF.

      *> Adds an operator, or replaces the record (new password or
      *> role) when the id is already on file - which is also how the
      *> seeded ADMIN password gets changed.
           END-REWRITE.

      *> Registers a new user from operator input. Refuses the
      *> registration if the email is already on file or the plan is
      *> unknown or withdrawn, logs the add to AUDIT-LOG, and drops a
      *> billing transaction for the new subscription into
      *> TRANSACTIONS-IN. The first term runs from today.
       APPEND-USER.
           MOVE SPACES TO WS-USER.
           DISPLAY "NEW USER ID (7 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-ADDR-LINE2.
           DISPLAY "ADDRESS (CITY/POSTCODE): " WITH NO ADVANCING.
           ACCEPT WS-ADDR-LINE3.
           DISPLAY "PLAN CODE (BLANK = " DEFAULT-PLAN-CODE "): "
               WITH NO ADVANCING.
           ACCEPT PLAN-CODE-IN.
           IF PLAN-CODE-IN = SPACES
               MOVE DEFAULT-PLAN-CODE TO PLAN-CODE-IN
           END-IF.
           MOVE PLAN-CODE-IN TO WS-PLAN-CODE.
           PERFORM LOOKUP-PLAN.

           PERFORM CHECK-DUPLICATE-EMAIL.
           EVALUATE TRUE
               WHEN NOT PLAN-IS-FOUND
                   DISPLAY "NO SUCH PLAN - USER NOT ADDED"
               WHEN PLAN-WAS-WITHDRAWN
                   DISPLAY "PLAN IS WITHDRAWN - USER NOT ADDED"
               WHEN EMAIL-IS-DUPLICATE
                   DISPLAY "EMAIL ALREADY REGISTERED - USER NOT ADDED"
               WHEN OTHER
                   PERFORM WRITE-NEW-USER
           END-EVALUATE.

       WRITE-NEW-USER.
           ACCEPT TERM-BASE-DATE FROM DATE YYYYMMDD.
           PERFORM ADD-PLAN-TERM.
           COMPUTE WS-INPUT-EXPIR = TERM-END-DD * 1000000
               + TERM-END-MM * 10000 + TERM-END-YYYY.
           MOVE WS-INPUT-EXPIR TO WS-SUB-EXPIR.
           DISPLAY "SUBSCRIPTION EXPIRES " WS-SUB-EXPIR.
           MOVE WS-USER-ID TO REC-USER-ID.
           PERFORM OPEN-USERS-IO.
           WRITE USER-FILE FROM WS-USER
               INVALID KEY DISPLAY "INVALID KEY"
               NOT INVALID KEY
                   DISPLAY "RECORD PUSHED"
                   MOVE SPACES TO OLD-EXPIR-TEXT
                   MOVE WS-SUB-EXPIR TO NEW-EXPIR-TEXT
                   MOVE "ADD" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM EMIT-BILLING-TRANSACTION
           END-WRITE.
           CLOSE USERS.

      *> Updates an existing user's email, address and plan, and
      *> renews the subscription on request: a renewal moves the
      *> expiry on by the plan's term - from the old expiry if it is
      *> still running, from today if it has lapsed - and bills the
      *> plan's fee. A subscriber can be moved onto any active plan;
      *> one left on a withdrawn plan keeps renewing on it.
       UPDATE-USER.
           DISPLAY "USER ID TO UPDATE (7 DIGITS): " WITH NO ADVANCING.
           ACCEPT REC-USER-ID.
               INVALID KEY
                   DISPLAY "NO SUCH USER"
               NOT INVALID KEY
                   PERFORM GET-USER-CHANGES
           END-READ.
           CLOSE USERS.

       GET-USER-CHANGES.
           MOVE REC-SUB-EXPIR TO OLD-EXPIR-TEXT.
           MOVE REC-USER-EMAIL TO OLD-EMAIL-TEXT.
           IF REC-PLAN-CODE = SPACES
               MOVE DEFAULT-PLAN-CODE TO REC-PLAN-CODE
           END-IF.
           MOVE REC-PLAN-CODE TO OLD-PLAN-CODE.
           COMPUTE OLD-EXPIR-DATE =
               REC-SUB-EXPIR-YYYY * 10000
               + REC-SUB-EXPIR-MM * 100
               + REC-SUB-EXPIR-DD.
           MOVE OLD-EXPIR-DATE TO NEW-EXPIR-DATE.
           DISPLAY "NEW EMAIL: " WITH NO ADVANCING.
           ACCEPT REC-USER-EMAIL.
      *> A changed email is a corrected address - the undeliverable
      *> flag MAIL-RETURNS set no longer applies to it.
           IF REC-USER-EMAIL NOT = OLD-EMAIL-TEXT
               MOVE SPACE TO REC-MAIL-FLAG
           END-IF.
           DISPLAY "NEW NAME: " WITH NO ADVANCING.
           ACCEPT REC-USER-NAME.
           DISPLAY "NEW ADDRESS (STREET): " WITH NO ADVANCING.
           ACCEPT REC-ADDR-LINE1.
           DISPLAY "NEW ADDRESS (LOCALITY): " WITH NO ADVANCING.
           ACCEPT REC-ADDR-LINE2.
           DISPLAY "NEW ADDRESS (CITY/POSTCODE): "
               WITH NO ADVANCING.
           ACCEPT REC-ADDR-LINE3.
           DISPLAY "NEW PLAN CODE (BLANK = KEEP " OLD-PLAN-CODE "): "
               WITH NO ADVANCING.
           ACCEPT PLAN-CODE-IN.
           IF PLAN-CODE-IN = SPACES
               MOVE OLD-PLAN-CODE TO PLAN-CODE-IN
           END-IF.
           DISPLAY "RENEW FOR ANOTHER TERM (Y/N): " WITH NO ADVANCING.
           ACCEPT RENEW-ANSWER.
           PERFORM LOOKUP-PLAN.
           EVALUATE TRUE
               WHEN NOT PLAN-IS-FOUND
                   DISPLAY "NO SUCH PLAN - USER NOT UPDATED"
               WHEN PLAN-WAS-WITHDRAWN
                       AND PLAN-CODE-IN NOT = OLD-PLAN-CODE
                   DISPLAY "PLAN IS WITHDRAWN - USER NOT UPDATED"
               WHEN REC-USER-SUSPENDED AND RENEWAL-REQUESTED
                   DISPLAY "USER IS SUSPENDED FOR NON-PAYMENT -"
                       " RENEWAL REFUSED UNTIL THE BALANCE CLEARS"
               WHEN OTHER
                   MOVE PLAN-CODE-IN TO REC-PLAN-CODE
                   IF RENEWAL-REQUESTED
                       PERFORM RENEW-USER-EXPIRY
                   END-IF
                   PERFORM REWRITE-UPDATED-USER
           END-EVALUATE.

      *> A renewal before the old expiry adds the term on top of it,
      *> so paying early never loses days; a lapsed subscription
      *> starts a fresh term today.
       RENEW-USER-EXPIRY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF OLD-EXPIR-DATE < WS-TODAY
               MOVE WS-TODAY TO TERM-BASE-DATE
           ELSE
               MOVE OLD-EXPIR-DATE TO TERM-BASE-DATE
           END-IF.
           PERFORM ADD-PLAN-TERM.
           MOVE TERM-END-DATE TO NEW-EXPIR-DATE.
           COMPUTE WS-INPUT-EXPIR = TERM-END-DD * 1000000
               + TERM-END-MM * 10000 + TERM-END-YYYY.
           MOVE WS-INPUT-EXPIR TO REC-SUB-EXPIR.
           DISPLAY "SUBSCRIPTION NOW EXPIRES " REC-SUB-EXPIR.

      *> The REWRITE half of UPDATE-USER, reached once the plan and
      *> renewal guards have let the change through. A plan change
      *> gets its own audit entry, old and new plan code in the
      *> expiry fields, behind the usual UPDATE entry.
       REWRITE-UPDATED-USER.
           REWRITE USER-FILE
               INVALID KEY DISPLAY "UPDATE FAILED"
                   MOVE REC-SUB-EXPIR TO NEW-EXPIR-TEXT
                   MOVE "UPDATE" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
                   IF REC-PLAN-CODE NOT = OLD-PLAN-CODE
                       PERFORM AUDIT-PLAN-CHANGE
                   END-IF
                   IF NEW-EXPIR-DATE > OLD-EXPIR-DATE
                       PERFORM EMIT-BILLING-TRANSACTION
                   END-IF
           END-REWRITE.

       AUDIT-PLAN-CHANGE.
           MOVE OLD-PLAN-CODE TO OLD-EXPIR-TEXT.
           MOVE REC-PLAN-CODE TO NEW-EXPIR-TEXT.
           MOVE "PLAN" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.

      *> Keyed read of PLAN-CODE-IN on PLANS-DB, leaving the plan's
      *> status, billing product, fee and term ready for
      *> ADD-PLAN-TERM and EMIT-BILLING-TRANSACTION.
       LOOKUP-PLAN.
           MOVE 0 TO PLAN-FOUND.
           MOVE SPACE TO PLAN-ACTIVE-SAVE.
           OPEN INPUT PLANS.
           IF PLANS-STATUS = "35"
               CONTINUE
           ELSE
               MOVE PLAN-CODE-IN TO PLAN-CODE
               READ PLANS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO PLAN-FOUND
                       MOVE PLAN-ACTIVE TO PLAN-ACTIVE-SAVE
                       MOVE PLAN-PRODUCT-ID TO SUBSCRIPTION-PRODUCT-ID
                       MOVE PLAN-FEE TO SUBSCRIPTION-FEE
                       MOVE PLAN-TERM TO SUBSCRIPTION-TERM
               END-READ
               CLOSE PLANS
           END-IF.

      *> Month arithmetic on TERM-BASE-DATE: count months from year
      *> zero, add the term, split back into year and month.
       ADD-PLAN-TERM.
           COMPUTE TERM-MONTH-COUNT = TERM-BASE-YYYY * 12
               + TERM-BASE-MM - 1 + SUBSCRIPTION-TERM.
           DIVIDE TERM-MONTH-COUNT BY 12
               GIVING TERM-END-YYYY REMAINDER TERM-END-MM.
           ADD 1 TO TERM-END-MM.
           MOVE TERM-BASE-DD TO TERM-END-DD.
           MOVE MONTH-DAYS (TERM-END-MM) TO MONTH-LENGTH.
           IF TERM-END-MM = 2
               DIVIDE TERM-END-YYYY BY 4
                   GIVING LEAP-QUOTIENT REMAINDER LEAP-REM-4
               DIVIDE TERM-END-YYYY BY 100
                   GIVING LEAP-QUOTIENT REMAINDER LEAP-REM-100
               DIVIDE TERM-END-YYYY BY 400
                   GIVING LEAP-QUOTIENT REMAINDER LEAP-REM-400
               IF LEAP-REM-4 = 0
                       AND (LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0)
                   MOVE 29 TO MONTH-LENGTH
               END-IF
           END-IF.
           IF TERM-END-DD > MONTH-LENGTH
               MOVE MONTH-LENGTH TO TERM-END-DD
           END-IF.

       DELETE-USER.
           DISPLAY "USER ID TO DELETE (7 DIGITS): " WITH NO ADVANCING.
           ACCEPT REC-USER-ID.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.

      *> Drops a billing transaction for the plan's fee, under the
      *> plan's billing product, into TRANSACTIONS-IN so
      *> TRANSACTIONS-IVA taxes, numbers and reports it on its next
      *> run. The subscriber's user id goes with it so the invoice
      *> can be addressed to them. The fee is what the subscriber
      *> pays, IVA included - the same amount the AR-LEDGER item is
      *> opened for - so it goes in as IVA-inclusive and
      *> TRANSACTIONS-IVA backs the net and the IVA out of it; the
      *> invoice, the receivable and the general ledger then all
      *> carry the amount owed.
       EMIT-BILLING-TRANSACTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           STRING WS-TODAY (7:2) WS-TODAY (5:2) WS-TODAY (1:4)
           MOVE SUBSCRIPTION-PRODUCT-ID TO TRANSACTION-PRODUCT-ID.
           MOVE WS-TODAY-DMY TO TRANSACTION-DATE.
           MOVE SUBSCRIPTION-FEE TO TRANSACTION-AMMOUNT.
           MOVE 1 TO TRANSACTION-IVA.
           MOVE 1 TO TRANSACTION-QUANTITY.
           MOVE REC-USER-ID TO TRANSACTION-USER-ID.
           MOVE TRANSACTION-RECORD TO TRANSACTIONS-IN-REC.
           WRITE TRANSACTIONS-IN-REC.
           CLOSE TRANSACTIONS-IN.
           PERFORM OPEN-AR-ITEM.

      *> The receivables side of the billing: one open AR-LEDGER item,
      *> numbered one past the highest item on file. The scan for the
      *> highest number is the same whole-file walk as
      *> CHECK-DUPLICATE-EMAIL - an items file small enough to chase
               CLOSE AR-LEDGER
           END-IF.

      *> Same create-on-first-use pattern as OPEN-USERS-IO.
       OPEN-MANDATES-IO.
           OPEN I-O MANDATES.
           IF MANDATES-STATUS = "35"
               OPEN OUTPUT MANDATES
               CLOSE MANDATES
               OPEN I-O MANDATES
           END-IF.

      *> Same create-on-first-use pattern as OPEN-USERS-IO.
       OPEN-AR-IO.
           OPEN I-O AR-LEDGER.
