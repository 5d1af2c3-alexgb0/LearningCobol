      *                   address. Live files must be rebuilt once
      *                   with USERS-CONVERT3 before this version is
      *                   used.
      * May 31, 2022  AGB  Subscription plan code appended behind the
      *                   address lines - the plan (see PLANREC.cpy)
      *                   sets the term and fee RETEK-REGISTER bills on
      *                   registration and renewal. Live files must be
      *                   rebuilt once with USERS-CONVERT4 before this
      *                   version is used; every existing subscriber
      *                   comes out on the STD plan they were always
      *                   billed at.
      * Jun 07, 2022  AGB  Renewal method carved out of the first spare
      *                   byte - D marks a subscriber who has opted in
      *                   to renewal by direct debit, with the bank
      *                   mandate held on MANDATES-DB (see MNDREC.cpy);
      *                   DD-RENEWAL renews them overnight. The space
      *                   already on every record reads as renewed by
      *                   hand, so no rebuild.
      ******************************************************************
       01  UFLD-RECNAME.
       05      UFLD-USER-ID      PIC 9(7).
       05      UFLD-MAIL-FLAG    PIC X.
       88          UFLD-MAIL-OK            VALUE SPACE.
       88          UFLD-MAIL-UNDELIVERABLE VALUE "U".
       05      UFLD-RENEW-METHOD PIC X.
       88          UFLD-RENEW-BY-HAND      VALUE SPACE.
       88          UFLD-RENEW-DIRECT-DEBIT VALUE "D".
       05      FILLER            PIC X(2).
       05      UFLD-USER-NAME    PIC X(30).
       05      UFLD-ADDR-LINE1   PIC X(30). *> street and number
       05      UFLD-ADDR-LINE2   PIC X(30). *> locality
       05      UFLD-ADDR-LINE3   PIC X(30). *> city and postcode
       05      UFLD-PLAN-CODE    PIC X(6).  *> PLANS-DB key
