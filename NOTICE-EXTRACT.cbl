      *                   can put a stamp on. Records for
      *                   subscribers converted before their address
      *                   was captured go out with the lines blank.
      * May 31, 2022  AGB  The fee on each notice is the subscriber's
      *                   own plan fee from PLANS-DB (see PLANREC.cpy)
      *                   rather than a fixed 9.99; the STD fee stands
      *                   in when the plan cannot be found.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-EXTRACT.
               RECORD KEY IS NS-NOTICE-KEY
               FILE STATUS IS SENT-STATUS.

           SELECT PLANS ASSIGN TO "PLANS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS PLANS-STATUS.

           SELECT NOTICES-OUT ASSIGN TO "NOTICES-OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICES-STATUS.
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

       FD  NOTICES-SENT.
           COPY "NOTREC.cpy"
                   ==NSFLD-RESULT-BOUNCED==
                       BY ==NS-RESULT-BOUNCED==.

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

      *> The fixed layout the mailing house loads: user id, tier
      *> (30/14/01), email, expiry, the renewal fee with two implied
      *> decimals, and the postal name and address lines.
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

       77  EOF PIC 9.
       88      EOF-REACHED VALUE 1.
       77  USERS-STATUS    PIC XX.
       77  SENT-STATUS     PIC XX.
       77  NOTICES-STATUS  PIC XX.
       77  PLANS-STATUS    PIC XX.
       77  PLANS-AVAILABLE PIC 9 VALUE 0.
       88      PLAN-MASTER-ON-FILE VALUE 1.

       77  WS-TODAY        PIC 9(8).
       77  TODAY-DAY-NUM   PIC S9(9) COMP-4.
       77  NOTICE-TIER     PIC XX.
       88      NO-NOTICE-DUE VALUE SPACES.

      *> The fee RETEK-REGISTER bills on a renewal is the
      *> subscriber's plan fee from PLANS-DB. The STD plan's fee
      *> stands in for a subscriber whose plan cannot be found, or
      *> before PLANS-DB has been set up at all.
       77  DEFAULT-PLAN-CODE PIC X(6) VALUE "STD".
       77  DEFAULT-RENEWAL-FEE PIC 9(5)V99 VALUE 9.99.
       77  RENEWAL-FEE     PIC 9(5)V99.

       77  NOTICE-COUNT    PIC 9(5) VALUE 0.
       77  SKIPPED-COUNT   PIC 9(5) VALUE 0.
               CLOSE NOTICES-SENT
               OPEN I-O NOTICES-SENT
           END-IF.
           MOVE 0 TO PLANS-AVAILABLE.
           OPEN INPUT PLANS.
           IF PLANS-STATUS NOT = "35"
               MOVE 1 TO PLANS-AVAILABLE
           END-IF.

       CLOSE-NOTICE-FILES.
           CLOSE NOTICES-OUT.
           CLOSE NOTICES-SENT.
           IF PLAN-MASTER-ON-FILE
               CLOSE PLANS
           END-IF.

      *> Ascending-key scan over the whole subscriber file, the same
      *> START / READ NEXT idiom as the other USERS-DB walks. No
           END-WRITE.

       WRITE-NOTICE-RECORD.
           PERFORM FIND-RENEWAL-FEE.
           MOVE WS-USER-ID TO NOT-USER-ID.
           MOVE NOTICE-TIER TO NOT-TIER.
           MOVE WS-USER-EMAIL TO NOT-EMAIL.
           DISPLAY "NOTICE " NOT-TIER " FOR USER " NOT-USER-ID
               " EXPIRES " NOT-EXPIR.

      *> A user converted without a plan code is on the STD plan,
      *> the same default RETEK-REGISTER applies.
       FIND-RENEWAL-FEE.
           MOVE DEFAULT-RENEWAL-FEE TO RENEWAL-FEE.
           IF PLAN-MASTER-ON-FILE
               IF WS-PLAN-CODE = SPACES
                   MOVE DEFAULT-PLAN-CODE TO PLAN-CODE
               ELSE
                   MOVE WS-PLAN-CODE TO PLAN-CODE
               END-IF
               READ PLANS
                   INVALID KEY
                       DISPLAY "*** PLAN " PLAN-CODE " OF USER "
                           WS-USER-ID " NOT ON PLANS-DB - STD FEE"
                           " QUOTED"
                   NOT INVALID KEY
                       MOVE PLAN-FEE TO RENEWAL-FEE
               END-READ
           END-IF.

      *> Integer Julian-day-number formula; see AR-AGING for the
      *> derivation notes.
       CONVERT-DATE-TO-DAYS.
