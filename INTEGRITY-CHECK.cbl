      ******************************************************************
      * Author: Alex G. B.
      * Date: Jun 21, 2022
      * Purpose: Cross-file integrity check. USERS-DB, AR-LEDGER,
      *          AR-JOURNAL and NOTICES-SENT are each kept straight by
      *          their own programs, but nothing checked that they
      *          still agree with one another - DELETE-USER will
      *          remove a subscriber who still owes money, a receipt
      *          edited by hand leaves AR-PAID-AMOUNT out of step with
      *          the journal, and NOTICES-SENT keeps keys for users
      *          long gone. This job opens all four files for input
      *          only - it changes nothing - and lists every
      *          disagreement on INTEGRITY-REPORT:
      *            - an open AR-LEDGER item whose user is not on
      *              USERS-DB (closed items of a deleted subscriber
      *              are history and are left alone);
      *            - an AR-JOURNAL line for an item that is not on
      *              AR-LEDGER, or whose user is not the item's user;
      *            - a NOTICES-SENT key whose user is not on USERS-DB;
      *            - an item whose AR-PAID-AMOUNT is not the net of
      *              its POST, REVRSE and SUSAPL journal lines (this
      *              also catches a paid item with no journal at all);
      *            - an item whose status contradicts its amounts:
      *              open but fully paid, paid with a balance still
      *              due, written off but fully paid, or paid beyond
      *              the amount billed;
      *            - a suspended subscriber with no open item past
      *              AR-SUSPEND's day threshold (read from the same
      *              AR-SUSPEND-PARM file, 0 or none meaning 90).
      *          A run that finds anything ends with RETURN-CODE 4, so
      *          NIGHT-RUN logs the step WARN and the morning check
      *          sees it on JOB-LOG. A warning does not stop the
      *          sequence, so GL-EXTRACT, which runs after this as the
      *          last step of the night, still extracts the day.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Jun 21, 2022  AGB  Original.
      * Jul 19, 2022  AGB  No program change. NIGHT-RUN now logs
      *                   RETURN-CODE 4 as WARN and runs this step
      *                   before GL-EXTRACT; header corrected to match.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS ASSIGN TO "USERS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REC-USER-ID
               ALTERNATE RECORD KEY IS REC-USER-EMAIL
               FILE STATUS IS USERS-STATUS.

           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AR-ITEM-NUM
               FILE STATUS IS AR-STATUS.

           SELECT AR-JOURNAL ASSIGN TO "AR-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.

           SELECT NOTICES-SENT ASSIGN TO "NOTICES-SENT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NS-NOTICE-KEY
               FILE STATUS IS SENT-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRITY-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT PARAM-FILE ASSIGN TO "AR-SUSPEND-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AR-LEDGER.
           COPY "ARREC.cpy"
               REPLACING ==ARFLD-RECNAME==      BY ==AR-ITEM==
                   ==ARFLD-ITEM-NUM==      BY ==AR-ITEM-NUM==
                   ==ARFLD-USER-ID==       BY ==AR-USER-ID==
                   ==ARFLD-BILL-DATE==     BY ==AR-BILL-DATE==
                   ==ARFLD-BILL-AMOUNT==   BY ==AR-BILL-AMOUNT==
                   ==ARFLD-PAID-AMOUNT==   BY ==AR-PAID-AMOUNT==
                   ==ARFLD-PAY-DATE==      BY ==AR-PAY-DATE==
                   ==ARFLD-ITEM-STATUS==   BY ==AR-ITEM-STATUS==
                   ==ARFLD-ITEM-OPEN==     BY ==AR-ITEM-OPEN==
                   ==ARFLD-ITEM-PAID==     BY ==AR-ITEM-PAID==
                   ==ARFLD-ITEM-WRITTEN-OFF==
                       BY ==AR-ITEM-WRITTEN-OFF==.

      *> Flat record - see JRNREC.cpy for the layout moved into
      *> JRN-ENTRY on every read.
       FD  AR-JOURNAL.
       01  AR-JOURNAL-REC               PIC X(53).

       FD  NOTICES-SENT.
           COPY "NOTREC.cpy"
               REPLACING ==NSFLD-RECNAME==      BY ==NOTICE-SENT-REC==
                   ==NSFLD-NOTICE-KEY==    BY ==NS-NOTICE-KEY==
                   ==NSFLD-USER-ID==       BY ==NS-USER-ID==
                   ==NSFLD-EXPIR-DATE==    BY ==NS-EXPIR-DATE==
                   ==NSFLD-TIER==          BY ==NS-TIER==
                   ==NSFLD-SENT-DATE==     BY ==NS-SENT-DATE==
                   ==NSFLD-RESULT==        BY ==NS-RESULT==
                   ==NSFLD-RESULT-UNKNOWN==
                       BY ==NS-RESULT-UNKNOWN==
                   ==NSFLD-RESULT-DELIVERED==
                       BY ==NS-RESULT-DELIVERED==
                   ==NSFLD-RESULT-BOUNCED==
                       BY ==NS-RESULT-BOUNCED==.

       FD  INTEGRITY-REPORT.
       01  REPORT-REC                   PIC X(80).

      *> AR-SUSPEND's parameter file - one 3-digit day count, 0 = 90.
       FD  PARAM-FILE.
       01  PARAM-REC                    PIC 9(3).

       WORKING-STORAGE SECTION.
           COPY "JRNREC.cpy"
               REPLACING ==JFLD-RECNAME==       BY ==JRN-ENTRY==
                   ==JFLD-JRN-DATE==       BY ==JRN-DATE==
                   ==JFLD-JRN-ITEM-NUM==   BY ==JRN-ITEM-NUM==
                   ==JFLD-JRN-USER-ID==    BY ==JRN-USER-ID==
                   ==JFLD-JRN-AMOUNT==     BY ==JRN-AMOUNT==
                   ==JFLD-JRN-ACTION==     BY ==JRN-ACTION==
                   ==JFLD-JRN-IS-POST==    BY ==JRN-IS-POST==
                   ==JFLD-JRN-IS-REVERSAL== BY ==JRN-IS-REVERSAL==
                   ==JFLD-JRN-IS-SUSP-APPLY==
                       BY ==JRN-IS-SUSP-APPLY==
                   ==JFLD-JRN-IS-ON-ACCOUNT==
                       BY ==JRN-IS-ON-ACCOUNT==
                   ==JFLD-JRN-IS-REFUND==  BY ==JRN-IS-REFUND==
                   ==JFLD-JRN-IS-WRITE-OFF==
                       BY ==JRN-IS-WRITE-OFF==
                   ==JFLD-JRN-OPERATOR==   BY ==JRN-OPERATOR==.

       77  USERS-EOF PIC 9.
       88      USERS-EOF-REACHED VALUE 1.
       77  AR-EOF PIC 9.
       88      AR-EOF-REACHED VALUE 1.
       77  JRN-EOF PIC 9.
       88      JRN-EOF-REACHED VALUE 1.
       77  SENT-EOF PIC 9.
       88      SENT-EOF-REACHED VALUE 1.

       77  USERS-STATUS    PIC XX.
       77  AR-STATUS       PIC XX.
       77  JRN-STATUS      PIC XX.
       77  SENT-STATUS     PIC XX.
       77  REPORT-STATUS   PIC XX.
       77  PARAM-STATUS    PIC XX.

       77  WS-TODAY        PIC 9(8).
       77  TODAY-DAY-NUM   PIC S9(9) COMP-4.
       77  BILL-DAY-NUM    PIC S9(9) COMP-4.
       77  OLDEST-AGE-DAYS PIC S9(5) COMP-4.

      *> Inputs and output of CONVERT-DATE-TO-DAYS - the same integer
      *> Julian-day formula as AR-AGING and AR-SUSPEND.
       01  CNV-DATE        PIC 9(8).
       01  CNV-DATE-R REDEFINES CNV-DATE.
       05      CNV-YYYY    PIC 9(4).
       05      CNV-MM      PIC 99.
       05      CNV-DD      PIC 99.
       77  CNV-DAY-NUM     PIC S9(9) COMP-4.
       77  CNV-M14         PIC S9(4) COMP-4.

      *> Taken the way AR-SUSPEND takes it, but never prompted for -
      *> this job runs unattended, so no parameter file means 90.
       77  THRESHOLD-DAYS  PIC 9(3).

      *> Result of a keyed USERS-DB lookup on LOOKUP-USER-ID.
       77  LOOKUP-USER-ID  PIC 9(7).
       77  USER-FOUND      PIC 9.
       88      USER-ON-FILE VALUE 1.
       77  ITEM-FOUND      PIC 9.
       88      ITEM-ON-FILE VALUE 1.

      *> Net of one item's POST, REVRSE and SUSAPL journal lines -
      *> the three actions that move AR-PAID-AMOUNT.
       77  JOURNAL-NET     PIC S9(8)V99 COMP-4.
       77  JOURNAL-LINES   PIC 9(5).

      *> Result of the oldest-open-item scan for the current user.
       77  OLDEST-FOUND     PIC 9.
       88      OLDEST-ITEM-FOUND VALUE 1.
       77  OLDEST-BILL-DATE PIC 9(8).

      *> Journal line number, counted from 1, so a finding can be
      *> found again in the file.
       77  JRN-LINE-NUM    PIC 9(7) VALUE 0.

       77  ITEMS-CHECKED   PIC 9(7) VALUE 0.
       77  LINES-CHECKED   PIC 9(7) VALUE 0.
       77  NOTICES-CHECKED PIC 9(7) VALUE 0.
       77  USERS-CHECKED   PIC 9(7) VALUE 0.

       77  ORPHAN-ITEM-COUNT     PIC 9(5) VALUE 0.
       77  ORPHAN-LINE-COUNT     PIC 9(5) VALUE 0.
       77  LINE-USER-COUNT       PIC 9(5) VALUE 0.
       77  ORPHAN-NOTICE-COUNT   PIC 9(5) VALUE 0.
       77  PAID-MISMATCH-COUNT   PIC 9(5) VALUE 0.
       77  STATUS-CONFLICT-COUNT PIC 9(5) VALUE 0.
       77  SUSPENSION-COUNT      PIC 9(5) VALUE 0.
       77  FINDING-COUNT         PIC 9(5) VALUE 0.

       77  AMOUNT-TEXT-1   PIC -ZZZZZZZ9.99.
       77  AMOUNT-TEXT-2   PIC -ZZZZZZZ9.99.
       77  AGE-TEXT        PIC ZZZZ9.

      *> One report line per finding: the file the bad record is on,
      *> its key, and what is wrong with it.
       01  FINDING-LINE.
       05      FND-FILE        PIC X(12).
       05      FILLER          PIC X     VALUE SPACE.
       05      FND-KEY         PIC X(20).
       05      FILLER          PIC X     VALUE SPACE.
       05      FND-TEXT        PIC X(46).

       01  COUNT-LINE.
       05      CNT-TEXT        PIC X(40).
       05      CNT-VALUE       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO CNV-DATE.
           PERFORM CONVERT-DATE-TO-DAYS.
           MOVE CNV-DAY-NUM TO TODAY-DAY-NUM.
           PERFORM GET-THRESHOLD.
           PERFORM OPEN-CHECK-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM CHECK-LEDGER-ITEMS.
           PERFORM CHECK-JOURNAL-LINES.
           PERFORM CHECK-NOTICES-SENT.
           PERFORM CHECK-SUSPENDED-USERS.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM CLOSE-CHECK-FILES.
           DISPLAY "AR ITEMS CHECKED......: " ITEMS-CHECKED.
           DISPLAY "JOURNAL LINES CHECKED.: " LINES-CHECKED.
           DISPLAY "NOTICES CHECKED.......: " NOTICES-CHECKED.
           DISPLAY "USERS CHECKED.........: " USERS-CHECKED.
           DISPLAY "PROBLEMS FOUND........: " FINDING-COUNT.
           IF FINDING-COUNT > 0
               DISPLAY "SEE INTEGRITY-REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Same file and meaning as AR-SUSPEND's GET-THRESHOLD, so a
      *> user is only called wrongly suspended by the rule that
      *> suspended them.
       GET-THRESHOLD.
           MOVE 0 TO THRESHOLD-DAYS.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS NOT = "35"
               READ PARAM-FILE
                   NOT AT END
                       MOVE PARAM-REC TO THRESHOLD-DAYS
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF THRESHOLD-DAYS = 0
               MOVE 90 TO THRESHOLD-DAYS
           END-IF.

      *> Everything is opened INPUT - the job only reads. A file not
      *> there yet is treated as empty, the way the reports do. The
      *> report is recreated every run.
       OPEN-CHECK-FILES.
           OPEN OUTPUT INTEGRITY-REPORT.
           OPEN INPUT USERS.
           OPEN INPUT AR-LEDGER.
           OPEN INPUT NOTICES-SENT.

       CLOSE-CHECK-FILES.
           IF USERS-STATUS NOT = "35"
               CLOSE USERS
           END-IF.
           IF AR-STATUS NOT = "35"
               CLOSE AR-LEDGER
           END-IF.
           IF SENT-STATUS NOT = "35"
               CLOSE NOTICES-SENT
           END-IF.
           CLOSE INTEGRITY-REPORT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-REC.
           STRING "CROSS-FILE INTEGRITY CHECK " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "   SUSPENSION THRESHOLD " DELIMITED BY SIZE
               THRESHOLD-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "FILE         RECORD               PROBLEM"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-REPORT-SUMMARY.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "OPEN ITEMS OF USERS NOT ON USERS-DB" TO CNT-TEXT.
           MOVE ORPHAN-ITEM-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "JOURNAL LINES FOR ITEMS NOT ON LEDGER" TO CNT-TEXT.
           MOVE ORPHAN-LINE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "JOURNAL LINES FOR ANOTHER USER" TO CNT-TEXT.
           MOVE LINE-USER-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NOTICES FOR USERS NOT ON USERS-DB" TO CNT-TEXT.
           MOVE ORPHAN-NOTICE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PAID AMOUNTS NOT MATCHING JOURNAL" TO CNT-TEXT.
           MOVE PAID-MISMATCH-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "STATUSES CONTRADICTING AMOUNTS" TO CNT-TEXT.
           MOVE STATUS-CONFLICT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SUSPENDED USERS WITH NO OVERDUE ITEM" TO CNT-TEXT.
           MOVE SUSPENSION-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TOTAL PROBLEMS FOUND" TO CNT-TEXT.
           MOVE FINDING-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

      *> Every check reports through here, after filling FND-FILE,
      *> FND-KEY and FND-TEXT and adding to its own count.
       WRITE-FINDING.
           ADD 1 TO FINDING-COUNT.
           MOVE FINDING-LINE TO REPORT-REC.
           WRITE REPORT-REC.

      *> Keyed read of LOOKUP-USER-ID. No USERS-DB at all means
      *> nobody is on it.
       LOOKUP-USER.
           MOVE 0 TO USER-FOUND.
           IF USERS-STATUS NOT = "35"
               MOVE LOOKUP-USER-ID TO REC-USER-ID
               READ USERS RECORD
                   KEY IS REC-USER-ID
                   INVALID KEY MOVE 0 TO USER-FOUND
                   NOT INVALID KEY MOVE 1 TO USER-FOUND
               END-READ
           END-IF.

      *> Ascending-key walk over the whole ledger - the usual START /
      *> READ NEXT idiom.
       CHECK-LEDGER-ITEMS.
           MOVE 0 TO AR-EOF.
           IF AR-STATUS = "35"
               MOVE 1 TO AR-EOF
           ELSE
               MOVE 0 TO AR-ITEM-NUM
               START AR-LEDGER KEY IS GREATER THAN AR-ITEM-NUM
                   INVALID KEY MOVE 1 TO AR-EOF
               END-START
           END-IF.
           PERFORM UNTIL AR-EOF-REACHED
               READ AR-LEDGER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF
               END-READ
               IF NOT AR-EOF-REACHED
                   ADD 1 TO ITEMS-CHECKED
                   PERFORM CHECK-ITEM-USER
                   PERFORM CHECK-ITEM-JOURNAL
                   PERFORM CHECK-ITEM-STATUS
               END-IF
           END-PERFORM.

      *> Only an open item matters here - a deleted subscriber's paid
      *> and written-off items are the record of what happened.
       CHECK-ITEM-USER.
           IF AR-ITEM-OPEN
               MOVE AR-USER-ID TO LOOKUP-USER-ID
               PERFORM LOOKUP-USER
               IF NOT USER-ON-FILE
                   ADD 1 TO ORPHAN-ITEM-COUNT
                   PERFORM SET-ITEM-FINDING-KEY
                   MOVE SPACES TO FND-TEXT
                   STRING "OPEN ITEM, USER " DELIMITED BY SIZE
                       AR-USER-ID DELIMITED BY SIZE
                       " NOT ON USERS-DB" DELIMITED BY SIZE
                       INTO FND-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

      *> Whole-file pass over the journal for the item's lines, the
      *> same scan AR-PAYMENTS makes before a reversal. Write-offs,
      *> on-account credits and refunds do not move AR-PAID-AMOUNT,
      *> so only POST, REVRSE (already negative) and SUSAPL count.
       CHECK-ITEM-JOURNAL.
           MOVE 0 TO JOURNAL-NET.
           MOVE 0 TO JOURNAL-LINES.
           MOVE 0 TO JRN-EOF.
           OPEN INPUT AR-JOURNAL.
           IF JRN-STATUS = "35"
               MOVE 1 TO JRN-EOF
           END-IF.
           PERFORM UNTIL JRN-EOF-REACHED
               READ AR-JOURNAL
                   AT END MOVE 1 TO JRN-EOF
                   NOT AT END PERFORM ADD-ITEM-JOURNAL-LINE
               END-READ
           END-PERFORM.
           IF JRN-STATUS NOT = "35"
               CLOSE AR-JOURNAL
           END-IF.
           IF JOURNAL-NET NOT = AR-PAID-AMOUNT
               ADD 1 TO PAID-MISMATCH-COUNT
               PERFORM SET-ITEM-FINDING-KEY
               MOVE AR-PAID-AMOUNT TO AMOUNT-TEXT-1
               MOVE JOURNAL-NET TO AMOUNT-TEXT-2
               MOVE SPACES TO FND-TEXT
               IF JOURNAL-LINES = 0
                   STRING "PAID " DELIMITED BY SIZE
                       AMOUNT-TEXT-1 DELIMITED BY SIZE
                       ", NO JOURNAL LINES" DELIMITED BY SIZE
                       INTO FND-TEXT
                   END-STRING
               ELSE
                   STRING "PAID " DELIMITED BY SIZE
                       AMOUNT-TEXT-1 DELIMITED BY SIZE
                       ", JOURNAL NET " DELIMITED BY SIZE
                       AMOUNT-TEXT-2 DELIMITED BY SIZE
                       INTO FND-TEXT
                   END-STRING
               END-IF
               PERFORM WRITE-FINDING
           END-IF.

       ADD-ITEM-JOURNAL-LINE.
           MOVE AR-JOURNAL-REC TO JRN-ENTRY.
           IF JRN-ITEM-NUM = AR-ITEM-NUM
                   AND (JRN-IS-POST OR JRN-IS-REVERSAL
                        OR JRN-IS-SUSP-APPLY)
               ADD 1 TO JOURNAL-LINES
               ADD JRN-AMOUNT TO JOURNAL-NET
           END-IF.

      *> The status byte against the amounts (see ARREC.cpy): an open
      *> item still owes something, a paid one owes nothing, a
      *> written-off one was written off because it still owed, and
      *> nothing is ever paid beyond what was billed.
       CHECK-ITEM-STATUS.
           MOVE SPACES TO FND-TEXT.
           EVALUATE TRUE
               WHEN AR-PAID-AMOUNT > AR-BILL-AMOUNT
                   MOVE "PAID AMOUNT EXCEEDS AMOUNT BILLED"
                       TO FND-TEXT
               WHEN AR-ITEM-OPEN
                       AND AR-PAID-AMOUNT = AR-BILL-AMOUNT
                   MOVE "STATUS OPEN BUT FULLY PAID" TO FND-TEXT
               WHEN AR-ITEM-PAID
                       AND AR-PAID-AMOUNT < AR-BILL-AMOUNT
                   MOVE "STATUS PAID BUT BALANCE STILL DUE"
                       TO FND-TEXT
               WHEN AR-ITEM-WRITTEN-OFF
                       AND AR-PAID-AMOUNT = AR-BILL-AMOUNT
                   MOVE "STATUS WRITTEN OFF BUT FULLY PAID"
                       TO FND-TEXT
               WHEN NOT AR-ITEM-OPEN AND NOT AR-ITEM-PAID
                       AND NOT AR-ITEM-WRITTEN-OFF
                   STRING "UNKNOWN STATUS '" DELIMITED BY SIZE
                       AR-ITEM-STATUS DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO FND-TEXT
                   END-STRING
           END-EVALUATE.
           IF FND-TEXT NOT = SPACES
               ADD 1 TO STATUS-CONFLICT-COUNT
               PERFORM SET-ITEM-FINDING-KEY
               PERFORM WRITE-FINDING
           END-IF.

       SET-ITEM-FINDING-KEY.
           MOVE "AR-LEDGER" TO FND-FILE.
           MOVE SPACES TO FND-KEY.
           STRING "ITEM " DELIMITED BY SIZE
               AR-ITEM-NUM DELIMITED BY SIZE
               INTO FND-KEY
           END-STRING.

      *> One pass over the journal, each line's item looked up by
      *> key. Item 0 is an on-account credit or a refund, which has
      *> no item to find. A journal line for a deleted subscriber is
      *> history, like the item it was posted to, so the user is
      *> checked against the item rather than against USERS-DB.
       CHECK-JOURNAL-LINES.
           MOVE 0 TO JRN-EOF.
           OPEN INPUT AR-JOURNAL.
           IF JRN-STATUS = "35"
               MOVE 1 TO JRN-EOF
           END-IF.
           PERFORM UNTIL JRN-EOF-REACHED
               READ AR-JOURNAL
                   AT END MOVE 1 TO JRN-EOF
                   NOT AT END PERFORM CHECK-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM.
           IF JRN-STATUS NOT = "35"
               CLOSE AR-JOURNAL
           END-IF.

       CHECK-ONE-JOURNAL-LINE.
           MOVE AR-JOURNAL-REC TO JRN-ENTRY.
           ADD 1 TO JRN-LINE-NUM.
           ADD 1 TO LINES-CHECKED.
           IF JRN-ITEM-NUM NOT = 0
               MOVE 0 TO ITEM-FOUND
               IF AR-STATUS NOT = "35"
                   MOVE JRN-ITEM-NUM TO AR-ITEM-NUM
                   READ AR-LEDGER RECORD
                       KEY IS AR-ITEM-NUM
                       INVALID KEY MOVE 0 TO ITEM-FOUND
                       NOT INVALID KEY MOVE 1 TO ITEM-FOUND
                   END-READ
               END-IF
               MOVE "AR-JOURNAL" TO FND-FILE
               MOVE SPACES TO FND-KEY
               STRING "LINE " DELIMITED BY SIZE
                   JRN-LINE-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JRN-ACTION DELIMITED BY SIZE
                   INTO FND-KEY
               END-STRING
               MOVE SPACES TO FND-TEXT
               IF NOT ITEM-ON-FILE
                   ADD 1 TO ORPHAN-LINE-COUNT
                   STRING "ITEM " DELIMITED BY SIZE
                       JRN-ITEM-NUM DELIMITED BY SIZE
                       " NOT ON AR-LEDGER" DELIMITED BY SIZE
                       INTO FND-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING
               ELSE
                   IF JRN-USER-ID NOT = AR-USER-ID
                       ADD 1 TO LINE-USER-COUNT
                       STRING "ITEM " DELIMITED BY SIZE
                           JRN-ITEM-NUM DELIMITED BY SIZE
                           " OWNER " DELIMITED BY SIZE
                           AR-USER-ID DELIMITED BY SIZE
                           ", LINE USER " DELIMITED BY SIZE
                           JRN-USER-ID DELIMITED BY SIZE
                           INTO FND-TEXT
                       END-STRING
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

      *> Every NOTICES-SENT key names a user; once the user is gone
      *> its key is left over for MAIL-RETURNS to match against.
       CHECK-NOTICES-SENT.
           MOVE 0 TO SENT-EOF.
           IF SENT-STATUS = "35"
               MOVE 1 TO SENT-EOF
           ELSE
               MOVE LOW-VALUES TO NS-NOTICE-KEY
               START NOTICES-SENT KEY IS GREATER THAN NS-NOTICE-KEY
                   INVALID KEY MOVE 1 TO SENT-EOF
               END-START
           END-IF.
           PERFORM UNTIL SENT-EOF-REACHED
               READ NOTICES-SENT NEXT RECORD
                   AT END MOVE 1 TO SENT-EOF
               END-READ
               IF NOT SENT-EOF-REACHED
                   ADD 1 TO NOTICES-CHECKED
                   MOVE NS-USER-ID TO LOOKUP-USER-ID
                   PERFORM LOOKUP-USER
                   IF NOT USER-ON-FILE
                       ADD 1 TO ORPHAN-NOTICE-COUNT
                       MOVE "NOTICES-SENT" TO FND-FILE
                       MOVE SPACES TO FND-KEY
                       STRING NS-USER-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           NS-EXPIR-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           NS-TIER DELIMITED BY SIZE
                           INTO FND-KEY
                       END-STRING
                       MOVE SPACES TO FND-TEXT
                       STRING "USER " DELIMITED BY SIZE
                           NS-USER-ID DELIMITED BY SIZE
                           " NOT ON USERS-DB" DELIMITED BY SIZE
                           INTO FND-TEXT
                       END-STRING
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-PERFORM.

      *> A suspended subscriber must still have an open item past the
      *> threshold - otherwise AR-SUSPEND should already have lifted
      *> them, and letters and renewals are being refused for
      *> nothing.
       CHECK-SUSPENDED-USERS.
           MOVE 0 TO USERS-EOF.
           IF USERS-STATUS = "35"
               MOVE 1 TO USERS-EOF
           ELSE
               MOVE 0 TO REC-USER-ID
               START USERS KEY IS GREATER THAN REC-USER-ID
                   INVALID KEY MOVE 1 TO USERS-EOF
               END-START
           END-IF.
           PERFORM UNTIL USERS-EOF-REACHED
               READ USERS NEXT RECORD
                   AT END MOVE 1 TO USERS-EOF
               END-READ
               IF NOT USERS-EOF-REACHED
                   ADD 1 TO USERS-CHECKED
                   IF REC-USER-SUSPENDED
                       PERFORM CHECK-ONE-SUSPENSION
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ONE-SUSPENSION.
           PERFORM FIND-OLDEST-OPEN-ITEM.
           MOVE 0 TO OLDEST-AGE-DAYS.
           IF OLDEST-ITEM-FOUND
               MOVE OLDEST-BILL-DATE TO CNV-DATE
               PERFORM CONVERT-DATE-TO-DAYS
               MOVE CNV-DAY-NUM TO BILL-DAY-NUM
               COMPUTE OLDEST-AGE-DAYS = TODAY-DAY-NUM - BILL-DAY-NUM
           END-IF.
           IF OLDEST-AGE-DAYS NOT > THRESHOLD-DAYS
               ADD 1 TO SUSPENSION-COUNT
               MOVE "USERS-DB" TO FND-FILE
               MOVE SPACES TO FND-KEY
               STRING "USER " DELIMITED BY SIZE
                   REC-USER-ID DELIMITED BY SIZE
                   INTO FND-KEY
               END-STRING
               MOVE SPACES TO FND-TEXT
               IF OLDEST-ITEM-FOUND
                   MOVE OLDEST-AGE-DAYS TO AGE-TEXT
                   STRING "SUSPENDED, OLDEST OPEN ITEM ONLY "
                           DELIMITED BY SIZE
                       AGE-TEXT DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO FND-TEXT
                   END-STRING
               ELSE
                   MOVE "SUSPENDED WITH NO OPEN ITEM" TO FND-TEXT
               END-IF
               PERFORM WRITE-FINDING
           END-IF.

      *> The same walk as AR-SUSPEND's FIND-OLDEST-OPEN-ITEM.
       FIND-OLDEST-OPEN-ITEM.
           MOVE 0 TO OLDEST-FOUND.
           MOVE 99999999 TO OLDEST-BILL-DATE.
           MOVE 0 TO AR-EOF.
           IF AR-STATUS = "35"
               MOVE 1 TO AR-EOF
           ELSE
               MOVE 0 TO AR-ITEM-NUM
               START AR-LEDGER KEY IS GREATER THAN AR-ITEM-NUM
                   INVALID KEY MOVE 1 TO AR-EOF
               END-START
           END-IF.
           PERFORM UNTIL AR-EOF-REACHED
               READ AR-LEDGER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF
               END-READ
               IF NOT AR-EOF-REACHED
                       AND AR-USER-ID = REC-USER-ID
                       AND AR-ITEM-OPEN
                   IF AR-BILL-DATE < OLDEST-BILL-DATE
                       MOVE 1 TO OLDEST-FOUND
                       MOVE AR-BILL-DATE TO OLDEST-BILL-DATE
                   END-IF
               END-IF
           END-PERFORM.

      *> Integer Julian-day-number formula; see AR-AGING for the
      *> derivation notes.
       CONVERT-DATE-TO-DAYS.
           COMPUTE CNV-M14 = (CNV-MM - 14) / 12.
           COMPUTE CNV-DAY-NUM =
               CNV-DD - 32075
               + (1461 * (CNV-YYYY + 4800 + CNV-M14)) / 4
               + (367 * (CNV-MM - 2 - CNV-M14 * 12)) / 12
               - (3 * ((CNV-YYYY + 4900 + CNV-M14) / 100)) / 4.

       END PROGRAM INTEGRITY-CHECK.
