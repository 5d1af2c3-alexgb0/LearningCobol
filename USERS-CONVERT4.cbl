      ******************************************************************
      * Author: Alex G. B.
      * Date: May 31, 2022
      * Purpose: One-shot conversion of the live USERS-DB from the
      *          Apr 2022 157-byte layout to the layout in USERREC.cpy
      *          with the subscription plan code, rebuilding it as
      *          USERS-DB-NEW. Every existing subscriber comes out on
      *          the STD plan - SUB000001 at 9.99, the only thing
      *          RETEK-REGISTER ever billed them (see PLAN-MAINT) -
      *          and a clerk moves them to another plan through
      *          UPDATE-USER. The old file is never written to - when
      *          the run reports clean, rename USERS-DB aside and
      *          USERS-DB-NEW into its place. Run this once, with
      *          nobody else in RETEK-REGISTER.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * May 31, 2022  AGB  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERS-CONVERT4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-USERS ASSIGN TO "USERS-DB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OLD-USER-ID
               ALTERNATE RECORD KEY IS OLD-USER-EMAIL
               FILE STATUS IS OLD-STATUS.

           SELECT NEW-USERS ASSIGN TO "USERS-DB-NEW"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REC-USER-ID
               ALTERNATE RECORD KEY IS REC-USER-EMAIL
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The layout USERS-DB records had between Apr and May 2022 -
      *> frozen here on purpose, since USERREC.cpy now describes the
      *> new one. Everything up to the address lines carries across
      *> unchanged.
       FD  OLD-USERS.
       01  OLD-USER-FILE.
       05      OLD-USER-ID       PIC 9(7).
       05      OLD-USER-EMAIL    PIC X(15).
       05      OLD-SUB-EXPIR     PIC 99/99/9999.
       05      OLD-USER-STATUS   PIC X.
       05      OLD-MAIL-FLAG     PIC X.
       05      FILLER            PIC X(3).
       05      OLD-USER-NAME     PIC X(30).
       05      OLD-ADDR-LINE1    PIC X(30).
       05      OLD-ADDR-LINE2    PIC X(30).
       05      OLD-ADDR-LINE3    PIC X(30).

       FD  NEW-USERS.
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

       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
       88      EOF-REACHED VALUE 1.

       77  OLD-STATUS      PIC XX.
       77  NEW-STATUS      PIC XX.

      *> The plan every existing subscriber has been billed at.
       77  DEFAULT-PLAN-CODE PIC X(6) VALUE "STD".

       77  CONVERTED-COUNT PIC 9(5) VALUE 0.
       77  DROPPED-COUNT   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONVERT-USERS-FILE.
           DISPLAY "RECORDS CONVERTED: " CONVERTED-COUNT.
           DISPLAY "RECORDS DROPPED..: " DROPPED-COUNT.
           IF DROPPED-COUNT = 0
               DISPLAY "NOW RENAME USERS-DB ASIDE AND USERS-DB-NEW"
               DISPLAY "TO USERS-DB BEFORE USING RETEK-REGISTER."
           ELSE
               DISPLAY "*** DROPPED RECORDS ABOVE - RESOLVE THEM"
               DISPLAY "*** AND RERUN BEFORE SWAPPING THE FILES."
           END-IF.
           STOP RUN.

      *> Same ascending-scan rebuild as the earlier conversions: one
      *> WRITE per record, a duplicate key or email surfaced and
      *> dropped for manual correction rather than copied across.
       CONVERT-USERS-FILE.
           OPEN INPUT OLD-USERS.
           IF OLD-STATUS = "35"
               DISPLAY "NO USERS-DB ON FILE - NOTHING TO CONVERT"
               MOVE 1 TO EOF
           ELSE
               OPEN OUTPUT NEW-USERS
               MOVE 0 TO EOF
               MOVE 0 TO OLD-USER-ID
               START OLD-USERS KEY IS GREATER THAN OLD-USER-ID
                   INVALID KEY MOVE 1 TO EOF
               END-START
           END-IF.
           PERFORM UNTIL EOF-REACHED
               READ OLD-USERS NEXT RECORD
                   AT END MOVE 1 TO EOF
               END-READ
               IF NOT EOF-REACHED
                   PERFORM CONVERT-ONE-USER
               END-IF
           END-PERFORM.
           IF OLD-STATUS NOT = "35"
               CLOSE OLD-USERS
               CLOSE NEW-USERS
           END-IF.

      *> The whole record is space-filled first, so the spare bytes
      *> stay spaces the way the earlier conversions left them.
       CONVERT-ONE-USER.
           MOVE SPACES TO USER-FILE.
           MOVE OLD-USER-ID TO REC-USER-ID.
           MOVE OLD-USER-EMAIL TO REC-USER-EMAIL.
           MOVE OLD-SUB-EXPIR TO REC-SUB-EXPIR.
           MOVE OLD-USER-STATUS TO REC-USER-STATUS.
           MOVE OLD-MAIL-FLAG TO REC-MAIL-FLAG.
           MOVE OLD-USER-NAME TO REC-USER-NAME.
           MOVE OLD-ADDR-LINE1 TO REC-ADDR-LINE1.
           MOVE OLD-ADDR-LINE2 TO REC-ADDR-LINE2.
           MOVE OLD-ADDR-LINE3 TO REC-ADDR-LINE3.
           MOVE DEFAULT-PLAN-CODE TO REC-PLAN-CODE.
           WRITE USER-FILE
               INVALID KEY
                   ADD 1 TO DROPPED-COUNT
                   DISPLAY "DROPPED " OLD-USER-ID " "
                       OLD-USER-EMAIL " - DUPLICATE KEY OR EMAIL"
               NOT INVALID KEY
                   ADD 1 TO CONVERTED-COUNT
           END-WRITE.

       END PROGRAM USERS-CONVERT4.
