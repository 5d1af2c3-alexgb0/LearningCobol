      ******************************************************************
      * Author: Alex G. B.
      * Date: Jun 14, 2022
      * Purpose: One-shot conversion of the permanent
      *          TRANSACTIONS-HISTORY from the 46-byte record (run
      *          date + 38-byte transaction image) to the 75-byte one
      *          that carries the subscriber's user id and the legal
      *          invoice numbers (see TRANREC.cpy), rebuilding it as
      *          TRANSACTIONS-HISTORY-NEW. Every archived line comes
      *          out with user id zero and no invoice number - those
      *          lines were taxed before the invoice series began,
      *          so IVA-CLOSE leaves them out of its numbering check
      *          and a credit note against one quotes number zero.
      *          The old file is never written to - when the run
      *          reports clean, rename TRANSACTIONS-HISTORY aside and
      *          TRANSACTIONS-HISTORY-NEW into its place. Run this
      *          once, after the last TRANSACTIONS-IVA on the old
      *          layout, with TRANSACTIONS-IN empty - anything still
      *          queued there is in the old 38-byte layout too.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * Jun 14, 2022  AGB  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-CONVERT2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY ASSIGN TO "TRANSACTIONS-HISTORY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-STATUS.

           SELECT NEW-HISTORY ASSIGN TO "TRANSACTIONS-HISTORY-NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The history record as TRANSACTIONS-IVA appended it up to June
      *> 2022 - frozen here on purpose.
       FD  OLD-HISTORY.
       01  OLD-HISTORY-REC.
       05      OLD-RUN-DATE        PIC 9(8).
       05      OLD-TXN-IMAGE       PIC X(38).

       FD  NEW-HISTORY.
       01  NEW-HISTORY-REC.
       05      NEW-RUN-DATE        PIC 9(8).
       05      NEW-TXN-IMAGE       PIC X(67).

       WORKING-STORAGE SECTION.
           COPY "TRANREC.cpy".

       77  EOF PIC 9.
       88      EOF-REACHED VALUE 1.

       77  OLD-STATUS      PIC XX.
       77  NEW-STATUS      PIC XX.

       77  CONVERTED-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONVERT-HISTORY-FILE.
           DISPLAY "RECORDS CONVERTED: " CONVERTED-COUNT.
           IF OLD-STATUS NOT = "35"
               DISPLAY "NOW RENAME TRANSACTIONS-HISTORY ASIDE AND"
               DISPLAY "TRANSACTIONS-HISTORY-NEW TO"
               DISPLAY "TRANSACTIONS-HISTORY BEFORE THE NEXT"
               DISPLAY "TRANSACTIONS-IVA RUN."
           END-IF.
           STOP RUN.

       CONVERT-HISTORY-FILE.
           MOVE 0 TO EOF.
           OPEN INPUT OLD-HISTORY.
           IF OLD-STATUS = "35"
               DISPLAY "NO TRANSACTIONS-HISTORY ON FILE - "
                   "NOTHING TO CONVERT"
               MOVE 1 TO EOF
           ELSE
               OPEN OUTPUT NEW-HISTORY
           END-IF.
           PERFORM UNTIL EOF-REACHED
               READ OLD-HISTORY
                   AT END MOVE 1 TO EOF
               END-READ
               IF NOT EOF-REACHED
                   PERFORM CONVERT-ONE-RECORD
               END-IF
           END-PERFORM.
           IF OLD-STATUS NOT = "35"
               CLOSE OLD-HISTORY
               CLOSE NEW-HISTORY
           END-IF.

      *> The old image is the new one's leading 38 bytes - only the
      *> user id and invoice numbers behind it are new.
       CONVERT-ONE-RECORD.
           MOVE OLD-TXN-IMAGE TO TRANSACTION-RECORD.
           MOVE 0 TO TRANSACTION-USER-ID.
           MOVE SPACES TO TRANSACTION-INVOICE.
           MOVE SPACES TO TRANSACTION-ORIG-INVOICE.
           MOVE OLD-RUN-DATE TO NEW-RUN-DATE.
           MOVE TRANSACTION-RECORD TO NEW-TXN-IMAGE.
           WRITE NEW-HISTORY-REC.
           ADD 1 TO CONVERTED-COUNT.

       END PROGRAM HISTORY-CONVERT2.
