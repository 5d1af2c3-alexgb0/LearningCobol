      ******************************************************************
      * Author: Alex G. B.
      * Date: May 24, 2022
      * Purpose: Shared record layout for a FILED-RETURNS control
      *          record - one per IVA return IVA-RETURN has produced
      *          from the sealed CLOSED-PERIODS months: a quarterly
      *          return (period 1T to 4T) or the annual summary
      *          (period 0A), keyed by year and period. It records
      *          who filed it, when, and the totals as filed. IVA-CLOSE
      *          reads it before reopening a month - a month inside a
      *          filed return can only be reopened once a supervisor
      *          has acknowledged that an amended return will be
      *          needed, and the return is then flagged for amending
      *          until IVA-RETURN files the amendment. COPYed with
      *          REPLACING like the other record copybooks - every
      *          field name is a placeholder (FRFLD-xxx) and
      *          REPLACING must list each one.
      * Tectonics: cobc -I.
      ******************************************************************
      * Modification History:
      * May 24, 2022  AGB  Original.
      ******************************************************************
       01  FRFLD-RECNAME.
       05      FRFLD-RETURN-KEY.
           10  FRFLD-YEAR         PIC 9(4).
           10  FRFLD-PERIOD       PIC XX. *> 1T-4T quarter, 0A year
       05      FRFLD-FILED-DATE   PIC 9(8). *> YYYYMMDD, latest filing
       05      FRFLD-OPERATOR     PIC X(10).
       05      FRFLD-STATE        PIC X.
       88          FRFLD-IS-FILED        VALUE "F".
       88          FRFLD-NEEDS-AMENDING  VALUE "A".
      *> How many amended returns have replaced the original.
       05      FRFLD-AMEND-COUNT  PIC 9(2).
      *> The reopen that made an amendment necessary, 0 if none.
       05      FRFLD-REOPEN-MONTH PIC 9(6). *> YYYYMM
       05      FRFLD-REOPEN-DATE  PIC 9(8).
       05      FRFLD-FILED-NET    PIC S9(9)V99 COMP-4.
       05      FRFLD-FILED-IVA    PIC S9(9)V99 COMP-4.
