      *>************************************************************************
      *> Program:      RATDB2CO.cpy
      *>
      *> Usage:        Shared PERFORMANCE RATING store record layout. COPY
      *>               this into the FD of the rating store in DB2PRAT
      *>               (which maintains the store) and in every program that
      *>               reads it. The store is an indexed file: the RECORD
      *>               KEY PRAT-KEY is the EMPNO followed by the review
      *>               year, so a person's earlier years stay on the store
      *>               beside the current one. The record is byte for byte
      *>               the one the line-sequential store always held.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, lifted from the record image in
      *>              DB2PRAT.
      *>************************************************************************

       01 PRAT-RECORD.
           05 PRAT-KEY.
              10 PRAT-EMPNO         PIC X(6).
              10 FILLER             PIC X(1).
              10 PRAT-YEAR          PIC 9(4).
           05 FILLER                PIC X(1).
           05 PRAT-RATING           PIC 9(1).
           05 FILLER                PIC X(1).
           05 PRAT-REVIEW-DATE      PIC 9(8).
           05 FILLER                PIC X(1).
           05 PRAT-REVIEWER         PIC X(6).
