      *>************************************************************************
      *> Program:      LVBDB2CO.cpy
      *>
      *> Usage:        Shared LEAVE BALANCE store record layout. COPY this
      *>               into the FD of the balance store in DB2LVLG (which
      *>               maintains the store) and in every program that reads
      *>               it. The store is an indexed file: the RECORD KEY
      *>               BAL-KEY is the EMPNO followed by the leave type, one
      *>               record per person per leave type. The record is byte
      *>               for byte the one the line-sequential store always
      *>               held.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, lifted from the record image in
      *>              DB2LVLG.
      *>************************************************************************

       01 BAL-RECORD.
           05 BAL-KEY.
              10 BAL-EMPNO          PIC X(6).
              10 FILLER             PIC X(1).
              10 BAL-LEAVE-TYPE     PIC X(1).
           05 FILLER                PIC X(1).
           05 BAL-SIGN              PIC X(1).
           05 BAL-DAYS              PIC 9(4)V9(2).
           05 FILLER                PIC X(1).
           05 BAL-LAST-PERIOD       PIC 9(6).
