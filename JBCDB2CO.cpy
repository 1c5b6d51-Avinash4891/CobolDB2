      *>************************************************************************
      *> Program:      JBCDB2CO.cpy
      *>
      *> Usage:        Shared JOB-CODE MASTER store record layout. COPY
      *>               this into the FD of the job-code master file in
      *>               DB2JOBC (which maintains the store) and in any
      *>               program that reads or loads it, the same way
      *>               CONDB2CO.cpy is shared on the contact side. The
      *>               store is an indexed file whose RECORD KEY is
      *>               JOBC-CODE. The linkage layout lives in CPYJOBC.cpy;
      *>               this is the store itself.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, lifted unchanged from the record image
      *>              previously held inline in DB2JOBC.
      *>************************************************************************

       01 JOBC-RECORD.
           05 JOBC-CODE             PIC X(8).
           05 FILLER                PIC X(1).
           05 JOBC-TITLE            PIC X(30).
           05 FILLER                PIC X(1).
      *>   stored as nine digits with the decimal implied, the same
      *>   digits CPY-JOBC-MIN/MAX-SALARY carry
           05 JOBC-MIN-SALARY       PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 JOBC-MAX-SALARY       PIC 9(7)V9(2).
