      *>************************************************************************
      *> Program:      STSDB2CO.cpy
      *>
      *> Usage:        Shared EMPLOYEE-STATUS MASTER store record layout.
      *>               COPY this into the FD of the status master file in
      *>               DB2ESTA (which maintains the store) and in every
      *>               program that reads it, the same way CONDB2CO.cpy is
      *>               shared on the contact side. The store is an indexed
      *>               file whose RECORD KEY is ESTA-EMPNO. The in-flight
      *>               layouts live in CPYESTA.cpy (linkage) and
      *>               ESTDB2CO.cpy (batch file); this is the store itself.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, lifted unchanged from the record image
      *>              previously repeated in DB2ESTA and its readers.
      *>************************************************************************

       01 ESTA-RECORD.
           05 ESTA-EMPNO            PIC X(6).
           05 FILLER                PIC X(1).
           05 ESTA-CODE             PIC X(1).
           05 FILLER                PIC X(1).
           05 ESTA-EFF-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 ESTA-RETURN-DATE      PIC 9(8).
