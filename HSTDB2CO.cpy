      *>************************************************************************
      *> Program:      HSTDB2CO.cpy
      *>
      *> Usage:        Shared EMPLOYEE HISTORY store record layout. COPY
      *>               this into the FD of the history file in DB2EHIST
      *>               (which maintains the store) and in every program that
      *>               reads it. The store is an indexed file: the RECORD
      *>               KEY HIST-KEY is the termination date followed by the
      *>               EMPNO, so one person may carry several spells, and
      *>               HIST-EMPNO is an ALTERNATE RECORD KEY WITH DUPLICATES
      *>               for finding a person's spells directly. The EMPNO
      *>               inside the key is the first six bytes of the archived
      *>               EMPLOYEE image, so the record is byte for byte the one
      *>               the line-sequential store always held.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, lifted from the record image
      *>              previously repeated in DB2EHIST and its readers.
      *> 2026.10.15 Avinash Kumar
      *>            - added HIST-PROV-CODE and HIST-PROV-ORIGIN after the
      *>              archived image: the change provenance of the DELETE
      *>              that closed the spell. The record is now 128 bytes;
      *>              a spell archived before carries them blank.
      *> 2026.10.15 Avinash Kumar
      *>            - added HIST-TERM-REASON after the provenance: the
      *>              termination-reason code of the DELETE that closed
      *>              the spell. The record is now 130 bytes; a spell
      *>              archived before carries it blank.
      *>************************************************************************

       01 HIST-RECORD.
           05 HIST-KEY.
              10 HIST-TERM-DATE     PIC X(8).
              10 FILLER             PIC X(1).
              10 HIST-EMPNO         PIC X(6).
           05 FILLER                PIC X(96).
           05 HIST-PROV-CODE        PIC X(1).
           05 HIST-PROV-ORIGIN      PIC X(16).
           05 HIST-TERM-REASON      PIC X(2).

       01 HIST-IMAGE-RECORD.
           05 FILLER                PIC X(9).
           05 HIST-EMP-IMAGE        PIC X(102).
           05 FILLER                PIC X(19).
