      *>************************************************************************
      *> Program:      CRTDB2CO.cpy
      *>
      *> Usage:        Shared EMPLOYEE CERTIFICATION store record layout.
      *>               COPY this into the FD of the certification store in
      *>               DB2CERT (which maintains the store) and in every
      *>               program that reads it. The store is an indexed file:
      *>               the RECORD KEY CERT-KEY is the EMPNO followed by the
      *>               certification code, so a person's certifications sit
      *>               together and can be read by starting on the EMPNO.
      *>               The record is byte for byte the one the line-
      *>               sequential store always held.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, lifted from the record image
      *>              previously repeated in DB2CERT and its readers.
      *>************************************************************************

       01 CERT-RECORD.
           05 CERT-KEY.
              10 CERT-EMPNO         PIC X(6).
              10 FILLER             PIC X(1).
              10 CERT-CODE          PIC X(8).
           05 FILLER                PIC X(1).
           05 CERT-ISSUE-DATE       PIC 9(8).
           05 FILLER                PIC X(1).
           05 CERT-EXPIRY-DATE      PIC 9(8).
           05 FILLER                PIC X(1).
           05 CERT-ISSUER           PIC X(30).
