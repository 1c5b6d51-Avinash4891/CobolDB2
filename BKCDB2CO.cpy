      *>************************************************************************
      *> Program:      BKCDB2CO.cpy
      *>
      *> Usage:        Backup CATALOG record layout. COPY this into the FD
      *>               of the catalog file in DB2BKUP (which writes it) and
      *>               DB2RSTR (which restores from it). One record per
      *>               store per generation: the generation id (run date
      *>               and a sequence within the day), the store id from
      *>               BKRDB2CO.cpy, what became of it, the record count
      *>               and hash total the copy was proved against, and the
      *>               generation file that holds the copy.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the generation backup.
      *>************************************************************************

       01 BKC-RECORD.
           05 BKC-GEN-ID            PIC 9(10).
           05 FILLER                PIC X(1).
           05 BKC-STORE-ID          PIC X(8).
           05 FILLER                PIC X(1).
      *>   C = copied and proved, A = store not on disk at backup
      *>   time (nothing to copy), F = copy failed - never restored
           05 BKC-STATE             PIC X(1).
              88 BKC-COPIED             VALUE 'C'.
              88 BKC-ABSENT             VALUE 'A'.
              88 BKC-FAILED             VALUE 'F'.
           05 FILLER                PIC X(1).
           05 BKC-REC-COUNT         PIC 9(9).
           05 FILLER                PIC X(1).
           05 BKC-HASH              PIC 9(18).
           05 FILLER                PIC X(1).
           05 BKC-GEN-FILE          PIC X(100).
