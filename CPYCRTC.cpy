      *>************************************************************************
      *> Program:      CPYCRTC.cpy
      *>
      *> Usage:        Shared CERTIFICATION-CODE reference record layout.
      *>               COPY this into the LINKAGE SECTION of DB2CRTC and
      *>               into any caller that maintains or inquires on the
      *>               certification codes, the same way CPYJOBC.cpy is
      *>               shared around DB2JOBC. One entry per code: what it
      *>               is, who usually issues it, how many months it stays
      *>               valid (zero for one that never expires) and up to
      *>               five JOB codes whose holders must have it.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the certification-code
      *>              reference program.
      *>************************************************************************

       01 CPY-CERTCODE-REC.
         05 CPY-CRTC-OPERATION         PIC X(1).
            88 CPY-CRTC-ADD                VALUE 'A'.
            88 CPY-CRTC-UPDATE             VALUE 'U'.
            88 CPY-CRTC-DELETE             VALUE 'D'.
            88 CPY-CRTC-SELECT             VALUE 'S'.
         05 CPY-CRTC-STATUS            PIC X(1).
            88 CPY-CRTC-SUCCESS            VALUE 'S'.
            88 CPY-CRTC-FAIL               VALUE 'F'.
         05 CPY-CRTC-REASON            PIC X(1).
            88 CPY-CRTC-ALL-DONE           VALUE '0'.
            88 CPY-CRTC-NOT-FOUND          VALUE '4'.
            88 CPY-CRTC-DUPLICATE          VALUE '8'.
            88 CPY-CRTC-NO-MASTER          VALUE '5'.
            88 CPY-CRTC-IN-USE             VALUE '6'.
            88 CPY-CRTC-ERROR              VALUE '9'.
         05 CPY-CRTC-CODE              PIC X(8).
         05 CPY-CRTC-DESC              PIC X(30).
         05 CPY-CRTC-ISSUER            PIC X(30).
         05 CPY-CRTC-VALID-MONTHS      PIC 9(3).
      *>   the JOB codes that require the certification; unused
      *>   entries are spaces
         05 CPY-CRTC-REQ-JOBS.
            10 CPY-CRTC-REQ-JOB        PIC X(8) OCCURS 5 TIMES.
      *>   set on a refused DELETE: certifications still on file
         05 CPY-CRTC-IN-USE-COUNT      PIC 9(5).
