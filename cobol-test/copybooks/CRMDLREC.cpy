      *================================================================
      * CRMDLREC - fixed-layout delete-notice record for the
      * corporate CRM, written by the privacy erasure job CUSTERAS
      * so the CRM removes a person the greeting system has just
      * erased.  One "E" notice per erased person (canonical name,
      * the privacy office's request reference and the erasure
      * date) and one "T" trailer carrying the notice count, so the
      * receiving side can validate the transmission the same way
      * it validates the nightly feed (see CRMFDREC).  A run with no
      * requests still sends a zero-count trailer.  LRECL 80; the
      * two bodies redefine each other.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 CDN-REC-TYPE             PIC X(1).
              88 CDN-TYPE-NOTICE                VALUE "E".
              88 CDN-TYPE-TRAILER               VALUE "T".
           05 CDN-REC-BODY             PIC X(79).
           05 CDN-NOTICE-BODY REDEFINES CDN-REC-BODY.
              10 FILLER                PIC X(1).
              10 CDN-N-NAME            PIC X(40).
              10 FILLER                PIC X(1).
              10 CDN-N-REQUEST-ID      PIC X(10).
              10 FILLER                PIC X(1).
              10 CDN-N-ERASED-DATE     PIC 9(8).
              10 FILLER                PIC X(18).
           05 CDN-TRAILER-BODY REDEFINES CDN-REC-BODY.
              10 FILLER                PIC X(1).
              10 CDN-T-RUN-DATE        PIC 9(8).
              10 FILLER                PIC X(1).
              10 CDN-T-NOTICE-COUNT    PIC 9(9).
              10 FILLER                PIC X(60).
