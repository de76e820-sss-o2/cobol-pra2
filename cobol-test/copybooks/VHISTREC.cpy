      * VH-LOG-DATA carries the original log record image unchanged,
      * typed by VH-REC-TYPE, so history readers lay the matching
      * copybook over it.  It is sized to the longer VISTREC image
      * (108 bytes); the shorter EXCPREC image pads with spaces.
      * VL-NAME and EX-NAME sit at the same offset in their log
      * images, so bytes 48-87 of this record hold the person's
      * name for BOTH record types.  The VISHISTP alternate-index
      * path (non-unique AIX over those 40 bytes) gives a name-keyed
      * way in, since the base key leads with the date; the HVIS desk
      * inquiry (HELLOVHQ) and HELLOYAL read the per-person totals
      * from the visit summary (VSUMREC) HELLOARC posts from here.
      * VH-LOG-VIEW names the bytes summary-level readers need
      * without laying the full log copybook over the image:
      * VH-LOG-STATUS is VL-STATUS for a visit and EX-REASON-CODE
      * for an exception (same offset), VH-LOG-NAME the name for
      * both; VH-VISIT-TIER and VH-VISIT-LOCATION are meaningful on
      * a visit record only.
      * The privacy erasure job (CUSTERAS) overwrites them with
      * "*ERASED*" and the record's own key, so the visit still
      * counts but no longer names anyone: the asterisk is never in
      * a parsed name, so no lookup or tally can match it, and each
      * masked record keeps a distinct AIX key instead of piling
      * every erased visit onto one.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 VH-REC-TYPE             PIC X(1).
              88 VH-TYPE-VISIT                  VALUE "V".
              88 VH-TYPE-EXCEPTION              VALUE "E".
           05 VH-LOG-DATA             PIC X(108).
           05 VH-LOG-VIEW REDEFINES VH-LOG-DATA.
              10 FILLER               PIC X(22).
              10 VH-LOG-STATUS        PIC X(8).
              10 FILLER               PIC X(1).
              10 VH-LOG-NAME          PIC X(40).
              10 VH-ERASED-NAME REDEFINES VH-LOG-NAME.
                 15 VH-ERASE-MARK     PIC X(8).
                    88 VH-NAME-ERASED           VALUE "*ERASED*".
                 15 FILLER            PIC X(1).
                 15 VH-ERASE-KEY      PIC X(15).
                 15 FILLER            PIC X(16).
              10 FILLER               PIC X(3).
              10 VH-VISIT-TIER        PIC X(1).
              10 FILLER               PIC X(6).
              10 VH-VISIT-LOCATION    PIC X(4).
              10 FILLER               PIC X(23).
