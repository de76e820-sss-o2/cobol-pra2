      *================================================================
      * WLTXREC - watch-list maintenance transaction layout read by
      * WATCHUPD.  One transaction per record: an action code, the
      * full-name key (sized to WL-KEY-NAME/NAME-FULL-TEXT, pushed
      * through the shared name parser before any watch-list
      * access), the category, the end date, a free-text reason and
      * the security officer who asked for the change.
      * ADD lists a new name, or re-lists one whose earlier entry
      * has expired; a blank category defaults to B (barred) and a
      * blank end date lists the name until expired by hand.
      * CHANGE updates the category, end date or reason of a current
      * entry, leaving a blank field untouched; an end date of
      * "--------" clears it.  EXPIRE ends a current entry today -
      * the record stays on file as history (see WATCHREC).
      * WT-REQUESTED-BY is required on every action: it is the only
      * record of who asked for the change.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 WT-ACTION-CODE           PIC X(1).
              88 WT-ACTION-ADD                  VALUE "A".
              88 WT-ACTION-CHANGE               VALUE "C".
              88 WT-ACTION-EXPIRE               VALUE "X".
              88 WT-ACTION-VALID                VALUES "A" "C" "X".
           05 FILLER                   PIC X(1).
           05 WT-KEY-NAME              PIC X(40).
           05 FILLER                   PIC X(1).
           05 WT-CATEGORY              PIC X(1).
           05 FILLER                   PIC X(1).
           05 WT-EXPIRY-DATE           PIC X(8).
              88 WT-EXPIRY-CLEAR                VALUE "--------".
           05 FILLER                   PIC X(1).
           05 WT-REASON                PIC X(30).
           05 FILLER                   PIC X(1).
           05 WT-REQUESTED-BY          PIC X(8).
