      *================================================================
      * WATCHREC - security watch-list record, the KSDS of barred and
      * flagged people screened at greeting time.  Keyed by the
      * canonical name the shared name parser produces, the same
      * form CUSTMAST and ALIASMST are keyed in, so the parsed
      * arriving name (and the canonical master key ALIASMST
      * resolves it to) reads it directly.  HELLO's GREET-AND-LOG
      * and the HELO transaction check both; a current entry stops
      * the normal greeting, answers "see security" to the desk,
      * logs the attempt to the EXCEPTION-LOG under reason WATCHLST
      * and raises a SECALREC alert to the security console.
      * WL-CATEGORY B is a barred person (must not be admitted),
      * F a flagged one (security meets them at the desk); both
      * screen the same way - the category rides the alert so the
      * console knows which.  An entry is current while WL-STATUS is
      * A and WL-EXPIRY-DATE is blank (no end date) or not yet past.
      * Entries are never deleted: WATCHUPD expires them (WL-STATUS
      * X, WL-EXPIRED-DATE stamped) so the daily hit report and any
      * later enquiry can still see why a name was once listed.
      * Maintained only through WATCHUPD, whose apply report is the
      * security audit trail (who asked, before and after image).
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 WL-KEY-NAME              PIC X(40).
           05 WL-STATUS                PIC X(1).
              88 WL-STATUS-ACTIVE               VALUE "A".
              88 WL-STATUS-EXPIRED              VALUE "X".
           05 WL-CATEGORY              PIC X(1).
              88 WL-CATEGORY-BARRED             VALUE "B".
              88 WL-CATEGORY-FLAGGED            VALUE "F".
              88 WL-CATEGORY-VALID              VALUES "B" "F".
           05 WL-REASON                PIC X(30).
           05 WL-ADDED-DATE            PIC X(8).
           05 WL-EXPIRY-DATE           PIC X(8).
           05 WL-EXPIRED-DATE          PIC X(8).
           05 WL-REQUESTED-BY          PIC X(8).
