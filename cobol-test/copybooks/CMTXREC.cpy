      * master record; DELETE and REACTIVATE ignore the value
      * fields.  To erase a recorded language preference, CHANGE
      * with CM-NEW-PREF-LANG of "--" (stored as spaces).
      * Closing a real customer is a CHANGE to CLOSED or SUSPENDED:
      * HELLOYAL never resurrects or promotes those, so the account
      * stays closed.  (DORMANT is the lapse sweep's status, and
      * HELLOYAL does reactivate it when the person comes back - it
      * is not a way to close an account.)  Reserve DELETE for
      * mistaken entries with no visit history - a deleted name
      * that still has enough accepted visits in the history window
      * is indistinguishable from a never-enrolled regular and will
      * be auto-re-enrolled by the nightly loyalty pass.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
