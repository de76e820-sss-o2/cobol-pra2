      *================================================================
      * HELOMCA - COMMAREA layout for the HCUS online customer
      * maintenance transaction (CUSTTXN), so a change the desk
      * takes at the counter - a language preference, a suspended
      * account reinstated - is in force for the next greeting
      * instead of waiting for the overnight CUSTUPDT run.
      * The supervisor's screen sends MC-REQUEST-FUNCTION, the
      * customer name in MC-REQUEST-NAME, and for an add or change
      * the new values; the value fields mean exactly what they do
      * on a CUSTUPDT transaction (see CMTXREC): blank leaves a
      * field alone on a change, "--" erases the language, and an
      * add defaults a blank status to ACTIVE and a blank VIP flag
      * to N.  Functions: I inquire, A add, C change status/VIP/
      * language, R reactivate.  Deletes stay with the batch jobs
      * (CUSTUPDT, CUSTMRGE, CUSTERAS).
      * MC-CANON-NAME echoes the canonical master key the request
      * was applied to.  MC-BEFORE-xxx is the record as it stood
      * (spaces for an add or a key not on file), MC-AFTER-xxx as it
      * now stands; an inquiry answers the same image in both.
      * MC-OPERATOR-ID echoes the signed-on user the change was
      * journaled under.
      * MC-RESPONSE-STATUS: OK done; REJECTED refused on the
      * CUSTUPDT rules, nothing changed (MC-REJECT-REASON carries
      * the same reason the CUSTUPDT report would); NOTFOUND an
      * inquiry on a key not on file; FILEFAIL the master could not
      * be read or updated, nothing changed; JRNLFAIL the journal
      * write failed and the change was backed out - nothing
      * changed, try again or pass it to the overnight CUSTUPDT.
      *================================================================
           05 MC-REQUEST-FUNCTION      PIC X(1).
              88 MC-FUNC-INQUIRE                VALUE "I".
              88 MC-FUNC-ADD                    VALUE "A".
              88 MC-FUNC-CHANGE                 VALUE "C".
              88 MC-FUNC-REACTIVATE             VALUE "R".
              88 MC-FUNC-VALID                  VALUES "I" "A"
                                                       "C" "R".
           05 MC-REQUEST-NAME          PIC X(40).
           05 MC-NEW-STATUS            PIC X(10).
           05 MC-NEW-VIP-FLAG          PIC X(1).
           05 MC-NEW-PREF-LANG         PIC X(2).
              88 MC-PREF-LANG-ERASE             VALUE "--".
           05 MC-RESPONSE-STATUS       PIC X(8).
              88 MC-STATUS-OK                   VALUE "OK".
              88 MC-STATUS-REJECTED             VALUE "REJECTED".
              88 MC-STATUS-NOTFOUND             VALUE "NOTFOUND".
              88 MC-STATUS-FILEFAIL             VALUE "FILEFAIL".
              88 MC-STATUS-JRNLFAIL             VALUE "JRNLFAIL".
           05 MC-REJECT-REASON         PIC X(24).
           05 MC-CANON-NAME            PIC X(40).
           05 MC-BEFORE-STATUS         PIC X(10).
           05 MC-BEFORE-VIP-FLAG       PIC X(1).
           05 MC-BEFORE-PREF-LANG      PIC X(2).
           05 MC-AFTER-STATUS          PIC X(10).
           05 MC-AFTER-VIP-FLAG        PIC X(1).
           05 MC-AFTER-PREF-LANG       PIC X(2).
           05 MC-OPERATOR-ID           PIC X(8).
