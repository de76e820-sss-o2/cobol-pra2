      * Spaces = no preference recorded; maintained through
      * CUSTUPDT (see CMTXREC).  A record written before the byte
      * existed reads back as spaces there.
      * CUST-STATUS-KNOWN lists the standings the system recognizes:
      * ACTIVE, CLOSED (the desk's close-out), SUSPENDED, and
      * DORMANT - set by the monthly CUSTDORM sweep on an ACTIVE
      * account with no accepted visit for a long spell, so the
      * lapsed customer greets like a walk-in; HELLOYAL puts a
      * DORMANT account back to ACTIVE once the person's visits
      * again reach the enrollment threshold.  The weekly CUSTAUDT
      * integrity audit reports any other value, and a VIP flag
      * left on an account that is not ACTIVE.
      *================================================================
           05 CUST-KEY-NAME           PIC X(40).
           05 CUST-STATUS             PIC X(10).
              88 CUST-ACTIVE                   VALUE "ACTIVE".
              88 CUST-DORMANT                  VALUE "DORMANT".
              88 CUST-STATUS-KNOWN             VALUES "ACTIVE"
                                                      "CLOSED"
                                                      "SUSPENDED"
                                                      "DORMANT".
           05 CUST-VIP-FLAG           PIC X(1).
              88 CUST-IS-VIP                   VALUE "Y".
           05 CUST-PREF-LANG          PIC X(2).
