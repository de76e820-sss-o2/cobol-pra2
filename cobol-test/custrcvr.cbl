      * damaged master is restored from its last backup, this
      * replays the CUSTJRNL change journal (see CMJRNREC) that was
      * started from that backup - every WRITE/REWRITE/DELETE that
      * CUSTUPDT, HELLOYAL, CUSTMRGE, CUSTERAS, CUSTDORM, CUSTCRMI
      * and the HCUS online desk (CUSTTXN, through the CJRN TDQ)
      * journaled since - bringing the master forward to the point
      * of failure instead of silently losing everything since the
      * backup.  Replaying a CUSTERAS delete keeps an
      * erased person erased.
      * Replay is by after image, in journal order: W writes the
      * after image (REWRITE if the key is somehow present), R
      * rewrites it (WRITE if absent), D deletes the key (an
