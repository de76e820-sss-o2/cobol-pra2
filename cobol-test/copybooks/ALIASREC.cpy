      * mixed-case alias key is unreachable.
      * Consulted by LOOKUP-CUSTOMER in HELLO and HELOTXN (and by
      * the appointment check, so a booking under the canonical name
      * matches an alias arrival), by HELLOARC posting the visit
      * summary (see VSUMREC), by the HVIS history inquiry, and
      * by HELLONSR arrival matching.  Maintained by CUSTMRGE, which
      * registers the losing key of every merge here; one-off
      * aliases can be loaded with IDCAMS REPRO in this layout.
