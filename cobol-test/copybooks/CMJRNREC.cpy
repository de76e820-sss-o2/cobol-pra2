      * CMJRNREC - customer master change journal record, appended
      * (DISP=MOD) to the CUSTJRNL dataset by every program that
      * writes the CUSTMAST KSDS: CUSTUPDT maintenance, the
      * HELLOYAL enrollments/promotions/reactivations, CUSTMRGE
      * merges, CUSTERAS privacy erasures, the CUSTDORM dormancy
      * sweep, CUSTCRMI inbound CRM changes, and the HCUS online
      * desk maintenance (CUSTTXN).  One record per successful
      * WRITE/REWRITE/DELETE, carrying the timestamp,
      * the writing job, the key, and full before/after images, so
      * a damaged master can be restored from backup and rolled
      * forward to the point of failure with CUSTRCVR instead of
      * silently losing every enrollment and maintenance since the
      * backup.  CUSTCRMI also reads the journal back, to find keys
      * changed locally since its last sync with corporate.
      * The image fields are sized at 60 bytes - room beyond the
      * current CUSTREC so the journal layout survives master
      * record growth; the unused tail reads back as spaces.  A
      * WRITE journals spaces in the before image, a DELETE spaces
      * in the after image.
      * JR-OPERATOR-ID is the signed-on CICS user behind an online
      * CUSTTXN change (written through the CJRN extrapartition
      * TDQ, whose DCT entry points at the CUSTJRNL dataset); the
      * batch writers clear the record first, so it reads back as
      * spaces for them.
      * Start a fresh journal generation immediately after every
      * master backup - CUSTRCVR replays one journal against the
      * backup it was started from.
           05 JR-BEFORE-IMAGE          PIC X(60).
           05 FILLER                   PIC X(1).
           05 JR-AFTER-IMAGE           PIC X(60).
           05 FILLER                   PIC X(1).
           05 JR-OPERATOR-ID           PIC X(8).
