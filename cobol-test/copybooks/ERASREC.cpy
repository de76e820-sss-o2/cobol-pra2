      *================================================================
      * ERASREC - privacy erasure request layout read by CUSTERAS.
      * One request per record, keyed by the privacy office: their
      * request reference (quoted back on the completion
      * certificate), the person's name as supplied, the date the
      * request was received, and the user ID of the officer who
      * approved it.  The name is pushed through the shared name
      * parser before any file is touched, same as CUSTUPDT
      * maintenance keys; a name that is a registered alternate
      * spelling (see ALIASREC) is resolved to its canonical key so
      * the whole person is erased, not one spelling.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
           05 ER-REQUEST-ID           PIC X(10).
           05 FILLER                  PIC X(1).
           05 ER-NAME                 PIC X(40).
           05 FILLER                  PIC X(1).
           05 ER-RECEIVED-DATE        PIC X(8).
           05 FILLER                  PIC X(1).
           05 ER-APPROVED-BY          PIC X(8).
