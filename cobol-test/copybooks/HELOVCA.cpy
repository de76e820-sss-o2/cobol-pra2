      * inquiry transaction (HELLOVHQ), for the desk to answer a
      * guest disputing their visit count without waiting for the
      * overnight LOYRPT.  The screen sends VQ-REQUEST-NAME and gets
      * back the person's visit summary: first and last visit date,
      * total ACCEPTED visits in the history retention window, the
      * tier last greeted, visits per location, and the exception
      * records on file (count plus the last VQ-EXCP-MAX of them with
      * date and reason), read from the visit-summary KSDS HELLOARC
      * keeps in step with the visitor history (see VSUMREC).
      * The request name is pushed through the shared parser and the
      * alias cross-reference; VQ-CANON-NAME echoes the canonical
      * key that was answered.  The summary is already folded by
      * canonical name, so visits logged under any registered alias
      * spelling of the person are included.
      * The summary fields follow the original layout, so the
      * screen program must send the full current length.
      * VQ-STATUS-REJECTED = the name failed validation (reason in
      * VQ-PARSE-REASON); NOTFOUND = a clean name with no summary
      * record, i.e. never seen here; OK with zero counts = seen
      * before, but nothing left in the retention window (the last
      * visit date still shows when); FILEFAIL = the summary read
      * failed and the numbers must not be trusted.
      *================================================================
           05 VQ-REQUEST-NAME          PIC X(40).
           05 VQ-RESPONSE-STATUS       PIC X(8).
           05 VQ-EXCP-ENTRY OCCURS 5 TIMES.
              10 VQ-EXCP-DATE          PIC X(8).
              10 VQ-EXCP-REASON        PIC X(8).
           05 VQ-FIRST-VISIT-DATE      PIC X(8).
           05 VQ-LAST-TIER             PIC X(1).
           05 VQ-LOC-ENTRY OCCURS 5 TIMES.
              10 VQ-LOC-CODE           PIC X(4).
              10 VQ-LOC-VISITS         PIC 9(7).
           05 VQ-OTHER-LOC-VISITS      PIC 9(7).
