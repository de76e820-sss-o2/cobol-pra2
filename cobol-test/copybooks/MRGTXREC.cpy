      * Either way the losing key lands on the alias file pointing
      * at the survivor, and any alias already pointing at the
      * losing key is re-pointed so aliases stay one level deep.
      * The weekend CUSTDUPS scan writes a proposed file in this
      * layout (more-visited key as survivor) for the desk to edit
      * down and pass to CUSTMRGE.
      * Supplies 05-level fields only; the including program declares
      * the 01, same as VISTREC/EXCPREC/CUSTREC/HELOCA.
      *================================================================
