      ******************************************************************
      * Copybook: REGNREC
      * Catalog regeneration marker - present while the sequential
      * catalog is behind the indexed catalog, the master of record.
      * Written by the first keyed commit of a posting run (see
      * IDXPOST/REGNMGR), removed by CATALOG-REGENERATE once the
      * sequential catalog and its trailer have been rebuilt from
      * the index.  Carries who first moved the index ahead, and
      * when.
      * 58 bytes.
      ******************************************************************
           05 REGN-JOB-NAME           PIC X(40).
           05 REGN-RUN-DATE           PIC X(10).
           05 REGN-RUN-TIME           PIC X(8).
