      *****************************************************************
      * CISPPART - the one-record partition control dataset of a
      * partitioned CISP run.  CISPSPLT writes it when it splits the
      * manifest, every CISP partition step reads it for the run
      * sequence the whole run shares, and CISPMRGE reads it to know
      * how many partitions to merge and rewrites it as it goes.
      * Shared via COPY REPLACING the same way cispsyms.cpy is
      * shared, so the three programs can never drift apart.
      *
      * The status is S from the split until the merge proves the
      * run in balance, then M - a split refuses to cut a new run
      * over one still at S, and a partition refuses to run against
      * one already at M.  The split date and time mark which
      * CISPSYMS bindings a partition set during the run.  Each
      * partition's log-copied count is how many of its CISPLOG
      * records the merge has already carried onto the run's
      * CISPLOG, so a rerun merge never copies a record twice.
      *****************************************************************
       01  :REC-NAME:.
           02  :FLD-PFX:RUN-SEQ            PIC 9(05).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:PART-COUNT         PIC 9(02).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:STATUS             PIC X(01).
               88  :FLD-PFX:IS-SPLIT       VALUE "S".
               88  :FLD-PFX:IS-MERGED      VALUE "M".
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:SPLIT-DATE         PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:SPLIT-TIME         PIC X(06).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:MEMBER-COUNT       PIC 9(05).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:LOG-COPIED         OCCURS 8 TIMES.
               03  :FLD-PFX:LOG-COPIED-COUNT
                                           PIC 9(07).
               03  FILLER                  PIC X(01).
           02  FILLER                      PIC X(03).
