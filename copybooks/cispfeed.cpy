      *****************************************************************
      * CISPFEED - physical record of the CISPFEED feed register: one
      * record for every LISP-SRC feed CISP has accepted, so a feed
      * the sender transmits a second time is caught before it is
      * reprocessed.  CISP reads and writes it; CISPFEDL lists it.
      * Shared via COPY REPLACING the same way cisptabl.cpy is
      * shared.
      *
      * The dataset is keyed on the member and the business date its
      * *HDR control record carried - a feed without a header has no
      * business date and is never registered.  The run sequence,
      * expression count, hash of the expressions and date, time and
      * job are those of the run that last accepted the feed; the
      * accept count and first run show a feed released and
      * reprocessed since.  The hash is taken over every logical
      * expression of the feed, in order, so two transmissions of
      * one business date can be told apart by content.
      *****************************************************************
       01  :REC-NAME:.
           02  :FLD-PFX:KEY.
               03  :FLD-PFX:MEMBER         PIC X(08).
               03  :FLD-PFX:BUS-DATE       PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:RUN-SEQ            PIC 9(05).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:RECORD-COUNT       PIC 9(07).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:HASH               PIC 9(09).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:ACCEPT-DATE        PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:ACCEPT-TIME        PIC X(06).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:ACCEPT-COUNT       PIC 9(03).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:FIRST-RUN-SEQ      PIC 9(05).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:JOB-NAME           PIC X(08).
           02  FILLER                      PIC X(05).
