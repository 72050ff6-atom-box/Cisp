      *****************************************************************
      * CISPXTRT - fixed-layout outbound interface record CISP writes
      * for the downstream ledger feed: one header, one detail per OK
      * numeric result written this run, one trailer.  Shared via COPY
      * REPLACING (record name and field prefix differ per FD) the
      * same way cisprslt.cpy is, so the extract, CISP's per-member
      * work file and any reader of the feed can never drift apart.
      *
      * Every record is 80 bytes with the record type in column 1.
      * The value is a signed numeric field - nine integer digits and
      * six decimal places, sign leading and separate - never the
      * edited result text.  The trailer carries the detail count and
      * the hash total (the algebraic sum) of the detail values, so
      * the receiving system can prove it got the whole night's feed.
      *****************************************************************
       01  :REC-NAME:.
           02  :FLD-PFX:TYPE               PIC X(01).
               88  :FLD-PFX:IS-HEADER      VALUE "H".
               88  :FLD-PFX:IS-DETAIL      VALUE "D".
               88  :FLD-PFX:IS-TRAILER     VALUE "T".
           02  :FLD-PFX:BODY               PIC X(79).
           02  :FLD-PFX:DETAIL REDEFINES :FLD-PFX:BODY.
               03  :FLD-PFX:MEMBER         PIC X(08).
               03  :FLD-PFX:SEQ-NO         PIC 9(05).
               03  :FLD-PFX:RUN-SEQ        PIC 9(05).
               03  :FLD-PFX:BUS-DATE       PIC X(08).
               03  :FLD-PFX:VALUE          PIC S9(09)V9(06)
                                           SIGN LEADING SEPARATE.
               03  FILLER                  PIC X(37).
           02  :FLD-PFX:HEADER REDEFINES :FLD-PFX:BODY.
               03  :FLD-PFX:HDR-INTERFACE  PIC X(08).
               03  :FLD-PFX:HDR-RUN-SEQ    PIC 9(05).
               03  :FLD-PFX:HDR-DATE       PIC 9(08).
               03  :FLD-PFX:HDR-TIME       PIC 9(06).
               03  FILLER                  PIC X(52).
           02  :FLD-PFX:TRAILER REDEFINES :FLD-PFX:BODY.
               03  :FLD-PFX:TLR-COUNT      PIC 9(09).
               03  :FLD-PFX:TLR-HASH-TOTAL PIC S9(15)V9(06)
                                           SIGN LEADING SEPARATE.
               03  FILLER                  PIC X(48).
