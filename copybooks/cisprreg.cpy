      *****************************************************************
      * CISPRREG - physical record of the CISPRREG reject register:
      * one record for every LISP-SRC expression a CISP run has
      * rejected, kept across nights so a reject nobody repairs is
      * still on record after the next run recreates CISPRJCT.
      * CISPRAGE is the only program that reads or writes it.
      * Shared via COPY REPLACING the same way cispfeed.cpy is
      * shared.
      *
      * The dataset is keyed on the member and the LISP-SRC
      * sequence number of the expression, the same leading key
      * CISPRSLT carries.  An entry stays open from the first night
      * the expression is rejected until a later run writes an OK
      * CISPRSLT version for it, and is then kept, cleared, with the
      * date and run that cleared it; rejected again after that it
      * is reopened as a fresh reject.  The first and last dates
      * and runs are those of the nights it was taken onto the
      * register, the night count how many nights it was rejected,
      * and the reason and source those CISPRJCT last gave.
      *****************************************************************
       01  :REC-NAME:.
           02  :FLD-PFX:KEY.
               03  :FLD-PFX:MEMBER         PIC X(08).
               03  :FLD-PFX:SEQ-NO         PIC 9(05).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:STATUS             PIC X(01).
               88  :FLD-PFX:OPEN           VALUE "O".
               88  :FLD-PFX:CLEARED        VALUE "C".
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:REASON             PIC X(20).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:FIRST-DATE         PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:FIRST-RUN          PIC 9(05).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:LAST-DATE          PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:LAST-RUN           PIC 9(05).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:NIGHT-COUNT        PIC 9(03).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:CLEAR-DATE         PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:CLEAR-RUN          PIC 9(05).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:SOURCE             PIC X(60).
           02  FILLER                      PIC X(14).
