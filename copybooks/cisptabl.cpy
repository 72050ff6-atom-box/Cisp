      *****************************************************************
      * CISPTABL - physical record of the CISPTABL reference-table
      * dataset the LISP SubRoutine reads for the (LOOKUP table key)
      * form.  The reference team owns and maintains the tables; CISP
      * only ever reads them.  Shared via COPY REPLACING the same way
      * cisprslt.cpy is shared.
      *
      * The dataset is keyed: table name, the key within the table,
      * and the date the value takes effect, so one key can carry
      * its whole history of values side by side.  A value stands
      * from its effective-from date through its effective-to date
      * inclusive; an effective-to left blank is open-ended.  Key
      * and value are both single tokens, the same as a SETQ
      * binding's name and value.
      *****************************************************************
       01  :REC-NAME:.
           02  :FLD-PFX:KEY.
               03  :FLD-PFX:TABLE          PIC X(20).
               03  :FLD-PFX:ENTRY-KEY      PIC X(20).
               03  :FLD-PFX:EFF-FROM       PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:EFF-TO             PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:VALUE              PIC X(20).
           02  FILLER                      PIC X(02).
