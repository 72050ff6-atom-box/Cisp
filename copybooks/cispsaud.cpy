      *****************************************************************
      * CISPSAUD - physical record CISPSYMM appends to the CISPSAUD
      * binding audit dataset for every approved binding change, and
      * CISPSAUL reads back for the auditors' listing.  Shared via
      * COPY REPLACING (the record name and field prefix differ
      * between the two programs) so the two FDs can never drift
      * apart, the same way cispsyms.cpy is shared.
      *
      * One record is one change as it went live: the date and time
      * it was approved, the action (ADD, CHANGE or DELETE) and the
      * binding name; the before image - the value and set-by stamp
      * CISPSYMS held, blank for an ADD - and the after value, blank
      * for a DELETE; the user who requested the change and when,
      * the second user who approved it, and the requester's reason.
      *****************************************************************
       01  :REC-NAME:.
           02  :FLD-PFX:DATE               PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:TIME               PIC X(06).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:ACTION             PIC X(06).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:NAME               PIC X(20).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:BEFORE-VALUE       PIC X(20).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:BEFORE-JOB         PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:BEFORE-DATE        PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:BEFORE-TIME        PIC X(06).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:AFTER-VALUE        PIC X(20).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:REQ-USER           PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:REQ-DATE           PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:REQ-TIME           PIC X(06).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:APPR-USER          PIC X(08).
           02  FILLER                      PIC X(01).
           02  :FLD-PFX:REASON             PIC X(60).
