      *              job that last set it and the date and time, so
      *              CISPSYML can answer exactly which rate value a
      *              given night's run used.
      *   2026  LB  What-if runs: when the CISPSIM=Y runtime switch
      *              is set (CISP sets it from PARM SIMULATE) the
      *              bindings in CISPOVRD are applied on top of the
      *              loaded table - an override replaces a binding of
      *              the same name or adds a new one - and CISPSYMS
      *              is never rewritten, whatever the run SETQs.
      *              An overridden name holds its override for the
      *              whole run: a SETQ of it answers the override
      *              value instead of rebinding it, so the what-if
      *              is not undone by the member that normally
      *              sets the rate.
      *   2026  LB  Added (LOOKUP TABLE KEY): reads the reference
      *              value in effect for the member's business date
      *              out of the keyed CISPTABL dataset the reference
      *              team maintains, and reduces to it like a bound
      *              symbol.  The date comes from the CISPBDTE
      *              runtime switch (CISP sets it from the member's
      *              *HDR, or the run date without one) and falls back
      *              to today.  No value in effect answers
      *              LOOKUP-NOT-FOUND; a CISPTABL that will not open
      *              or read answers LOOKUP-UNAVAILABLE.  The dataset
      *              is only opened by the first LOOKUP of the run
      *              unit, so a job whose members never LOOKUP needs
      *              no CISPTABL DD.
      *   2026  LB  Added the list forms.  (LIST A B ...) builds a
      *              proper list of any number of operands, "(A B C)",
      *              typed LIST; (CAR X) and (CDR X) take a list or a
      *              CONS cell apart - the CDR of a one-element list
      *              is NIL - and (LENGTH X) counts a list's elements,
      *              following a chain of CONS cells out to its NIL.
      *              All of them nest like any other form.  The CAR
      *              or CDR of NIL answers EMPTY-LIST; the CAR, CDR
      *              or LENGTH of anything that is not a list (an
      *              atom, a number, a chain not ending in NIL)
      *              answers NOT-A-LIST.  A string operand goes into a
      *              list inside its quotes so its blanks and parens
      *              cannot split it, and comes back out as a string.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISP.
           SELECT CISPSYMS-FILE ASSIGN TO "CISPSYMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPSYMS-STATUS.
           SELECT CISPOVRD-FILE ASSIGN TO "CISPOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPOVRD-STATUS.
           SELECT CISPTABL-FILE ASSIGN TO "CISPTABL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CISPTABL-KEY
               FILE STATUS IS WS-CISPTABL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "cispsyms.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPSYMS-RECORD==
                         ==:FLD-PFX:==  BY ==CISPSYMS-==.
       FD  CISPOVRD-FILE.
           COPY "cispsyms.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPOVRD-RECORD==
                         ==:FLD-PFX:==  BY ==CISPOVRD-==.
       FD  CISPTABL-FILE.
           COPY "cisptabl.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPTABL-RECORD==
                         ==:FLD-PFX:==  BY ==CISPTABL-==.

       WORKING-STORAGE SECTION.
      *****************************************
                   03 WS-SYMBOL-SET-JOB PIC X(08).
                   03 WS-SYMBOL-SET-DATE PIC X(08).
                   03 WS-SYMBOL-SET-TIME PIC X(06).
                   03 WS-SYMBOL-OVRD-FLAG PIC X(01).
                       88 WS-SYMBOL-OVERRIDDEN VALUE "Y".
           01 WS-SYMBOL-IDX PIC 9(03) COMP.
           01 WS-SYMBOL-FOUND-IDX PIC 9(03) COMP.
           01 WS-SYMBOL-LOOKUP-TEXT PIC X(20).
      *    dataset only rewrites when there is something new to
      *    save.  CISPCOLD=Y in the environment skips the load for
      *    a cold start.  The job name and the stamp fields feed
      *    each binding's where-and-when columns.  CISPSIM=Y marks
      *    a what-if run: CISPOVRD is laid over the loaded table
      *    and the dirty switch is never acted on.
      *****************************************
           01 WS-CISPSYMS-STATUS PIC X(02).
               88 WS-CISPSYMS-STATUS-OK VALUE "00".
           01 WS-SYMS-DIRTY-FLAG PIC X(01) VALUE "N".
               88 WS-SYMS-DIRTY VALUE "Y".
           01 WS-SYMS-COLD-SWITCH PIC X(01).
           01 WS-SYMS-SIM-SWITCH PIC X(01) VALUE "N".
               88 WS-SYMS-SIMULATE VALUE "Y".
           01 WS-CISPOVRD-STATUS PIC X(02).
               88 WS-CISPOVRD-STATUS-OK VALUE "00".
               88 WS-CISPOVRD-EOF VALUE "10".
           01 WS-SYMS-JOB-NAME PIC X(08) VALUE SPACES.
           01 WS-SYMS-STAMP-DATE PIC 9(08).
           01 WS-SYMS-STAMP-TIME PIC 9(08).

      *****************************************
      *    WS for the LOOKUP form.  CISPTABL stays open from the
      *    first LOOKUP to the end of the run unit; an open that
      *    fails is not retried, every later LOOKUP answering
      *    LOOKUP-UNAVAILABLE straight away.  The found switch
      *    marks a value in effect on the lookup date - the last
      *    such record met reading forward is the latest to take
      *    effect, and is the answer.
      *****************************************
           01 WS-CISPTABL-STATUS PIC X(02).
               88 WS-CISPTABL-STATUS-OK VALUE "00".
               88 WS-CISPTABL-EOF VALUE "10".
           01 WS-TABL-OPEN-FLAG PIC X(01) VALUE "N".
               88 WS-TABL-NOT-TRIED VALUE "N".
               88 WS-TABL-OPEN VALUE "Y".
               88 WS-TABL-UNAVAILABLE VALUE "F".
           01 WS-TABL-SCAN-FLAG PIC X(01).
               88 WS-TABL-SCAN-DONE VALUE "Y".
           01 WS-TABL-FOUND-FLAG PIC X(01).
               88 WS-TABL-FOUND VALUE "Y".
           01 WS-TABL-FAILED-FLAG PIC X(01).
               88 WS-TABL-READ-FAILED VALUE "Y".
           01 WS-TABL-LOOKUP-TABLE PIC X(20).
           01 WS-TABL-LOOKUP-KEY PIC X(20).
           01 WS-TABL-LOOKUP-DATE PIC X(08).
           01 WS-TABL-TODAY PIC 9(08).
           01 WS-TABL-VALUE PIC X(20).

      *****************************************
      *    WS for taking a list apart.  WS-LIST-TEXT is split into
      *    its top-level elements - start and length of each - with
      *    blanks inside a nested list or a quoted string kept in
      *    the element they belong to.  The shape says what was
      *    found: NIL, a proper list, a CONS cell (three elements,
      *    the middle one a lone point), or not a list at all.
      *****************************************
           01 WS-LIST-TEXT PIC X(32).
           01 WS-LIST-NEXT-TEXT PIC X(32).
           01 WS-LIST-LEN PIC 9(02) COMP.
           01 WS-LIST-SHAPE-FLAG PIC X(01).
               88 WS-LIST-EMPTY VALUE "E".
               88 WS-LIST-PROPER VALUE "P".
               88 WS-LIST-DOTTED VALUE "D".
               88 WS-LIST-NOT-LIST VALUE "N".
           01 WS-LIST-ELEMENTS.
               02 WS-LIST-ELEM-COUNT PIC 9(02) COMP.
               02 WS-LIST-ELEM-ENTRY OCCURS 16 TIMES.
                   03 WS-LIST-ELEM-START PIC 9(02) COMP.
                   03 WS-LIST-ELEM-LEN PIC 9(02) COMP.
           01 WS-LIST-ELEM-IDX PIC 9(02) COMP.
           01 WS-LIST-CHAR-IDX PIC 9(02) COMP.
           01 WS-LIST-CHAR PIC X(01).
           01 WS-LIST-DEPTH PIC S9(02) COMP.
           01 WS-LIST-IN-ELEM-FLAG PIC X(01).
               88 WS-LIST-IN-ELEMENT VALUE "Y".
           01 WS-LIST-QUOTE-FLAG PIC X(01).
               88 WS-LIST-IN-QUOTE VALUE "Y".
           01 WS-LIST-BAD-FLAG PIC X(01).
               88 WS-LIST-MALFORMED VALUE "Y".
           01 WS-LIST-WALK-FLAG PIC X(01).
               88 WS-LIST-WALK-DONE VALUE "Y".
           01 WS-LIST-LENGTH-COUNT PIC 9(03) COMP.
           01 WS-LIST-BUILD-PTR PIC 9(02) COMP.

      *****************************************
      *    WS for the DEFUN function table.  Like the symbol table
      *    it carries no VALUE re-initialization in MAIN-PROCEDURE,
               MOVE SPACES TO WS-EVAL-RESULT-TEXT
           END-IF.
           IF WS-SYMS-DIRTY
               AND NOT WS-SYMS-SIMULATE
               PERFORM SAVE-SYMBOL-TABLE-PROCEDURE
           END-IF.
           GOBACK.
                   IF WS-EVAL-STATUS = SPACES
                       PERFORM EVAL-SETQ-PROCEDURE
                   END-IF
               WHEN "LOOKUP"
                   PERFORM EVAL-LOOKUP-PROCEDURE
               WHEN "LIST"
                   PERFORM EVAL-LIST-PROCEDURE
               WHEN "CAR"
               WHEN "CDR"
               WHEN "LENGTH"
                   PERFORM EVAL-LIST-ACCESS-PROCEDURE
               WHEN OTHER
                   MOVE WS-EVAL-OPERATOR TO WS-FUNC-LOOKUP-TEXT
                   PERFORM FIND-FUNCTION-PROCEDURE
      *    (SETQ NAME VALUE) - binds NAME to VALUE in the symbol
      *    table, rebinding in place when NAME is already bound, and
      *    reduces to VALUE so a SETQ can also sit inside a larger
      *    form.  A name a what-if run overrode keeps its override
      *    and the SETQ reduces to that instead.
      *****************************************
       EVAL-SETQ-PROCEDURE.
           MOVE WS-EVAL-ARG-1-TEXT TO WS-SYMBOL-LOOKUP-TEXT.
           PERFORM FIND-SYMBOL-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-SYMBOL-FOUND-IDX > ZERO
                   AND WS-SYMBOL-OVERRIDDEN(WS-SYMBOL-FOUND-IDX)
                   MOVE WS-SYMBOL-VALUE(WS-SYMBOL-FOUND-IDX)
                       TO WS-EVAL-ARG-2-TEXT
               WHEN WS-SYMBOL-FOUND-IDX > ZERO
                   MOVE WS-EVAL-ARG-2-TEXT
                       TO WS-SYMBOL-VALUE(WS-SYMBOL-FOUND-IDX)
               WHEN WS-SYMBOL-COUNT < 100
                   ADD 1 TO WS-SYMBOL-COUNT
                   MOVE WS-SYMBOL-COUNT TO WS-SYMBOL-FOUND-IDX
                   MOVE "N" TO WS-SYMBOL-OVRD-FLAG(WS-SYMBOL-FOUND-IDX)
                   MOVE WS-EVAL-ARG-1-TEXT
                       TO WS-SYMBOL-NAME(WS-SYMBOL-FOUND-IDX)
                   MOVE WS-EVAL-ARG-2-TEXT
                   TO WS-EVAL-RESULT-TYPE
           END-IF.

      *****************************************
      *    (LOOKUP TABLE KEY) - the CISPTABL value in effect for
      *    TABLE and KEY on the lookup date.  The table operand is
      *    a name, never a reference, like SETQ's first operand;
      *    an ATOM key resolves through the symbol table first, so
      *    a member can SETQ the product code once and LOOKUP by
      *    it.  A numeric value comes back as a numeric literal so
      *    it is never re-resolved as a symbol on a later pass.
      *****************************************
       EVAL-LOOKUP-PROCEDURE.
           IF WS-EVAL-OPERAND-COUNT NOT = 2
               MOVE "UNSUPPORTED-FORM" TO WS-EVAL-STATUS
           ELSE
               MOVE WS-WORK-TOKEN-VALUE(WS-LISP-LPAR-IDX + 2)
                   TO WS-TABL-LOOKUP-TABLE
               MOVE WS-WORK-TOKEN-VALUE(WS-LISP-LPAR-IDX + 3)
                   TO WS-SYMBOL-LOOKUP-TEXT
               IF WS-WORK-TOKEN-TYPE(WS-LISP-LPAR-IDX + 3) = "ATOM"
                   PERFORM RESOLVE-SYMBOL-PROCEDURE
               END-IF
               MOVE WS-SYMBOL-LOOKUP-TEXT TO WS-TABL-LOOKUP-KEY
               IF WS-TABL-NOT-TRIED
                   PERFORM OPEN-CISPTABL-PROCEDURE
               END-IF
               IF WS-TABL-OPEN
                   PERFORM SET-LOOKUP-DATE-PROCEDURE
                   PERFORM READ-TABLE-VALUE-PROCEDURE
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-TABL-OPEN
                   WHEN WS-TABL-READ-FAILED
                       MOVE "LOOKUP-UNAVAILABLE" TO WS-EVAL-STATUS
                   WHEN NOT WS-TABL-FOUND
                       MOVE "LOOKUP-NOT-FOUND" TO WS-EVAL-STATUS
                   WHEN OTHER
                       MOVE WS-TABL-VALUE TO WS-EVAL-RESULT-TEXT
                       IF FUNCTION TEST-NUMVAL(WS-TABL-VALUE) = ZERO
                           MOVE "NUM " TO WS-EVAL-RESULT-TYPE
                       ELSE
                           MOVE "ATOM" TO WS-EVAL-RESULT-TYPE
                       END-IF
               END-EVALUATE
           END-IF.

       OPEN-CISPTABL-PROCEDURE.
           OPEN INPUT CISPTABL-FILE.
           IF WS-CISPTABL-STATUS-OK
               SET WS-TABL-OPEN TO TRUE
           ELSE
               SET WS-TABL-UNAVAILABLE TO TRUE
           END-IF.

      *****************************************
      *    The member's business date as CISP left it in CISPBDTE;
      *    a caller that sets none (CISPONL) looks up as of today.
      *****************************************
       SET-LOOKUP-DATE-PROCEDURE.
           MOVE SPACES TO WS-TABL-LOOKUP-DATE.
           ACCEPT WS-TABL-LOOKUP-DATE FROM ENVIRONMENT "CISPBDTE".
           IF WS-TABL-LOOKUP-DATE IS NOT NUMERIC
               ACCEPT WS-TABL-TODAY FROM DATE YYYYMMDD
               MOVE WS-TABL-TODAY TO WS-TABL-LOOKUP-DATE
           END-IF.

      *****************************************
      *    Starts at the key's earliest effective date and reads
      *    forward - the key's values sit together in date order -
      *    until the key moves on or a value takes effect after the
      *    lookup date.  Any status other than a clean read or the
      *    end of the dataset is an I/O failure, not a miss.
      *****************************************
       READ-TABLE-VALUE-PROCEDURE.
           MOVE "N" TO WS-TABL-SCAN-FLAG.
           MOVE "N" TO WS-TABL-FOUND-FLAG.
           MOVE "N" TO WS-TABL-FAILED-FLAG.
           MOVE WS-TABL-LOOKUP-TABLE TO CISPTABL-TABLE.
           MOVE WS-TABL-LOOKUP-KEY TO CISPTABL-ENTRY-KEY.
           MOVE LOW-VALUES TO CISPTABL-EFF-FROM.
           START CISPTABL-FILE
               KEY IS NOT LESS THAN CISPTABL-KEY
               INVALID KEY
                   SET WS-TABL-SCAN-DONE TO TRUE
           END-START.
           IF NOT WS-TABL-SCAN-DONE
               AND NOT WS-CISPTABL-STATUS-OK
               SET WS-TABL-READ-FAILED TO TRUE
               SET WS-TABL-SCAN-DONE TO TRUE
           END-IF.
           PERFORM SCAN-TABLE-VALUE-PROCEDURE
               UNTIL WS-TABL-SCAN-DONE.

       SCAN-TABLE-VALUE-PROCEDURE.
           READ CISPTABL-FILE NEXT RECORD
               AT END
                   SET WS-TABL-SCAN-DONE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-CISPTABL-EOF
                   CONTINUE
               WHEN NOT WS-CISPTABL-STATUS-OK
                   SET WS-TABL-READ-FAILED TO TRUE
                   SET WS-TABL-SCAN-DONE TO TRUE
               WHEN CISPTABL-TABLE NOT = WS-TABL-LOOKUP-TABLE
               WHEN CISPTABL-ENTRY-KEY NOT = WS-TABL-LOOKUP-KEY
               WHEN CISPTABL-EFF-FROM > WS-TABL-LOOKUP-DATE
                   SET WS-TABL-SCAN-DONE TO TRUE
               WHEN CISPTABL-EFF-TO = SPACES
               WHEN CISPTABL-EFF-TO NOT < WS-TABL-LOOKUP-DATE
                   SET WS-TABL-FOUND TO TRUE
                   MOVE CISPTABL-VALUE TO WS-TABL-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************
      *    (LIST A B ...) - the operands, each resolved the same as
      *    a CONS half, between one pair of parens.  No operands at
      *    all is the empty list, NIL.  A list wider than a token
      *    feeding an outer form comes back RESULT-TRUNCATED from
      *    the collapse, the same as a wide CONS cell.
      *****************************************
       EVAL-LIST-PROCEDURE.
           IF WS-EVAL-OPERAND-COUNT = ZERO
               MOVE "NIL" TO WS-EVAL-RESULT-TEXT
               MOVE "ATOM" TO WS-EVAL-RESULT-TYPE
           ELSE
               MOVE SPACES TO WS-EVAL-RESULT-TEXT
               MOVE 1 TO WS-LIST-BUILD-PTR
               STRING "(" DELIMITED BY SIZE
                   INTO WS-EVAL-RESULT-TEXT
                   WITH POINTER WS-LIST-BUILD-PTR
               END-STRING
               COMPUTE WS-LISP-OPERAND-IDX = WS-LISP-LPAR-IDX + 2
               PERFORM APPEND-LIST-ELEMENT-PROCEDURE
                   UNTIL WS-LISP-OPERAND-IDX >= WS-LISP-RPAR-IDX
                   OR WS-EVAL-STATUS NOT = SPACES
               IF WS-EVAL-STATUS = SPACES
                   STRING ")" DELIMITED BY SIZE
                       INTO WS-EVAL-RESULT-TEXT
                       WITH POINTER WS-LIST-BUILD-PTR
                       ON OVERFLOW
                           MOVE "RESULT-TRUNCATED" TO WS-EVAL-STATUS
                   END-STRING
               END-IF
               MOVE "LIST" TO WS-EVAL-RESULT-TYPE
           END-IF.

       APPEND-LIST-ELEMENT-PROCEDURE.
           MOVE WS-WORK-TOKEN-VALUE(WS-LISP-OPERAND-IDX)
               TO WS-SYMBOL-LOOKUP-TEXT.
           IF WS-WORK-TOKEN-TYPE(WS-LISP-OPERAND-IDX) = "ATOM"
               PERFORM RESOLVE-SYMBOL-PROCEDURE
           END-IF.
           IF WS-LISP-OPERAND-IDX > WS-LISP-LPAR-IDX + 2
               STRING " " DELIMITED BY SIZE
                   INTO WS-EVAL-RESULT-TEXT
                   WITH POINTER WS-LIST-BUILD-PTR
                   ON OVERFLOW
                       MOVE "RESULT-TRUNCATED" TO WS-EVAL-STATUS
               END-STRING
           END-IF.
           IF WS-WORK-TOKEN-TYPE(WS-LISP-OPERAND-IDX) = "STR "
               STRING QUOTE DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SYMBOL-LOOKUP-TEXT)
                       DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   INTO WS-EVAL-RESULT-TEXT
                   WITH POINTER WS-LIST-BUILD-PTR
                   ON OVERFLOW
                       MOVE "RESULT-TRUNCATED" TO WS-EVAL-STATUS
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-SYMBOL-LOOKUP-TEXT)
                       DELIMITED BY SIZE
                   INTO WS-EVAL-RESULT-TEXT
                   WITH POINTER WS-LIST-BUILD-PTR
                   ON OVERFLOW
                       MOVE "RESULT-TRUNCATED" TO WS-EVAL-STATUS
               END-STRING
           END-IF.
           ADD 1 TO WS-LISP-OPERAND-IDX.

      *****************************************
      *    (CAR X), (CDR X) and (LENGTH X) - exactly one operand,
      *    an ATOM resolving through the symbol table first so a
      *    list SETQ'd once can be taken apart by name.  A string
      *    is never a list, whatever it spells.
      *****************************************
       EVAL-LIST-ACCESS-PROCEDURE.
           IF WS-EVAL-OPERAND-COUNT NOT = 1
               MOVE "UNSUPPORTED-FORM" TO WS-EVAL-STATUS
           ELSE
               MOVE WS-WORK-TOKEN-VALUE(WS-LISP-LPAR-IDX + 2)
                   TO WS-SYMBOL-LOOKUP-TEXT
               IF WS-WORK-TOKEN-TYPE(WS-LISP-LPAR-IDX + 2) = "ATOM"
                   PERFORM RESOLVE-SYMBOL-PROCEDURE
               END-IF
               MOVE WS-SYMBOL-LOOKUP-TEXT TO WS-LIST-TEXT
               IF WS-WORK-TOKEN-TYPE(WS-LISP-LPAR-IDX + 2) = "STR "
                   MOVE "NOT-A-LIST" TO WS-EVAL-STATUS
               ELSE
                   IF WS-EVAL-OPERATOR = "LENGTH"
                       PERFORM EVAL-LENGTH-PROCEDURE
                   ELSE
                       PERFORM EVAL-CAR-CDR-PROCEDURE
                   END-IF
               END-IF
           END-IF.

      *****************************************
      *    CAR is the first element, of a list or a CONS cell
      *    alike.  CDR of a CONS cell is its second half; CDR of a
      *    list is the list without its first element, NIL once
      *    nothing is left.
      *****************************************
       EVAL-CAR-CDR-PROCEDURE.
           PERFORM SPLIT-LIST-TEXT-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-LIST-EMPTY
                   MOVE "EMPTY-LIST" TO WS-EVAL-STATUS
               WHEN WS-LIST-NOT-LIST
                   MOVE "NOT-A-LIST" TO WS-EVAL-STATUS
               WHEN WS-EVAL-OPERATOR = "CAR"
                   MOVE 1 TO WS-LIST-ELEM-IDX
                   PERFORM SET-ELEMENT-RESULT-PROCEDURE
               WHEN WS-LIST-DOTTED
                   MOVE 3 TO WS-LIST-ELEM-IDX
                   PERFORM SET-ELEMENT-RESULT-PROCEDURE
               WHEN WS-LIST-ELEM-COUNT = 1
                   MOVE "NIL" TO WS-EVAL-RESULT-TEXT
                   MOVE "ATOM" TO WS-EVAL-RESULT-TYPE
               WHEN OTHER
                   MOVE SPACES TO WS-EVAL-RESULT-TEXT
                   STRING "(" DELIMITED BY SIZE
                       WS-LIST-TEXT(WS-LIST-ELEM-START(2):
                           WS-LIST-LEN - WS-LIST-ELEM-START(2) + 1)
                           DELIMITED BY SIZE
                       INTO WS-EVAL-RESULT-TEXT
                   END-STRING
                   MOVE "LIST" TO WS-EVAL-RESULT-TYPE
           END-EVALUATE.

      *****************************************
      *    One element out as the result token, typed the way the
      *    tokenizer would have typed it: a nested list or cell, a
      *    string (quotes off again), a number, or an atom.
      *****************************************
       SET-ELEMENT-RESULT-PROCEDURE.
           MOVE SPACES TO WS-EVAL-RESULT-TEXT.
           EVALUATE TRUE
               WHEN WS-LIST-TEXT(WS-LIST-ELEM-START(WS-LIST-ELEM-IDX):
                       1) = "("
                   MOVE WS-LIST-TEXT(WS-LIST-ELEM-START
                       (WS-LIST-ELEM-IDX):
                       WS-LIST-ELEM-LEN(WS-LIST-ELEM-IDX))
                       TO WS-EVAL-RESULT-TEXT
                   MOVE "LIST" TO WS-EVAL-RESULT-TYPE
               WHEN WS-LIST-TEXT(WS-LIST-ELEM-START(WS-LIST-ELEM-IDX):
                       1) = QUOTE
                   AND WS-LIST-ELEM-LEN(WS-LIST-ELEM-IDX) > 2
                   MOVE WS-LIST-TEXT(WS-LIST-ELEM-START
                       (WS-LIST-ELEM-IDX) + 1:
                       WS-LIST-ELEM-LEN(WS-LIST-ELEM-IDX) - 2)
                       TO WS-EVAL-RESULT-TEXT
                   MOVE "STR " TO WS-EVAL-RESULT-TYPE
               WHEN OTHER
                   MOVE WS-LIST-TEXT(WS-LIST-ELEM-START
                       (WS-LIST-ELEM-IDX):
                       WS-LIST-ELEM-LEN(WS-LIST-ELEM-IDX))
                       TO WS-EVAL-RESULT-TEXT
                   IF FUNCTION TEST-NUMVAL(WS-EVAL-RESULT-TEXT)
                       = ZERO
                       MOVE "NUM " TO WS-EVAL-RESULT-TYPE
                   ELSE
                       MOVE "ATOM" TO WS-EVAL-RESULT-TYPE
                   END-IF
           END-EVALUATE.

      *****************************************
      *    LENGTH walks the chain: a proper list adds its element
      *    count and ends it, a CONS cell adds one and carries on
      *    into its second half, NIL ends it.  Anything else - an
      *    atom on its own or at the end of the chain - is not a
      *    list.  Each step is shorter than the last, so the walk
      *    always ends.
      *****************************************
       EVAL-LENGTH-PROCEDURE.
           MOVE ZERO TO WS-LIST-LENGTH-COUNT.
           MOVE "N" TO WS-LIST-WALK-FLAG.
           PERFORM COUNT-LIST-LINK-PROCEDURE
               UNTIL WS-LIST-WALK-DONE.
           IF WS-EVAL-STATUS = SPACES
               MOVE WS-LIST-LENGTH-COUNT TO WS-EVAL-RESULT-NUM
               PERFORM FORMAT-NUMERIC-RESULT-PROCEDURE
           END-IF.

       COUNT-LIST-LINK-PROCEDURE.
           PERFORM SPLIT-LIST-TEXT-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-LIST-EMPTY
                   SET WS-LIST-WALK-DONE TO TRUE
               WHEN WS-LIST-PROPER
                   ADD WS-LIST-ELEM-COUNT TO WS-LIST-LENGTH-COUNT
                   SET WS-LIST-WALK-DONE TO TRUE
               WHEN WS-LIST-DOTTED
                   ADD 1 TO WS-LIST-LENGTH-COUNT
                   MOVE SPACES TO WS-LIST-NEXT-TEXT
                   MOVE WS-LIST-TEXT(WS-LIST-ELEM-START(3):
                       WS-LIST-ELEM-LEN(3)) TO WS-LIST-NEXT-TEXT
                   MOVE WS-LIST-NEXT-TEXT TO WS-LIST-TEXT
               WHEN OTHER
                   MOVE "NOT-A-LIST" TO WS-EVAL-STATUS
                   SET WS-LIST-WALK-DONE TO TRUE
           END-EVALUATE.

      *****************************************
      *    Splits WS-LIST-TEXT into its top-level elements and sets
      *    its shape.  Only the text between the outer parens is
      *    walked; a blank at depth zero outside a string ends an
      *    element, anything else starts or extends one.
      *****************************************
       SPLIT-LIST-TEXT-PROCEDURE.
           MOVE ZERO TO WS-LIST-ELEM-COUNT.
           MOVE ZERO TO WS-LIST-DEPTH.
           MOVE "N" TO WS-LIST-IN-ELEM-FLAG.
           MOVE "N" TO WS-LIST-QUOTE-FLAG.
           MOVE "N" TO WS-LIST-BAD-FLAG.
           EVALUATE TRUE
               WHEN WS-LIST-TEXT = "NIL"
               WHEN WS-LIST-TEXT = "()"
                   SET WS-LIST-EMPTY TO TRUE
               WHEN WS-LIST-TEXT(1:1) NOT = "("
                   SET WS-LIST-NOT-LIST TO TRUE
               WHEN OTHER
                   MOVE 32 TO WS-LIST-LEN
                   PERFORM TRIM-LIST-LEN-PROCEDURE
                       UNTIL WS-LIST-TEXT(WS-LIST-LEN:1) NOT = SPACE
                   IF WS-LIST-TEXT(WS-LIST-LEN:1) NOT = ")"
                       SET WS-LIST-MALFORMED TO TRUE
                   ELSE
                       PERFORM SCAN-LIST-CHAR-PROCEDURE
                           VARYING WS-LIST-CHAR-IDX FROM 2 BY 1
                           UNTIL WS-LIST-CHAR-IDX >= WS-LIST-LEN
                           OR WS-LIST-MALFORMED
                   END-IF
                   IF WS-LIST-DEPTH NOT = ZERO
                       OR WS-LIST-IN-QUOTE
                       SET WS-LIST-MALFORMED TO TRUE
                   END-IF
                   SET WS-LIST-PROPER TO TRUE
                   PERFORM CHECK-LIST-POINT-PROCEDURE
                       VARYING WS-LIST-ELEM-IDX FROM 1 BY 1
                       UNTIL WS-LIST-ELEM-IDX > WS-LIST-ELEM-COUNT
                   EVALUATE TRUE
                       WHEN WS-LIST-MALFORMED
                           SET WS-LIST-NOT-LIST TO TRUE
                       WHEN WS-LIST-ELEM-COUNT = ZERO
                           SET WS-LIST-EMPTY TO TRUE
                   END-EVALUATE
           END-EVALUATE.

       TRIM-LIST-LEN-PROCEDURE.
           SUBTRACT 1 FROM WS-LIST-LEN.

       SCAN-LIST-CHAR-PROCEDURE.
           MOVE WS-LIST-TEXT(WS-LIST-CHAR-IDX:1) TO WS-LIST-CHAR.
           EVALUATE TRUE
               WHEN WS-LIST-IN-QUOTE
                   IF WS-LIST-CHAR = QUOTE
                       MOVE "N" TO WS-LIST-QUOTE-FLAG
                   END-IF
               WHEN WS-LIST-CHAR = SPACE
                   AND WS-LIST-DEPTH = ZERO
                   MOVE "N" TO WS-LIST-IN-ELEM-FLAG
               WHEN OTHER
                   IF NOT WS-LIST-IN-ELEMENT
                       PERFORM START-LIST-ELEMENT-PROCEDURE
                   END-IF
                   EVALUATE WS-LIST-CHAR
                       WHEN "("
                           ADD 1 TO WS-LIST-DEPTH
                       WHEN ")"
                           SUBTRACT 1 FROM WS-LIST-DEPTH
                           IF WS-LIST-DEPTH < ZERO
                               SET WS-LIST-MALFORMED TO TRUE
                           END-IF
                       WHEN QUOTE
                           SET WS-LIST-IN-QUOTE TO TRUE
                   END-EVALUATE
           END-EVALUATE.
           IF WS-LIST-IN-ELEMENT
               COMPUTE WS-LIST-ELEM-LEN(WS-LIST-ELEM-COUNT) =
                   WS-LIST-CHAR-IDX
                   - WS-LIST-ELEM-START(WS-LIST-ELEM-COUNT) + 1
           END-IF.

       START-LIST-ELEMENT-PROCEDURE.
           IF WS-LIST-ELEM-COUNT < 16
               ADD 1 TO WS-LIST-ELEM-COUNT
               MOVE WS-LIST-CHAR-IDX
                   TO WS-LIST-ELEM-START(WS-LIST-ELEM-COUNT)
               SET WS-LIST-IN-ELEMENT TO TRUE
           ELSE
               SET WS-LIST-MALFORMED TO TRUE
           END-IF.

      *****************************************
      *    A lone point is only good as the middle of three - the
      *    CONS cell (A . B).  Anywhere else the text is no list.
      *****************************************
       CHECK-LIST-POINT-PROCEDURE.
           IF WS-LIST-ELEM-LEN(WS-LIST-ELEM-IDX) = 1
               AND WS-LIST-TEXT(WS-LIST-ELEM-START(WS-LIST-ELEM-IDX):
                   1) = "."
               IF WS-LIST-ELEM-IDX = 2
                   AND WS-LIST-ELEM-COUNT = 3
                   SET WS-LIST-DOTTED TO TRUE
               ELSE
                   SET WS-LIST-MALFORMED TO TRUE
               END-IF
           END-IF.

      *****************************************
      *    (DEFUN NAME (PARAMS) BODY) - files NAME in the function
      *    table with its parameter names and the body's tokens,
      *    CISPCOLD=Y asks for a cold start, in which case the
      *    table starts empty and CISPSYMS is left alone until the
      *    first SETQ rewrites it.  A missing CISPSYMS is simply an
      *    empty table, which is all a first run ever had.  A
      *    what-if run (CISPSIM=Y) then lays CISPOVRD over whatever
      *    was loaded; a missing CISPOVRD simply overrides nothing.
      *****************************************
       LOAD-SYMBOL-TABLE-PROCEDURE.
           SET WS-SYMS-LOADED TO TRUE.
                   CLOSE CISPSYMS-FILE
               END-IF
           END-IF.
           ACCEPT WS-SYMS-SIM-SWITCH FROM ENVIRONMENT "CISPSIM".
           IF WS-SYMS-SIMULATE
               OPEN INPUT CISPOVRD-FILE
               IF WS-CISPOVRD-STATUS-OK
                   PERFORM READ-CISPOVRD-PROCEDURE
                   PERFORM APPLY-ONE-OVERRIDE-PROCEDURE
                       UNTIL WS-CISPOVRD-EOF
                   CLOSE CISPOVRD-FILE
               END-IF
           END-IF.

       READ-CISPSYMS-PROCEDURE.
           READ CISPSYMS-FILE
                   TO WS-SYMBOL-SET-DATE(WS-SYMBOL-COUNT)
               MOVE CISPSYMS-SET-TIME
                   TO WS-SYMBOL-SET-TIME(WS-SYMBOL-COUNT)
               MOVE "N" TO WS-SYMBOL-OVRD-FLAG(WS-SYMBOL-COUNT)
           END-IF.
           PERFORM READ-CISPSYMS-PROCEDURE.

       READ-CISPOVRD-PROCEDURE.
           READ CISPOVRD-FILE
               AT END
                   SET WS-CISPOVRD-EOF TO TRUE
           END-READ.

      *****************************************
      *    One override: rebinds the name in place when it is
      *    already loaded, otherwise adds it while the table has
      *    room.  The entry takes the override record's own stamp
      *    columns, so a what-if binding never passes for one a
      *    production run set, and is marked so no SETQ later in
      *    the run can take it back.
      *****************************************
       APPLY-ONE-OVERRIDE-PROCEDURE.
           IF CISPOVRD-NAME NOT = SPACES
               MOVE CISPOVRD-NAME TO WS-SYMBOL-LOOKUP-TEXT
               PERFORM FIND-SYMBOL-PROCEDURE
               IF WS-SYMBOL-FOUND-IDX = ZERO
                   AND WS-SYMBOL-COUNT < 100
                   ADD 1 TO WS-SYMBOL-COUNT
                   MOVE WS-SYMBOL-COUNT TO WS-SYMBOL-FOUND-IDX
                   MOVE CISPOVRD-NAME
                       TO WS-SYMBOL-NAME(WS-SYMBOL-FOUND-IDX)
               END-IF
               IF WS-SYMBOL-FOUND-IDX > ZERO
                   SET WS-SYMBOL-OVERRIDDEN(WS-SYMBOL-FOUND-IDX)
                       TO TRUE
                   MOVE CISPOVRD-VALUE
                       TO WS-SYMBOL-VALUE(WS-SYMBOL-FOUND-IDX)
                   MOVE CISPOVRD-SET-JOB
                       TO WS-SYMBOL-SET-JOB(WS-SYMBOL-FOUND-IDX)
                   MOVE CISPOVRD-SET-DATE
                       TO WS-SYMBOL-SET-DATE(WS-SYMBOL-FOUND-IDX)
                   MOVE CISPOVRD-SET-TIME
                       TO WS-SYMBOL-SET-TIME(WS-SYMBOL-FOUND-IDX)
               END-IF
           END-IF.
           PERFORM READ-CISPOVRD-PROCEDURE.

      *****************************************
      *    Rewrites CISPSYMS whole, every binding with its audit
      *    stamp.  Rewriting after every CALL that changed a
