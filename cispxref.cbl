      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Symbol and function cross-reference for CISP - the
      *          impact analysis behind every rate change.  Reads
      *          every LISP-SRC member named in CISPMANI (or the
      *          single LISPSRC DD when no manifest is allocated)
      *          exactly the way CISP does: "*" control records and
      *          comments skipped, "+" continuation records joined
      *          onto the record before them, each logical
      *          expression numbered the way CISP numbers it and
      *          tokenized through TOKENIZER.  Nothing is evaluated.
      *
      *          CISPXRPT then lists, for every binding in CISPSYMS
      *          and every name a SETQ binds, the member and
      *          sequence of each expression that references it, and
      *          for every function a DEFUN defines (or an
      *          expression calls), where it is defined and every
      *          expression that calls it.  A reference is an ATOM
      *          operand - T and NIL, a SETQ's target and a DEFUN's
      *          own parameters are not references; a call is an
      *          ATOM in operator position that is not one of the
      *          LISP SubRoutine's built-in operators.  Flagged:
      *          symbols referenced but bound nowhere, functions
      *          defined but never called, and functions called but
      *          never defined.
      *
      *          Return code: 0 nothing flagged, 4 one or more
      *          names flagged, 8 the report is incomplete (a member
      *          would not open or a table filled) or CISPXRPT could
      *          not be opened.
      * Tectonics: cobc
      *
      * Modification History
      *   2026  LB  Initial cross-reference report.
      *   2026  LB  LOOKUP is a built-in operator; its table-name
      *              operand names a CISPTABL table, not a symbol,
      *              and is not taken for a reference.
      *   2026  LB  LIST, CAR, CDR and LENGTH are built-in operators.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISP-SRC-FILE ASSIGN TO DYNAMIC WS-LISP-SRC-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISP-SRC-STATUS.
           SELECT CISPMANI-FILE ASSIGN TO "CISPMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPMANI-STATUS.
           SELECT CISPSYMS-FILE ASSIGN TO "CISPSYMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPSYMS-STATUS.
           SELECT CISPXRPT-FILE ASSIGN TO "CISPXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISP-SRC-FILE.
       01  LISP-SRC-RECORD.
           02  LISP-SRC-EXPRESSION PIC X(200).
           02  FILLER PIC X(39).
       FD  CISPMANI-FILE.
       01  CISPMANI-RECORD.
           02  CISPMANI-MEMBER PIC X(08).
           02  FILLER PIC X(72).
       FD  CISPSYMS-FILE.
           COPY "cispsyms.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPSYMS-RECORD==
                         ==:FLD-PFX:==  BY ==CISPSYMS-==.
       FD  CISPXRPT-FILE.
       01  CISPXRPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
           COPY "logif.cpy".
      *****************************************
      *    WS Shared with TOKENIZER SubRoutine
      *****************************************
           COPY "tokif.cpy".

      *****************************************
      *    WS for reading the manifest and its members
      *****************************************
           01 WS-LISP-SRC-DDNAME PIC X(08).
           01 WS-LISP-SRC-STATUS PIC X(02).
               88 WS-LISP-SRC-STATUS-OK VALUE "00".
               88 WS-LISP-SRC-EOF VALUE "10".
           01 WS-CISPMANI-STATUS PIC X(02).
               88 WS-CISPMANI-STATUS-OK VALUE "00".
               88 WS-CISPMANI-EOF VALUE "10".
           01 WS-CISPSYMS-STATUS PIC X(02).
               88 WS-CISPSYMS-STATUS-OK VALUE "00".
               88 WS-CISPSYMS-EOF VALUE "10".
           01 WS-CURRENT-MEMBER PIC X(08).
           01 WS-LISP-SRC-SEQ-NO PIC 9(05) COMP.

      *****************************************
      *    WS for logical-record assembly - the same one-record
      *    look-ahead CISP uses, so a continuation set joins and
      *    numbers here exactly as it does in the nightly run.  A
      *    set past four records or 800 joined characters is an
      *    overflow CISP rejects without evaluating; it is counted
      *    here and not cross-referenced.
      *****************************************
           01 WS-SRC-DONE-FLAG PIC X(01) VALUE "N".
               88 WS-SRC-DONE VALUE "Y".
           01 WS-SRC-LOOKAHEAD-FLAG PIC X(01) VALUE "E".
               88 WS-SRC-LOOKAHEAD-EMPTY VALUE "E".
               88 WS-SRC-LOOKAHEAD-FULL VALUE "F".
               88 WS-SRC-LOOKAHEAD-EOF VALUE "X".
           01 WS-SRC-HOLD-RECORD PIC X(200).
           01 WS-LOGICAL-SRC-TEXT PIC X(800).
           01 WS-LOGICAL-SRC-LEN PIC 9(03) COMP.
           01 WS-SRC-SEGMENT-COUNT PIC 9(03) COMP.
           01 WS-SRC-APPEND-LEN PIC 9(03) COMP.
           01 WS-SRC-JOIN-OVERFLOW-FLAG PIC X(01) VALUE "N".
               88 WS-SRC-JOIN-OVERFLOW VALUE "Y".

      *****************************************
      *    WS for the name table - one entry per symbol or function,
      *    kept in key order (kind, then name) as it is built so the
      *    report prints symbols then functions, each alphabetical.
      *    The bind columns hold the first and last SETQ (for a
      *    symbol) or DEFUN (for a function) seen in the source;
      *    the value column holds the CISPSYMS value of a symbol or
      *    the parameter list of a function.
      *****************************************
           01 WS-XREF-NAME-TABLE.
               02 WS-XREF-NAME-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-XREF-NAME-ENTRY OCCURS 300 TIMES.
                   03 WS-XREF-NAME-KEY.
                       04 WS-XREF-NAME-KIND PIC X(01).
                           88 WS-XREF-NAME-IS-SYMBOL VALUE "S".
                           88 WS-XREF-NAME-IS-FUNCTION VALUE "F".
                       04 WS-XREF-NAME-TEXT PIC X(20).
                   03 WS-XREF-NAME-SYMS-FLAG PIC X(01).
                       88 WS-XREF-NAME-IN-SYMS VALUE "Y".
                   03 WS-XREF-NAME-VALUE PIC X(20).
                   03 WS-XREF-NAME-BIND-COUNT PIC 9(05) COMP.
                   03 WS-XREF-NAME-FIRST-MEMBER PIC X(08).
                   03 WS-XREF-NAME-FIRST-SEQ PIC 9(05).
                   03 WS-XREF-NAME-LAST-MEMBER PIC X(08).
                   03 WS-XREF-NAME-LAST-SEQ PIC 9(05).
                   03 WS-XREF-NAME-REF-COUNT PIC 9(05) COMP.
           01 WS-XREF-NAME-IDX PIC 9(03) COMP.
           01 WS-XREF-FOUND-IDX PIC 9(03) COMP.
           01 WS-XREF-SHIFT-IDX PIC 9(03) COMP.
           01 WS-XREF-LOOKUP-KEY.
               02 WS-XREF-LOOKUP-KIND PIC X(01).
               02 WS-XREF-LOOKUP-TEXT PIC X(20).

      *****************************************
      *    WS for the reference table - one entry per name per
      *    referencing expression, in source order.  An expression
      *    that names a symbol twice still references it once.
      *****************************************
           01 WS-XREF-REF-TABLE.
               02 WS-XREF-REF-COUNT PIC 9(05) COMP VALUE ZERO.
               02 WS-XREF-REF-ENTRY OCCURS 3000 TIMES.
                   03 WS-XREF-REF-KEY PIC X(21).
                   03 WS-XREF-REF-MEMBER PIC X(08).
                   03 WS-XREF-REF-SEQ PIC 9(05).
           01 WS-XREF-REF-IDX PIC 9(05) COMP.
           01 WS-XREF-EXPR-FIRST-REF PIC 9(05) COMP.
           01 WS-XREF-DUP-FLAG PIC X(01).
               88 WS-XREF-DUP-FOUND VALUE "Y".
           01 WS-XREF-NAME-DROPPED PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-REF-DROPPED PIC 9(07) COMP VALUE ZERO.

      *****************************************
      *    WS for the token scan of one expression.  A DEFUN's
      *    parameter names are held while its body is scanned so
      *    they are never taken for global symbols; the skip index
      *    marks a SETQ target, which is a binding and not a
      *    reference, or a LOOKUP table name, which is neither.
      *****************************************
           01 WS-XREF-TOKEN-IDX PIC 9(03) COMP.
           01 WS-XREF-SCAN-START PIC 9(03) COMP.
           01 WS-XREF-SKIP-IDX PIC 9(03) COMP.
           01 WS-XREF-PARM-TABLE.
               02 WS-XREF-PARM-COUNT PIC 9(03) COMP.
               02 WS-XREF-PARM-NAME PIC X(20) OCCURS 10 TIMES.
           01 WS-XREF-PARM-IDX PIC 9(03) COMP.
           01 WS-XREF-PARM-TEXT PIC X(20).
           01 WS-XREF-PARM-PTR PIC 9(03) COMP.
           01 WS-XREF-IS-PARM-FLAG PIC X(01).
               88 WS-XREF-IS-PARM VALUE "Y".
           01 WS-XREF-BUILTIN-FLAG PIC X(01).
               88 WS-XREF-IS-BUILTIN VALUE "Y".
           01 WS-XREF-TOKEN-VALUE PIC X(20).

      *****************************************
      *    Run counts and flags
      *****************************************
           01 WS-XREF-MEMBER-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-MEMBER-FAIL-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-EXPR-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-REJECT-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-MBR-EXPR-COUNT PIC 9(07) COMP.
           01 WS-XREF-MBR-REJECT-COUNT PIC 9(07) COMP.
           01 WS-XREF-SYMS-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-SYMBOL-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-FUNCTION-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-UNBOUND-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-UNCALLED-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-UNDEFINED-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XREF-SYMS-OPEN-FLAG PIC X(01) VALUE "N".
               88 WS-XREF-SYMS-OPENED VALUE "Y".
           01 WS-XREF-RETURN-CODE PIC 9(02) VALUE ZERO.

      *****************************************
      *    WS for the CISPXRPT print file, in the same page-heading
      *    style as CISP's summary report.
      *****************************************
           01 WS-CISPXRPT-STATUS PIC X(02).
               88 WS-CISPXRPT-STATUS-OK VALUE "00".
           01 WS-XRPT-PAGE-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-XRPT-LINE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-XRPT-PAGE-LIMIT PIC 9(03) COMP VALUE 55.
           01 WS-XRPT-DATE-WORK PIC 9(08).
           01 WS-XRPT-DATE-SPLIT REDEFINES WS-XRPT-DATE-WORK.
               02 WS-XRPT-DATE-YEAR PIC X(04).
               02 WS-XRPT-DATE-MONTH PIC X(02).
               02 WS-XRPT-DATE-DAY PIC X(02).
           01 WS-XRPT-PRINT-LINE PIC X(132).
           01 WS-XRPT-HEADING-LINE.
               02 FILLER PIC X(40)
                   VALUE "CISP - SYMBOL/FUNCTION CROSS-REFERENCE".
               02 FILLER PIC X(05) VALUE "DATE ".
               02 WS-XRPT-HEADING-DATE PIC X(10).
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "PAGE ".
               02 WS-XRPT-HEADING-PAGE PIC ZZZ9.
               02 FILLER PIC X(65) VALUE SPACES.
           01 WS-XRPT-MEMBER-HEAD-LINE.
               02 FILLER PIC X(20) VALUE "MEMBER".
               02 FILLER PIC X(12) VALUE " EXPRESSIONS".
               02 FILLER PIC X(12) VALUE "     REJECTS".
               02 FILLER PIC X(88) VALUE SPACES.
           01 WS-XRPT-MEMBER-LINE.
               02 WS-XRPT-MBR-NAME PIC X(08).
               02 FILLER PIC X(12) VALUE SPACES.
               02 WS-XRPT-MBR-EXPR PIC Z(11)9.
               02 WS-XRPT-MBR-REJECT PIC Z(11)9.
               02 FILLER PIC X(88) VALUE SPACES.
           01 WS-XRPT-SYMBOL-HEAD-LINE.
               02 FILLER PIC X(21) VALUE "SYMBOL".
               02 FILLER PIC X(21) VALUE "CISPSYMS VALUE".
               02 FILLER PIC X(16) VALUE "FIRST SETQ".
               02 FILLER PIC X(74)
                   VALUE "REFERENCED BY (MEMBER/SEQ)".
           01 WS-XRPT-FUNCTION-HEAD-LINE.
               02 FILLER PIC X(21) VALUE "FUNCTION".
               02 FILLER PIC X(21) VALUE "PARAMETERS".
               02 FILLER PIC X(16) VALUE "DEFINED AT".
               02 FILLER PIC X(74)
                   VALUE "CALLED BY (MEMBER/SEQ)".
           01 WS-XRPT-DETAIL-LINE.
               02 WS-XRPT-NAME PIC X(20).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-XRPT-VALUE PIC X(20).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-XRPT-BIND-AT PIC X(14).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-XRPT-REF-COLUMN OCCURS 4 TIMES.
                   03 WS-XRPT-REF-MEMBER PIC X(08).
                   03 WS-XRPT-REF-SLASH PIC X(01).
                   03 WS-XRPT-REF-SEQ PIC X(05).
                   03 FILLER PIC X(02).
               02 FILLER PIC X(10) VALUE SPACES.
           01 WS-XRPT-REF-COL-IDX PIC 9(01) COMP.
           01 WS-XRPT-SEQ-EDIT PIC 9(05).
           01 WS-XRPT-COUNT-EDIT PIC ZZZZ9.
           01 WS-XRPT-TOTAL-LINE.
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-XRPT-TOTAL-LABEL PIC X(36).
               02 FILLER PIC X(02) VALUE ": ".
               02 WS-XRPT-TOTAL-COUNT PIC ZZZZZZ9.
               02 FILLER PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CISPXREF".

           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

           OPEN OUTPUT CISPXRPT-FILE.
           IF NOT WS-CISPXRPT-STATUS-OK
               MOVE "CISPXRPT dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-XREF-ERROR-PROCEDURE
               MOVE 8 TO WS-XREF-RETURN-CODE
           ELSE
               ACCEPT WS-XRPT-DATE-WORK FROM DATE YYYYMMDD
               PERFORM WRITE-XRPT-HEADING-PROCEDURE
               PERFORM LOAD-CISPSYMS-PROCEDURE
               PERFORM READ-ALL-MEMBERS-PROCEDURE
               PERFORM WRITE-SYMBOL-SECTION-PROCEDURE
               PERFORM WRITE-FUNCTION-SECTION-PROCEDURE
               PERFORM WRITE-XREF-TOTALS-PROCEDURE
               CLOSE CISPXRPT-FILE
           END-IF.

           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE WS-XREF-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************
      *    Every binding CISPSYMS carries is a symbol the report
      *    must list, referenced or not.  A missing CISPSYMS is not
      *    an error - the bindings then come from the SETQs alone.
      *****************************************
       LOAD-CISPSYMS-PROCEDURE.
           OPEN INPUT CISPSYMS-FILE.
           IF WS-CISPSYMS-STATUS-OK
               SET WS-XREF-SYMS-OPENED TO TRUE
               PERFORM READ-CISPSYMS-PROCEDURE
               PERFORM FILE-ONE-BINDING-PROCEDURE
                   UNTIL WS-CISPSYMS-EOF
               CLOSE CISPSYMS-FILE
           END-IF.

       READ-CISPSYMS-PROCEDURE.
           READ CISPSYMS-FILE
               AT END
                   SET WS-CISPSYMS-EOF TO TRUE
           END-READ.

       FILE-ONE-BINDING-PROCEDURE.
           IF CISPSYMS-NAME NOT = SPACES
               ADD 1 TO WS-XREF-SYMS-COUNT
               MOVE "S" TO WS-XREF-LOOKUP-KIND
               MOVE CISPSYMS-NAME TO WS-XREF-LOOKUP-TEXT
               PERFORM FIND-OR-ADD-NAME-PROCEDURE
               IF WS-XREF-FOUND-IDX > ZERO
                   SET WS-XREF-NAME-IN-SYMS(WS-XREF-FOUND-IDX)
                       TO TRUE
                   MOVE CISPSYMS-VALUE
                       TO WS-XREF-NAME-VALUE(WS-XREF-FOUND-IDX)
               END-IF
           END-IF.
           PERFORM READ-CISPSYMS-PROCEDURE.

      *****************************************
      *    Every member of the manifest in order, or the single
      *    LISPSRC DD when no manifest is allocated - the same
      *    choice CISP makes.  The members-read section prints as
      *    each member finishes.
      *****************************************
       READ-ALL-MEMBERS-PROCEDURE.
           MOVE "MEMBERS READ" TO WS-XRPT-PRINT-LINE.
           PERFORM WRITE-XRPT-LINE-PROCEDURE.
           MOVE WS-XRPT-MEMBER-HEAD-LINE TO WS-XRPT-PRINT-LINE.
           PERFORM WRITE-XRPT-LINE-PROCEDURE.
           OPEN INPUT CISPMANI-FILE.
           IF WS-CISPMANI-STATUS-OK
               PERFORM READ-CISPMANI-PROCEDURE
               PERFORM PROCESS-MANIFEST-ENTRY-PROCEDURE
                   UNTIL WS-CISPMANI-EOF
               CLOSE CISPMANI-FILE
           ELSE
               MOVE "LISPSRC" TO WS-LISP-SRC-DDNAME
               MOVE "LISPSRC" TO WS-CURRENT-MEMBER
               PERFORM READ-MEMBER-PROCEDURE
           END-IF.

       READ-CISPMANI-PROCEDURE.
           READ CISPMANI-FILE
               AT END
                   SET WS-CISPMANI-EOF TO TRUE
           END-READ.

       PROCESS-MANIFEST-ENTRY-PROCEDURE.
           IF CISPMANI-MEMBER NOT = SPACES
               AND CISPMANI-MEMBER(1:1) NOT = "*"
               MOVE CISPMANI-MEMBER TO WS-LISP-SRC-DDNAME
               MOVE CISPMANI-MEMBER TO WS-CURRENT-MEMBER
               PERFORM READ-MEMBER-PROCEDURE
           END-IF.
           PERFORM READ-CISPMANI-PROCEDURE.

      *****************************************
      *    One member, start to finish.  A member that will not
      *    open leaves the report incomplete - return code 8 - but
      *    the rest of the manifest is still read.
      *****************************************
       READ-MEMBER-PROCEDURE.
           MOVE ZERO TO WS-LISP-SRC-SEQ-NO.
           MOVE ZERO TO WS-XREF-MBR-EXPR-COUNT.
           MOVE ZERO TO WS-XREF-MBR-REJECT-COUNT.
           MOVE "N" TO WS-SRC-DONE-FLAG.
           SET WS-SRC-LOOKAHEAD-EMPTY TO TRUE.
           OPEN INPUT LISP-SRC-FILE.
           IF NOT WS-LISP-SRC-STATUS-OK
               ADD 1 TO WS-XREF-MEMBER-FAIL-COUNT
               MOVE 8 TO WS-XREF-RETURN-CODE
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "LISP-SRC member open failed - "
                   DELIMITED BY SIZE
                   WS-CURRENT-MEMBER DELIMITED BY SPACE
                   INTO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-XREF-ERROR-PROCEDURE
               MOVE SPACES TO WS-XRPT-PRINT-LINE
               STRING WS-CURRENT-MEMBER DELIMITED BY SIZE
                   "    *** COULD NOT BE OPENED - NOT CROSS-"
                   DELIMITED BY SIZE
                   "REFERENCED" DELIMITED BY SIZE
                   INTO WS-XRPT-PRINT-LINE
               PERFORM WRITE-XRPT-LINE-PROCEDURE
           ELSE
               ADD 1 TO WS-XREF-MEMBER-COUNT
               PERFORM READ-LISP-SRC-PROCEDURE
               PERFORM XREF-EXPRESSION-PROCEDURE
                   UNTIL WS-SRC-DONE
               CLOSE LISP-SRC-FILE
               MOVE SPACES TO WS-XRPT-MEMBER-LINE
               MOVE WS-CURRENT-MEMBER TO WS-XRPT-MBR-NAME
               MOVE WS-XREF-MBR-EXPR-COUNT TO WS-XRPT-MBR-EXPR
               MOVE WS-XREF-MBR-REJECT-COUNT TO WS-XRPT-MBR-REJECT
               MOVE WS-XRPT-MEMBER-LINE TO WS-XRPT-PRINT-LINE
               PERFORM WRITE-XRPT-LINE-PROCEDURE
           END-IF.

      *****************************************
      *    Assembles the next logical expression exactly as CISP's
      *    READ-LISP-SRC-PROCEDURE does - "*" records skipped ahead
      *    of it, "+" continuations joined behind it, one blank
      *    between - and numbers it the way CISP will.
      *****************************************
       READ-LISP-SRC-PROCEDURE.
           IF WS-SRC-LOOKAHEAD-EMPTY
               PERFORM READ-PHYSICAL-SRC-PROCEDURE
           END-IF.
           PERFORM SKIP-CONTROL-RECORD-PROCEDURE
               UNTIL NOT WS-SRC-LOOKAHEAD-FULL
               OR WS-SRC-HOLD-RECORD(1:1) NOT = "*".
           IF WS-SRC-LOOKAHEAD-EOF
               SET WS-SRC-DONE TO TRUE
           ELSE
               MOVE "N" TO WS-SRC-JOIN-OVERFLOW-FLAG
               MOVE SPACES TO WS-LOGICAL-SRC-TEXT
               MOVE WS-SRC-HOLD-RECORD TO WS-LOGICAL-SRC-TEXT(1:200)
               MOVE 1 TO WS-SRC-SEGMENT-COUNT
               MOVE 200 TO WS-LOGICAL-SRC-LEN
               PERFORM TRIM-LOGICAL-SRC-PROCEDURE
                   UNTIL WS-LOGICAL-SRC-LEN = ZERO
                   OR WS-LOGICAL-SRC-TEXT(WS-LOGICAL-SRC-LEN:1)
                       NOT = SPACE
               SET WS-SRC-LOOKAHEAD-EMPTY TO TRUE
               PERFORM READ-PHYSICAL-SRC-PROCEDURE
               PERFORM APPEND-CONTINUATION-PROCEDURE
                   UNTIL NOT WS-SRC-LOOKAHEAD-FULL
                   OR WS-SRC-HOLD-RECORD(1:1) NOT = "+"
               ADD 1 TO WS-LISP-SRC-SEQ-NO
           END-IF.

       READ-PHYSICAL-SRC-PROCEDURE.
           READ LISP-SRC-FILE
               AT END
                   SET WS-SRC-LOOKAHEAD-EOF TO TRUE
               NOT AT END
                   MOVE LISP-SRC-EXPRESSION TO WS-SRC-HOLD-RECORD
                   SET WS-SRC-LOOKAHEAD-FULL TO TRUE
           END-READ.

       SKIP-CONTROL-RECORD-PROCEDURE.
           SET WS-SRC-LOOKAHEAD-EMPTY TO TRUE.
           PERFORM READ-PHYSICAL-SRC-PROCEDURE.

       APPEND-CONTINUATION-PROCEDURE.
           IF WS-SRC-SEGMENT-COUNT < 4
               ADD 1 TO WS-SRC-SEGMENT-COUNT
               MOVE 199 TO WS-SRC-APPEND-LEN
               PERFORM TRIM-APPEND-LEN-PROCEDURE
                   UNTIL WS-SRC-APPEND-LEN = ZERO
                   OR WS-SRC-HOLD-RECORD(WS-SRC-APPEND-LEN + 1:1)
                       NOT = SPACE
               IF WS-SRC-APPEND-LEN > ZERO
                   IF WS-LOGICAL-SRC-LEN + 1 + WS-SRC-APPEND-LEN
                       <= 800
                       MOVE WS-SRC-HOLD-RECORD(2:WS-SRC-APPEND-LEN)
                           TO WS-LOGICAL-SRC-TEXT
                               (WS-LOGICAL-SRC-LEN + 2:
                               WS-SRC-APPEND-LEN)
                       COMPUTE WS-LOGICAL-SRC-LEN =
                           WS-LOGICAL-SRC-LEN + 1 + WS-SRC-APPEND-LEN
                   ELSE
                       SET WS-SRC-JOIN-OVERFLOW TO TRUE
                   END-IF
               END-IF
           ELSE
               SET WS-SRC-JOIN-OVERFLOW TO TRUE
           END-IF.
           SET WS-SRC-LOOKAHEAD-EMPTY TO TRUE.
           PERFORM READ-PHYSICAL-SRC-PROCEDURE.

       TRIM-LOGICAL-SRC-PROCEDURE.
           SUBTRACT 1 FROM WS-LOGICAL-SRC-LEN.

       TRIM-APPEND-LEN-PROCEDURE.
           SUBTRACT 1 FROM WS-SRC-APPEND-LEN.

      *****************************************
      *    One logical expression through TOKENIZER and the token
      *    scan.  An expression CISP would reject at the tokenizer
      *    has no tokens to trust and is only counted.
      *****************************************
       XREF-EXPRESSION-PROCEDURE.
           ADD 1 TO WS-XREF-EXPR-COUNT.
           ADD 1 TO WS-XREF-MBR-EXPR-COUNT.
           IF WS-SRC-JOIN-OVERFLOW
               MOVE "16" TO WS-TOKENIZER-STATUS
           ELSE
               MOVE WS-LOGICAL-SRC-TEXT TO WS-TOKENIZER-SOURCE
               MOVE WS-LOGICAL-SRC-LEN TO WS-TOKENIZER-SOURCE-LENGTH
               CALL "TOKENIZER" USING WS-TOKENIZER-INPUT,
                   WS-TOKENIZER-TOKENS, WS-TOKENIZER-STATUS
           END-IF.
           IF WS-TOKENIZER-OK
               PERFORM SCAN-EXPRESSION-PROCEDURE
           ELSE
               ADD 1 TO WS-XREF-REJECT-COUNT
               ADD 1 TO WS-XREF-MBR-REJECT-COUNT
           END-IF.
           PERFORM READ-LISP-SRC-PROCEDURE.

      *****************************************
      *    A whole-expression DEFUN defines its name and parameter
      *    list and only its body is scanned, with the parameters
      *    held aside; any other expression is scanned whole, the
      *    way the LISP SubRoutine itself tells the two apart.
      *****************************************
       SCAN-EXPRESSION-PROCEDURE.
           MOVE WS-XREF-REF-COUNT TO WS-XREF-EXPR-FIRST-REF.
           ADD 1 TO WS-XREF-EXPR-FIRST-REF.
           MOVE ZERO TO WS-XREF-PARM-COUNT.
           MOVE ZERO TO WS-XREF-SKIP-IDX.
           MOVE 1 TO WS-XREF-SCAN-START.
           IF WS-TOKENIZER-TOKEN-COUNT > 2
               AND WS-TOKENIZER-TOKEN-TYPE(1) = "LPAR"
               AND WS-TOKENIZER-TOKEN-VALUE(2) = "DEFUN"
               AND WS-TOKENIZER-TOKEN-TYPE(3) = "ATOM"
               PERFORM DEFINE-FUNCTION-PROCEDURE
           END-IF.
           PERFORM SCAN-ONE-TOKEN-PROCEDURE
               VARYING WS-XREF-TOKEN-IDX FROM WS-XREF-SCAN-START BY 1
               UNTIL WS-XREF-TOKEN-IDX > WS-TOKENIZER-TOKEN-COUNT.

      *****************************************
      *    Files the DEFUN's name as a function defined here and
      *    collects the parameter atoms between the parens after
      *    it; the scan then starts with the first body token.
      *****************************************
       DEFINE-FUNCTION-PROCEDURE.
           MOVE 4 TO WS-XREF-SCAN-START.
           IF WS-TOKENIZER-TOKEN-COUNT > 4
               AND WS-TOKENIZER-TOKEN-TYPE(4) = "LPAR"
               MOVE 5 TO WS-XREF-SCAN-START
               PERFORM COLLECT-PARAMETER-PROCEDURE
                   UNTIL WS-XREF-SCAN-START > WS-TOKENIZER-TOKEN-COUNT
                   OR WS-TOKENIZER-TOKEN-TYPE(WS-XREF-SCAN-START)
                       = "RPAR"
               ADD 1 TO WS-XREF-SCAN-START
           END-IF.
           MOVE SPACES TO WS-XREF-PARM-TEXT.
           MOVE 1 TO WS-XREF-PARM-PTR.
           STRING "(" DELIMITED BY SIZE
               INTO WS-XREF-PARM-TEXT
               WITH POINTER WS-XREF-PARM-PTR
           END-STRING.
           PERFORM APPEND-PARAMETER-TEXT-PROCEDURE
               VARYING WS-XREF-PARM-IDX FROM 1 BY 1
               UNTIL WS-XREF-PARM-IDX > WS-XREF-PARM-COUNT.
           STRING ")" DELIMITED BY SIZE
               INTO WS-XREF-PARM-TEXT
               WITH POINTER WS-XREF-PARM-PTR
           END-STRING.
           MOVE "F" TO WS-XREF-LOOKUP-KIND.
           MOVE WS-TOKENIZER-TOKEN-VALUE(3) TO WS-XREF-LOOKUP-TEXT.
           PERFORM FIND-OR-ADD-NAME-PROCEDURE.
           IF WS-XREF-FOUND-IDX > ZERO
               MOVE WS-XREF-PARM-TEXT
                   TO WS-XREF-NAME-VALUE(WS-XREF-FOUND-IDX)
               PERFORM RECORD-BINDING-PROCEDURE
           END-IF.

       COLLECT-PARAMETER-PROCEDURE.
           IF WS-TOKENIZER-TOKEN-TYPE(WS-XREF-SCAN-START) = "ATOM"
               AND WS-XREF-PARM-COUNT < 10
               ADD 1 TO WS-XREF-PARM-COUNT
               MOVE WS-TOKENIZER-TOKEN-VALUE(WS-XREF-SCAN-START)
                   TO WS-XREF-PARM-NAME(WS-XREF-PARM-COUNT)
           END-IF.
           ADD 1 TO WS-XREF-SCAN-START.

       APPEND-PARAMETER-TEXT-PROCEDURE.
           IF WS-XREF-PARM-IDX > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-XREF-PARM-TEXT
                   WITH POINTER WS-XREF-PARM-PTR
               END-STRING
           END-IF.
           STRING WS-XREF-PARM-NAME(WS-XREF-PARM-IDX)
               DELIMITED BY SPACE
               INTO WS-XREF-PARM-TEXT
               WITH POINTER WS-XREF-PARM-PTR
           END-STRING.

      *****************************************
      *    One token.  An ATOM straight after an LPAR is in operator
      *    position: a built-in operator is no reference (though a
      *    SETQ binds the atom after it), anything else is a call.
      *    Any other ATOM is a symbol reference unless it is T, NIL,
      *    a parameter of the DEFUN being scanned, a SETQ target or
      *    a LOOKUP table name.
      *****************************************
       SCAN-ONE-TOKEN-PROCEDURE.
           IF WS-TOKENIZER-TOKEN-TYPE(WS-XREF-TOKEN-IDX) = "ATOM"
               AND WS-XREF-TOKEN-IDX NOT = WS-XREF-SKIP-IDX
               MOVE WS-TOKENIZER-TOKEN-VALUE(WS-XREF-TOKEN-IDX)
                   TO WS-XREF-TOKEN-VALUE
               IF WS-XREF-TOKEN-IDX > 1
                   AND WS-TOKENIZER-TOKEN-TYPE(WS-XREF-TOKEN-IDX - 1)
                       = "LPAR"
                   PERFORM SCAN-OPERATOR-PROCEDURE
               ELSE
                   PERFORM SCAN-OPERAND-PROCEDURE
               END-IF
           END-IF.

       SCAN-OPERATOR-PROCEDURE.
           PERFORM CHECK-BUILTIN-PROCEDURE.
           IF WS-XREF-IS-BUILTIN
               IF WS-XREF-TOKEN-VALUE = "SETQ"
                   AND WS-XREF-TOKEN-IDX < WS-TOKENIZER-TOKEN-COUNT
                   AND WS-TOKENIZER-TOKEN-TYPE(WS-XREF-TOKEN-IDX + 1)
                       = "ATOM"
                   COMPUTE WS-XREF-SKIP-IDX = WS-XREF-TOKEN-IDX + 1
                   MOVE "S" TO WS-XREF-LOOKUP-KIND
                   MOVE WS-TOKENIZER-TOKEN-VALUE(WS-XREF-SKIP-IDX)
                       TO WS-XREF-LOOKUP-TEXT
                   PERFORM FIND-OR-ADD-NAME-PROCEDURE
                   IF WS-XREF-FOUND-IDX > ZERO
                       PERFORM RECORD-BINDING-PROCEDURE
                   END-IF
               END-IF
               IF WS-XREF-TOKEN-VALUE = "LOOKUP"
                   COMPUTE WS-XREF-SKIP-IDX = WS-XREF-TOKEN-IDX + 1
               END-IF
           ELSE
               MOVE "F" TO WS-XREF-LOOKUP-KIND
               MOVE WS-XREF-TOKEN-VALUE TO WS-XREF-LOOKUP-TEXT
               PERFORM RECORD-REFERENCE-PROCEDURE
           END-IF.

       SCAN-OPERAND-PROCEDURE.
           MOVE "N" TO WS-XREF-IS-PARM-FLAG.
           PERFORM CHECK-PARAMETER-PROCEDURE
               VARYING WS-XREF-PARM-IDX FROM 1 BY 1
               UNTIL WS-XREF-PARM-IDX > WS-XREF-PARM-COUNT
               OR WS-XREF-IS-PARM.
           IF NOT WS-XREF-IS-PARM
               AND WS-XREF-TOKEN-VALUE NOT = "T"
               AND WS-XREF-TOKEN-VALUE NOT = "NIL"
               MOVE "S" TO WS-XREF-LOOKUP-KIND
               MOVE WS-XREF-TOKEN-VALUE TO WS-XREF-LOOKUP-TEXT
               PERFORM RECORD-REFERENCE-PROCEDURE
           END-IF.

       CHECK-PARAMETER-PROCEDURE.
           IF WS-XREF-PARM-NAME(WS-XREF-PARM-IDX)
               = WS-XREF-TOKEN-VALUE
               SET WS-XREF-IS-PARM TO TRUE
           END-IF.

      *****************************************
      *    The LISP SubRoutine's built-in operators - an operator
      *    not listed here is a call to a DEFUN function.
      *****************************************
       CHECK-BUILTIN-PROCEDURE.
           MOVE "N" TO WS-XREF-BUILTIN-FLAG.
           EVALUATE WS-XREF-TOKEN-VALUE
               WHEN "+"
               WHEN "-"
               WHEN "*"
               WHEN "/"
               WHEN "="
               WHEN "/="
               WHEN "<"
               WHEN ">"
               WHEN "<="
               WHEN ">="
               WHEN "IF"
               WHEN "CONS"
               WHEN "SETQ"
               WHEN "DEFUN"
               WHEN "LOOKUP"
               WHEN "LIST"
               WHEN "CAR"
               WHEN "CDR"
               WHEN "LENGTH"
                   SET WS-XREF-IS-BUILTIN TO TRUE
           END-EVALUATE.

      *****************************************
      *    A SETQ or DEFUN seen at the current member and sequence:
      *    the first one seen and the latest are both kept.
      *****************************************
       RECORD-BINDING-PROCEDURE.
           ADD 1 TO WS-XREF-NAME-BIND-COUNT(WS-XREF-FOUND-IDX).
           IF WS-XREF-NAME-BIND-COUNT(WS-XREF-FOUND-IDX) = 1
               MOVE WS-CURRENT-MEMBER
                   TO WS-XREF-NAME-FIRST-MEMBER(WS-XREF-FOUND-IDX)
               MOVE WS-LISP-SRC-SEQ-NO
                   TO WS-XREF-NAME-FIRST-SEQ(WS-XREF-FOUND-IDX)
           END-IF.
           MOVE WS-CURRENT-MEMBER
               TO WS-XREF-NAME-LAST-MEMBER(WS-XREF-FOUND-IDX).
           MOVE WS-LISP-SRC-SEQ-NO
               TO WS-XREF-NAME-LAST-SEQ(WS-XREF-FOUND-IDX).

      *****************************************
      *    One reference from the current expression, filed once
      *    however many times the expression names it.
      *****************************************
       RECORD-REFERENCE-PROCEDURE.
           MOVE "N" TO WS-XREF-DUP-FLAG.
           PERFORM CHECK-DUPLICATE-REF-PROCEDURE
               VARYING WS-XREF-REF-IDX FROM WS-XREF-EXPR-FIRST-REF
               BY 1
               UNTIL WS-XREF-REF-IDX > WS-XREF-REF-COUNT
               OR WS-XREF-DUP-FOUND.
           IF NOT WS-XREF-DUP-FOUND
               PERFORM FIND-OR-ADD-NAME-PROCEDURE
               IF WS-XREF-FOUND-IDX > ZERO
                   IF WS-XREF-REF-COUNT < 3000
                       ADD 1 TO WS-XREF-REF-COUNT
                       ADD 1 TO
                           WS-XREF-NAME-REF-COUNT(WS-XREF-FOUND-IDX)
                       MOVE WS-XREF-LOOKUP-KEY
                           TO WS-XREF-REF-KEY(WS-XREF-REF-COUNT)
                       MOVE WS-CURRENT-MEMBER
                           TO WS-XREF-REF-MEMBER(WS-XREF-REF-COUNT)
                       MOVE WS-LISP-SRC-SEQ-NO
                           TO WS-XREF-REF-SEQ(WS-XREF-REF-COUNT)
                   ELSE
                       ADD 1 TO WS-XREF-REF-DROPPED
                   END-IF
               END-IF
           END-IF.

       CHECK-DUPLICATE-REF-PROCEDURE.
           IF WS-XREF-REF-KEY(WS-XREF-REF-IDX) = WS-XREF-LOOKUP-KEY
               SET WS-XREF-DUP-FOUND TO TRUE
           END-IF.

      *****************************************
      *    Finds the lookup key in the name table or inserts it in
      *    key order, shifting the entries above it up one.  Found
      *    index zero means the table is full and the name is
      *    dropped from the report.
      *****************************************
       FIND-OR-ADD-NAME-PROCEDURE.
           MOVE ZERO TO WS-XREF-FOUND-IDX.
           MOVE 1 TO WS-XREF-NAME-IDX.
           PERFORM STEP-NAME-SEARCH-PROCEDURE
               UNTIL WS-XREF-NAME-IDX > WS-XREF-NAME-COUNT
               OR WS-XREF-NAME-KEY(WS-XREF-NAME-IDX)
                   NOT < WS-XREF-LOOKUP-KEY.
           IF WS-XREF-NAME-IDX <= WS-XREF-NAME-COUNT
               AND WS-XREF-NAME-KEY(WS-XREF-NAME-IDX)
                   = WS-XREF-LOOKUP-KEY
               MOVE WS-XREF-NAME-IDX TO WS-XREF-FOUND-IDX
           ELSE
               IF WS-XREF-NAME-COUNT < 300
                   PERFORM SHIFT-NAME-UP-PROCEDURE
                       VARYING WS-XREF-SHIFT-IDX
                       FROM WS-XREF-NAME-COUNT BY -1
                       UNTIL WS-XREF-SHIFT-IDX < WS-XREF-NAME-IDX
                   ADD 1 TO WS-XREF-NAME-COUNT
                   MOVE WS-XREF-NAME-IDX TO WS-XREF-FOUND-IDX
                   MOVE WS-XREF-LOOKUP-KEY
                       TO WS-XREF-NAME-KEY(WS-XREF-FOUND-IDX)
                   MOVE "N" TO WS-XREF-NAME-SYMS-FLAG(WS-XREF-FOUND-IDX)
                   MOVE SPACES TO WS-XREF-NAME-VALUE(WS-XREF-FOUND-IDX)
                   MOVE ZERO
                       TO WS-XREF-NAME-BIND-COUNT(WS-XREF-FOUND-IDX)
                   MOVE SPACES
                       TO WS-XREF-NAME-FIRST-MEMBER(WS-XREF-FOUND-IDX)
                   MOVE ZERO
                       TO WS-XREF-NAME-FIRST-SEQ(WS-XREF-FOUND-IDX)
                   MOVE SPACES
                       TO WS-XREF-NAME-LAST-MEMBER(WS-XREF-FOUND-IDX)
                   MOVE ZERO
                       TO WS-XREF-NAME-LAST-SEQ(WS-XREF-FOUND-IDX)
                   MOVE ZERO
                       TO WS-XREF-NAME-REF-COUNT(WS-XREF-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-XREF-NAME-DROPPED
               END-IF
           END-IF.

       STEP-NAME-SEARCH-PROCEDURE.
           ADD 1 TO WS-XREF-NAME-IDX.

       SHIFT-NAME-UP-PROCEDURE.
           MOVE WS-XREF-NAME-ENTRY(WS-XREF-SHIFT-IDX)
               TO WS-XREF-NAME-ENTRY(WS-XREF-SHIFT-IDX + 1).

      *****************************************
      *    Symbols section: every symbol in name order with its
      *    CISPSYMS value, its first SETQ and every expression that
      *    references it.
      *****************************************
       WRITE-SYMBOL-SECTION-PROCEDURE.
           PERFORM WRITE-XRPT-BLANK-PROCEDURE.
           MOVE "SYMBOLS" TO WS-XRPT-PRINT-LINE.
           PERFORM WRITE-XRPT-LINE-PROCEDURE.
           MOVE WS-XRPT-SYMBOL-HEAD-LINE TO WS-XRPT-PRINT-LINE.
           PERFORM WRITE-XRPT-LINE-PROCEDURE.
           MOVE "S" TO WS-XREF-LOOKUP-KIND.
           PERFORM WRITE-NAME-ENTRY-PROCEDURE
               VARYING WS-XREF-NAME-IDX FROM 1 BY 1
               UNTIL WS-XREF-NAME-IDX > WS-XREF-NAME-COUNT.

      *****************************************
      *    Functions section: every function in name order with its
      *    parameter list, where it is defined and every expression
      *    that calls it.
      *****************************************
       WRITE-FUNCTION-SECTION-PROCEDURE.
           PERFORM WRITE-XRPT-BLANK-PROCEDURE.
           MOVE "FUNCTIONS" TO WS-XRPT-PRINT-LINE.
           PERFORM WRITE-XRPT-LINE-PROCEDURE.
           MOVE WS-XRPT-FUNCTION-HEAD-LINE TO WS-XRPT-PRINT-LINE.
           PERFORM WRITE-XRPT-LINE-PROCEDURE.
           MOVE "F" TO WS-XREF-LOOKUP-KIND.
           PERFORM WRITE-NAME-ENTRY-PROCEDURE
               VARYING WS-XREF-NAME-IDX FROM 1 BY 1
               UNTIL WS-XREF-NAME-IDX > WS-XREF-NAME-COUNT.

      *****************************************
      *    One name of the section's kind: the detail line carries
      *    the first four references, continuation lines carry four
      *    more each, and the flags follow.
      *****************************************
       WRITE-NAME-ENTRY-PROCEDURE.
           IF WS-XREF-NAME-KIND(WS-XREF-NAME-IDX)
               = WS-XREF-LOOKUP-KIND
               IF WS-XREF-NAME-IS-SYMBOL(WS-XREF-NAME-IDX)
                   ADD 1 TO WS-XREF-SYMBOL-COUNT
               ELSE
                   ADD 1 TO WS-XREF-FUNCTION-COUNT
               END-IF
               MOVE SPACES TO WS-XRPT-DETAIL-LINE
               MOVE WS-XREF-NAME-TEXT(WS-XREF-NAME-IDX)
                   TO WS-XRPT-NAME
               MOVE WS-XREF-NAME-VALUE(WS-XREF-NAME-IDX)
                   TO WS-XRPT-VALUE
               IF WS-XREF-NAME-BIND-COUNT(WS-XREF-NAME-IDX) > ZERO
                   MOVE WS-XREF-NAME-FIRST-SEQ(WS-XREF-NAME-IDX)
                       TO WS-XRPT-SEQ-EDIT
                   STRING WS-XREF-NAME-FIRST-MEMBER(WS-XREF-NAME-IDX)
                       DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-XRPT-SEQ-EDIT DELIMITED BY SIZE
                       INTO WS-XRPT-BIND-AT
               ELSE
                   IF WS-XREF-NAME-IS-SYMBOL(WS-XREF-NAME-IDX)
                       MOVE "NONE" TO WS-XRPT-BIND-AT
                   ELSE
                       MOVE "NOT DEFINED" TO WS-XRPT-BIND-AT
                   END-IF
               END-IF
               MOVE ZERO TO WS-XRPT-REF-COL-IDX
               IF WS-XREF-NAME-REF-COUNT(WS-XREF-NAME-IDX) = ZERO
                   IF WS-XREF-NAME-IS-SYMBOL(WS-XREF-NAME-IDX)
                       MOVE "NOT REFERENCED" TO WS-XRPT-REF-COLUMN(1)
                   ELSE
                       MOVE "NOT CALLED" TO WS-XRPT-REF-COLUMN(1)
                   END-IF
                   MOVE 1 TO WS-XRPT-REF-COL-IDX
               ELSE
                   PERFORM WRITE-NAME-REF-PROCEDURE
                       VARYING WS-XREF-REF-IDX FROM 1 BY 1
                       UNTIL WS-XREF-REF-IDX > WS-XREF-REF-COUNT
               END-IF
               IF WS-XRPT-REF-COL-IDX > ZERO
                   MOVE WS-XRPT-DETAIL-LINE TO WS-XRPT-PRINT-LINE
                   PERFORM WRITE-XRPT-LINE-PROCEDURE
               END-IF
               PERFORM WRITE-NAME-FLAGS-PROCEDURE
           END-IF.

       WRITE-NAME-REF-PROCEDURE.
           IF WS-XREF-REF-KEY(WS-XREF-REF-IDX)
               = WS-XREF-NAME-KEY(WS-XREF-NAME-IDX)
               IF WS-XRPT-REF-COL-IDX = 4
                   MOVE WS-XRPT-DETAIL-LINE TO WS-XRPT-PRINT-LINE
                   PERFORM WRITE-XRPT-LINE-PROCEDURE
                   MOVE SPACES TO WS-XRPT-DETAIL-LINE
                   MOVE ZERO TO WS-XRPT-REF-COL-IDX
               END-IF
               ADD 1 TO WS-XRPT-REF-COL-IDX
               MOVE WS-XREF-REF-MEMBER(WS-XREF-REF-IDX)
                   TO WS-XRPT-REF-MEMBER(WS-XRPT-REF-COL-IDX)
               MOVE "/" TO WS-XRPT-REF-SLASH(WS-XRPT-REF-COL-IDX)
               MOVE WS-XREF-REF-SEQ(WS-XREF-REF-IDX)
                   TO WS-XRPT-SEQ-EDIT
               MOVE WS-XRPT-SEQ-EDIT
                   TO WS-XRPT-REF-SEQ(WS-XRPT-REF-COL-IDX)
           END-IF.

      *****************************************
      *    The flags under a name.  A function defined more than
      *    once also notes where its last definition is - the one
      *    the rest of the run calls.
      *****************************************
       WRITE-NAME-FLAGS-PROCEDURE.
           IF WS-XREF-NAME-IS-SYMBOL(WS-XREF-NAME-IDX)
               IF WS-XREF-NAME-REF-COUNT(WS-XREF-NAME-IDX) > ZERO
                   AND NOT WS-XREF-NAME-IN-SYMS(WS-XREF-NAME-IDX)
                   AND WS-XREF-NAME-BIND-COUNT(WS-XREF-NAME-IDX)
                       = ZERO
                   ADD 1 TO WS-XREF-UNBOUND-COUNT
                   MOVE "    *** REFERENCED BUT NEVER BOUND"
                       TO WS-XRPT-PRINT-LINE
                   PERFORM WRITE-XRPT-LINE-PROCEDURE
               END-IF
           ELSE
               IF WS-XREF-NAME-BIND-COUNT(WS-XREF-NAME-IDX) = ZERO
                   ADD 1 TO WS-XREF-UNDEFINED-COUNT
                   MOVE "    *** CALLED BUT NEVER DEFINED"
                       TO WS-XRPT-PRINT-LINE
                   PERFORM WRITE-XRPT-LINE-PROCEDURE
               END-IF
               IF WS-XREF-NAME-BIND-COUNT(WS-XREF-NAME-IDX) > ZERO
                   AND WS-XREF-NAME-REF-COUNT(WS-XREF-NAME-IDX) = ZERO
                   ADD 1 TO WS-XREF-UNCALLED-COUNT
                   MOVE "    *** DEFINED BUT NEVER CALLED"
                       TO WS-XRPT-PRINT-LINE
                   PERFORM WRITE-XRPT-LINE-PROCEDURE
               END-IF
               IF WS-XREF-NAME-BIND-COUNT(WS-XREF-NAME-IDX) > 1
                   MOVE WS-XREF-NAME-BIND-COUNT(WS-XREF-NAME-IDX)
                       TO WS-XRPT-COUNT-EDIT
                   MOVE WS-XREF-NAME-LAST-SEQ(WS-XREF-NAME-IDX)
                       TO WS-XRPT-SEQ-EDIT
                   MOVE SPACES TO WS-XRPT-PRINT-LINE
                   STRING "    DEFINITIONS: " DELIMITED BY SIZE
                       WS-XRPT-COUNT-EDIT DELIMITED BY SIZE
                       " - LAST AT " DELIMITED BY SIZE
                       WS-XREF-NAME-LAST-MEMBER(WS-XREF-NAME-IDX)
                       DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-XRPT-SEQ-EDIT DELIMITED BY SIZE
                       INTO WS-XRPT-PRINT-LINE
                   PERFORM WRITE-XRPT-LINE-PROCEDURE
               END-IF
           END-IF.

      *****************************************
      *    Run totals.  Any flag raises the return code to 4; a
      *    member that would not open or a table that filled has
      *    already set 8.
      *****************************************
       WRITE-XREF-TOTALS-PROCEDURE.
           PERFORM WRITE-XRPT-BLANK-PROCEDURE.
           MOVE "TOTALS" TO WS-XRPT-PRINT-LINE.
           PERFORM WRITE-XRPT-LINE-PROCEDURE.
           MOVE "MEMBERS READ" TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-MEMBER-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE "MEMBERS NOT OPENED" TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-MEMBER-FAIL-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE "EXPRESSIONS READ" TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-EXPR-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE "  TOKENIZER REJECTS - NOT LISTED"
               TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-REJECT-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE "CISPSYMS BINDINGS" TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-SYMS-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE "SYMBOLS LISTED" TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-SYMBOL-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE "  REFERENCED BUT NEVER BOUND" TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-UNBOUND-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE "FUNCTIONS LISTED" TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-FUNCTION-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE "  DEFINED BUT NEVER CALLED" TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-UNCALLED-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE "  CALLED BUT NEVER DEFINED" TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-UNDEFINED-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE "REFERENCES LISTED" TO WS-XRPT-TOTAL-LABEL.
           MOVE WS-XREF-REF-COUNT TO WS-XRPT-TOTAL-COUNT.
           PERFORM WRITE-XRPT-TOTAL-PROCEDURE.
           PERFORM WRITE-XRPT-BLANK-PROCEDURE.
           IF NOT WS-XREF-SYMS-OPENED
               MOVE "    *** NO CISPSYMS - SETQ BINDINGS ONLY"
                   TO WS-XRPT-PRINT-LINE
               PERFORM WRITE-XRPT-LINE-PROCEDURE
           END-IF.
           IF WS-XREF-NAME-DROPPED > ZERO
               OR WS-XREF-REF-DROPPED > ZERO
               MOVE 8 TO WS-XREF-RETURN-CODE
               MOVE "    *** TABLE FULL - REPORT INCOMPLETE"
                   TO WS-XRPT-PRINT-LINE
               PERFORM WRITE-XRPT-LINE-PROCEDURE
               MOVE "Name or reference table full - report incomplete"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-XREF-ERROR-PROCEDURE
           END-IF.
           MOVE "END OF CROSS-REFERENCE" TO WS-XRPT-PRINT-LINE.
           PERFORM WRITE-XRPT-LINE-PROCEDURE.
           IF WS-XREF-UNBOUND-COUNT > ZERO
               OR WS-XREF-UNCALLED-COUNT > ZERO
               OR WS-XREF-UNDEFINED-COUNT > ZERO
               IF WS-XREF-RETURN-CODE < 4
                   MOVE 4 TO WS-XREF-RETURN-CODE
               END-IF
           END-IF.

       WRITE-XRPT-TOTAL-PROCEDURE.
           MOVE WS-XRPT-TOTAL-LINE TO WS-XRPT-PRINT-LINE.
           PERFORM WRITE-XRPT-LINE-PROCEDURE.

       LOG-XREF-ERROR-PROCEDURE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISPXREF" TO WS-LOG-RECORD-FUNCTION-NAME.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
               WS-LOG-RECORD, WS-LOG-RETURN-CODE.

       WRITE-XRPT-HEADING-PROCEDURE.
           ADD 1 TO WS-XRPT-PAGE-COUNT.
           MOVE SPACES TO WS-XRPT-HEADING-DATE.
           STRING WS-XRPT-DATE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-XRPT-DATE-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-XRPT-DATE-DAY DELIMITED BY SIZE
               INTO WS-XRPT-HEADING-DATE.
           MOVE WS-XRPT-PAGE-COUNT TO WS-XRPT-HEADING-PAGE.
           WRITE CISPXRPT-RECORD FROM WS-XRPT-HEADING-LINE.
           MOVE SPACES TO CISPXRPT-RECORD.
           WRITE CISPXRPT-RECORD.
           MOVE 2 TO WS-XRPT-LINE-COUNT.

       WRITE-XRPT-BLANK-PROCEDURE.
           MOVE SPACES TO WS-XRPT-PRINT-LINE.
           PERFORM WRITE-XRPT-LINE-PROCEDURE.

       WRITE-XRPT-LINE-PROCEDURE.
           IF WS-XRPT-LINE-COUNT >= WS-XRPT-PAGE-LIMIT
               PERFORM WRITE-XRPT-HEADING-PROCEDURE
           END-IF.
           WRITE CISPXRPT-RECORD FROM WS-XRPT-PRINT-LINE.
           ADD 1 TO WS-XRPT-LINE-COUNT.
       END PROGRAM CISPXREF.
