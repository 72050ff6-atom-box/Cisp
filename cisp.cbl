      *              so the LISP SubRoutine starts from an empty
      *              symbol table instead of reloading the bindings
      *              CISPSYMS saved from the last run.
      *   2026  LB  Added the CISPXTRT downstream interface extract:
      *              a header, one fixed-layout detail per OK numeric
      *              result written this run - member, sequence, run,
      *              the member's *HDR business date (the run date
      *              when the feed sent no header) and the value as a
      *              signed numeric field - and a trailer with the
      *              record count and hash total.  Each member's
      *              details are held on the CISPXWRK work file until
      *              the member's control totals pass, so a failed
      *              member never reaches the ledger feed.  An
      *              extract that will not open is severity 12.
      *   2026  LB  Each CISPCKPT record now also carries the run
      *              sequence that last advanced the member's
      *              checkpoint, so the CISPPURG retention purge can
      *              prove it never removes a version a restart still
      *              needs.  A checkpoint written before the column
      *              existed reads back with run zero.
      *   2026  LB  PARM SIMULATE runs the whole manifest as a
      *              what-if: CISPSIM=Y tells the LISP SubRoutine to
      *              lay the CISPOVRD override bindings over CISPSYMS
      *              and save nothing, CISPRSLT is opened INPUT only,
      *              every member starts from record 1 regardless of
      *              its checkpoint, and CISPRJCT, CISPCKPT, CISPSUMM,
      *              CISPXTRT and the RESTART and MEMBER-TOTALS log
      *              records are not written.  Instead CISPWHAT
      *              prints each expression's current CISPRSLT value
      *              beside the simulated one, with totals of the
      *              answers that would change.
      *   2026  LB  Sets the CISPBDTE runtime switch to each member's
      *              business date - the *HDR date, or the run date
      *              when the feed sent no header - so a (LOOKUP
      *              TABLE KEY) form reads the CISPTABL value in
      *              effect on that date.  LOOKUP-NOT-FOUND and
      *              LOOKUP-UNAVAILABLE have their own lines in the
      *              CISPSUMM status tally, LOOKUP its own operator
      *              line, and each member now also closes with a
      *              MEMBER-STATUSES log record carrying its lookup
      *              statuses for CISPTRND.  A LOOKUP-UNAVAILABLE is
      *              severity 12 - the reference tables could not be
      *              read at all.
      *   2026  LB  CISPSUMM counts the new list forms - LIST, CAR,
      *              CDR and LENGTH - together on one LIST OPERATIONS
      *              operator line.  Their EMPTY-LIST and NOT-A-LIST
      *              statuses reach CISPRJCT like any other status
      *              and are tallied with the other error statuses.
      *   2026  LB  PARM PARTITION runs CISP as one partition step of
      *              a partitioned run split by CISPSPLT: the run
      *              sequence comes from the CISPPART control the
      *              split wrote, handed to LOGGER through the
      *              CISPRSEQ switch, so every partition versions its
      *              results under the one run and CISPMRGE can
      *              merge and balance them as one.  A partition
      *              whose control is missing, or already merged,
      *              processes nothing and ends with severity 12.
      *              CISPSUMM now opens with the run sequence and
      *              closes its balancing section with the return
      *              code the run ends with.
      *   2026  LB  Added the CISPFEED feed register, keyed by member
      *              and *HDR business date.  A feed whose member and
      *              business date are already registered by an
      *              earlier run is a retransmission: its *HDR goes
      *              to CISPRJCT as DUPLICATE-FEED, severity 10, and
      *              none of its expressions are processed - unless
      *              the member is released for reprocessing by PARM
      *              RELEASE=member or a CISPRLSE control card.  Every
      *              feed accepted is registered at end of run with
      *              the run sequence, expression count and a hash of
      *              its expressions.  The PARM is widened to 100
      *              bytes, and CISPSUMM reports the feeds
      *              registered, rejected and released.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISP.
               FILE STATUS IS WS-CISPMANI-STATUS.
           SELECT CISP-RESULTS-FILE ASSIGN TO "CISPRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CISP-RESULTS-KEY
               FILE STATUS IS WS-CISP-RESULTS-STATUS.
           SELECT CISPRUN-IN-FILE ASSIGN TO "CISPRUN"
           SELECT CISP-REJECT-FILE ASSIGN TO "CISPRJCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISP-REJECT-STATUS.
           SELECT CISPXTRT-FILE ASSIGN TO "CISPXTRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPXTRT-STATUS.
           SELECT CISPXWRK-FILE ASSIGN TO "CISPXWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPXWRK-STATUS.
           SELECT CISPWHAT-FILE ASSIGN TO "CISPWHAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPWHAT-STATUS.
           SELECT CISPPART-FILE ASSIGN TO "CISPPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPPART-STATUS.
           SELECT CISPFEED-FILE ASSIGN TO "CISPFEED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CISPFEED-KEY
               FILE STATUS IS WS-CISPFEED-STATUS.
           SELECT CISPRLSE-FILE ASSIGN TO "CISPRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPRLSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  CISPCKPT-MEMBER PIC X(08).
           02  FILLER PIC X(01).
           02  CISPCKPT-SEQ-NO PIC 9(05).
           02  FILLER PIC X(01).
           02  CISPCKPT-RUN-SEQ PIC 9(05).
      *****************************************
      *    The full source record leads the reject record so a
      *    corrected CISPRJCT can be fed straight back in as the
           02  CISP-REJECT-SEQ-NO PIC 9(05).
           02  FILLER PIC X(02).
           02  CISP-REJECT-REASON PIC X(20).
      *****************************************
      *    The downstream interface extract and the per-member work
      *    file its details wait on until the member's control totals
      *    are proved - both in the shared extract layout.
      *****************************************
       FD  CISPXTRT-FILE.
           COPY "cispxtrt.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPXTRT-RECORD==
                         ==:FLD-PFX:==  BY ==CISPXTRT-==.
       FD  CISPXWRK-FILE.
           COPY "cispxtrt.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPXWRK-RECORD==
                         ==:FLD-PFX:==  BY ==CISPXWRK-==.
       FD  CISPWHAT-FILE.
       01  CISPWHAT-RECORD PIC X(132).
       FD  CISPPART-FILE.
           COPY "cisppart.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPPART-RECORD==
                         ==:FLD-PFX:==  BY ==CISPPART-==.
       FD  CISPFEED-FILE.
           COPY "cispfeed.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPFEED-RECORD==
                         ==:FLD-PFX:==  BY ==CISPFEED-==.
      *****************************************
      *    A release card is the member in columns 1-8 and, when
      *    only one business date is released, that date in
      *    columns 10-17.  Blank cards and cards leading with an
      *    asterisk are comments.
      *****************************************
       FD  CISPRLSE-FILE.
       01  CISPRLSE-RECORD.
           02  CISPRLSE-MEMBER PIC X(08).
           02  FILLER PIC X(01).
           02  CISPRLSE-BUS-DATE PIC X(08).
           02  FILLER PIC X(63).

       WORKING-STORAGE SECTION.

               88 WS-TOKEN-DUMP-REQUESTED VALUE "Y".
           01 WS-TOKEN-DUMP-IDX-TEXT PIC ZZ9.
           01 WS-PARM-COLD-COUNT PIC 9(02) COMP.
           01 WS-PARM-SIM-COUNT PIC 9(02) COMP.
           01 WS-RUN-DATE PIC 9(08).

      *****************************************
      *    WS for FILE-HANDLING-PROCEDURE
                       88 WS-CTL-SHORT VALUE "S".
                       88 WS-CTL-NO-TRAILER VALUE "M".
                       88 WS-CTL-WRONG-MEMBER VALUE "H".
                       88 WS-CTL-DUPLICATE VALUE "D".
                   03 WS-CTL-FEED-RUN PIC 9(05).
           01 WS-CTL-IDX PIC 9(03) COMP.
      *****************************************
      *    WS for the CISPFEED feed register.  A member whose *HDR
      *    carried a business date is looked up on the register as
      *    soon as its header is read; a feed an earlier run already
      *    accepted is a retransmission and is rejected whole -
      *    DUPLICATE-FEED, severity 10 - unless the member was
      *    released for reprocessing by PARM RELEASE=member or a
      *    CISPRLSE card.  The feeds accepted this run wait in the
      *    feed table and are registered together once every member
      *    has been worked, so a run that dies part way registers
      *    nothing and its restart is never taken for a duplicate.
      *    A member that failed its control totals was not accepted
      *    and stays unregistered - its corrected feed must still
      *    be let in.  A what-if never opens the register.
      *****************************************
           01 WS-CISPFEED-STATUS PIC X(02).
               88 WS-CISPFEED-STATUS-OK VALUE "00".
               88 WS-CISPFEED-NOT-FOUND VALUE "35".
           01 WS-FEED-OPEN-FLAG PIC X(01) VALUE "N".
               88 WS-FEED-OPEN VALUE "Y".
               88 WS-FEED-OPEN-FAILED VALUE "F".
           01 WS-FEED-DUP-FLAG PIC X(01) VALUE "N".
               88 WS-FEED-DUPLICATE VALUE "Y".
           01 WS-FEED-RELEASED-FLAG PIC X(01) VALUE "N".
               88 WS-FEED-RELEASED VALUE "Y".
           01 WS-FEED-ON-FILE-FLAG PIC X(01) VALUE "N".
               88 WS-FEED-ON-FILE VALUE "Y".
           01 WS-FEED-PRIOR-RUN PIC 9(05) VALUE ZERO.
           01 WS-FEED-PRIOR-CKPT-RUN PIC 9(05) COMP VALUE ZERO.
      *    The hash runs over every character of every logical
      *    expression in turn, each expression closed off by its
      *    length, kept below a nine-digit prime.
           01 WS-FEED-HASH PIC 9(09) VALUE ZERO.
           01 WS-FEED-HASH-MODULUS PIC 9(09) VALUE 999999937.
           01 WS-FEED-HASH-IDX PIC 9(03) COMP.
           01 WS-FEED-ACCEPT-DATE PIC 9(08).
           01 WS-FEED-ACCEPT-TIME PIC 9(08).
           01 WS-FEED-JOB-NAME PIC X(08).
           01 WS-FEED-TABLE.
               02 WS-FEED-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-FEED-ENTRY OCCURS 50 TIMES.
                   03 WS-FEED-MEMBER PIC X(08).
                   03 WS-FEED-BUS-DATE PIC X(08).
                   03 WS-FEED-RECORD-COUNT PIC 9(07).
                   03 WS-FEED-ENTRY-HASH PIC 9(09).
           01 WS-FEED-IDX PIC 9(03) COMP.
           01 WS-FEED-REGISTERED-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-FEED-DUP-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-FEED-RELEASED-COUNT PIC 9(07) COMP VALUE ZERO.
      *    The releases from the PARM and the CISPRLSE cards - a
      *    member, and the one business date released when a card
      *    names one (blank releases every date).
           01 WS-CISPRLSE-STATUS PIC X(02).
               88 WS-CISPRLSE-STATUS-OK VALUE "00".
               88 WS-CISPRLSE-EOF VALUE "10".
           01 WS-RLSE-TABLE.
               02 WS-RLSE-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-RLSE-ENTRY OCCURS 20 TIMES.
                   03 WS-RLSE-MEMBER PIC X(08).
                   03 WS-RLSE-BUS-DATE PIC X(08).
           01 WS-RLSE-IDX PIC 9(03) COMP.
           01 WS-RLSE-NEW-MEMBER PIC X(08).
           01 WS-RLSE-NEW-DATE PIC X(08).
           01 WS-PARM-POINTER PIC 9(03) COMP.
           01 WS-PARM-OPTION PIC X(30).
      *****************************************
      *    WS for manifest-driven member processing.  CISPMANI
      *    lists the DD name of each LISP-SRC member to work
      *    through, in order; blank records and records leading
           01 WS-CISPRUN-IN-STATUS PIC X(02).
               88 WS-CISPRUN-IN-STATUS-OK VALUE "00".
           01 WS-CISP-RUN-SEQ PIC 9(05) VALUE ZERO.
      *****************************************
      *    WS for PARM PARTITION.  A partition step takes the run
      *    sequence CISPSPLT drew for the whole partitioned run from
      *    the CISPPART control instead of drawing its own, and will
      *    not run at all against a control that is missing or
      *    already merged - its results could never be balanced.
      *****************************************
           01 WS-PARM-PART-COUNT PIC 9(02) COMP.
           01 WS-PART-MODE-FLAG PIC X(01) VALUE "N".
               88 WS-PART-MODE VALUE "Y".
           01 WS-CISPPART-STATUS PIC X(02).
               88 WS-CISPPART-STATUS-OK VALUE "00".
           01 WS-PART-CONTROL-FLAG PIC X(01) VALUE "Y".
               88 WS-PART-CONTROL-OK VALUE "Y".
               88 WS-PART-CONTROL-FAILED VALUE "F".
           01 WS-PART-RUN-SEQ PIC 9(05) VALUE ZERO.
           01 WS-CISP-REJECT-STATUS PIC X(02).
               88 WS-CISP-REJECT-STATUS-OK VALUE "00".
           01 WS-REJECT-REASON PIC X(20).
      *****************************************
      *    WS for the CISPXTRT downstream interface extract.  An OK
      *    result that reads as a number is held on the CISPXWRK
      *    work file as it is written; at end of member the held
      *    details are copied onto the extract - business date filled
      *    in from the member's *HDR, or the run date without one -
      *    only when the member did not fail its control totals.  The
      *    trailer's count and hash total are accumulated from the
      *    details actually copied.
      *****************************************
           01 WS-CISPXTRT-STATUS PIC X(02).
               88 WS-CISPXTRT-STATUS-OK VALUE "00".
           01 WS-CISPXWRK-STATUS PIC X(02).
               88 WS-CISPXWRK-STATUS-OK VALUE "00".
               88 WS-CISPXWRK-EOF VALUE "10".
           01 WS-XTRT-OPEN-FLAG PIC X(01) VALUE "N".
               88 WS-XTRT-OPEN VALUE "Y".
           01 WS-XWRK-OPEN-FLAG PIC X(01) VALUE "N".
               88 WS-XWRK-OPEN VALUE "Y".
           01 WS-MBR-CONTROL-FAILED-FLAG PIC X(01) VALUE "N".
               88 WS-MBR-CONTROL-FAILED VALUE "Y".
           01 WS-XTRT-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-XTRT-RUN-TIME PIC 9(08) VALUE ZERO.
           01 WS-XTRT-BUS-DATE PIC X(08).
           01 WS-XTRT-FAIL-TEXT PIC X(40).
           01 WS-XTRT-VALUE-WORK PIC S9(09)V9(06) COMP-3.
           01 WS-XTRT-HASH-TOTAL PIC S9(15)V9(06) COMP-3 VALUE ZERO.
           01 WS-XTRT-HASH-EDIT PIC -(15)9.9(06).
           01 WS-XTRT-DETAIL-COUNT PIC 9(09) COMP VALUE ZERO.
           01 WS-XTRT-MEMBER-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XTRT-NOT-NUMERIC-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XTRT-WITHHELD-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-XTRT-MBR-HELD-COUNT PIC 9(07) COMP VALUE ZERO.

      *****************************************
      *    WS for checkpoint/restart processing.  The restart point
      *    every member keeps its own incremental progress.  An
      *    entry whose member is not in tonight's manifest rides
      *    along untouched.  USED-SEQ remembers where each member
      *    resumed for the summary report; RUN-SEQ is the run that
      *    last worked the member, carried on CISPCKPT for CISPPURG.
      *****************************************
           01 WS-CKPT-TABLE.
               02 WS-CKPT-COUNT PIC 9(03) COMP VALUE ZERO.
                   03 WS-CKPT-MEMBER PIC X(08).
                   03 WS-CKPT-USED-SEQ PIC 9(05) COMP.
                   03 WS-CKPT-SEQ-NO PIC 9(05) COMP.
                   03 WS-CKPT-RUN-SEQ PIC 9(05) COMP.
           01 WS-CKPT-IDX PIC 9(03) COMP.
           01 WS-CKPT-FOUND-IDX PIC 9(03) COMP.
           01 WS-CURRENT-CKPT-IDX PIC 9(03) COMP VALUE ZERO.
           01 WS-CKPT-LOOKUP-MEMBER PIC X(08).
           01 WS-CKPT-UPSERT-SEQ PIC 9(05) COMP.
           01 WS-CKPT-UPSERT-RUN PIC 9(05) COMP.
           01 WS-RESTART-SEQ-TEXT PIC 9(05).
           01 WS-RESTART-FROZEN-FLAG PIC X(01) VALUE "N".
               88 WS-RESTART-FROZEN VALUE "Y".
           01 WS-SUMM-UNSUPP-FORM-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-DIV-ZERO-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-TRUNC-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-LKP-MISS-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-LKP-UNAVAIL-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-OTHER-ERR-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-TOK-REJECT-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-OP-ADD-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-OP-COMPARE-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-OP-IF-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-OP-DEFUN-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-OP-LOOKUP-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-OP-LIST-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-SUMM-MEMBER-COUNT PIC 9(07) COMP VALUE ZERO.
      *****************************************
      *    Per-member counters for the MEMBER-TOTALS log record
               02 FILLER PIC X(04) VALUE " RX=".
               02 WS-MBR-TOTALS-RECUR PIC 9(05).
      *****************************************
      *    The MEMBER-TOTALS message is full at 96 bytes, so the
      *    lookup statuses ride on a MEMBER-STATUSES record of their
      *    own, written straight after it - not-found and
      *    unavailable, same fixed-column rules.
      *****************************************
           01 WS-MBR-LKP-MISS-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-MBR-LKP-UNAVAIL-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-MBR-STATUSES-MESSAGE.
               02 FILLER PIC X(04) VALUE "MBR=".
               02 WS-MBR-STATUSES-MEMBER PIC X(08).
               02 FILLER PIC X(04) VALUE " LN=".
               02 WS-MBR-STATUSES-LKP-MISS PIC 9(05).
               02 FILLER PIC X(04) VALUE " LU=".
               02 WS-MBR-STATUSES-LKP-UNAVAIL PIC 9(05).
      *****************************************
      *    WS for the end-of-run balancing step.  Every record
      *    processed either wrote a CISP-RESULTS record or was a
      *    tokenizer reject that never reached the evaluator - when
      *    WS for the severity-graded return code.  Every bad event
      *    of the run raises the worst-seen level, never lowers it:
      *    4 an expression came back with an evaluation status, 8 a
      *    record failed tokenizing, 10 a feed was rejected as a
      *    duplicate of one already processed, 12 a LISP-SRC member
      *    or the CISPRSLT dataset would not open, 16 the run is out
      *    of balance.  MAIN-PROCEDURE hands the worst level to the
      *    scheduler through RETURN-CODE.
      *****************************************
           01 WS-WORST-SEVERITY PIC 9(02) COMP VALUE ZERO.
               02 WS-SUMM-DETAIL-COUNT PIC ZZZZZZ9.
               02 FILLER PIC X(83) VALUE SPACES.

      *****************************************
      *    WS for the PARM SIMULATE what-if run.  Each expression's
      *    current answer is the newest CISPRSLT version for its
      *    member and sequence - found by reading forward from run
      *    zero, since the versions of one expression sit together
      *    in key order - and is printed on CISPWHAT beside the
      *    simulated answer.  An answer changes when either its
      *    value or its status differs; an expression with no
      *    version on file yet is counted as new.
      *****************************************
           01 WS-SIM-MODE-FLAG PIC X(01) VALUE "N".
               88 WS-SIM-MODE VALUE "Y".
           01 WS-CISPWHAT-STATUS PIC X(02).
               88 WS-CISPWHAT-STATUS-OK VALUE "00".
           01 WS-WHAT-OPEN-FLAG PIC X(01) VALUE "N".
               88 WS-WHAT-OPEN VALUE "Y".
           01 WS-WHAT-CUR-FLAG PIC X(01).
               88 WS-WHAT-CUR-FOUND VALUE "Y".
           01 WS-WHAT-SCAN-FLAG PIC X(01).
               88 WS-WHAT-SCAN-DONE VALUE "Y".
           01 WS-WHAT-CUR-RUN PIC 9(05).
           01 WS-WHAT-CUR-VALUE PIC X(32).
           01 WS-WHAT-CUR-STATUS PIC X(20).
           01 WS-WHAT-EVAL-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-WHAT-UNCHANGED-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-WHAT-CHANGED-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-WHAT-STATUS-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-WHAT-NEW-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-WHAT-PAGE-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-WHAT-LINE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-WHAT-PAGE-LIMIT PIC 9(03) COMP VALUE 55.
           01 WS-WHAT-PRINT-LINE PIC X(132).
           01 WS-WHAT-HEADING-LINE.
               02 FILLER PIC X(40)
                   VALUE "CISP - WHAT-IF SIMULATION REPORT".
               02 FILLER PIC X(05) VALUE "DATE ".
               02 WS-WHAT-HEADING-DATE PIC X(10).
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "PAGE ".
               02 WS-WHAT-HEADING-PAGE PIC ZZZ9.
               02 FILLER PIC X(65) VALUE SPACES.
           01 WS-WHAT-COLUMN-LINE.
               02 FILLER PIC X(25)
                   VALUE "MEMBER    SEQNO  CURR   ".
               02 FILLER PIC X(33) VALUE "CURRENT VALUE".
               02 FILLER PIC X(33) VALUE "SIMULATED VALUE".
               02 FILLER PIC X(41) VALUE "FLAG".
           01 WS-WHAT-DETAIL-LINE.
               02 WS-WHAT-MEMBER PIC X(08).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-WHAT-SEQ-NO PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-WHAT-RUN-SEQ PIC X(05).
               02 FILLER PIC X(03) VALUE SPACES.
               02 WS-WHAT-OLD-VALUE PIC X(32).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-WHAT-NEW-VALUE PIC X(32).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-WHAT-FLAG PIC X(12).
               02 FILLER PIC X(29) VALUE SPACES.
           01 WS-WHAT-STATUS-LINE.
               02 FILLER PIC X(17) VALUE SPACES.
               02 FILLER PIC X(08) VALUE "STATUS  ".
               02 WS-WHAT-OLD-STATUS PIC X(20).
               02 FILLER PIC X(13) VALUE SPACES.
               02 WS-WHAT-NEW-STATUS PIC X(20).
               02 FILLER PIC X(54) VALUE SPACES.

      *****************************************
      *    WS Shared with LISP SubRoutine
      *****************************************
      *****************************************
      *    PARM passed on EXEC PGM=CISP,PARM='DEBUG' - the only way
      *    to turn on WS-TOKEN-DUMP-SWITCH without recompiling.
      *    COLDSTART and SIMULATE may appear anywhere in the PARM;
      *    RELEASE=member is one of its comma-separated options and
      *    may be given more than once.
      *****************************************
           01 WS-CISP-PARM.
               02 WS-CISP-PARM-LENGTH PIC S9(04) COMP.
               02 WS-CISP-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING WS-CISP-PARM.
       MAIN-PROCEDURE.
                DISPLAY "CISPCOLD" UPON ENVIRONMENT-NAME
                DISPLAY "Y" UPON ENVIRONMENT-VALUE
            END-IF.
      *    The run date stands in as a member's business date for
      *    CISPBDTE until its *HDR, if it has one, is read.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *    PARM SIMULATE is the what-if run - CISPSIM tells the
      *    SubRoutine to apply CISPOVRD and leave CISPSYMS alone.
      *    A what-if never resumes from, or advances, a checkpoint.
            MOVE ZERO TO WS-PARM-SIM-COUNT.
            IF WS-CISP-PARM-LENGTH > ZERO
                INSPECT WS-CISP-PARM-TEXT(1:WS-CISP-PARM-LENGTH)
                    TALLYING WS-PARM-SIM-COUNT FOR ALL "SIMULATE"
            END-IF.
            IF WS-PARM-SIM-COUNT > ZERO
                SET WS-SIM-MODE TO TRUE
                DISPLAY "CISPSIM" UPON ENVIRONMENT-NAME
                DISPLAY "Y" UPON ENVIRONMENT-VALUE
            ELSE
                PERFORM READ-RESTART-POINT-PROCEDURE
            END-IF.
      *    PARM PARTITION is one step of a partitioned run - the
      *    run sequence is the one CISPSPLT drew, read from CISPPART
      *    before LOGGER opens so the log carries it too.
            MOVE ZERO TO WS-PARM-PART-COUNT.
            IF WS-CISP-PARM-LENGTH > ZERO
                INSPECT WS-CISP-PARM-TEXT(1:WS-CISP-PARM-LENGTH)
                    TALLYING WS-PARM-PART-COUNT FOR ALL "PARTITION"
            END-IF.
            IF WS-PARM-PART-COUNT > ZERO
                SET WS-PART-MODE TO TRUE
                PERFORM READ-PARTITION-CONTROL-PROCEDURE
            END-IF.
      *    PARM RELEASE=member and the CISPRLSE cards let a feed the
      *    register already holds be processed again.  A what-if
      *    never consults the register, so needs no releases.
            IF NOT WS-SIM-MODE
                PERFORM LOAD-FEED-RELEASES-PROCEDURE
            END-IF.

            MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
            CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
                WS-LOG-RETURN-CODE.

            IF WS-PART-CONTROL-FAILED
                PERFORM FAIL-PARTITION-CONTROL-PROCEDURE
            ELSE
                PERFORM READ-RUN-SEQUENCE-PROCEDURE
                PERFORM FILE-HANDLING-PROCEDURE
                IF NOT WS-SIM-MODE
                    PERFORM WRITE-RESTART-LOG-PROCEDURE
                        VARYING WS-CKPT-IDX FROM 1 BY 1
                        UNTIL WS-CKPT-IDX > WS-CKPT-COUNT
                    PERFORM WRITE-CHECKPOINT-PROCEDURE
                END-IF
                PERFORM BALANCING-PROCEDURE
                IF WS-SIM-MODE
                    PERFORM WRITE-WHAT-IF-TOTALS-PROCEDURE
                ELSE
                    PERFORM WRITE-SUMMARY-REPORT-PROCEDURE
                END-IF
            END-IF.

            MOVE "STATS" TO WS-LOG-OPERATION-FLAG.
            CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
      *    just all version under run zero.
      *****************************************
       READ-RUN-SEQUENCE-PROCEDURE.
           IF WS-PART-MODE
               MOVE WS-PART-RUN-SEQ TO WS-CISP-RUN-SEQ
           ELSE
               OPEN INPUT CISPRUN-IN-FILE
               IF WS-CISPRUN-IN-STATUS-OK
                   READ CISPRUN-IN-FILE
                       NOT AT END
                           IF CISPRUN-IN-RECORD IS NUMERIC
                               MOVE CISPRUN-IN-RECORD
                                   TO WS-CISP-RUN-SEQ
                           END-IF
                   END-READ
                   CLOSE CISPRUN-IN-FILE
               END-IF
           END-IF.

      *****************************************
      *    A partition step's run sequence comes from the CISPPART
      *    control CISPSPLT wrote for the whole partitioned run, and
      *    goes to LOGGER through the CISPRSEQ switch so the
      *    partition's log records carry it as well.  The control
      *    must be readable and still at split status - a partition
      *    run against a merged control would write results no
      *    merge will ever balance.
      *****************************************
       READ-PARTITION-CONTROL-PROCEDURE.
           SET WS-PART-CONTROL-FAILED TO TRUE.
           OPEN INPUT CISPPART-FILE.
           IF WS-CISPPART-STATUS-OK
               READ CISPPART-FILE
                   NOT AT END
                       IF CISPPART-RUN-SEQ IS NUMERIC
                           AND CISPPART-IS-SPLIT
                           MOVE CISPPART-RUN-SEQ TO WS-PART-RUN-SEQ
                           SET WS-PART-CONTROL-OK TO TRUE
                       END-IF
               END-READ
               CLOSE CISPPART-FILE
           END-IF.
           IF WS-PART-CONTROL-OK
               DISPLAY "CISPRSEQ" UPON ENVIRONMENT-NAME
               DISPLAY WS-PART-RUN-SEQ UPON ENVIRONMENT-VALUE
           END-IF.

       FAIL-PARTITION-CONTROL-PROCEDURE.
           MOVE 12 TO WS-NEW-SEVERITY.
           PERFORM RAISE-SEVERITY-PROCEDURE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "FILE-HANDLING" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE "CISPPART control missing or not at split status"
               TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

      *****************************************
      *    Builds the release table from every RELEASE=member option
      *    on the PARM and every card on the optional CISPRLSE
      *    dataset.  A release is meant for one rerun - take the
      *    option or the card out again once the feed has been
      *    reprocessed, or every later retransmission of that
      *    member will be let through as well.
      *****************************************
       LOAD-FEED-RELEASES-PROCEDURE.
           IF WS-CISP-PARM-LENGTH > ZERO
               AND WS-CISP-PARM-LENGTH <= 100
               MOVE 1 TO WS-PARM-POINTER
               PERFORM PARSE-PARM-OPTION-PROCEDURE
                   UNTIL WS-PARM-POINTER > WS-CISP-PARM-LENGTH
           END-IF.
           OPEN INPUT CISPRLSE-FILE.
           IF WS-CISPRLSE-STATUS-OK
               PERFORM READ-CISPRLSE-PROCEDURE
               PERFORM TAKE-RELEASE-CARD-PROCEDURE
                   UNTIL WS-CISPRLSE-EOF
               CLOSE CISPRLSE-FILE
           END-IF.

       PARSE-PARM-OPTION-PROCEDURE.
           MOVE SPACES TO WS-PARM-OPTION.
           UNSTRING WS-CISP-PARM-TEXT(1:WS-CISP-PARM-LENGTH)
               DELIMITED BY ","
               INTO WS-PARM-OPTION
               WITH POINTER WS-PARM-POINTER
           END-UNSTRING.
           IF WS-PARM-OPTION(1:8) = "RELEASE="
               AND WS-PARM-OPTION(9:8) NOT = SPACES
               MOVE WS-PARM-OPTION(9:8) TO WS-RLSE-NEW-MEMBER
               MOVE SPACES TO WS-RLSE-NEW-DATE
               PERFORM ADD-FEED-RELEASE-PROCEDURE
           END-IF.

       READ-CISPRLSE-PROCEDURE.
           READ CISPRLSE-FILE
               AT END
                   SET WS-CISPRLSE-EOF TO TRUE
           END-READ.

       TAKE-RELEASE-CARD-PROCEDURE.
           IF CISPRLSE-MEMBER NOT = SPACES
               AND CISPRLSE-MEMBER(1:1) NOT = "*"
               MOVE CISPRLSE-MEMBER TO WS-RLSE-NEW-MEMBER
               MOVE SPACES TO WS-RLSE-NEW-DATE
               IF CISPRLSE-BUS-DATE IS NUMERIC
                   MOVE CISPRLSE-BUS-DATE TO WS-RLSE-NEW-DATE
               END-IF
               PERFORM ADD-FEED-RELEASE-PROCEDURE
           END-IF.
           PERFORM READ-CISPRLSE-PROCEDURE.

       ADD-FEED-RELEASE-PROCEDURE.
           IF WS-RLSE-COUNT < 20
               ADD 1 TO WS-RLSE-COUNT
               MOVE WS-RLSE-NEW-MEMBER TO WS-RLSE-MEMBER(WS-RLSE-COUNT)
               MOVE WS-RLSE-NEW-DATE
                   TO WS-RLSE-BUS-DATE(WS-RLSE-COUNT)
           END-IF.

      *****************************************
      *    it I-O so this run's records write (or rewrite) through
      *    the key without disturbing the rest of the history.  A
      *    missing dataset is created empty first, the same
      *    first-run courtesy the old extend logic gave.  A
      *    what-if only ever reads it.
           IF WS-SIM-MODE
               OPEN INPUT CISP-RESULTS-FILE
           ELSE
               OPEN I-O CISP-RESULTS-FILE
               IF WS-CISP-RESULTS-NOT-FOUND
                   OPEN OUTPUT CISP-RESULTS-FILE
                   IF WS-CISP-RESULTS-STATUS-OK
                       CLOSE CISP-RESULTS-FILE
                       OPEN I-O CISP-RESULTS-FILE
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-CISP-RESULTS-STATUS-OK
           ELSE
      *    The reject dataset is cut fresh every run - it is the
      *    fix-and-resubmit deck for this run's failures, not a
      *    history.  A what-if leaves it, and the extract, alone:
      *    with the reject status never OK, nothing writes to it.
               IF WS-SIM-MODE
                   MOVE SPACES TO WS-CISP-REJECT-STATUS
                   PERFORM OPEN-WHAT-IF-REPORT-PROCEDURE
               ELSE
                   OPEN OUTPUT CISP-REJECT-FILE
                   IF NOT WS-CISP-REJECT-STATUS-OK
                       MOVE "ERROR" TO WS-LOG-OPERATION-FLAG
                       MOVE "FILE-HANDLING"
                           TO WS-LOG-RECORD-FUNCTION-NAME
                       MOVE "CISPRJCT dataset open failed"
                           TO WS-LOG-RECORD-MESSAGE
                       CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                           WS-LOG-RECORD, WS-LOG-RETURN-CODE
                   END-IF
                   PERFORM OPEN-EXTRACT-PROCEDURE
                   PERFORM OPEN-FEED-REGISTER-PROCEDURE
               END-IF
               OPEN INPUT CISPMANI-FILE
               IF WS-CISPMANI-STATUS-OK
                   MOVE "LISPSRC" TO WS-CURRENT-MEMBER
                   PERFORM PROCESS-MEMBER-PROCEDURE
               END-IF
               PERFORM CLOSE-EXTRACT-PROCEDURE
               IF WS-FEED-OPEN
                   PERFORM REGISTER-ONE-FEED-PROCEDURE
                       VARYING WS-FEED-IDX FROM 1 BY 1
                       UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   CLOSE CISPFEED-FILE
               END-IF
               CLOSE CISP-RESULTS-FILE
               IF WS-CISP-REJECT-STATUS-OK
                   CLOSE CISP-REJECT-FILE
           MOVE ZERO TO WS-MBR-TRUNC-COUNT.
           MOVE ZERO TO WS-MBR-SIZE-ERR-COUNT.
           MOVE ZERO TO WS-MBR-RECUR-COUNT.
           MOVE ZERO TO WS-MBR-LKP-MISS-COUNT.
           MOVE ZERO TO WS-MBR-LKP-UNAVAIL-COUNT.
           DISPLAY "CISPBDTE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-RUN-DATE UPON ENVIRONMENT-VALUE.
           MOVE "N" TO WS-MBR-HEADER-FLAG.
           MOVE "N" TO WS-MBR-TRAILER-FLAG.
           MOVE "N" TO WS-MBR-TRAILER-BAD-FLAG.
           MOVE SPACES TO WS-MBR-HEADER-RECORD.
           MOVE SPACES TO WS-MBR-HEADER-MEMBER.
           MOVE SPACES TO WS-MBR-HEADER-DATE.
           MOVE "N" TO WS-MBR-CONTROL-FAILED-FLAG.
           MOVE ZERO TO WS-XTRT-MBR-HELD-COUNT.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE "N" TO WS-FEED-DUP-FLAG.
           MOVE "N" TO WS-FEED-RELEASED-FLAG.
           MOVE "N" TO WS-SRC-DONE-FLAG.
           SET WS-SRC-LOOKAHEAD-EMPTY TO TRUE.
           OPEN INPUT LISP-SRC-FILE.
                   WS-LOG-RECORD, WS-LOG-RETURN-CODE
           ELSE
               MOVE "N" TO WS-RESTART-FROZEN-FLAG
      *    A what-if never loaded CISPCKPT, so every member finds a
      *    fresh entry at zero and runs from record 1.
               PERFORM FIND-MEMBER-CHECKPOINT-PROCEDURE
               IF WS-CURRENT-CKPT-IDX > ZERO
                   MOVE WS-CKPT-SEQ-NO(WS-CURRENT-CKPT-IDX)
                       TO WS-MEMBER-SKIP-SEQ
                   MOVE WS-MEMBER-SKIP-SEQ
                       TO WS-CKPT-USED-SEQ(WS-CURRENT-CKPT-IDX)
                   MOVE WS-CKPT-RUN-SEQ(WS-CURRENT-CKPT-IDX)
                       TO WS-FEED-PRIOR-CKPT-RUN
                   MOVE WS-CISP-RUN-SEQ
                       TO WS-CKPT-RUN-SEQ(WS-CURRENT-CKPT-IDX)
               ELSE
      *    An untracked member reprocesses from record 1 every
      *    night and duplicates its results downstream - that must
                   CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                       WS-LOG-RECORD, WS-LOG-RETURN-CODE
               END-IF
               PERFORM OPEN-EXTRACT-WORK-PROCEDURE
               PERFORM READ-LISP-SRC-PROCEDURE
      *    A leading *HDR has been read by now, so a retransmitted
      *    feed is caught before any of its expressions process.
               PERFORM CHECK-FEED-REGISTER-PROCEDURE
               IF WS-FEED-DUPLICATE
                   PERFORM REJECT-DUPLICATE-FEED-PROCEDURE
               ELSE
                   PERFORM SKIP-TO-RESTART-POINT-PROCEDURE
                       UNTIL WS-SRC-DONE
                       OR WS-LISP-SRC-SEQ-NO > WS-MEMBER-SKIP-SEQ
                   PERFORM PROCESS-LISP-SRC-RECORD-PROCEDURE
                       UNTIL WS-SRC-DONE
               END-IF
               CLOSE LISP-SRC-FILE
               IF NOT WS-FEED-DUPLICATE
                   PERFORM VALIDATE-CONTROL-TOTALS-PROCEDURE
               END-IF
               PERFORM RELEASE-EXTRACT-WORK-PROCEDURE
               IF NOT WS-FEED-DUPLICATE
                   ADD 1 TO WS-SUMM-MEMBER-COUNT
                   PERFORM HOLD-FEED-REGISTRATION-PROCEDURE
               END-IF
      *    A rejected feed still closes with its (empty) totals, so
      *    CISPTRND and a partition merge see the member was dealt
      *    with.
               IF NOT WS-SIM-MODE
                   PERFORM WRITE-MEMBER-TOTALS-PROCEDURE
               END-IF
           END-IF.

      *****************************************
      *****************************************
       VALIDATE-CONTROL-TOTALS-PROCEDURE.
           IF WS-MBR-HEADER-SEEN OR WS-MBR-TRAILER-SEEN
               PERFORM FILE-CONTROL-ENTRY-PROCEDURE
               EVALUATE TRUE
      *    A header naming some other member is a mis-routed
      *    transmission - the sharpest diagnosis there is, checked
      *    shows which member to chase upstream.
      *****************************************
       FAIL-CONTROL-TOTALS-PROCEDURE.
           SET WS-MBR-CONTROL-FAILED TO TRUE.
           MOVE 12 TO WS-NEW-SEVERITY.
           PERFORM RAISE-SEVERITY-PROCEDURE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "N" TO WS-SRC-SEGS-SPILLED-FLAG.
           PERFORM WRITE-CISP-REJECT-PROCEDURE.

      *****************************************
      *    Files the member's expected-versus-received line for the
      *    summary's control totals section, with the run that last
      *    accepted the feed when it was rejected as a duplicate or
      *    released to be processed again.
      *****************************************
       FILE-CONTROL-ENTRY-PROCEDURE.
           IF WS-CTL-COUNT < 50
               ADD 1 TO WS-CTL-COUNT
               MOVE WS-CURRENT-MEMBER TO WS-CTL-MEMBER(WS-CTL-COUNT)
               MOVE WS-MBR-HEADER-DATE TO WS-CTL-HDR-DATE(WS-CTL-COUNT)
               MOVE WS-MBR-TRAILER-COUNT
                   TO WS-CTL-EXPECTED(WS-CTL-COUNT)
               MOVE WS-LISP-SRC-SEQ-NO
                   TO WS-CTL-RECEIVED(WS-CTL-COUNT)
               MOVE ZERO TO WS-CTL-FEED-RUN(WS-CTL-COUNT)
               IF WS-FEED-DUPLICATE OR WS-FEED-RELEASED
                   MOVE WS-FEED-PRIOR-RUN
                       TO WS-CTL-FEED-RUN(WS-CTL-COUNT)
               END-IF
           END-IF.

      *****************************************
      *    Looks the member's feed up on the CISPFEED register by
      *    member and *HDR business date.  A feed already there is
      *    a duplicate unless it is this same run's own - a
      *    partition resubmitted under its run's sequence - or the
      *    member has been released for reprocessing.  A feed with
      *    no header, or a header with no business date, cannot be
      *    checked and processes as it always has.
      *****************************************
       CHECK-FEED-REGISTER-PROCEDURE.
           IF WS-FEED-OPEN
               AND WS-MBR-HEADER-SEEN
               AND WS-MBR-HEADER-DATE IS NUMERIC
               MOVE WS-CURRENT-MEMBER TO CISPFEED-MEMBER
               MOVE WS-MBR-HEADER-DATE TO CISPFEED-BUS-DATE
               READ CISPFEED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CISPFEED-RUN-SEQ TO WS-FEED-PRIOR-RUN
                       IF WS-CISP-RUN-SEQ = ZERO
                           OR CISPFEED-RUN-SEQ NOT = WS-CISP-RUN-SEQ
                           PERFORM FIND-FEED-RELEASE-PROCEDURE
                           IF WS-FEED-RELEASED
                               PERFORM LOG-FEED-RELEASE-PROCEDURE
                           ELSE
                               SET WS-FEED-DUPLICATE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       FIND-FEED-RELEASE-PROCEDURE.
           PERFORM SCAN-FEED-RELEASE-PROCEDURE
               VARYING WS-RLSE-IDX FROM 1 BY 1
               UNTIL WS-RLSE-IDX > WS-RLSE-COUNT
               OR WS-FEED-RELEASED.

       SCAN-FEED-RELEASE-PROCEDURE.
           IF WS-RLSE-MEMBER(WS-RLSE-IDX) = WS-CURRENT-MEMBER
               AND (WS-RLSE-BUS-DATE(WS-RLSE-IDX) = SPACES
                   OR WS-RLSE-BUS-DATE(WS-RLSE-IDX)
                       = WS-MBR-HEADER-DATE)
               SET WS-FEED-RELEASED TO TRUE
           END-IF.

       LOG-FEED-RELEASE-PROCEDURE.
           ADD 1 TO WS-FEED-RELEASED-COUNT.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           SET WS-LOG-LEVEL-INFO TO TRUE.
           MOVE "FEED-REGISTER" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "Feed released - member " DELIMITED BY SIZE
               WS-CURRENT-MEMBER DELIMITED BY SPACE
               " business date " DELIMITED BY SIZE
               WS-MBR-HEADER-DATE DELIMITED BY SIZE
               " reprocessed, last accepted by run " DELIMITED BY SIZE
               WS-FEED-PRIOR-RUN DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

      *****************************************
      *    A retransmitted feed, rejected whole: severity 10, the
      *    ERROR record naming the run that already accepted it, and
      *    the feed's *HDR onto CISPRJCT as DUPLICATE-FEED under
      *    sequence zero - ahead of any expression.  Nothing of the
      *    member is processed, its checkpoint is left exactly as
      *    it was, and the summary's control totals section says
      *    why.
      *****************************************
       REJECT-DUPLICATE-FEED-PROCEDURE.
           ADD 1 TO WS-FEED-DUP-COUNT.
           SET WS-MBR-CONTROL-FAILED TO TRUE.
           IF WS-CURRENT-CKPT-IDX > ZERO
               MOVE WS-FEED-PRIOR-CKPT-RUN
                   TO WS-CKPT-RUN-SEQ(WS-CURRENT-CKPT-IDX)
           END-IF.
           MOVE 10 TO WS-NEW-SEVERITY.
           PERFORM RAISE-SEVERITY-PROCEDURE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "FEED-REGISTER" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "DUPLICATE-FEED - member " DELIMITED BY SIZE
               WS-CURRENT-MEMBER DELIMITED BY SPACE
               " business date " DELIMITED BY SIZE
               WS-MBR-HEADER-DATE DELIMITED BY SIZE
               " already accepted by run " DELIMITED BY SIZE
               WS-FEED-PRIOR-RUN DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE ZERO TO WS-LISP-SRC-SEQ-NO.
           MOVE "DUPLICATE-FEED" TO WS-REJECT-REASON.
           MOVE 1 TO WS-SRC-SEGMENT-COUNT.
           MOVE WS-MBR-HEADER-RECORD TO WS-SRC-SEGMENT(1).
           MOVE "N" TO WS-SRC-SEGS-SPILLED-FLAG.
           PERFORM WRITE-CISP-REJECT-PROCEDURE.
           PERFORM FILE-CONTROL-ENTRY-PROCEDURE.
           IF WS-CTL-COUNT > ZERO
               SET WS-CTL-DUPLICATE(WS-CTL-COUNT) TO TRUE
           END-IF.

      *****************************************
      *    A feed this run accepted waits in the feed table to be
      *    registered at end of run - every feed with a dated *HDR
      *    that did not fail its control totals, whether or not
      *    some of its expressions came back in error.
      *****************************************
       HOLD-FEED-REGISTRATION-PROCEDURE.
           IF WS-FEED-OPEN
               AND WS-MBR-HEADER-SEEN
               AND WS-MBR-HEADER-DATE IS NUMERIC
               AND NOT WS-MBR-CONTROL-FAILED
               IF WS-FEED-COUNT < 50
                   ADD 1 TO WS-FEED-COUNT
                   MOVE WS-CURRENT-MEMBER
                       TO WS-FEED-MEMBER(WS-FEED-COUNT)
                   MOVE WS-MBR-HEADER-DATE
                       TO WS-FEED-BUS-DATE(WS-FEED-COUNT)
                   MOVE WS-LISP-SRC-SEQ-NO
                       TO WS-FEED-RECORD-COUNT(WS-FEED-COUNT)
                   MOVE WS-FEED-HASH
                       TO WS-FEED-ENTRY-HASH(WS-FEED-COUNT)
               ELSE
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM RAISE-SEVERITY-PROCEDURE
                   MOVE "ERROR" TO WS-LOG-OPERATION-FLAG
                   MOVE "FEED-REGISTER"
                       TO WS-LOG-RECORD-FUNCTION-NAME
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "Feed table full - member "
                       DELIMITED BY SIZE
                       WS-CURRENT-MEMBER DELIMITED BY SPACE
                       " not registered" DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                       WS-LOG-RECORD, WS-LOG-RETURN-CODE
               END-IF
           END-IF.

      *****************************************
      *    Opens the CISPFEED register for update, creating it
      *    empty on the first run ever.  A register that will not
      *    open is severity 12: the run still processes, but
      *    nothing stops a retransmitted feed going through again.
      *****************************************
       OPEN-FEED-REGISTER-PROCEDURE.
           ACCEPT WS-FEED-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           IF WS-FEED-JOB-NAME = SPACES
               MOVE "CISP" TO WS-FEED-JOB-NAME
           END-IF.
           OPEN I-O CISPFEED-FILE.
           IF WS-CISPFEED-NOT-FOUND
               OPEN OUTPUT CISPFEED-FILE
               IF WS-CISPFEED-STATUS-OK
                   CLOSE CISPFEED-FILE
                   OPEN I-O CISPFEED-FILE
               END-IF
           END-IF.
           IF WS-CISPFEED-STATUS-OK
               SET WS-FEED-OPEN TO TRUE
           ELSE
               SET WS-FEED-OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM RAISE-SEVERITY-PROCEDURE
               MOVE "ERROR" TO WS-LOG-OPERATION-FLAG
               MOVE "FEED-REGISTER" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE "CISPFEED dataset open failed - feeds not checked"
                   TO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                   WS-LOG-RECORD, WS-LOG-RETURN-CODE
           END-IF.

      *****************************************
      *    One accepted feed onto the register.  A new feed is
      *    written with an accept count of one; a released feed
      *    already on file is rewritten with this run's figures and
      *    its count bumped, the first run it was accepted by kept.
      *    A feed this same run had already registered - a rerun
      *    partition - is refreshed without being counted twice.
      *****************************************
       REGISTER-ONE-FEED-PROCEDURE.
           MOVE WS-FEED-MEMBER(WS-FEED-IDX) TO CISPFEED-MEMBER.
           MOVE WS-FEED-BUS-DATE(WS-FEED-IDX) TO CISPFEED-BUS-DATE.
           READ CISPFEED-FILE
               INVALID KEY
                   MOVE "N" TO WS-FEED-ON-FILE-FLAG
               NOT INVALID KEY
                   SET WS-FEED-ON-FILE TO TRUE
           END-READ.
           IF WS-FEED-ON-FILE
               IF CISPFEED-RUN-SEQ NOT = WS-CISP-RUN-SEQ
                   ADD 1 TO CISPFEED-ACCEPT-COUNT
               END-IF
           ELSE
               MOVE SPACES TO CISPFEED-RECORD
               MOVE WS-FEED-MEMBER(WS-FEED-IDX) TO CISPFEED-MEMBER
               MOVE WS-FEED-BUS-DATE(WS-FEED-IDX) TO CISPFEED-BUS-DATE
               MOVE 1 TO CISPFEED-ACCEPT-COUNT
               MOVE WS-CISP-RUN-SEQ TO CISPFEED-FIRST-RUN-SEQ
           END-IF.
           ACCEPT WS-FEED-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-FEED-ACCEPT-TIME FROM TIME.
           MOVE WS-CISP-RUN-SEQ TO CISPFEED-RUN-SEQ.
           MOVE WS-FEED-RECORD-COUNT(WS-FEED-IDX)
               TO CISPFEED-RECORD-COUNT.
           MOVE WS-FEED-ENTRY-HASH(WS-FEED-IDX) TO CISPFEED-HASH.
           MOVE WS-FEED-ACCEPT-DATE TO CISPFEED-ACCEPT-DATE.
           MOVE WS-FEED-ACCEPT-TIME(1:6) TO CISPFEED-ACCEPT-TIME.
           MOVE WS-FEED-JOB-NAME TO CISPFEED-JOB-NAME.
           IF WS-FEED-ON-FILE
               REWRITE CISPFEED-RECORD
           ELSE
               WRITE CISPFEED-RECORD
           END-IF.
           IF WS-CISPFEED-STATUS-OK
               ADD 1 TO WS-FEED-REGISTERED-COUNT
           ELSE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM RAISE-SEVERITY-PROCEDURE
               MOVE "ERROR" TO WS-LOG-OPERATION-FLAG
               MOVE "FEED-REGISTER" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "CISPFEED register write failed - member "
                   DELIMITED BY SIZE
                   WS-FEED-MEMBER(WS-FEED-IDX) DELIMITED BY SPACE
                   INTO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                   WS-LOG-RECORD, WS-LOG-RETURN-CODE
           END-IF.

      *****************************************
      *    One logical expression into the feed hash: each of its
      *    characters in turn, then its length to close it off, so
      *    the same text split differently hashes differently.
      *****************************************
       HASH-FEED-EXPRESSION-PROCEDURE.
           PERFORM HASH-FEED-CHARACTER-PROCEDURE
               VARYING WS-FEED-HASH-IDX FROM 1 BY 1
               UNTIL WS-FEED-HASH-IDX > WS-LOGICAL-SRC-LEN.
           COMPUTE WS-FEED-HASH = FUNCTION MOD(
               WS-FEED-HASH * 31 + WS-LOGICAL-SRC-LEN,
               WS-FEED-HASH-MODULUS).

       HASH-FEED-CHARACTER-PROCEDURE.
           COMPUTE WS-FEED-HASH = FUNCTION MOD(
               WS-FEED-HASH * 31
               + FUNCTION ORD(WS-LOGICAL-SRC-TEXT(WS-FEED-HASH-IDX:1)),
               WS-FEED-HASH-MODULUS).

      *****************************************
      *    One MEMBER-TOTALS record onto CISPLOG as the member
      *    closes - this member's processed, reject and total error
           MOVE WS-MBR-TOTALS-MESSAGE TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE WS-CURRENT-MEMBER TO WS-MBR-STATUSES-MEMBER.
           MOVE WS-MBR-LKP-MISS-COUNT TO WS-MBR-STATUSES-LKP-MISS.
           MOVE WS-MBR-LKP-UNAVAIL-COUNT
               TO WS-MBR-STATUSES-LKP-UNAVAIL.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           SET WS-LOG-LEVEL-INFO TO TRUE.
           MOVE "MEMBER-STATUSES" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-MBR-STATUSES-MESSAGE TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

      *****************************************
      *    Locates (or makes) the current member's checkpoint-table
                   TO WS-CKPT-MEMBER(WS-CKPT-FOUND-IDX)
               MOVE ZERO TO WS-CKPT-USED-SEQ(WS-CKPT-FOUND-IDX)
               MOVE ZERO TO WS-CKPT-SEQ-NO(WS-CKPT-FOUND-IDX)
               MOVE ZERO TO WS-CKPT-RUN-SEQ(WS-CKPT-FOUND-IDX)
           END-IF.
           MOVE WS-CKPT-FOUND-IDX TO WS-CURRENT-CKPT-IDX.

                   TO WS-CKPT-SEQ-NO(WS-CKPT-FOUND-IDX)
               MOVE WS-CKPT-UPSERT-SEQ
                   TO WS-CKPT-USED-SEQ(WS-CKPT-FOUND-IDX)
               MOVE WS-CKPT-UPSERT-RUN
                   TO WS-CKPT-RUN-SEQ(WS-CKPT-FOUND-IDX)
           END-IF.

      *****************************************
                   UNTIL NOT WS-SRC-LOOKAHEAD-FULL
                   OR WS-SRC-HOLD-RECORD(1:1) NOT = "+"
               ADD 1 TO WS-LISP-SRC-SEQ-NO
               PERFORM HASH-FEED-EXPRESSION-PROCEDURE
           END-IF.

       READ-PHYSICAL-SRC-PROCEDURE.
                       TO WS-MBR-HEADER-MEMBER
                   MOVE WS-SRC-HOLD-RECORD(27:8)
                       TO WS-MBR-HEADER-DATE
                   IF WS-MBR-HEADER-DATE IS NUMERIC
                       DISPLAY "CISPBDTE" UPON ENVIRONMENT-NAME
                       DISPLAY WS-MBR-HEADER-DATE
                           UPON ENVIRONMENT-VALUE
                   END-IF
               WHEN "*TLR"
                   SET WS-MBR-TRAILER-SEEN TO TRUE
                   MOVE WS-SRC-HOLD-RECORD TO WS-MBR-CONTROL-RECORD
      *    just the five-digit sequence number - honor those too,
      *    filing them under a blank member that the first member
      *    processed claims, which is all a single-member run ever
      *    had.  A record written before the run column existed
      *    reads back with run zero.  Anything unreadable is dropped
      *    rather than taking the run down.
      *****************************************
       PARSE-CHECKPOINT-RECORD-PROCEDURE.
           MOVE ZERO TO WS-CKPT-UPSERT-RUN.
           IF CISPCKPT-RUN-SEQ IS NUMERIC
               MOVE CISPCKPT-RUN-SEQ TO WS-CKPT-UPSERT-RUN
           END-IF.
           EVALUATE TRUE
               WHEN CISPCKPT-SEQ-NO IS NUMERIC
                   MOVE CISPCKPT-MEMBER TO WS-CKPT-LOOKUP-MEMBER
           MOVE SPACES TO CISPCKPT-RECORD.
           MOVE WS-CKPT-MEMBER(WS-CKPT-IDX) TO CISPCKPT-MEMBER.
           MOVE WS-CKPT-SEQ-NO(WS-CKPT-IDX) TO CISPCKPT-SEQ-NO.
           MOVE WS-CKPT-RUN-SEQ(WS-CKPT-IDX) TO CISPCKPT-RUN-SEQ.
           WRITE CISPCKPT-RECORD.

       WRITE-RESTART-LOG-PROCEDURE.
               MOVE CISPLOG-IN-MESSAGE(1:5) TO WS-RESTART-SEQ-TEXT
               MOVE WS-RESTART-SEQ-TEXT TO WS-CKPT-UPSERT-SEQ
               MOVE CISPLOG-IN-MESSAGE(7:8) TO WS-CKPT-LOOKUP-MEMBER
               MOVE ZERO TO WS-CKPT-UPSERT-RUN
               IF CISPLOG-IN-RUN-SEQ IS NUMERIC
                   MOVE CISPLOG-IN-RUN-SEQ TO WS-CKPT-UPSERT-RUN
               END-IF
               PERFORM UPSERT-CHECKPOINT-PROCEDURE
           END-IF.
           PERFORM READ-CISPLOG-IN-PROCEDURE.
           END-IF.

       WRITE-CISP-RESULTS-PROCEDURE.
           IF WS-SIM-MODE
               PERFORM WRITE-WHAT-IF-DETAIL-PROCEDURE
           ELSE
               PERFORM WRITE-RESULTS-RECORD-PROCEDURE
           END-IF.

       WRITE-RESULTS-RECORD-PROCEDURE.
           MOVE SPACES TO CISP-RESULTS-RECORD.
           MOVE WS-CURRENT-MEMBER TO CISP-RESULTS-MEMBER.
           MOVE WS-LISP-SRC-SEQ-NO TO CISP-RESULTS-SEQ-NO.
      *    CISPRSLT instead of certifying it.
           IF WS-CISP-RESULTS-STATUS-OK
               ADD 1 TO WS-BAL-RESULTS-COUNT
               IF WS-EVAL-STATUS-OK
                   PERFORM HOLD-EXTRACT-DETAIL-PROCEDURE
               END-IF
           END-IF.

      *****************************************
      *    Opens the downstream extract and writes its header - the
      *    interface name, this run's sequence and the date and time
      *    the file was cut.  An extract that will not open is
      *    severity 12: the ledger feed must not run against a
      *    missing or partial file.
      *****************************************
       OPEN-EXTRACT-PROCEDURE.
           ACCEPT WS-XTRT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-XTRT-RUN-TIME FROM TIME.
           OPEN OUTPUT CISPXTRT-FILE.
           IF WS-CISPXTRT-STATUS-OK
               SET WS-XTRT-OPEN TO TRUE
               MOVE SPACES TO CISPXTRT-RECORD
               SET CISPXTRT-IS-HEADER TO TRUE
               MOVE "CISPXTRT" TO CISPXTRT-HDR-INTERFACE
               MOVE WS-CISP-RUN-SEQ TO CISPXTRT-HDR-RUN-SEQ
               MOVE WS-XTRT-RUN-DATE TO CISPXTRT-HDR-DATE
               MOVE WS-XTRT-RUN-TIME(1:6) TO CISPXTRT-HDR-TIME
               WRITE CISPXTRT-RECORD
           ELSE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM RAISE-SEVERITY-PROCEDURE
               MOVE "ERROR" TO WS-LOG-OPERATION-FLAG
               MOVE "FILE-HANDLING" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE "CISPXTRT dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                   WS-LOG-RECORD, WS-LOG-RETURN-CODE
           END-IF.

      *****************************************
      *    Closes the extract behind its trailer - the count and the
      *    hash total of the details actually written, so the
      *    receiving system can prove it got every one.
      *****************************************
       CLOSE-EXTRACT-PROCEDURE.
           IF WS-XTRT-OPEN
               MOVE SPACES TO CISPXTRT-RECORD
               SET CISPXTRT-IS-TRAILER TO TRUE
               MOVE WS-XTRT-DETAIL-COUNT TO CISPXTRT-TLR-COUNT
               MOVE WS-XTRT-HASH-TOTAL TO CISPXTRT-TLR-HASH-TOTAL
               WRITE CISPXTRT-RECORD
               CLOSE CISPXTRT-FILE
           END-IF.

      *****************************************
      *    Cuts the member's CISPXWRK work file fresh.  A work file
      *    that will not open leaves the member's results off the
      *    extract, which is as bad as a missing extract - severity
      *    12 and an ERROR record naming the member.
      *****************************************
       OPEN-EXTRACT-WORK-PROCEDURE.
           MOVE "N" TO WS-XWRK-OPEN-FLAG.
           IF WS-XTRT-OPEN
               OPEN OUTPUT CISPXWRK-FILE
               IF WS-CISPXWRK-STATUS-OK
                   SET WS-XWRK-OPEN TO TRUE
               ELSE
                   MOVE "CISPXWRK work file open failed"
                       TO WS-XTRT-FAIL-TEXT
                   PERFORM FAIL-EXTRACT-PROCEDURE
               END-IF
           END-IF.

      *****************************************
      *    One OK result onto the member's work file, provided it
      *    reads as a number that fits the extract's value field.  T,
      *    NIL, CONS cells and other non-numeric answers have no
      *    ledger value; they are counted for the summary instead.
      *    The business date is left for the copy at end of member.
      *****************************************
       HOLD-EXTRACT-DETAIL-PROCEDURE.
           IF WS-XWRK-OPEN
               IF WS-EVAL-RESULT-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-EVAL-RESULT-TEXT) = ZERO
                   COMPUTE WS-XTRT-VALUE-WORK =
                       FUNCTION NUMVAL(WS-EVAL-RESULT-TEXT)
                       ON SIZE ERROR
                           ADD 1 TO WS-XTRT-NOT-NUMERIC-COUNT
                           END-ADD
                       NOT ON SIZE ERROR
                           PERFORM WRITE-EXTRACT-WORK-PROCEDURE
                   END-COMPUTE
               ELSE
                   ADD 1 TO WS-XTRT-NOT-NUMERIC-COUNT
               END-IF
           END-IF.

       WRITE-EXTRACT-WORK-PROCEDURE.
           MOVE SPACES TO CISPXWRK-RECORD.
           SET CISPXWRK-IS-DETAIL TO TRUE.
           MOVE WS-CURRENT-MEMBER TO CISPXWRK-MEMBER.
           MOVE WS-LISP-SRC-SEQ-NO TO CISPXWRK-SEQ-NO.
           MOVE WS-CISP-RUN-SEQ TO CISPXWRK-RUN-SEQ.
           MOVE WS-XTRT-VALUE-WORK TO CISPXWRK-VALUE.
           WRITE CISPXWRK-RECORD.
           IF WS-CISPXWRK-STATUS-OK
               ADD 1 TO WS-XTRT-MBR-HELD-COUNT
           ELSE
               MOVE "CISPXWRK work file write failed"
                   TO WS-XTRT-FAIL-TEXT
               PERFORM FAIL-EXTRACT-PROCEDURE
           END-IF.

      *****************************************
      *    End of member: the held details go onto the extract only
      *    when the member passed its control totals - a member that
      *    failed is left out whole, its held details reported as
      *    withheld.  The business date goes on here, once the whole
      *    member has been read, so the *HDR dates every detail
      *    wherever it sat in the feed; without one the run date
      *    stands in.
      *****************************************
       RELEASE-EXTRACT-WORK-PROCEDURE.
           IF WS-XWRK-OPEN
               CLOSE CISPXWRK-FILE
               MOVE "N" TO WS-XWRK-OPEN-FLAG
               IF WS-MBR-CONTROL-FAILED
                   ADD WS-XTRT-MBR-HELD-COUNT TO WS-XTRT-WITHHELD-COUNT
               ELSE
                   IF WS-XTRT-MBR-HELD-COUNT > ZERO
                       PERFORM COPY-EXTRACT-WORK-PROCEDURE
                   END-IF
               END-IF
           END-IF.

       COPY-EXTRACT-WORK-PROCEDURE.
           IF WS-MBR-HEADER-DATE NOT = SPACES
               MOVE WS-MBR-HEADER-DATE TO WS-XTRT-BUS-DATE
           ELSE
               MOVE WS-XTRT-RUN-DATE TO WS-XTRT-BUS-DATE
           END-IF.
           OPEN INPUT CISPXWRK-FILE.
           IF WS-CISPXWRK-STATUS-OK
               ADD 1 TO WS-XTRT-MEMBER-COUNT
               PERFORM READ-EXTRACT-WORK-PROCEDURE
               PERFORM COPY-EXTRACT-DETAIL-PROCEDURE
                   UNTIL NOT WS-CISPXWRK-STATUS-OK
               CLOSE CISPXWRK-FILE
           ELSE
               MOVE "CISPXWRK work file reopen failed"
                   TO WS-XTRT-FAIL-TEXT
               PERFORM FAIL-EXTRACT-PROCEDURE
           END-IF.

       READ-EXTRACT-WORK-PROCEDURE.
           READ CISPXWRK-FILE
               AT END
                   SET WS-CISPXWRK-EOF TO TRUE
           END-READ.

       COPY-EXTRACT-DETAIL-PROCEDURE.
           MOVE CISPXWRK-RECORD TO CISPXTRT-RECORD.
           MOVE WS-XTRT-BUS-DATE TO CISPXTRT-BUS-DATE.
           WRITE CISPXTRT-RECORD.
           IF WS-CISPXTRT-STATUS-OK
               ADD 1 TO WS-XTRT-DETAIL-COUNT
               ADD CISPXTRT-VALUE TO WS-XTRT-HASH-TOTAL
           ELSE
               MOVE "CISPXTRT dataset write failed"
                   TO WS-XTRT-FAIL-TEXT
               PERFORM FAIL-EXTRACT-PROCEDURE
           END-IF.
           PERFORM READ-EXTRACT-WORK-PROCEDURE.

      *****************************************
      *    An extract I/O failure: severity 12 so the ledger feed is
      *    held, and an ERROR record naming the member.
      *****************************************
       FAIL-EXTRACT-PROCEDURE.
           MOVE 12 TO WS-NEW-SEVERITY.
           PERFORM RAISE-SEVERITY-PROCEDURE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "DOWNSTREAM-EXTRACT" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING WS-XTRT-FAIL-TEXT DELIMITED BY "  "
               " - member " DELIMITED BY SIZE
               WS-CURRENT-MEMBER DELIMITED BY SPACE
               INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

      *****************************************
      *    Opens the what-if report and prints its heading and
      *    column line.  A report that will not open is severity
      *    12 - the run still evaluates, but its answer is lost.
      *****************************************
       OPEN-WHAT-IF-REPORT-PROCEDURE.
           OPEN OUTPUT CISPWHAT-FILE.
           IF WS-CISPWHAT-STATUS-OK
               SET WS-WHAT-OPEN TO TRUE
               ACCEPT WS-SUMM-DATE-WORK FROM DATE YYYYMMDD
               PERFORM WRITE-WHAT-IF-HEADING-PROCEDURE
               MOVE WS-WHAT-COLUMN-LINE TO WS-WHAT-PRINT-LINE
               PERFORM WRITE-WHAT-IF-LINE-PROCEDURE
               PERFORM WRITE-WHAT-IF-BLANK-PROCEDURE
           ELSE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM RAISE-SEVERITY-PROCEDURE
               MOVE "ERROR" TO WS-LOG-OPERATION-FLAG
               MOVE "FILE-HANDLING" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE "CISPWHAT dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                   WS-LOG-RECORD, WS-LOG-RETURN-CODE
           END-IF.

      *****************************************
      *    One simulated answer on the what-if report, beside the
      *    answer CISPRSLT holds for the same member and sequence
      *    today.  It stands in for the CISP-RESULTS write, so it
      *    is what balancing counts.  A status line follows any
      *    answer whose status moved or did not come back OK.
      *****************************************
       WRITE-WHAT-IF-DETAIL-PROCEDURE.
           PERFORM FIND-CURRENT-RESULT-PROCEDURE.
           ADD 1 TO WS-BAL-RESULTS-COUNT.
           ADD 1 TO WS-WHAT-EVAL-COUNT.
           MOVE WS-CURRENT-MEMBER TO WS-WHAT-MEMBER.
           MOVE WS-LISP-SRC-SEQ-NO TO WS-WHAT-SEQ-NO.
           MOVE WS-EVAL-RESULT-TEXT TO WS-WHAT-NEW-VALUE.
           MOVE WS-EVAL-STATUS TO WS-WHAT-NEW-STATUS.
           IF WS-WHAT-CUR-FOUND
               MOVE WS-WHAT-CUR-RUN TO WS-WHAT-RUN-SEQ
               MOVE WS-WHAT-CUR-VALUE TO WS-WHAT-OLD-VALUE
               MOVE WS-WHAT-CUR-STATUS TO WS-WHAT-OLD-STATUS
           ELSE
               MOVE "-----" TO WS-WHAT-RUN-SEQ
               MOVE SPACES TO WS-WHAT-OLD-VALUE
               MOVE SPACES TO WS-WHAT-OLD-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-WHAT-CUR-FOUND
                   MOVE "NEW" TO WS-WHAT-FLAG
                   ADD 1 TO WS-WHAT-NEW-COUNT
               WHEN WS-WHAT-CUR-VALUE = WS-EVAL-RESULT-TEXT
                   AND WS-WHAT-CUR-STATUS = WS-EVAL-STATUS
                   MOVE SPACES TO WS-WHAT-FLAG
                   ADD 1 TO WS-WHAT-UNCHANGED-COUNT
               WHEN OTHER
                   MOVE "*** CHANGED" TO WS-WHAT-FLAG
                   ADD 1 TO WS-WHAT-CHANGED-COUNT
                   IF WS-WHAT-CUR-STATUS NOT = WS-EVAL-STATUS
                       ADD 1 TO WS-WHAT-STATUS-COUNT
                   END-IF
           END-EVALUATE.
           MOVE WS-WHAT-DETAIL-LINE TO WS-WHAT-PRINT-LINE.
           PERFORM WRITE-WHAT-IF-LINE-PROCEDURE.
           IF WS-WHAT-OLD-STATUS NOT = WS-WHAT-NEW-STATUS
               OR NOT WS-EVAL-STATUS-OK
               MOVE WS-WHAT-STATUS-LINE TO WS-WHAT-PRINT-LINE
               PERFORM WRITE-WHAT-IF-LINE-PROCEDURE
           END-IF.

      *****************************************
      *    The current answer is the newest version on file for
      *    the member and sequence: start at run zero and read
      *    forward - the versions sit together in run order - until
      *    the key moves on to the next sequence.
      *****************************************
       FIND-CURRENT-RESULT-PROCEDURE.
           MOVE "N" TO WS-WHAT-CUR-FLAG.
           MOVE "N" TO WS-WHAT-SCAN-FLAG.
           MOVE WS-CURRENT-MEMBER TO CISP-RESULTS-MEMBER.
           MOVE WS-LISP-SRC-SEQ-NO TO CISP-RESULTS-SEQ-NO.
           MOVE ZERO TO CISP-RESULTS-RUN-SEQ.
           START CISP-RESULTS-FILE
               KEY IS NOT LESS THAN CISP-RESULTS-KEY
               INVALID KEY
                   SET WS-WHAT-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-CURRENT-RESULT-PROCEDURE
               UNTIL WS-WHAT-SCAN-DONE.

       SCAN-CURRENT-RESULT-PROCEDURE.
           READ CISP-RESULTS-FILE NEXT RECORD
               AT END
                   SET WS-WHAT-SCAN-DONE TO TRUE
           END-READ.
           IF WS-CISP-RESULTS-STATUS-OK
               AND CISP-RESULTS-MEMBER = WS-CURRENT-MEMBER
               AND CISP-RESULTS-SEQ-NO = WS-LISP-SRC-SEQ-NO
               SET WS-WHAT-CUR-FOUND TO TRUE
               MOVE CISP-RESULTS-RUN-SEQ TO WS-WHAT-CUR-RUN
               MOVE CISP-RESULTS-VALUE TO WS-WHAT-CUR-VALUE
               MOVE CISP-RESULTS-STATUS TO WS-WHAT-CUR-STATUS
           ELSE
               SET WS-WHAT-SCAN-DONE TO TRUE
           END-IF.

      *****************************************
      *    Closes the what-if report behind its totals - how many
      *    answers the overrides would change - and the balancing
      *    line, in place of the CISPSUMM summary a real run cuts.
      *****************************************
       WRITE-WHAT-IF-TOTALS-PROCEDURE.
           IF WS-WHAT-OPEN
               PERFORM WRITE-WHAT-IF-BLANK-PROCEDURE
               MOVE "TOTALS" TO WS-WHAT-PRINT-LINE
               PERFORM WRITE-WHAT-IF-LINE-PROCEDURE
               MOVE "RECORDS PROCESSED FROM LISP-SRC"
                   TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-PROCESSED-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-WHAT-IF-DETAIL-LINE-PROCEDURE
               MOVE "MEMBERS PROCESSED" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-MEMBER-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-WHAT-IF-DETAIL-LINE-PROCEDURE
               MOVE "EXPRESSIONS SIMULATED" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-WHAT-EVAL-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-WHAT-IF-DETAIL-LINE-PROCEDURE
               MOVE "ANSWERS UNCHANGED" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-WHAT-UNCHANGED-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-WHAT-IF-DETAIL-LINE-PROCEDURE
               MOVE "ANSWERS CHANGED" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-WHAT-CHANGED-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-WHAT-IF-DETAIL-LINE-PROCEDURE
               MOVE "  OF WHICH STATUS CHANGED"
                   TO WS-SUMM-DETAIL-LABEL
               MOVE WS-WHAT-STATUS-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-WHAT-IF-DETAIL-LINE-PROCEDURE
               MOVE "NEW - NO CURRENT VERSION ON FILE"
                   TO WS-SUMM-DETAIL-LABEL
               MOVE WS-WHAT-NEW-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-WHAT-IF-DETAIL-LINE-PROCEDURE
               MOVE "TOKENIZER REJECTS" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-TOK-REJECT-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-WHAT-IF-DETAIL-LINE-PROCEDURE
               IF WS-BAL-OUT-OF-BALANCE
                   MOVE "    *** RUN OUT OF BALANCE ***"
                       TO WS-WHAT-PRINT-LINE
               ELSE
                   MOVE "    RUN IS IN BALANCE" TO WS-WHAT-PRINT-LINE
               END-IF
               PERFORM WRITE-WHAT-IF-LINE-PROCEDURE
               MOVE "    SIMULATION ONLY - NOTHING UPDATED"
                   TO WS-WHAT-PRINT-LINE
               PERFORM WRITE-WHAT-IF-LINE-PROCEDURE
               PERFORM WRITE-WHAT-IF-BLANK-PROCEDURE
               MOVE "END OF REPORT" TO WS-WHAT-PRINT-LINE
               PERFORM WRITE-WHAT-IF-LINE-PROCEDURE
               CLOSE CISPWHAT-FILE
           END-IF.

       WRITE-WHAT-IF-HEADING-PROCEDURE.
           ADD 1 TO WS-WHAT-PAGE-COUNT.
           MOVE SPACES TO WS-WHAT-HEADING-DATE.
           STRING WS-SUMM-DATE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SUMM-DATE-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SUMM-DATE-DAY DELIMITED BY SIZE
               INTO WS-WHAT-HEADING-DATE.
           MOVE WS-WHAT-PAGE-COUNT TO WS-WHAT-HEADING-PAGE.
           WRITE CISPWHAT-RECORD FROM WS-WHAT-HEADING-LINE.
           MOVE SPACES TO CISPWHAT-RECORD.
           WRITE CISPWHAT-RECORD.
           MOVE 2 TO WS-WHAT-LINE-COUNT.

       WRITE-WHAT-IF-DETAIL-LINE-PROCEDURE.
           MOVE WS-SUMM-DETAIL-LINE TO WS-WHAT-PRINT-LINE.
           PERFORM WRITE-WHAT-IF-LINE-PROCEDURE.

       WRITE-WHAT-IF-BLANK-PROCEDURE.
           MOVE SPACES TO WS-WHAT-PRINT-LINE.
           PERFORM WRITE-WHAT-IF-LINE-PROCEDURE.

       WRITE-WHAT-IF-LINE-PROCEDURE.
           IF WS-WHAT-OPEN
               IF WS-WHAT-LINE-COUNT >= WS-WHAT-PAGE-LIMIT
                   PERFORM WRITE-WHAT-IF-HEADING-PROCEDURE
               END-IF
               WRITE CISPWHAT-RECORD FROM WS-WHAT-PRINT-LINE
               ADD 1 TO WS-WHAT-LINE-COUNT
           END-IF.

      *****************************************
                       ADD 1 TO WS-SUMM-OP-IF-COUNT
                   WHEN "DEFUN"
                       ADD 1 TO WS-SUMM-OP-DEFUN-COUNT
                   WHEN "LOOKUP"
                       ADD 1 TO WS-SUMM-OP-LOOKUP-COUNT
                   WHEN "LIST"
                   WHEN "CAR"
                   WHEN "CDR"
                   WHEN "LENGTH"
                       ADD 1 TO WS-SUMM-OP-LIST-COUNT
               END-EVALUATE
           END-IF.

               WHEN "RECURSION-EXCEEDED"
                   ADD 1 TO WS-SUMM-OTHER-ERR-COUNT
                   ADD 1 TO WS-MBR-RECUR-COUNT
               WHEN "LOOKUP-NOT-FOUND"
                   ADD 1 TO WS-SUMM-LKP-MISS-COUNT
                   ADD 1 TO WS-MBR-LKP-MISS-COUNT
               WHEN "LOOKUP-UNAVAILABLE"
                   ADD 1 TO WS-SUMM-LKP-UNAVAIL-COUNT
                   ADD 1 TO WS-MBR-LKP-UNAVAIL-COUNT
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM RAISE-SEVERITY-PROCEDURE
               WHEN OTHER
                   ADD 1 TO WS-SUMM-OTHER-ERR-COUNT
           END-EVALUATE.
               ACCEPT WS-SUMM-DATE-WORK FROM DATE YYYYMMDD
               MOVE ZERO TO WS-SUMM-PAGE-COUNT
               PERFORM WRITE-SUMM-HEADING-PROCEDURE
               MOVE "RUN SEQUENCE" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-CISP-RUN-SEQ TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "RECORDS PROCESSED FROM LISP-SRC"
                   TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-PROCESSED-COUNT TO WS-SUMM-DETAIL-COUNT
               MOVE "MEMBERS PROCESSED" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-MEMBER-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "FEEDS REGISTERED IN CISPFEED"
                   TO WS-SUMM-DETAIL-LABEL
               MOVE WS-FEED-REGISTERED-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "DUPLICATE FEEDS REJECTED" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-FEED-DUP-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "FEEDS RELEASED FOR REPROCESSING"
                   TO WS-SUMM-DETAIL-LABEL
               MOVE WS-FEED-RELEASED-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               IF WS-FEED-OPEN-FAILED
                   MOVE "    *** CISPFEED NOT OPEN - FEEDS NOT CHECKED"
                       TO WS-SUMM-PRINT-LINE
                   PERFORM WRITE-SUMM-LINE-PROCEDURE
               END-IF
               PERFORM WRITE-SUMM-BLANK-PROCEDURE
               MOVE "RESULTS BY STATUS" TO WS-SUMM-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
               MOVE "RESULT-TRUNCATED" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-TRUNC-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "LOOKUP-NOT-FOUND" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-LKP-MISS-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "LOOKUP-UNAVAILABLE" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-LKP-UNAVAIL-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "OTHER ERROR STATUSES" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-OTHER-ERR-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "DEFUN" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-OP-DEFUN-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "LOOKUP" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-OP-LOOKUP-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "LIST OPERATIONS" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-SUMM-OP-LIST-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               PERFORM WRITE-SUMM-BLANK-PROCEDURE
               MOVE "CHECKPOINTS BY MEMBER" TO WS-SUMM-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
                       UNTIL WS-CTL-IDX > WS-CTL-COUNT
               END-IF
               PERFORM WRITE-SUMM-BLANK-PROCEDURE
               MOVE "DOWNSTREAM EXTRACT" TO WS-SUMM-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
               PERFORM WRITE-SUMM-EXTRACT-PROCEDURE
               PERFORM WRITE-SUMM-BLANK-PROCEDURE
               MOVE "BALANCING" TO WS-SUMM-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
               MOVE "RESULTS WRITTEN TO CISP-RESULTS"
                   MOVE "    RUN IS IN BALANCE" TO WS-SUMM-PRINT-LINE
               END-IF
               PERFORM WRITE-SUMM-LINE-PROCEDURE
               MOVE "RETURN CODE" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-WORST-SEVERITY TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               PERFORM WRITE-SUMM-BLANK-PROCEDURE
               MOVE "END OF SUMMARY" TO WS-SUMM-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
      *    reads first when a feed came in short.
      *****************************************
       WRITE-SUMM-CTL-ENTRY-PROCEDURE.
      *    A duplicate feed was never read past its header, so it
      *    has no counts to compare.
           IF NOT WS-CTL-DUPLICATE(WS-CTL-IDX)
               MOVE SPACES TO WS-SUMM-DETAIL-LABEL
               STRING WS-CTL-MEMBER(WS-CTL-IDX) DELIMITED BY SPACE
                   " - EXPECTED FROM TRAILER" DELIMITED BY SIZE
                   INTO WS-SUMM-DETAIL-LABEL
               MOVE WS-CTL-EXPECTED(WS-CTL-IDX)
                   TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE SPACES TO WS-SUMM-DETAIL-LABEL
               STRING WS-CTL-MEMBER(WS-CTL-IDX) DELIMITED BY SPACE
                   " - RECEIVED" DELIMITED BY SIZE
                   INTO WS-SUMM-DETAIL-LABEL
               MOVE WS-CTL-RECEIVED(WS-CTL-IDX)
                   TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
           END-IF.
      *    The header's business date, when the feed sent one - the
      *    shift lead's first check against a stale retransmission.
           IF WS-CTL-HDR-DATE(WS-CTL-IDX) NOT = SPACES
                           DELIMITED BY SIZE
                       INTO WS-SUMM-PRINT-LINE
                   PERFORM WRITE-SUMM-LINE-PROCEDURE
               WHEN WS-CTL-DUPLICATE(WS-CTL-IDX)
                   MOVE SPACES TO WS-SUMM-PRINT-LINE
                   STRING "    *** " DELIMITED BY SIZE
                       WS-CTL-MEMBER(WS-CTL-IDX) DELIMITED BY SPACE
                       " DUPLICATE FEED - ALREADY ACCEPTED BY RUN "
                           DELIMITED BY SIZE
                       WS-CTL-FEED-RUN(WS-CTL-IDX) DELIMITED BY SIZE
                       " - MEMBER NOT PROCESSED" DELIMITED BY SIZE
                       INTO WS-SUMM-PRINT-LINE
                   PERFORM WRITE-SUMM-LINE-PROCEDURE
           END-EVALUATE.
           IF NOT WS-CTL-DUPLICATE(WS-CTL-IDX)
               AND WS-CTL-FEED-RUN(WS-CTL-IDX) > ZERO
               MOVE SPACES TO WS-SUMM-PRINT-LINE
               STRING "    " DELIMITED BY SIZE
                   WS-CTL-MEMBER(WS-CTL-IDX) DELIMITED BY SPACE
                   " FEED RELEASED - LAST ACCEPTED BY RUN "
                       DELIMITED BY SIZE
                   WS-CTL-FEED-RUN(WS-CTL-IDX) DELIMITED BY SIZE
                   INTO WS-SUMM-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
           END-IF.

      *****************************************
      *    The extract section - the figures the ledger team ties
      *    the CISPXTRT trailer back to: details and members
      *    extracted, the hash total, and the OK results that did not
      *    go - non-numeric answers, and the details withheld because
      *    their member failed its control totals.
      *****************************************
       WRITE-SUMM-EXTRACT-PROCEDURE.
           IF WS-XTRT-OPEN
               MOVE "RECORDS EXTRACTED TO CISPXTRT"
                   TO WS-SUMM-DETAIL-LABEL
               MOVE WS-XTRT-DETAIL-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "MEMBERS EXTRACTED" TO WS-SUMM-DETAIL-LABEL
               MOVE WS-XTRT-MEMBER-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE WS-XTRT-HASH-TOTAL TO WS-XTRT-HASH-EDIT
               MOVE SPACES TO WS-SUMM-PRINT-LINE
               MOVE "    HASH TOTAL OF EXTRACTED VALUES"
                   TO WS-SUMM-PRINT-LINE(1:40)
               MOVE ": " TO WS-SUMM-PRINT-LINE(41:2)
               MOVE WS-XTRT-HASH-EDIT TO WS-SUMM-PRINT-LINE(43:23)
               PERFORM WRITE-SUMM-LINE-PROCEDURE
               MOVE "NON-NUMERIC OK RESULTS NOT EXTRACTED"
                   TO WS-SUMM-DETAIL-LABEL
               MOVE WS-XTRT-NOT-NUMERIC-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "WITHHELD - MEMBER FAILED CONTROLS"
                   TO WS-SUMM-DETAIL-LABEL
               MOVE WS-XTRT-WITHHELD-COUNT TO WS-SUMM-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
           ELSE
               MOVE "    *** CISPXTRT NOT WRITTEN - EXTRACT OPEN FAILED"
                   TO WS-SUMM-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
           END-IF.

       WRITE-SUMM-BLANK-PROCEDURE.
           MOVE SPACES TO WS-SUMM-PRINT-LINE.
