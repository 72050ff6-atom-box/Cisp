      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Merge and balance for a partitioned CISP run.  Once
      *          every CISP partition step CISPSPLT set up has ended,
      *          this program puts the partitions back together as
      *          the one run they are - one run sequence, one set of
      *          datasets, one return code for the scheduler:
      *
      *          - each partition's CISPLOG records for the run
      *            (PLOGnn) are carried onto the master CISPLOG under
      *            this job's name, so CISPTRND and every other log
      *            reader sees one run, never a partition;
      *          - the partitions' rejects (PRJCTnn) become the run's
      *            CISPRJCT, and their extracts (PXTRTnn) one
      *            CISPXTRT behind one header and one trailer whose
      *            count and hash total are re-proved here;
      *          - their checkpoints (PCKPTnn) and bindings (PSYMSnn)
      *            go back onto the master CISPCKPT and CISPSYMS,
      *            ready for the next night's split;
      *          - their CISPSUMM reports (PSUMMnn) are added up into
      *            one CISPSUMM for the run, with a section per
      *            partition and a section proving the members.
      *
      *          The run is balanced as one: every CISPMANI member
      *          processed by exactly one partition - read from the
      *          partitions' MEMBER-TOTALS records - and every record
      *          processed a result or a reject.  A partition whose
      *          summary is missing or belongs to another run, or
      *          that is itself out of balance, leaves the whole run
      *          out of balance.  Only a run that balances has its
      *          CISPPART control marked merged; until then any
      *          partition may be restarted on its own and this step
      *          rerun behind it.  A rerun never carries a log record
      *          twice - the control keeps count of what each
      *          partition's log has already given up.
      *
      *          Return code: the worst of every partition's own
      *          return code and the merge's - 4 the control was
      *          already merged and nothing was done, 12 a dataset
      *          would not open or a partition's extract did not
      *          prove (the ledger feed must be held), 16 the run is
      *          out of balance.
      * Tectonics: cobc
      *
      * Modification History
      *   2026  LB  Initial partition merge and balance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPMRGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISPPART-FILE ASSIGN TO "CISPPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPPART-STATUS.
           SELECT CISPMANI-FILE ASSIGN TO "CISPMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPMANI-STATUS.
           SELECT CISPLOG-FILE ASSIGN TO "CISPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPLOG-STATUS.
           SELECT CISPRJCT-FILE ASSIGN TO "CISPRJCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPRJCT-STATUS.
           SELECT CISPXTRT-FILE ASSIGN TO "CISPXTRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPXTRT-STATUS.
           SELECT CISPCKPT-FILE ASSIGN TO "CISPCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPCKPT-STATUS.
           SELECT CISPSYMS-FILE ASSIGN TO "CISPSYMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPSYMS-STATUS.
           SELECT CISPSUMM-FILE ASSIGN TO "CISPSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPSUMM-STATUS.
           SELECT PART-LOG-FILE ASSIGN TO DYNAMIC WS-MRGE-LOG-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-LOG-STATUS.
           SELECT PART-RJCT-FILE ASSIGN TO DYNAMIC WS-MRGE-RJCT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-RJCT-STATUS.
           SELECT PART-XTRT-FILE ASSIGN TO DYNAMIC WS-MRGE-XTRT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-XTRT-STATUS.
           SELECT PART-CKPT-FILE ASSIGN TO DYNAMIC WS-MRGE-CKPT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-CKPT-STATUS.
           SELECT PART-SYMS-FILE ASSIGN TO DYNAMIC WS-MRGE-SYMS-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-SYMS-STATUS.
           SELECT PART-SUMM-FILE ASSIGN TO DYNAMIC WS-MRGE-SUMM-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-SUMM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CISPPART-FILE.
           COPY "cisppart.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPPART-RECORD==
                         ==:FLD-PFX:==  BY ==CISPPART-==.
       FD  CISPMANI-FILE.
       01  CISPMANI-RECORD.
           02  CISPMANI-MEMBER PIC X(08).
           02  FILLER PIC X(72).
       FD  CISPLOG-FILE.
           COPY "cisplog.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPLOG-RECORD==
                         ==:FLD-PFX:==  BY ==CISPLOG-REC-==.
       FD  CISPRJCT-FILE.
       01  CISPRJCT-RECORD PIC X(239).
       FD  CISPXTRT-FILE.
           COPY "cispxtrt.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPXTRT-RECORD==
                         ==:FLD-PFX:==  BY ==CISPXTRT-==.
       FD  CISPCKPT-FILE.
       01  CISPCKPT-RECORD PIC X(20).
       FD  CISPSYMS-FILE.
           COPY "cispsyms.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPSYMS-RECORD==
                         ==:FLD-PFX:==  BY ==CISPSYMS-==.
       FD  CISPSUMM-FILE.
       01  CISPSUMM-RECORD PIC X(132).
       FD  PART-LOG-FILE.
           COPY "cisplog.cpy"
               REPLACING ==:REC-NAME:== BY ==PART-LOG-RECORD==
                         ==:FLD-PFX:==  BY ==PART-LOG-==.
       FD  PART-RJCT-FILE.
       01  PART-RJCT-RECORD PIC X(239).
       FD  PART-XTRT-FILE.
           COPY "cispxtrt.cpy"
               REPLACING ==:REC-NAME:== BY ==PART-XTRT-RECORD==
                         ==:FLD-PFX:==  BY ==PART-XTRT-==.
       FD  PART-CKPT-FILE.
       01  PART-CKPT-RECORD.
           02  PART-CKPT-MEMBER PIC X(08).
           02  FILLER PIC X(07).
           02  PART-CKPT-RUN-SEQ PIC X(05).
       FD  PART-SYMS-FILE.
           COPY "cispsyms.cpy"
               REPLACING ==:REC-NAME:== BY ==PART-SYMS-RECORD==
                         ==:FLD-PFX:==  BY ==PART-SYMS-==.
       FD  PART-SUMM-FILE.
       01  PART-SUMM-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
           COPY "logif.cpy".

      *****************************************
      *    WS for the CISPPART control, held here between the read
      *    at the start and the rewrites - after the logs are
      *    carried, and again at the end when the run balances.
      *****************************************
           COPY "cisppart.cpy"
               REPLACING ==:REC-NAME:== BY ==WS-MRGE-CONTROL==
                         ==:FLD-PFX:==  BY ==WS-MRGE-CTL-==.
           01 WS-CISPPART-STATUS PIC X(02).
               88 WS-CISPPART-STATUS-OK VALUE "00".
           01 WS-MRGE-CONTROL-FLAG PIC X(01) VALUE "F".
               88 WS-MRGE-CONTROL-OK VALUE "Y".
               88 WS-MRGE-CONTROL-MERGED VALUE "M".
               88 WS-MRGE-CONTROL-FAILED VALUE "F".
           01 WS-MRGE-RUN-SEQ PIC 9(05) VALUE ZERO.
           01 WS-MRGE-PART-COUNT PIC 9(02) COMP VALUE ZERO.
           01 WS-MRGE-SPLIT-STAMP PIC X(14).
           01 WS-MRGE-JOB-NAME PIC X(08).

      *****************************************
      *    WS for the severity-graded return code, the same grades
      *    CISP uses; the partitions' own return codes are folded in
      *    as their summaries are read.
      *****************************************
           01 WS-MRGE-WORST-SEVERITY PIC 9(02) COMP VALUE ZERO.
           01 WS-MRGE-NEW-SEVERITY PIC 9(02) COMP VALUE ZERO.
           01 WS-MRGE-BAL-FLAG PIC X(01) VALUE "N".
               88 WS-MRGE-OUT-OF-BALANCE VALUE "Y".
           01 WS-MRGE-IO-FAILED-FLAG PIC X(01) VALUE "N".
               88 WS-MRGE-IO-FAILED VALUE "Y".

      *****************************************
      *    WS for the master datasets.
      *****************************************
           01 WS-CISPMANI-STATUS PIC X(02).
               88 WS-CISPMANI-STATUS-OK VALUE "00".
               88 WS-CISPMANI-EOF VALUE "10".
           01 WS-CISPLOG-STATUS PIC X(02).
               88 WS-CISPLOG-STATUS-OK VALUE "00".
               88 WS-CISPLOG-STATUS-NOT-FOUND VALUE "35".
           01 WS-CISPRJCT-STATUS PIC X(02).
               88 WS-CISPRJCT-STATUS-OK VALUE "00".
           01 WS-CISPXTRT-STATUS PIC X(02).
               88 WS-CISPXTRT-STATUS-OK VALUE "00".
           01 WS-CISPCKPT-STATUS PIC X(02).
               88 WS-CISPCKPT-STATUS-OK VALUE "00".
           01 WS-CISPSYMS-STATUS PIC X(02).
               88 WS-CISPSYMS-STATUS-OK VALUE "00".
               88 WS-CISPSYMS-EOF VALUE "10".
           01 WS-CISPSUMM-STATUS PIC X(02).
               88 WS-CISPSUMM-STATUS-OK VALUE "00".
           01 WS-MRGE-MASTER-LOG-FLAG PIC X(01) VALUE "Y".
               88 WS-MRGE-MASTER-LOG-OK VALUE "Y".
               88 WS-MRGE-MASTER-LOG-FAILED VALUE "F".
           01 WS-MRGE-MANIFEST-FLAG PIC X(01) VALUE "Y".
               88 WS-MRGE-MANIFEST-OK VALUE "Y".
               88 WS-MRGE-MANIFEST-MISSING VALUE "M".
               88 WS-MRGE-MANIFEST-FULL VALUE "F".

      *****************************************
      *    WS for one partition's datasets.  The DD names are built
      *    from the partition number, the same names CISPSPLT and
      *    the partition procedure use.
      *****************************************
           01 WS-PART-LOG-STATUS PIC X(02).
               88 WS-PART-LOG-STATUS-OK VALUE "00".
               88 WS-PART-LOG-EOF VALUE "10".
           01 WS-PART-RJCT-STATUS PIC X(02).
               88 WS-PART-RJCT-STATUS-OK VALUE "00".
               88 WS-PART-RJCT-EOF VALUE "10".
           01 WS-PART-XTRT-STATUS PIC X(02).
               88 WS-PART-XTRT-STATUS-OK VALUE "00".
               88 WS-PART-XTRT-EOF VALUE "10".
           01 WS-PART-CKPT-STATUS PIC X(02).
               88 WS-PART-CKPT-STATUS-OK VALUE "00".
               88 WS-PART-CKPT-EOF VALUE "10".
           01 WS-PART-SYMS-STATUS PIC X(02).
               88 WS-PART-SYMS-STATUS-OK VALUE "00".
               88 WS-PART-SYMS-EOF VALUE "10".
           01 WS-PART-SUMM-STATUS PIC X(02).
               88 WS-PART-SUMM-STATUS-OK VALUE "00".
               88 WS-PART-SUMM-EOF VALUE "10".
           01 WS-MRGE-PART-IDX PIC 9(02) COMP.
           01 WS-MRGE-PART-TEXT PIC 9(02).
           01 WS-MRGE-LOG-DDNAME PIC X(08).
           01 WS-MRGE-RJCT-DDNAME PIC X(08).
           01 WS-MRGE-XTRT-DDNAME PIC X(08).
           01 WS-MRGE-CKPT-DDNAME PIC X(08).
           01 WS-MRGE-SYMS-DDNAME PIC X(08).
           01 WS-MRGE-SUMM-DDNAME PIC X(08).

      *****************************************
      *    What each partition gave up - read back from its log,
      *    summary, rejects and extract - for balancing and for the
      *    PARTITIONS section of the merged summary.
      *****************************************
           01 WS-MRGE-PART-TABLE.
               02 WS-MRGE-PART-ENTRY OCCURS 8 TIMES.
                   03 WS-MRGE-PART-LOG-FLAG PIC X(01).
                       88 WS-MRGE-PART-LOG-OK VALUE "Y".
                       88 WS-MRGE-PART-LOG-MISSING VALUE "M".
                   03 WS-MRGE-PART-SUMM-FLAG PIC X(01).
                       88 WS-MRGE-PART-SUMM-CURRENT VALUE "C".
                       88 WS-MRGE-PART-SUMM-MISSING VALUE "M".
                       88 WS-MRGE-PART-SUMM-STALE VALUE "S".
                       88 WS-MRGE-PART-SUMM-SHORT VALUE "I".
                   03 WS-MRGE-PART-OOB-FLAG PIC X(01).
                       88 WS-MRGE-PART-OOB VALUE "Y".
                   03 WS-MRGE-PART-RJCT-FLAG PIC X(01).
                       88 WS-MRGE-PART-RJCT-OK VALUE "Y".
                       88 WS-MRGE-PART-RJCT-MISSING VALUE "M".
                   03 WS-MRGE-PART-XTRT-FLAG PIC X(01).
                       88 WS-MRGE-PART-XTRT-OK VALUE "Y".
                       88 WS-MRGE-PART-XTRT-MISSING VALUE "M".
                       88 WS-MRGE-PART-XTRT-STALE VALUE "S".
                       88 WS-MRGE-PART-XTRT-NO-TRAILER VALUE "T".
                       88 WS-MRGE-PART-XTRT-MISMATCH VALUE "X".
                   03 WS-MRGE-PART-PROCESSED PIC 9(07) COMP.
                   03 WS-MRGE-PART-MEMBERS PIC 9(07) COMP.
                   03 WS-MRGE-PART-RESULTS PIC 9(07) COMP.
                   03 WS-MRGE-PART-TOK-REJECTS PIC 9(07) COMP.
                   03 WS-MRGE-PART-RC PIC 9(02) COMP.
                   03 WS-MRGE-PART-RJCT-COUNT PIC 9(07) COMP.
                   03 WS-MRGE-PART-XTRT-COUNT PIC 9(07) COMP.
                   03 WS-MRGE-PART-LOG-COPIED PIC 9(07) COMP.
                   03 WS-MRGE-PART-MBR-TOTALS PIC 9(05) COMP.

      *****************************************
      *    The manifest's members, each with the partition whose
      *    MEMBER-TOTALS record showed it processed.  A second
      *    record from the same partition is a restart or a member
      *    listed twice - one partition, one processing; a record
      *    from a second partition means the member ran twice.
      *    Members no manifest entry accounts for are kept apart.
      *****************************************
           01 WS-MRGE-MBR-TABLE.
               02 WS-MRGE-MBR-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-MRGE-MBR-ENTRY OCCURS 400 TIMES.
                   03 WS-MRGE-MBR-MEMBER PIC X(08).
                   03 WS-MRGE-MBR-PART PIC 9(02) COMP.
                   03 WS-MRGE-MBR-DUP-PART PIC 9(02) COMP.
           01 WS-MRGE-MBR-IDX PIC 9(03) COMP.
           01 WS-MRGE-MBR-FOUND-IDX PIC 9(03) COMP.
           01 WS-MRGE-LOOKUP-MEMBER PIC X(08).
           01 WS-MRGE-EXTRA-TABLE.
               02 WS-MRGE-EXTRA-COUNT PIC 9(02) COMP VALUE ZERO.
               02 WS-MRGE-EXTRA-ENTRY OCCURS 50 TIMES.
                   03 WS-MRGE-EXTRA-MEMBER PIC X(08).
                   03 WS-MRGE-EXTRA-PART PIC 9(02) COMP.
           01 WS-MRGE-EXTRA-IDX PIC 9(02) COMP.
           01 WS-MRGE-EXTRA-FOUND-IDX PIC 9(02) COMP.
           01 WS-MRGE-EXTRA-OVERFLOW PIC 9(05) COMP VALUE ZERO.
           01 WS-MRGE-ONCE-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-MRGE-MISSING-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-MRGE-DUP-COUNT PIC 9(05) COMP VALUE ZERO.

      *****************************************
      *    WS for reading a partition's CISPLOG.  Only records of
      *    this run count; the control's log-copied count says how
      *    many of them an earlier merge already carried.
      *****************************************
           01 WS-MRGE-LOG-ORDINAL PIC 9(07) COMP.
           01 WS-MRGE-LOG-TOTAL PIC 9(07) COMP VALUE ZERO.

      *****************************************
      *    WS for adding up the partitions' summaries.  A summary is
      *    read line by line against CISP's own layout: headings in
      *    column 1, figures as a label and a count either side of
      *    the colon, anything else indented a note.  Figures are
      *    summed by section and label in the order met; notes are
      *    kept once each.  The checkpoint and control-total
      *    sections are per member, so they are copied across as
      *    they stand instead, and balancing is redone here.
      *****************************************
           01 WS-MRGE-SECT-TABLE.
               02 WS-MRGE-SECT-COUNT PIC 9(02) COMP VALUE ZERO.
               02 WS-MRGE-SECT-ENTRY OCCURS 20 TIMES.
                   03 WS-MRGE-SECT-NAME PIC X(40).
                   03 WS-MRGE-SECT-KIND PIC X(01).
                       88 WS-MRGE-SECT-SUMMED VALUE "S".
                       88 WS-MRGE-SECT-VERBATIM VALUE "V".
                       88 WS-MRGE-SECT-BALANCING VALUE "B".
           01 WS-MRGE-SECT-IDX PIC 9(02) COMP.
           01 WS-MRGE-SECT-FOUND-IDX PIC 9(02) COMP.
           01 WS-MRGE-CUR-SECT PIC 9(02) COMP.
           01 WS-MRGE-FIG-TABLE.
               02 WS-MRGE-FIG-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-MRGE-FIG-ENTRY OCCURS 100 TIMES.
                   03 WS-MRGE-FIG-SECT PIC 9(02) COMP.
                   03 WS-MRGE-FIG-LABEL PIC X(36).
                   03 WS-MRGE-FIG-TOTAL PIC 9(07) COMP.
           01 WS-MRGE-FIG-IDX PIC 9(03) COMP.
           01 WS-MRGE-FIG-FOUND-IDX PIC 9(03) COMP.
           01 WS-MRGE-NOTE-TABLE.
               02 WS-MRGE-NOTE-COUNT PIC 9(02) COMP VALUE ZERO.
               02 WS-MRGE-NOTE-ENTRY OCCURS 20 TIMES.
                   03 WS-MRGE-NOTE-SECT PIC 9(02) COMP.
                   03 WS-MRGE-NOTE-TEXT PIC X(100).
           01 WS-MRGE-NOTE-IDX PIC 9(02) COMP.
           01 WS-MRGE-NOTE-FOUND-IDX PIC 9(02) COMP.
           01 WS-MRGE-TABLE-FULL-FLAG PIC X(01) VALUE "N".
               88 WS-MRGE-TABLE-FULL VALUE "Y".
           01 WS-MRGE-SUMM-DONE-FLAG PIC X(01).
               88 WS-MRGE-SUMM-DONE VALUE "Y".
           01 WS-MRGE-RUN-CHECKED-FLAG PIC X(01).
               88 WS-MRGE-RUN-CHECKED VALUE "Y".
           01 WS-MRGE-IN-LABEL PIC X(36).
           01 WS-MRGE-IN-FIGURE PIC 9(07) COMP.
           01 WS-MRGE-COPY-SECT PIC X(40).
           01 WS-MRGE-COPY-FLAG PIC X(01).
               88 WS-MRGE-COPY-ON VALUE "Y".

      *****************************************
      *    WS for the merged extract - the re-proved count and hash
      *    of the details carried, run-wide and for the partition
      *    being read, against the partition's own trailer.
      *****************************************
           01 WS-MRGE-XTRT-DATE PIC 9(08).
           01 WS-MRGE-XTRT-TIME PIC 9(08).
           01 WS-MRGE-XTRT-OPEN-FLAG PIC X(01) VALUE "N".
               88 WS-MRGE-XTRT-OPEN VALUE "Y".
           01 WS-MRGE-XTRT-COUNT PIC 9(09) COMP VALUE ZERO.
           01 WS-MRGE-XTRT-HASH PIC S9(15)V9(06) COMP-3 VALUE ZERO.
           01 WS-MRGE-XTRT-HASH-EDIT PIC -(15)9.9(06).
           01 WS-MRGE-PXTRT-COUNT PIC 9(09) COMP.
           01 WS-MRGE-PXTRT-HASH PIC S9(15)V9(06) COMP-3.
           01 WS-MRGE-PXTRT-TRAILER-FLAG PIC X(01).
               88 WS-MRGE-PXTRT-TRAILER VALUE "Y".
           01 WS-MRGE-RJCT-TOTAL PIC 9(07) COMP VALUE ZERO.

      *****************************************
      *    WS for gathering checkpoints and bindings back.  A member
      *    keeps the checkpoint of the latest run that advanced it;
      *    a binding set during the run - stamped after the split -
      *    replaces the master's, the latest stamp winning.  Neither
      *    master is rewritten unless every partition's copy is
      *    there to gather from.
      *****************************************
           01 WS-MRGE-CKPT-TABLE.
               02 WS-MRGE-CKPT-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-MRGE-CKPT-ENTRY OCCURS 400 TIMES.
                   03 WS-MRGE-CKPT-RECORD.
                       04 WS-MRGE-CKPT-MEMBER PIC X(08).
                       04 FILLER PIC X(07).
                       04 WS-MRGE-CKPT-RUN-SEQ PIC X(05).
           01 WS-MRGE-CKPT-IDX PIC 9(03) COMP.
           01 WS-MRGE-CKPT-FOUND-IDX PIC 9(03) COMP.
           01 WS-MRGE-SYM-TABLE.
               02 WS-MRGE-SYM-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-MRGE-SYM-ENTRY OCCURS 200 TIMES.
                   03 WS-MRGE-SYM-RECORD.
                       04 WS-MRGE-SYM-NAME PIC X(20).
                       04 FILLER PIC X(46).
                   03 WS-MRGE-SYM-STAMP PIC X(14).
           01 WS-MRGE-SYM-IDX PIC 9(03) COMP.
           01 WS-MRGE-SYM-FOUND-IDX PIC 9(03) COMP.
           01 WS-MRGE-IN-STAMP PIC X(14).
           01 WS-MRGE-GATHER-FLAG PIC X(01).
               88 WS-MRGE-GATHER-OK VALUE "Y".
               88 WS-MRGE-GATHER-FAILED VALUE "F".
           01 WS-MRGE-SYM-CHANGED PIC 9(05) COMP VALUE ZERO.

      *****************************************
      *    WS for the merged CISPSUMM, in CISP's own report format
      *    so the operator reads it the same way.
      *****************************************
           01 WS-MRGE-TOT-PROCESSED PIC 9(07) COMP VALUE ZERO.
           01 WS-MRGE-TOT-RESULTS PIC 9(07) COMP VALUE ZERO.
           01 WS-MRGE-TOT-TOK-REJECTS PIC 9(07) COMP VALUE ZERO.
           01 WS-MRGE-TOT-EXPECTED PIC 9(07) COMP VALUE ZERO.
           01 WS-MRGE-SUMM-PAGE-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-MRGE-SUMM-LINE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-MRGE-SUMM-PAGE-LIMIT PIC 9(03) COMP VALUE 55.
           01 WS-MRGE-DATE-WORK PIC 9(08).
           01 WS-MRGE-DATE-SPLIT REDEFINES WS-MRGE-DATE-WORK.
               02 WS-MRGE-DATE-YEAR PIC X(04).
               02 WS-MRGE-DATE-MONTH PIC X(02).
               02 WS-MRGE-DATE-DAY PIC X(02).
           01 WS-MRGE-PRINT-LINE PIC X(132).
           01 WS-MRGE-HEADING-LINE.
               02 FILLER PIC X(40)
                   VALUE "CISP - PARTITIONED RUN SUMMARY".
               02 FILLER PIC X(05) VALUE "DATE ".
               02 WS-MRGE-HEADING-DATE PIC X(10).
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "PAGE ".
               02 WS-MRGE-HEADING-PAGE PIC ZZZ9.
               02 FILLER PIC X(65) VALUE SPACES.
           01 WS-MRGE-DETAIL-LINE.
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-MRGE-DETAIL-LABEL PIC X(36).
               02 FILLER PIC X(02) VALUE ": ".
               02 WS-MRGE-DETAIL-COUNT PIC ZZZZZZ9.
               02 FILLER PIC X(83) VALUE SPACES.

      *****************************************
      *    WS for the PARTITION-MERGE log records, one per
      *    partition and one for the run.
      *****************************************
           01 WS-MRGE-PART-MESSAGE.
               02 FILLER PIC X(05) VALUE "PART=".
               02 WS-MRGE-MSG-PART PIC 9(02).
               02 FILLER PIC X(05) VALUE " RUN=".
               02 WS-MRGE-MSG-RUN PIC 9(05).
               02 FILLER PIC X(05) VALUE " LOG=".
               02 WS-MRGE-MSG-LOG PIC 9(07).
               02 FILLER PIC X(09) VALUE " REJECTS=".
               02 WS-MRGE-MSG-RJCT PIC 9(07).
               02 FILLER PIC X(09) VALUE " EXTRACT=".
               02 WS-MRGE-MSG-XTRT PIC 9(07).
               02 FILLER PIC X(04) VALUE " RC=".
               02 WS-MRGE-MSG-RC PIC 9(02).
           01 WS-MRGE-RUN-MESSAGE.
               02 FILLER PIC X(04) VALUE "RUN=".
               02 WS-MRGE-MSG-RUN-SEQ PIC 9(05).
               02 FILLER PIC X(12) VALUE " PARTITIONS=".
               02 WS-MRGE-MSG-PARTS PIC 9(02).
               02 FILLER PIC X(09) VALUE " MEMBERS=".
               02 WS-MRGE-MSG-MEMBERS PIC 9(05).
               02 FILLER PIC X(11) VALUE " PROCESSED=".
               02 WS-MRGE-MSG-PROCESSED PIC 9(07).
               02 FILLER PIC X(04) VALUE " RC=".
               02 WS-MRGE-MSG-RC-RUN PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CISPMRGE".
      *    The control and the logs are read before LOGGER opens:
      *    the run sequence has to be in place for LOGGER to take,
      *    and the partitions' records have to be on the master
      *    CISPLOG before LOGGER holds it open for this step's own.
           PERFORM READ-PARTITION-CONTROL-PROCEDURE.
           IF WS-MRGE-CONTROL-OK
               PERFORM CLEAR-PARTITION-ENTRY-PROCEDURE
                   VARYING WS-MRGE-PART-IDX FROM 1 BY 1
                   UNTIL WS-MRGE-PART-IDX > 8
               PERFORM LOAD-MANIFEST-PROCEDURE
               PERFORM CARRY-PARTITION-LOGS-PROCEDURE
           END-IF.

           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

           EVALUATE TRUE
               WHEN WS-MRGE-CONTROL-FAILED
                   MOVE 12 TO WS-MRGE-NEW-SEVERITY
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "CISPPART control missing or not valid"
                           DELIMITED BY SIZE
                       " - nothing merged" DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   PERFORM LOG-MERGE-ERROR-PROCEDURE
               WHEN WS-MRGE-CONTROL-MERGED
                   MOVE 4 TO WS-MRGE-NEW-SEVERITY
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "Partitioned run " DELIMITED BY SIZE
                       WS-MRGE-RUN-SEQ DELIMITED BY SIZE
                       " already merged - nothing done"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   PERFORM LOG-MERGE-ERROR-PROCEDURE
               WHEN OTHER
                   PERFORM REPORT-LOG-CARRY-PROCEDURE
                   PERFORM READ-PARTITION-SUMMARY-PROCEDURE
                       VARYING WS-MRGE-PART-IDX FROM 1 BY 1
                       UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT
                   PERFORM MERGE-REJECTS-PROCEDURE
                   PERFORM MERGE-EXTRACTS-PROCEDURE
                   PERFORM MERGE-CHECKPOINTS-PROCEDURE
                   PERFORM MERGE-BINDINGS-PROCEDURE
                   PERFORM BALANCE-MERGED-RUN-PROCEDURE
                   PERFORM LOG-PARTITION-MERGE-PROCEDURE
                       VARYING WS-MRGE-PART-IDX FROM 1 BY 1
                       UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT
                   PERFORM WRITE-MERGED-SUMMARY-PROCEDURE
                   PERFORM LOG-RUN-MERGE-PROCEDURE
                   IF NOT WS-MRGE-OUT-OF-BALANCE
                       AND NOT WS-MRGE-IO-FAILED
                       SET WS-MRGE-CTL-IS-MERGED TO TRUE
                       PERFORM WRITE-PARTITION-CONTROL-PROCEDURE
                   END-IF
           END-EVALUATE.

           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE WS-MRGE-WORST-SEVERITY TO RETURN-CODE.
           GOBACK.

      *****************************************
      *    The control says which run to merge and over how many
      *    partitions.  A control at split status is merged; one
      *    already merged is left alone.  The run sequence goes
      *    into the CISPRSEQ switch for LOGGER, as CISP's partition
      *    steps do, so this step's own records join the run.
      *****************************************
       READ-PARTITION-CONTROL-PROCEDURE.
           SET WS-MRGE-CONTROL-FAILED TO TRUE.
           OPEN INPUT CISPPART-FILE.
           IF WS-CISPPART-STATUS-OK
               READ CISPPART-FILE
                   NOT AT END
                       IF CISPPART-RUN-SEQ IS NUMERIC
                           AND CISPPART-PART-COUNT IS NUMERIC
                           AND CISPPART-PART-COUNT >= 1
                           AND CISPPART-PART-COUNT <= 8
                           MOVE CISPPART-RECORD TO WS-MRGE-CONTROL
                           EVALUATE TRUE
                               WHEN CISPPART-IS-SPLIT
                                   SET WS-MRGE-CONTROL-OK TO TRUE
                               WHEN CISPPART-IS-MERGED
                                   SET WS-MRGE-CONTROL-MERGED
                                       TO TRUE
                           END-EVALUATE
                       END-IF
               END-READ
               CLOSE CISPPART-FILE
           END-IF.
           IF NOT WS-MRGE-CONTROL-FAILED
               MOVE WS-MRGE-CTL-RUN-SEQ TO WS-MRGE-RUN-SEQ
               MOVE WS-MRGE-CTL-PART-COUNT TO WS-MRGE-PART-COUNT
               MOVE WS-MRGE-CTL-SPLIT-DATE TO WS-MRGE-SPLIT-STAMP(1:8)
               MOVE WS-MRGE-CTL-SPLIT-TIME
                   TO WS-MRGE-SPLIT-STAMP(9:6)
               DISPLAY "CISPRSEQ" UPON ENVIRONMENT-NAME
               DISPLAY WS-MRGE-RUN-SEQ UPON ENVIRONMENT-VALUE
           END-IF.

       CLEAR-PARTITION-ENTRY-PROCEDURE.
           MOVE "Y" TO WS-MRGE-PART-LOG-FLAG(WS-MRGE-PART-IDX).
           MOVE "M" TO WS-MRGE-PART-SUMM-FLAG(WS-MRGE-PART-IDX).
           MOVE "N" TO WS-MRGE-PART-OOB-FLAG(WS-MRGE-PART-IDX).
           MOVE "Y" TO WS-MRGE-PART-RJCT-FLAG(WS-MRGE-PART-IDX).
           MOVE "Y" TO WS-MRGE-PART-XTRT-FLAG(WS-MRGE-PART-IDX).
           MOVE ZERO TO WS-MRGE-PART-PROCESSED(WS-MRGE-PART-IDX).
           MOVE ZERO TO WS-MRGE-PART-MEMBERS(WS-MRGE-PART-IDX).
           MOVE ZERO TO WS-MRGE-PART-RESULTS(WS-MRGE-PART-IDX).
           MOVE ZERO TO WS-MRGE-PART-TOK-REJECTS(WS-MRGE-PART-IDX).
           MOVE ZERO TO WS-MRGE-PART-RC(WS-MRGE-PART-IDX).
           MOVE ZERO TO WS-MRGE-PART-RJCT-COUNT(WS-MRGE-PART-IDX).
           MOVE ZERO TO WS-MRGE-PART-XTRT-COUNT(WS-MRGE-PART-IDX).
           MOVE ZERO TO WS-MRGE-PART-LOG-COPIED(WS-MRGE-PART-IDX).
           MOVE ZERO TO WS-MRGE-PART-MBR-TOTALS(WS-MRGE-PART-IDX).

       SET-PARTITION-DDNAMES-PROCEDURE.
           MOVE WS-MRGE-PART-IDX TO WS-MRGE-PART-TEXT.
           MOVE SPACES TO WS-MRGE-LOG-DDNAME.
           STRING "PLOG" WS-MRGE-PART-TEXT DELIMITED BY SIZE
               INTO WS-MRGE-LOG-DDNAME.
           MOVE SPACES TO WS-MRGE-RJCT-DDNAME.
           STRING "PRJCT" WS-MRGE-PART-TEXT DELIMITED BY SIZE
               INTO WS-MRGE-RJCT-DDNAME.
           MOVE SPACES TO WS-MRGE-XTRT-DDNAME.
           STRING "PXTRT" WS-MRGE-PART-TEXT DELIMITED BY SIZE
               INTO WS-MRGE-XTRT-DDNAME.
           MOVE SPACES TO WS-MRGE-CKPT-DDNAME.
           STRING "PCKPT" WS-MRGE-PART-TEXT DELIMITED BY SIZE
               INTO WS-MRGE-CKPT-DDNAME.
           MOVE SPACES TO WS-MRGE-SYMS-DDNAME.
           STRING "PSYMS" WS-MRGE-PART-TEXT DELIMITED BY SIZE
               INTO WS-MRGE-SYMS-DDNAME.
           MOVE SPACES TO WS-MRGE-SUMM-DDNAME.
           STRING "PSUMM" WS-MRGE-PART-TEXT DELIMITED BY SIZE
               INTO WS-MRGE-SUMM-DDNAME.

      *****************************************
      *    The master manifest, one entry per distinct member -
      *    blank entries and comments dropped, as CISP and CISPSPLT
      *    drop them.  Without it no member can be proved.
      *****************************************
       LOAD-MANIFEST-PROCEDURE.
           OPEN INPUT CISPMANI-FILE.
           IF WS-CISPMANI-STATUS-OK
               PERFORM READ-CISPMANI-PROCEDURE
               PERFORM LOAD-MANIFEST-ENTRY-PROCEDURE
                   UNTIL WS-CISPMANI-EOF
               CLOSE CISPMANI-FILE
           ELSE
               SET WS-MRGE-MANIFEST-MISSING TO TRUE
           END-IF.

       READ-CISPMANI-PROCEDURE.
           READ CISPMANI-FILE
               AT END
                   SET WS-CISPMANI-EOF TO TRUE
           END-READ.

       LOAD-MANIFEST-ENTRY-PROCEDURE.
           IF CISPMANI-MEMBER NOT = SPACES
               AND CISPMANI-MEMBER(1:1) NOT = "*"
               MOVE CISPMANI-MEMBER TO WS-MRGE-LOOKUP-MEMBER
               PERFORM FIND-MANIFEST-MEMBER-PROCEDURE
               IF WS-MRGE-MBR-FOUND-IDX = ZERO
                   IF WS-MRGE-MBR-COUNT < 400
                       ADD 1 TO WS-MRGE-MBR-COUNT
                       MOVE CISPMANI-MEMBER
                           TO WS-MRGE-MBR-MEMBER(WS-MRGE-MBR-COUNT)
                       MOVE ZERO TO WS-MRGE-MBR-PART(WS-MRGE-MBR-COUNT)
                       MOVE ZERO
                           TO WS-MRGE-MBR-DUP-PART(WS-MRGE-MBR-COUNT)
                   ELSE
                       SET WS-MRGE-MANIFEST-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-CISPMANI-PROCEDURE.

       FIND-MANIFEST-MEMBER-PROCEDURE.
           MOVE ZERO TO WS-MRGE-MBR-FOUND-IDX.
           MOVE 1 TO WS-MRGE-MBR-IDX.
           PERFORM SCAN-MANIFEST-MEMBER-PROCEDURE
               UNTIL WS-MRGE-MBR-IDX > WS-MRGE-MBR-COUNT
               OR WS-MRGE-MBR-FOUND-IDX > ZERO.

       SCAN-MANIFEST-MEMBER-PROCEDURE.
           IF WS-MRGE-MBR-MEMBER(WS-MRGE-MBR-IDX)
                   = WS-MRGE-LOOKUP-MEMBER
               MOVE WS-MRGE-MBR-IDX TO WS-MRGE-MBR-FOUND-IDX
           ELSE
               ADD 1 TO WS-MRGE-MBR-IDX
           END-IF.

      *****************************************
      *    Carries the partitions' log records for this run onto
      *    the master CISPLOG, past the ones an earlier merge of
      *    the run already carried, and notes from every
      *    MEMBER-TOTALS record which partition processed which
      *    member.  The control is rewritten straight after with
      *    the new counts, so a merge that fails later can be
      *    rerun without doubling the log.
      *****************************************
       CARRY-PARTITION-LOGS-PROCEDURE.
           ACCEPT WS-MRGE-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           IF WS-MRGE-JOB-NAME = SPACES
               MOVE "CISP" TO WS-MRGE-JOB-NAME
           END-IF.
           OPEN EXTEND CISPLOG-FILE.
           IF WS-CISPLOG-STATUS-NOT-FOUND
               OPEN OUTPUT CISPLOG-FILE
           END-IF.
           IF WS-CISPLOG-STATUS-OK
               PERFORM CARRY-PARTITION-LOG-PROCEDURE
                   VARYING WS-MRGE-PART-IDX FROM 1 BY 1
                   UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT
               CLOSE CISPLOG-FILE
               PERFORM WRITE-PARTITION-CONTROL-PROCEDURE
           ELSE
               SET WS-MRGE-MASTER-LOG-FAILED TO TRUE
           END-IF.

       CARRY-PARTITION-LOG-PROCEDURE.
           PERFORM SET-PARTITION-DDNAMES-PROCEDURE.
           MOVE ZERO TO WS-MRGE-LOG-ORDINAL.
           OPEN INPUT PART-LOG-FILE.
           IF WS-PART-LOG-STATUS-OK
               PERFORM READ-PARTITION-LOG-PROCEDURE
               PERFORM CARRY-LOG-RECORD-PROCEDURE
                   UNTIL WS-PART-LOG-EOF
               CLOSE PART-LOG-FILE
           ELSE
               SET WS-MRGE-PART-LOG-MISSING(WS-MRGE-PART-IDX) TO TRUE
           END-IF.

       READ-PARTITION-LOG-PROCEDURE.
           READ PART-LOG-FILE
               AT END
                   SET WS-PART-LOG-EOF TO TRUE
           END-READ.

       CARRY-LOG-RECORD-PROCEDURE.
           IF PART-LOG-RUN-SEQ = WS-MRGE-RUN-SEQ
               ADD 1 TO WS-MRGE-LOG-ORDINAL
               IF WS-MRGE-LOG-ORDINAL >
                       WS-MRGE-CTL-LOG-COPIED-COUNT(WS-MRGE-PART-IDX)
                   MOVE PART-LOG-RECORD TO CISPLOG-RECORD
                   MOVE WS-MRGE-JOB-NAME TO CISPLOG-REC-JOB-NAME
                   WRITE CISPLOG-RECORD
                   ADD 1 TO WS-MRGE-PART-LOG-COPIED(WS-MRGE-PART-IDX)
                   MOVE WS-MRGE-LOG-ORDINAL
                       TO WS-MRGE-CTL-LOG-COPIED-COUNT(WS-MRGE-PART-IDX)
               END-IF
               IF PART-LOG-FUNCTION = "MEMBER-TOTALS"
                   ADD 1 TO WS-MRGE-PART-MBR-TOTALS(WS-MRGE-PART-IDX)
                   MOVE PART-LOG-MESSAGE(5:8) TO WS-MRGE-LOOKUP-MEMBER
                   PERFORM NOTE-MEMBER-PROCESSED-PROCEDURE
               END-IF
           END-IF.
           PERFORM READ-PARTITION-LOG-PROCEDURE.

       NOTE-MEMBER-PROCESSED-PROCEDURE.
           PERFORM FIND-MANIFEST-MEMBER-PROCEDURE.
           IF WS-MRGE-MBR-FOUND-IDX > ZERO
               EVALUATE TRUE
                   WHEN WS-MRGE-MBR-PART(WS-MRGE-MBR-FOUND-IDX) = ZERO
                       MOVE WS-MRGE-PART-IDX
                           TO WS-MRGE-MBR-PART(WS-MRGE-MBR-FOUND-IDX)
                   WHEN WS-MRGE-MBR-PART(WS-MRGE-MBR-FOUND-IDX)
                           NOT = WS-MRGE-PART-IDX
                       MOVE WS-MRGE-PART-IDX
                           TO WS-MRGE-MBR-DUP-PART
                               (WS-MRGE-MBR-FOUND-IDX)
               END-EVALUATE
           ELSE
               PERFORM NOTE-EXTRA-MEMBER-PROCEDURE
           END-IF.

       NOTE-EXTRA-MEMBER-PROCEDURE.
           MOVE ZERO TO WS-MRGE-EXTRA-FOUND-IDX.
           PERFORM SCAN-EXTRA-MEMBER-PROCEDURE
               VARYING WS-MRGE-EXTRA-IDX FROM 1 BY 1
               UNTIL WS-MRGE-EXTRA-IDX > WS-MRGE-EXTRA-COUNT.
           IF WS-MRGE-EXTRA-FOUND-IDX = ZERO
               IF WS-MRGE-EXTRA-COUNT < 50
                   ADD 1 TO WS-MRGE-EXTRA-COUNT
                   MOVE WS-MRGE-LOOKUP-MEMBER
                       TO WS-MRGE-EXTRA-MEMBER(WS-MRGE-EXTRA-COUNT)
                   MOVE WS-MRGE-PART-IDX
                       TO WS-MRGE-EXTRA-PART(WS-MRGE-EXTRA-COUNT)
               ELSE
                   ADD 1 TO WS-MRGE-EXTRA-OVERFLOW
               END-IF
           END-IF.

       SCAN-EXTRA-MEMBER-PROCEDURE.
           IF WS-MRGE-EXTRA-MEMBER(WS-MRGE-EXTRA-IDX)
                   = WS-MRGE-LOOKUP-MEMBER
               MOVE WS-MRGE-EXTRA-IDX TO WS-MRGE-EXTRA-FOUND-IDX
           END-IF.

      *****************************************
      *    The control as held, status and log-copied counts
      *    included.  A control that will not rewrite after the logs
      *    were carried would let a rerun carry them again - the
      *    run cannot be proved, severity 12.
      *****************************************
       WRITE-PARTITION-CONTROL-PROCEDURE.
           OPEN OUTPUT CISPPART-FILE.
           IF WS-CISPPART-STATUS-OK
               MOVE WS-MRGE-CONTROL TO CISPPART-RECORD
               WRITE CISPPART-RECORD
               CLOSE CISPPART-FILE
           ELSE
               SET WS-MRGE-IO-FAILED TO TRUE
               MOVE 12 TO WS-MRGE-WORST-SEVERITY
           END-IF.

      *****************************************
      *    What went wrong while LOGGER was still closed, now that
      *    it can be logged.
      *****************************************
       REPORT-LOG-CARRY-PROCEDURE.
           IF NOT WS-CISPPART-STATUS-OK
               MOVE 12 TO WS-MRGE-NEW-SEVERITY
               MOVE "CISPPART control rewrite failed - rerun unsafe"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-MERGE-ERROR-PROCEDURE
           END-IF.
           IF WS-MRGE-MASTER-LOG-FAILED
               MOVE 12 TO WS-MRGE-NEW-SEVERITY
               MOVE "CISPLOG open failed - partition logs not carried"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-MERGE-ERROR-PROCEDURE
           ELSE
               PERFORM REPORT-PARTITION-LOG-PROCEDURE
                   VARYING WS-MRGE-PART-IDX FROM 1 BY 1
                   UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT
           END-IF.

       REPORT-PARTITION-LOG-PROCEDURE.
           IF WS-MRGE-PART-LOG-MISSING(WS-MRGE-PART-IDX)
               PERFORM SET-PARTITION-DDNAMES-PROCEDURE
               MOVE 12 TO WS-MRGE-NEW-SEVERITY
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING WS-MRGE-LOG-DDNAME DELIMITED BY SPACE
                   " partition log open failed" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-MERGE-ERROR-PROCEDURE
           END-IF.

      *****************************************
      *    One partition's CISPSUMM.  The first figure must be this
      *    run's sequence - anything else is an earlier night's
      *    report the partition never replaced - and the report must
      *    run through to END OF SUMMARY.
      *****************************************
       READ-PARTITION-SUMMARY-PROCEDURE.
           PERFORM SET-PARTITION-DDNAMES-PROCEDURE.
           MOVE "N" TO WS-MRGE-SUMM-DONE-FLAG.
           MOVE "N" TO WS-MRGE-RUN-CHECKED-FLAG.
           MOVE 1 TO WS-MRGE-CUR-SECT.
           IF WS-MRGE-SECT-COUNT = ZERO
               MOVE 1 TO WS-MRGE-SECT-COUNT
               MOVE SPACES TO WS-MRGE-SECT-NAME(1)
               SET WS-MRGE-SECT-SUMMED(1) TO TRUE
           END-IF.
           OPEN INPUT PART-SUMM-FILE.
           IF WS-PART-SUMM-STATUS-OK
               SET WS-MRGE-PART-SUMM-SHORT(WS-MRGE-PART-IDX) TO TRUE
               PERFORM READ-PARTITION-SUMM-PROCEDURE
               PERFORM PARSE-SUMMARY-LINE-PROCEDURE
                   UNTIL WS-MRGE-SUMM-DONE
               CLOSE PART-SUMM-FILE
           END-IF.
           IF NOT WS-MRGE-PART-SUMM-CURRENT(WS-MRGE-PART-IDX)
               PERFORM REPORT-PARTITION-SUMMARY-PROCEDURE
           END-IF.
           IF WS-MRGE-PART-RC(WS-MRGE-PART-IDX)
                   > WS-MRGE-WORST-SEVERITY
               MOVE WS-MRGE-PART-RC(WS-MRGE-PART-IDX)
                   TO WS-MRGE-WORST-SEVERITY
           END-IF.

       READ-PARTITION-SUMM-PROCEDURE.
           READ PART-SUMM-FILE
               AT END
                   SET WS-MRGE-SUMM-DONE TO TRUE
           END-READ.

       PARSE-SUMMARY-LINE-PROCEDURE.
           EVALUATE TRUE
               WHEN PART-SUMM-RECORD = SPACES
                   CONTINUE
               WHEN PART-SUMM-RECORD(1:7) = "CISP - "
                   CONTINUE
               WHEN PART-SUMM-RECORD(1:1) NOT = SPACE
                   PERFORM ENTER-SUMMARY-SECTION-PROCEDURE
               WHEN PART-SUMM-RECORD(41:2) = ": "
                   AND PART-SUMM-RECORD(5:1) NOT = SPACE
                   PERFORM TAKE-SUMMARY-FIGURE-PROCEDURE
               WHEN OTHER
                   PERFORM TAKE-SUMMARY-NOTE-PROCEDURE
           END-EVALUATE.
           IF NOT WS-MRGE-SUMM-DONE
               PERFORM READ-PARTITION-SUMM-PROCEDURE
           END-IF.

       ENTER-SUMMARY-SECTION-PROCEDURE.
           EVALUATE TRUE
               WHEN NOT WS-MRGE-RUN-CHECKED
                   SET WS-MRGE-PART-SUMM-STALE(WS-MRGE-PART-IDX)
                       TO TRUE
                   SET WS-MRGE-SUMM-DONE TO TRUE
               WHEN PART-SUMM-RECORD(1:14) = "END OF SUMMARY"
                   SET WS-MRGE-PART-SUMM-CURRENT(WS-MRGE-PART-IDX)
                       TO TRUE
                   SET WS-MRGE-SUMM-DONE TO TRUE
               WHEN OTHER
                   PERFORM FIND-SUMMARY-SECTION-PROCEDURE
           END-EVALUATE.

       FIND-SUMMARY-SECTION-PROCEDURE.
           MOVE ZERO TO WS-MRGE-SECT-FOUND-IDX.
           PERFORM SCAN-SUMMARY-SECTION-PROCEDURE
               VARYING WS-MRGE-SECT-IDX FROM 1 BY 1
               UNTIL WS-MRGE-SECT-IDX > WS-MRGE-SECT-COUNT.
           IF WS-MRGE-SECT-FOUND-IDX = ZERO
               IF WS-MRGE-SECT-COUNT < 20
                   ADD 1 TO WS-MRGE-SECT-COUNT
                   MOVE WS-MRGE-SECT-COUNT TO WS-MRGE-SECT-FOUND-IDX
                   MOVE PART-SUMM-RECORD(1:40)
                       TO WS-MRGE-SECT-NAME(WS-MRGE-SECT-COUNT)
                   EVALUATE PART-SUMM-RECORD(1:40)
                       WHEN "CHECKPOINTS BY MEMBER"
                       WHEN "CONTROL TOTALS BY MEMBER"
                           SET WS-MRGE-SECT-VERBATIM
                               (WS-MRGE-SECT-COUNT) TO TRUE
                       WHEN "BALANCING"
                           SET WS-MRGE-SECT-BALANCING
                               (WS-MRGE-SECT-COUNT) TO TRUE
                       WHEN OTHER
                           SET WS-MRGE-SECT-SUMMED
                               (WS-MRGE-SECT-COUNT) TO TRUE
                   END-EVALUATE
               ELSE
                   SET WS-MRGE-TABLE-FULL TO TRUE
                   MOVE 1 TO WS-MRGE-SECT-FOUND-IDX
               END-IF
           END-IF.
           MOVE WS-MRGE-SECT-FOUND-IDX TO WS-MRGE-CUR-SECT.

       SCAN-SUMMARY-SECTION-PROCEDURE.
           IF WS-MRGE-SECT-NAME(WS-MRGE-SECT-IDX)
                   = PART-SUMM-RECORD(1:40)
               MOVE WS-MRGE-SECT-IDX TO WS-MRGE-SECT-FOUND-IDX
           END-IF.

      *****************************************
      *    One figure line.  The hash total is not a count - the
      *    merged extract's own is printed in its place - and the
      *    balancing figures are the partition's own, kept for its
      *    PARTITIONS entry and re-added below.
      *****************************************
       TAKE-SUMMARY-FIGURE-PROCEDURE.
           MOVE PART-SUMM-RECORD(5:36) TO WS-MRGE-IN-LABEL.
           MOVE ZERO TO WS-MRGE-IN-FIGURE.
           IF FUNCTION TEST-NUMVAL(PART-SUMM-RECORD(43:7)) = ZERO
               COMPUTE WS-MRGE-IN-FIGURE =
                   FUNCTION NUMVAL(PART-SUMM-RECORD(43:7))
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-MRGE-RUN-CHECKED
                   IF WS-MRGE-IN-LABEL = "RUN SEQUENCE"
                       AND WS-MRGE-IN-FIGURE = WS-MRGE-RUN-SEQ
                       SET WS-MRGE-RUN-CHECKED TO TRUE
                   ELSE
                       SET WS-MRGE-PART-SUMM-STALE(WS-MRGE-PART-IDX)
                           TO TRUE
                       SET WS-MRGE-SUMM-DONE TO TRUE
                   END-IF
               WHEN WS-MRGE-IN-LABEL = "HASH TOTAL OF EXTRACTED VALUES"
                   CONTINUE
               WHEN WS-MRGE-SECT-VERBATIM(WS-MRGE-CUR-SECT)
                   CONTINUE
               WHEN WS-MRGE-SECT-BALANCING(WS-MRGE-CUR-SECT)
                   PERFORM TAKE-BALANCING-FIGURE-PROCEDURE
               WHEN OTHER
                   PERFORM ADD-SUMMARY-FIGURE-PROCEDURE
           END-EVALUATE.

       TAKE-BALANCING-FIGURE-PROCEDURE.
           EVALUATE WS-MRGE-IN-LABEL
               WHEN "RESULTS WRITTEN TO CISP-RESULTS"
                   MOVE WS-MRGE-IN-FIGURE
                       TO WS-MRGE-PART-RESULTS(WS-MRGE-PART-IDX)
               WHEN "TOKENIZER REJECTS LOGGED"
                   MOVE WS-MRGE-IN-FIGURE
                       TO WS-MRGE-PART-TOK-REJECTS(WS-MRGE-PART-IDX)
               WHEN "RETURN CODE"
                   MOVE WS-MRGE-IN-FIGURE
                       TO WS-MRGE-PART-RC(WS-MRGE-PART-IDX)
           END-EVALUATE.

       ADD-SUMMARY-FIGURE-PROCEDURE.
           IF WS-MRGE-CUR-SECT = 1
               EVALUATE WS-MRGE-IN-LABEL
                   WHEN "RECORDS PROCESSED FROM LISP-SRC"
                       MOVE WS-MRGE-IN-FIGURE
                           TO WS-MRGE-PART-PROCESSED(WS-MRGE-PART-IDX)
                   WHEN "MEMBERS PROCESSED"
                       MOVE WS-MRGE-IN-FIGURE
                           TO WS-MRGE-PART-MEMBERS(WS-MRGE-PART-IDX)
               END-EVALUATE
           END-IF.
           MOVE ZERO TO WS-MRGE-FIG-FOUND-IDX.
           PERFORM SCAN-SUMMARY-FIGURE-PROCEDURE
               VARYING WS-MRGE-FIG-IDX FROM 1 BY 1
               UNTIL WS-MRGE-FIG-IDX > WS-MRGE-FIG-COUNT.
           IF WS-MRGE-FIG-FOUND-IDX = ZERO
               IF WS-MRGE-FIG-COUNT < 100
                   ADD 1 TO WS-MRGE-FIG-COUNT
                   MOVE WS-MRGE-FIG-COUNT TO WS-MRGE-FIG-FOUND-IDX
                   MOVE WS-MRGE-CUR-SECT
                       TO WS-MRGE-FIG-SECT(WS-MRGE-FIG-COUNT)
                   MOVE WS-MRGE-IN-LABEL
                       TO WS-MRGE-FIG-LABEL(WS-MRGE-FIG-COUNT)
                   MOVE ZERO TO WS-MRGE-FIG-TOTAL(WS-MRGE-FIG-COUNT)
               ELSE
                   SET WS-MRGE-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-MRGE-FIG-FOUND-IDX > ZERO
               ADD WS-MRGE-IN-FIGURE
                   TO WS-MRGE-FIG-TOTAL(WS-MRGE-FIG-FOUND-IDX)
           END-IF.

       SCAN-SUMMARY-FIGURE-PROCEDURE.
           IF WS-MRGE-FIG-SECT(WS-MRGE-FIG-IDX) = WS-MRGE-CUR-SECT
               AND WS-MRGE-FIG-LABEL(WS-MRGE-FIG-IDX)
                   = WS-MRGE-IN-LABEL
               MOVE WS-MRGE-FIG-IDX TO WS-MRGE-FIG-FOUND-IDX
           END-IF.

      *****************************************
      *    One indented line that is not a figure.  In balancing
      *    only the verdict matters; elsewhere a note is carried to
      *    the merged report once, however many partitions wrote it.
      *****************************************
       TAKE-SUMMARY-NOTE-PROCEDURE.
           EVALUATE TRUE
               WHEN NOT WS-MRGE-RUN-CHECKED
                   CONTINUE
               WHEN WS-MRGE-SECT-BALANCING(WS-MRGE-CUR-SECT)
                   IF PART-SUMM-RECORD(5:26)
                           = "*** RUN OUT OF BALANCE ***"
                       SET WS-MRGE-PART-OOB(WS-MRGE-PART-IDX) TO TRUE
                   END-IF
               WHEN WS-MRGE-SECT-VERBATIM(WS-MRGE-CUR-SECT)
                   CONTINUE
               WHEN OTHER
                   PERFORM ADD-SUMMARY-NOTE-PROCEDURE
           END-EVALUATE.

       ADD-SUMMARY-NOTE-PROCEDURE.
           MOVE ZERO TO WS-MRGE-NOTE-FOUND-IDX.
           PERFORM SCAN-SUMMARY-NOTE-PROCEDURE
               VARYING WS-MRGE-NOTE-IDX FROM 1 BY 1
               UNTIL WS-MRGE-NOTE-IDX > WS-MRGE-NOTE-COUNT.
           IF WS-MRGE-NOTE-FOUND-IDX = ZERO
               IF WS-MRGE-NOTE-COUNT < 20
                   ADD 1 TO WS-MRGE-NOTE-COUNT
                   MOVE WS-MRGE-CUR-SECT
                       TO WS-MRGE-NOTE-SECT(WS-MRGE-NOTE-COUNT)
                   MOVE PART-SUMM-RECORD(1:100)
                       TO WS-MRGE-NOTE-TEXT(WS-MRGE-NOTE-COUNT)
               ELSE
                   SET WS-MRGE-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       SCAN-SUMMARY-NOTE-PROCEDURE.
           IF WS-MRGE-NOTE-SECT(WS-MRGE-NOTE-IDX) = WS-MRGE-CUR-SECT
               AND WS-MRGE-NOTE-TEXT(WS-MRGE-NOTE-IDX)
                   = PART-SUMM-RECORD(1:100)
               MOVE WS-MRGE-NOTE-IDX TO WS-MRGE-NOTE-FOUND-IDX
           END-IF.

       REPORT-PARTITION-SUMMARY-PROCEDURE.
           MOVE 16 TO WS-MRGE-NEW-SEVERITY.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           EVALUATE TRUE
               WHEN WS-MRGE-PART-SUMM-MISSING(WS-MRGE-PART-IDX)
                   STRING WS-MRGE-SUMM-DDNAME DELIMITED BY SPACE
                       " partition summary missing" DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
               WHEN WS-MRGE-PART-SUMM-STALE(WS-MRGE-PART-IDX)
                   STRING WS-MRGE-SUMM-DDNAME DELIMITED BY SPACE
                       " partition summary not of this run"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
               WHEN OTHER
                   STRING WS-MRGE-SUMM-DDNAME DELIMITED BY SPACE
                       " partition summary incomplete"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
           END-EVALUATE.
           PERFORM LOG-MERGE-ERROR-PROCEDURE.

      *****************************************
      *    The run's CISPRJCT, cut fresh as CISP cuts it: every
      *    partition's rejects in partition order.
      *****************************************
       MERGE-REJECTS-PROCEDURE.
           OPEN OUTPUT CISPRJCT-FILE.
           IF WS-CISPRJCT-STATUS-OK
               PERFORM MERGE-PARTITION-REJECTS-PROCEDURE
                   VARYING WS-MRGE-PART-IDX FROM 1 BY 1
                   UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT
               CLOSE CISPRJCT-FILE
           ELSE
               SET WS-MRGE-IO-FAILED TO TRUE
               MOVE 12 TO WS-MRGE-NEW-SEVERITY
               MOVE "CISPRJCT dataset open failed - rejects not merged"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-MERGE-ERROR-PROCEDURE
           END-IF.

       MERGE-PARTITION-REJECTS-PROCEDURE.
           PERFORM SET-PARTITION-DDNAMES-PROCEDURE.
           OPEN INPUT PART-RJCT-FILE.
           IF WS-PART-RJCT-STATUS-OK
               PERFORM READ-PARTITION-RJCT-PROCEDURE
               PERFORM COPY-REJECT-PROCEDURE
                   UNTIL WS-PART-RJCT-EOF
               CLOSE PART-RJCT-FILE
           ELSE
               SET WS-MRGE-PART-RJCT-MISSING(WS-MRGE-PART-IDX) TO TRUE
               SET WS-MRGE-IO-FAILED TO TRUE
               MOVE 12 TO WS-MRGE-NEW-SEVERITY
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING WS-MRGE-RJCT-DDNAME DELIMITED BY SPACE
                   " partition rejects open failed" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-MERGE-ERROR-PROCEDURE
           END-IF.

       READ-PARTITION-RJCT-PROCEDURE.
           READ PART-RJCT-FILE
               AT END
                   SET WS-PART-RJCT-EOF TO TRUE
           END-READ.

       COPY-REJECT-PROCEDURE.
           MOVE PART-RJCT-RECORD TO CISPRJCT-RECORD.
           WRITE CISPRJCT-RECORD.
           ADD 1 TO WS-MRGE-PART-RJCT-COUNT(WS-MRGE-PART-IDX).
           ADD 1 TO WS-MRGE-RJCT-TOTAL.
           PERFORM READ-PARTITION-RJCT-PROCEDURE.

      *****************************************
      *    The run's CISPXTRT: one header for the run, every
      *    partition's details, one trailer with the count and hash
      *    of the details actually carried.  Each partition's
      *    extract is proved against its own trailer first; an
      *    extract of another run is left out whole.  Any failure
      *    is severity 12 so the ledger feed is held, as CISP holds
      *    it for a failed extract of its own.
      *****************************************
       MERGE-EXTRACTS-PROCEDURE.
           ACCEPT WS-MRGE-XTRT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MRGE-XTRT-TIME FROM TIME.
           OPEN OUTPUT CISPXTRT-FILE.
           IF WS-CISPXTRT-STATUS-OK
               SET WS-MRGE-XTRT-OPEN TO TRUE
               MOVE SPACES TO CISPXTRT-RECORD
               SET CISPXTRT-IS-HEADER TO TRUE
               MOVE "CISPXTRT" TO CISPXTRT-HDR-INTERFACE
               MOVE WS-MRGE-RUN-SEQ TO CISPXTRT-HDR-RUN-SEQ
               MOVE WS-MRGE-XTRT-DATE TO CISPXTRT-HDR-DATE
               MOVE WS-MRGE-XTRT-TIME(1:6) TO CISPXTRT-HDR-TIME
               WRITE CISPXTRT-RECORD
               PERFORM MERGE-PARTITION-EXTRACT-PROCEDURE
                   VARYING WS-MRGE-PART-IDX FROM 1 BY 1
                   UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT
               MOVE SPACES TO CISPXTRT-RECORD
               SET CISPXTRT-IS-TRAILER TO TRUE
               MOVE WS-MRGE-XTRT-COUNT TO CISPXTRT-TLR-COUNT
               MOVE WS-MRGE-XTRT-HASH TO CISPXTRT-TLR-HASH-TOTAL
               WRITE CISPXTRT-RECORD
               CLOSE CISPXTRT-FILE
           ELSE
               SET WS-MRGE-IO-FAILED TO TRUE
               MOVE 12 TO WS-MRGE-NEW-SEVERITY
               MOVE "CISPXTRT dataset open failed - extract not merged"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-MERGE-ERROR-PROCEDURE
           END-IF.

       MERGE-PARTITION-EXTRACT-PROCEDURE.
           PERFORM SET-PARTITION-DDNAMES-PROCEDURE.
           MOVE ZERO TO WS-MRGE-PXTRT-COUNT.
           MOVE ZERO TO WS-MRGE-PXTRT-HASH.
           MOVE "N" TO WS-MRGE-PXTRT-TRAILER-FLAG.
           OPEN INPUT PART-XTRT-FILE.
           IF WS-PART-XTRT-STATUS-OK
               PERFORM READ-PARTITION-XTRT-PROCEDURE
               IF WS-PART-XTRT-STATUS-OK
                   AND PART-XTRT-IS-HEADER
                   AND PART-XTRT-HDR-RUN-SEQ = WS-MRGE-RUN-SEQ
                   PERFORM READ-PARTITION-XTRT-PROCEDURE
                   PERFORM COPY-EXTRACT-RECORD-PROCEDURE
                       UNTIL WS-PART-XTRT-EOF
                   IF NOT WS-MRGE-PXTRT-TRAILER
                       SET WS-MRGE-PART-XTRT-NO-TRAILER
                           (WS-MRGE-PART-IDX) TO TRUE
                   END-IF
               ELSE
                   SET WS-MRGE-PART-XTRT-STALE(WS-MRGE-PART-IDX)
                       TO TRUE
               END-IF
               CLOSE PART-XTRT-FILE
           ELSE
               SET WS-MRGE-PART-XTRT-MISSING(WS-MRGE-PART-IDX) TO TRUE
           END-IF.
           MOVE WS-MRGE-PXTRT-COUNT
               TO WS-MRGE-PART-XTRT-COUNT(WS-MRGE-PART-IDX).
           IF NOT WS-MRGE-PART-XTRT-OK(WS-MRGE-PART-IDX)
               PERFORM REPORT-PARTITION-EXTRACT-PROCEDURE
           END-IF.

       READ-PARTITION-XTRT-PROCEDURE.
           READ PART-XTRT-FILE
               AT END
                   SET WS-PART-XTRT-EOF TO TRUE
           END-READ.

      *    Details go straight across; the trailer ends the
      *    partition's extract and must agree with what was carried.
       COPY-EXTRACT-RECORD-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MRGE-PXTRT-TRAILER
                   CONTINUE
               WHEN PART-XTRT-IS-DETAIL
                   MOVE PART-XTRT-RECORD TO CISPXTRT-RECORD
                   WRITE CISPXTRT-RECORD
                   ADD 1 TO WS-MRGE-PXTRT-COUNT
                   ADD PART-XTRT-VALUE TO WS-MRGE-PXTRT-HASH
                   ADD 1 TO WS-MRGE-XTRT-COUNT
                   ADD PART-XTRT-VALUE TO WS-MRGE-XTRT-HASH
               WHEN PART-XTRT-IS-TRAILER
                   SET WS-MRGE-PXTRT-TRAILER TO TRUE
                   IF PART-XTRT-TLR-COUNT NOT = WS-MRGE-PXTRT-COUNT
                       OR PART-XTRT-TLR-HASH-TOTAL
                           NOT = WS-MRGE-PXTRT-HASH
                       SET WS-MRGE-PART-XTRT-MISMATCH
                           (WS-MRGE-PART-IDX) TO TRUE
                   END-IF
           END-EVALUATE.
           PERFORM READ-PARTITION-XTRT-PROCEDURE.

       REPORT-PARTITION-EXTRACT-PROCEDURE.
           SET WS-MRGE-IO-FAILED TO TRUE.
           MOVE 12 TO WS-MRGE-NEW-SEVERITY.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           EVALUATE TRUE
               WHEN WS-MRGE-PART-XTRT-MISSING(WS-MRGE-PART-IDX)
                   STRING WS-MRGE-XTRT-DDNAME DELIMITED BY SPACE
                       " partition extract open failed"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
               WHEN WS-MRGE-PART-XTRT-STALE(WS-MRGE-PART-IDX)
                   STRING WS-MRGE-XTRT-DDNAME DELIMITED BY SPACE
                       " partition extract not of this run - left out"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
               WHEN WS-MRGE-PART-XTRT-NO-TRAILER(WS-MRGE-PART-IDX)
                   STRING WS-MRGE-XTRT-DDNAME DELIMITED BY SPACE
                       " partition extract trailer missing"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
               WHEN OTHER
                   STRING WS-MRGE-XTRT-DDNAME DELIMITED BY SPACE
                       " partition extract count or hash mismatch"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
           END-EVALUATE.
           PERFORM LOG-MERGE-ERROR-PROCEDURE.

      *****************************************
      *    Every partition's checkpoints back onto the master
      *    CISPCKPT, one entry per member.  With any partition's
      *    missing the master is left as the split found it - the
      *    next run then reprocesses from the older checkpoints
      *    rather than losing a member's.
      *****************************************
       MERGE-CHECKPOINTS-PROCEDURE.
           SET WS-MRGE-GATHER-OK TO TRUE.
           PERFORM GATHER-PARTITION-CKPT-PROCEDURE
               VARYING WS-MRGE-PART-IDX FROM 1 BY 1
               UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT.
           IF WS-MRGE-GATHER-OK
               OPEN OUTPUT CISPCKPT-FILE
               IF WS-CISPCKPT-STATUS-OK
                   PERFORM WRITE-CHECKPOINT-PROCEDURE
                       VARYING WS-MRGE-CKPT-IDX FROM 1 BY 1
                       UNTIL WS-MRGE-CKPT-IDX > WS-MRGE-CKPT-COUNT
                   CLOSE CISPCKPT-FILE
               ELSE
                   SET WS-MRGE-GATHER-FAILED TO TRUE
                   MOVE "CISPCKPT dataset open failed"
                       TO WS-LOG-RECORD-MESSAGE
               END-IF
           END-IF.
           IF WS-MRGE-GATHER-FAILED
               SET WS-MRGE-IO-FAILED TO TRUE
               MOVE 12 TO WS-MRGE-NEW-SEVERITY
               PERFORM LOG-MERGE-ERROR-PROCEDURE
           END-IF.

       GATHER-PARTITION-CKPT-PROCEDURE.
           PERFORM SET-PARTITION-DDNAMES-PROCEDURE.
           OPEN INPUT PART-CKPT-FILE.
           IF WS-PART-CKPT-STATUS-OK
               PERFORM READ-PARTITION-CKPT-PROCEDURE
               PERFORM GATHER-CHECKPOINT-PROCEDURE
                   UNTIL WS-PART-CKPT-EOF
               CLOSE PART-CKPT-FILE
           ELSE
               IF WS-MRGE-GATHER-OK
                   SET WS-MRGE-GATHER-FAILED TO TRUE
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING WS-MRGE-CKPT-DDNAME DELIMITED BY SPACE
                       " open failed - CISPCKPT not rewritten"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
               END-IF
           END-IF.

       READ-PARTITION-CKPT-PROCEDURE.
           READ PART-CKPT-FILE
               AT END
                   SET WS-PART-CKPT-EOF TO TRUE
           END-READ.

       GATHER-CHECKPOINT-PROCEDURE.
           MOVE ZERO TO WS-MRGE-CKPT-FOUND-IDX.
           PERFORM SCAN-CHECKPOINT-PROCEDURE
               VARYING WS-MRGE-CKPT-IDX FROM 1 BY 1
               UNTIL WS-MRGE-CKPT-IDX > WS-MRGE-CKPT-COUNT.
           EVALUATE TRUE
               WHEN WS-MRGE-CKPT-FOUND-IDX > ZERO
                   IF PART-CKPT-RUN-SEQ >
                           WS-MRGE-CKPT-RUN-SEQ(WS-MRGE-CKPT-FOUND-IDX)
                       MOVE PART-CKPT-RECORD
                           TO WS-MRGE-CKPT-RECORD
                               (WS-MRGE-CKPT-FOUND-IDX)
                   END-IF
               WHEN WS-MRGE-CKPT-COUNT < 400
                   ADD 1 TO WS-MRGE-CKPT-COUNT
                   MOVE PART-CKPT-RECORD
                       TO WS-MRGE-CKPT-RECORD(WS-MRGE-CKPT-COUNT)
               WHEN WS-MRGE-GATHER-OK
                   SET WS-MRGE-GATHER-FAILED TO TRUE
                   MOVE "Over 400 checkpoints - CISPCKPT not rewritten"
                       TO WS-LOG-RECORD-MESSAGE
           END-EVALUATE.
           PERFORM READ-PARTITION-CKPT-PROCEDURE.

       SCAN-CHECKPOINT-PROCEDURE.
           IF WS-MRGE-CKPT-MEMBER(WS-MRGE-CKPT-IDX) = PART-CKPT-MEMBER
               MOVE WS-MRGE-CKPT-IDX TO WS-MRGE-CKPT-FOUND-IDX
           END-IF.

       WRITE-CHECKPOINT-PROCEDURE.
           MOVE WS-MRGE-CKPT-RECORD(WS-MRGE-CKPT-IDX)
               TO CISPCKPT-RECORD.
           WRITE CISPCKPT-RECORD.

      *****************************************
      *    The master CISPSYMS with every binding a partition set
      *    during the run laid over it.  Bindings stamped before
      *    the split are the master's own copies and change
      *    nothing; maintenance applied to the master meanwhile
      *    stands unless a partition set the name later still.
      *****************************************
       MERGE-BINDINGS-PROCEDURE.
           SET WS-MRGE-GATHER-OK TO TRUE.
           OPEN INPUT CISPSYMS-FILE.
           IF WS-CISPSYMS-STATUS-OK
               PERFORM READ-CISPSYMS-PROCEDURE
               PERFORM LOAD-MASTER-BINDING-PROCEDURE
                   UNTIL WS-CISPSYMS-EOF
               CLOSE CISPSYMS-FILE
           END-IF.
           PERFORM GATHER-PARTITION-SYMS-PROCEDURE
               VARYING WS-MRGE-PART-IDX FROM 1 BY 1
               UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT.
           IF WS-MRGE-GATHER-OK
               OPEN OUTPUT CISPSYMS-FILE
               IF WS-CISPSYMS-STATUS-OK
                   PERFORM WRITE-BINDING-PROCEDURE
                       VARYING WS-MRGE-SYM-IDX FROM 1 BY 1
                       UNTIL WS-MRGE-SYM-IDX > WS-MRGE-SYM-COUNT
                   CLOSE CISPSYMS-FILE
               ELSE
                   SET WS-MRGE-GATHER-FAILED TO TRUE
                   MOVE "CISPSYMS dataset open failed"
                       TO WS-LOG-RECORD-MESSAGE
               END-IF
           END-IF.
           IF WS-MRGE-GATHER-FAILED
               SET WS-MRGE-IO-FAILED TO TRUE
               MOVE 12 TO WS-MRGE-NEW-SEVERITY
               PERFORM LOG-MERGE-ERROR-PROCEDURE
           END-IF.

       READ-CISPSYMS-PROCEDURE.
           READ CISPSYMS-FILE
               AT END
                   SET WS-CISPSYMS-EOF TO TRUE
           END-READ.

       LOAD-MASTER-BINDING-PROCEDURE.
           IF WS-MRGE-SYM-COUNT < 200
               ADD 1 TO WS-MRGE-SYM-COUNT
               MOVE CISPSYMS-RECORD
                   TO WS-MRGE-SYM-RECORD(WS-MRGE-SYM-COUNT)
               MOVE CISPSYMS-SET-DATE
                   TO WS-MRGE-SYM-STAMP(WS-MRGE-SYM-COUNT)(1:8)
               MOVE CISPSYMS-SET-TIME
                   TO WS-MRGE-SYM-STAMP(WS-MRGE-SYM-COUNT)(9:6)
           END-IF.
           PERFORM READ-CISPSYMS-PROCEDURE.

       GATHER-PARTITION-SYMS-PROCEDURE.
           PERFORM SET-PARTITION-DDNAMES-PROCEDURE.
           OPEN INPUT PART-SYMS-FILE.
           IF WS-PART-SYMS-STATUS-OK
               PERFORM READ-PARTITION-SYMS-PROCEDURE
               PERFORM GATHER-BINDING-PROCEDURE
                   UNTIL WS-PART-SYMS-EOF
               CLOSE PART-SYMS-FILE
           ELSE
               IF WS-MRGE-GATHER-OK
                   SET WS-MRGE-GATHER-FAILED TO TRUE
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING WS-MRGE-SYMS-DDNAME DELIMITED BY SPACE
                       " open failed - CISPSYMS not rewritten"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
               END-IF
           END-IF.

       READ-PARTITION-SYMS-PROCEDURE.
           READ PART-SYMS-FILE
               AT END
                   SET WS-PART-SYMS-EOF TO TRUE
           END-READ.

       GATHER-BINDING-PROCEDURE.
           MOVE PART-SYMS-SET-DATE TO WS-MRGE-IN-STAMP(1:8).
           MOVE PART-SYMS-SET-TIME TO WS-MRGE-IN-STAMP(9:6).
           IF WS-MRGE-IN-STAMP > WS-MRGE-SPLIT-STAMP
               MOVE ZERO TO WS-MRGE-SYM-FOUND-IDX
               PERFORM SCAN-BINDING-PROCEDURE
                   VARYING WS-MRGE-SYM-IDX FROM 1 BY 1
                   UNTIL WS-MRGE-SYM-IDX > WS-MRGE-SYM-COUNT
               EVALUATE TRUE
                   WHEN WS-MRGE-SYM-FOUND-IDX > ZERO
                       IF WS-MRGE-IN-STAMP >
                               WS-MRGE-SYM-STAMP(WS-MRGE-SYM-FOUND-IDX)
                           MOVE WS-MRGE-SYM-FOUND-IDX TO WS-MRGE-SYM-IDX
                           PERFORM TAKE-BINDING-PROCEDURE
                       END-IF
                   WHEN WS-MRGE-SYM-COUNT < 200
                       ADD 1 TO WS-MRGE-SYM-COUNT
                       MOVE WS-MRGE-SYM-COUNT TO WS-MRGE-SYM-IDX
                       PERFORM TAKE-BINDING-PROCEDURE
                   WHEN WS-MRGE-GATHER-OK
                       SET WS-MRGE-GATHER-FAILED TO TRUE
                       MOVE "Over 200 bindings - CISPSYMS not rewritten"
                           TO WS-LOG-RECORD-MESSAGE
               END-EVALUATE
           END-IF.
           PERFORM READ-PARTITION-SYMS-PROCEDURE.

       SCAN-BINDING-PROCEDURE.
           IF WS-MRGE-SYM-NAME(WS-MRGE-SYM-IDX) = PART-SYMS-NAME
               MOVE WS-MRGE-SYM-IDX TO WS-MRGE-SYM-FOUND-IDX
           END-IF.

       TAKE-BINDING-PROCEDURE.
           MOVE PART-SYMS-RECORD TO WS-MRGE-SYM-RECORD(WS-MRGE-SYM-IDX).
           MOVE WS-MRGE-IN-STAMP TO WS-MRGE-SYM-STAMP(WS-MRGE-SYM-IDX).
           ADD 1 TO WS-MRGE-SYM-CHANGED.

       WRITE-BINDING-PROCEDURE.
           MOVE WS-MRGE-SYM-RECORD(WS-MRGE-SYM-IDX)
               TO CISPSYMS-RECORD.
           WRITE CISPSYMS-RECORD.

      *****************************************
      *    The run balanced as one.  Every partition's summary must
      *    be this run's and in balance, the records processed must
      *    all be results or rejects, and every manifest member must
      *    have been processed by exactly one partition, with no
      *    member processed that the manifest does not list.  Any
      *    failure is severity 16, each cause logged.
      *****************************************
       BALANCE-MERGED-RUN-PROCEDURE.
           PERFORM BALANCE-PARTITION-PROCEDURE
               VARYING WS-MRGE-PART-IDX FROM 1 BY 1
               UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT.
           ADD WS-MRGE-TOT-RESULTS WS-MRGE-TOT-TOK-REJECTS
               GIVING WS-MRGE-TOT-EXPECTED.
           IF WS-MRGE-TOT-EXPECTED NOT = WS-MRGE-TOT-PROCESSED
               MOVE 16 TO WS-MRGE-NEW-SEVERITY
               MOVE "Processed records not equal to results + rejects"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM FAIL-BALANCE-PROCEDURE
           END-IF.
           IF WS-MRGE-TABLE-FULL
               MOVE 16 TO WS-MRGE-NEW-SEVERITY
               MOVE "Partition summaries too large to add up"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM FAIL-BALANCE-PROCEDURE
           END-IF.
           EVALUATE TRUE
               WHEN WS-MRGE-MANIFEST-MISSING
                   MOVE 16 TO WS-MRGE-NEW-SEVERITY
                   MOVE "CISPMANI open failed - members not proved"
                       TO WS-LOG-RECORD-MESSAGE
                   PERFORM FAIL-BALANCE-PROCEDURE
               WHEN WS-MRGE-MANIFEST-FULL
                   MOVE 16 TO WS-MRGE-NEW-SEVERITY
                   MOVE "CISPMANI over 400 members - members not proved"
                       TO WS-LOG-RECORD-MESSAGE
                   PERFORM FAIL-BALANCE-PROCEDURE
               WHEN OTHER
                   PERFORM BALANCE-MEMBER-PROCEDURE
                       VARYING WS-MRGE-MBR-IDX FROM 1 BY 1
                       UNTIL WS-MRGE-MBR-IDX > WS-MRGE-MBR-COUNT
           END-EVALUATE.
           PERFORM BALANCE-EXTRA-MEMBER-PROCEDURE
               VARYING WS-MRGE-EXTRA-IDX FROM 1 BY 1
               UNTIL WS-MRGE-EXTRA-IDX > WS-MRGE-EXTRA-COUNT.
           IF WS-MRGE-EXTRA-OVERFLOW > ZERO
               MOVE 16 TO WS-MRGE-NEW-SEVERITY
               MOVE "Over 50 members processed not in CISPMANI"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM FAIL-BALANCE-PROCEDURE
           END-IF.

       BALANCE-PARTITION-PROCEDURE.
           ADD WS-MRGE-PART-PROCESSED(WS-MRGE-PART-IDX)
               TO WS-MRGE-TOT-PROCESSED.
           ADD WS-MRGE-PART-RESULTS(WS-MRGE-PART-IDX)
               TO WS-MRGE-TOT-RESULTS.
           ADD WS-MRGE-PART-TOK-REJECTS(WS-MRGE-PART-IDX)
               TO WS-MRGE-TOT-TOK-REJECTS.
           IF NOT WS-MRGE-PART-SUMM-CURRENT(WS-MRGE-PART-IDX)
               SET WS-MRGE-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-MRGE-PART-OOB(WS-MRGE-PART-IDX)
               PERFORM SET-PARTITION-DDNAMES-PROCEDURE
               MOVE 16 TO WS-MRGE-NEW-SEVERITY
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "Partition " DELIMITED BY SIZE
                   WS-MRGE-PART-TEXT DELIMITED BY SIZE
                   " ran out of balance" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               PERFORM FAIL-BALANCE-PROCEDURE
           END-IF.

       BALANCE-MEMBER-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MRGE-MBR-PART(WS-MRGE-MBR-IDX) = ZERO
                   ADD 1 TO WS-MRGE-MISSING-COUNT
                   MOVE 16 TO WS-MRGE-NEW-SEVERITY
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "Member " DELIMITED BY SIZE
                       WS-MRGE-MBR-MEMBER(WS-MRGE-MBR-IDX)
                           DELIMITED BY SPACE
                       " not processed by any partition"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   PERFORM FAIL-BALANCE-PROCEDURE
               WHEN WS-MRGE-MBR-DUP-PART(WS-MRGE-MBR-IDX) > ZERO
                   ADD 1 TO WS-MRGE-DUP-COUNT
                   MOVE 16 TO WS-MRGE-NEW-SEVERITY
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "Member " DELIMITED BY SIZE
                       WS-MRGE-MBR-MEMBER(WS-MRGE-MBR-IDX)
                           DELIMITED BY SPACE
                       " processed by more than one partition"
                           DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   PERFORM FAIL-BALANCE-PROCEDURE
               WHEN OTHER
                   ADD 1 TO WS-MRGE-ONCE-COUNT
           END-EVALUATE.

       BALANCE-EXTRA-MEMBER-PROCEDURE.
           MOVE 16 TO WS-MRGE-NEW-SEVERITY.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "Member " DELIMITED BY SIZE
               WS-MRGE-EXTRA-MEMBER(WS-MRGE-EXTRA-IDX)
                   DELIMITED BY SPACE
               " processed but not in CISPMANI" DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE.
           PERFORM FAIL-BALANCE-PROCEDURE.

       FAIL-BALANCE-PROCEDURE.
           SET WS-MRGE-OUT-OF-BALANCE TO TRUE.
           PERFORM LOG-MERGE-ERROR-PROCEDURE.

      *****************************************
      *    One PARTITION-MERGE record per partition - what its log,
      *    rejects and extract gave up, and its own return code -
      *    then one for the run as a whole.
      *****************************************
       LOG-PARTITION-MERGE-PROCEDURE.
           MOVE WS-MRGE-PART-IDX TO WS-MRGE-MSG-PART.
           MOVE WS-MRGE-RUN-SEQ TO WS-MRGE-MSG-RUN.
           MOVE WS-MRGE-PART-LOG-COPIED(WS-MRGE-PART-IDX)
               TO WS-MRGE-MSG-LOG.
           MOVE WS-MRGE-PART-RJCT-COUNT(WS-MRGE-PART-IDX)
               TO WS-MRGE-MSG-RJCT.
           MOVE WS-MRGE-PART-XTRT-COUNT(WS-MRGE-PART-IDX)
               TO WS-MRGE-MSG-XTRT.
           MOVE WS-MRGE-PART-RC(WS-MRGE-PART-IDX) TO WS-MRGE-MSG-RC.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           SET WS-LOG-LEVEL-INFO TO TRUE.
           MOVE "PARTITION-MERGE" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-MRGE-PART-MESSAGE TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

       LOG-RUN-MERGE-PROCEDURE.
           MOVE WS-MRGE-RUN-SEQ TO WS-MRGE-MSG-RUN-SEQ.
           MOVE WS-MRGE-PART-COUNT TO WS-MRGE-MSG-PARTS.
           MOVE WS-MRGE-MBR-COUNT TO WS-MRGE-MSG-MEMBERS.
           MOVE WS-MRGE-TOT-PROCESSED TO WS-MRGE-MSG-PROCESSED.
           MOVE WS-MRGE-WORST-SEVERITY TO WS-MRGE-MSG-RC-RUN.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           SET WS-LOG-LEVEL-INFO TO TRUE.
           MOVE "PARTITION-MERGE" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-MRGE-RUN-MESSAGE TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

      *****************************************
      *    The run's CISPSUMM, in CISP's format: the partitions'
      *    figures added up section by section in the order CISP
      *    prints them, the per-member sections carried across, then
      *    a section per partition, the member proof, and the run's
      *    own balancing and return code.
      *****************************************
       WRITE-MERGED-SUMMARY-PROCEDURE.
           OPEN OUTPUT CISPSUMM-FILE.
           IF NOT WS-CISPSUMM-STATUS-OK
               SET WS-MRGE-IO-FAILED TO TRUE
               MOVE 12 TO WS-MRGE-NEW-SEVERITY
               MOVE "CISPSUMM dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-MERGE-ERROR-PROCEDURE
           ELSE
               ACCEPT WS-MRGE-DATE-WORK FROM DATE YYYYMMDD
               MOVE ZERO TO WS-MRGE-SUMM-PAGE-COUNT
               PERFORM WRITE-SUMM-HEADING-PROCEDURE
               MOVE "RUN SEQUENCE" TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-RUN-SEQ TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "PARTITIONS" TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-PART-COUNT TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               PERFORM WRITE-SUMM-SECTION-PROCEDURE
                   VARYING WS-MRGE-SECT-IDX FROM 1 BY 1
                   UNTIL WS-MRGE-SECT-IDX > WS-MRGE-SECT-COUNT
               PERFORM WRITE-SUMM-BLANK-PROCEDURE
               MOVE "PARTITIONS" TO WS-MRGE-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
               PERFORM WRITE-SUMM-PARTITION-PROCEDURE
                   VARYING WS-MRGE-PART-IDX FROM 1 BY 1
                   UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT
               PERFORM WRITE-SUMM-BLANK-PROCEDURE
               MOVE "MEMBERS" TO WS-MRGE-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
               PERFORM WRITE-SUMM-MEMBERS-PROCEDURE
               PERFORM WRITE-SUMM-BLANK-PROCEDURE
               MOVE "BALANCING" TO WS-MRGE-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
               MOVE "RECORDS PROCESSED FROM LISP-SRC"
                   TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-TOT-PROCESSED TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "RESULTS WRITTEN TO CISP-RESULTS"
                   TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-TOT-RESULTS TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "TOKENIZER REJECTS LOGGED"
                   TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-TOT-TOK-REJECTS TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "REJECT RECORDS MERGED TO CISPRJCT"
                   TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-RJCT-TOTAL TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               IF WS-MRGE-OUT-OF-BALANCE
                   MOVE "    *** RUN OUT OF BALANCE ***"
                       TO WS-MRGE-PRINT-LINE
               ELSE
                   MOVE "    RUN IS IN BALANCE" TO WS-MRGE-PRINT-LINE
               END-IF
               PERFORM WRITE-SUMM-LINE-PROCEDURE
               MOVE "RETURN CODE" TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-WORST-SEVERITY TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               PERFORM WRITE-SUMM-BLANK-PROCEDURE
               MOVE "END OF SUMMARY" TO WS-MRGE-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
               CLOSE CISPSUMM-FILE
           END-IF.

      *****************************************
      *    One section of the partitions' reports.  The opening
      *    figures carry no heading, as on CISP's own report; the
      *    balancing section is left for the run's own.
      *****************************************
       WRITE-SUMM-SECTION-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MRGE-SECT-BALANCING(WS-MRGE-SECT-IDX)
                   CONTINUE
               WHEN WS-MRGE-SECT-VERBATIM(WS-MRGE-SECT-IDX)
                   PERFORM WRITE-SUMM-SECT-HEADING-PROCEDURE
                   MOVE WS-MRGE-SECT-NAME(WS-MRGE-SECT-IDX)
                       TO WS-MRGE-COPY-SECT
                   PERFORM COPY-PARTITION-SECTION-PROCEDURE
                       VARYING WS-MRGE-PART-IDX FROM 1 BY 1
                       UNTIL WS-MRGE-PART-IDX > WS-MRGE-PART-COUNT
               WHEN OTHER
                   IF WS-MRGE-SECT-IDX > 1
                       PERFORM WRITE-SUMM-SECT-HEADING-PROCEDURE
                   END-IF
                   PERFORM WRITE-SUMM-FIGURE-PROCEDURE
                       VARYING WS-MRGE-FIG-IDX FROM 1 BY 1
                       UNTIL WS-MRGE-FIG-IDX > WS-MRGE-FIG-COUNT
                   IF WS-MRGE-SECT-NAME(WS-MRGE-SECT-IDX)
                           = "DOWNSTREAM EXTRACT"
                       PERFORM WRITE-SUMM-MERGED-EXTRACT-PROCEDURE
                   END-IF
                   PERFORM WRITE-SUMM-NOTE-PROCEDURE
                       VARYING WS-MRGE-NOTE-IDX FROM 1 BY 1
                       UNTIL WS-MRGE-NOTE-IDX > WS-MRGE-NOTE-COUNT
           END-EVALUATE.

       WRITE-SUMM-SECT-HEADING-PROCEDURE.
           PERFORM WRITE-SUMM-BLANK-PROCEDURE.
           MOVE WS-MRGE-SECT-NAME(WS-MRGE-SECT-IDX)
               TO WS-MRGE-PRINT-LINE.
           PERFORM WRITE-SUMM-LINE-PROCEDURE.

       WRITE-SUMM-FIGURE-PROCEDURE.
           IF WS-MRGE-FIG-SECT(WS-MRGE-FIG-IDX) = WS-MRGE-SECT-IDX
               MOVE WS-MRGE-FIG-LABEL(WS-MRGE-FIG-IDX)
                   TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-FIG-TOTAL(WS-MRGE-FIG-IDX)
                   TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
           END-IF.

       WRITE-SUMM-NOTE-PROCEDURE.
           IF WS-MRGE-NOTE-SECT(WS-MRGE-NOTE-IDX) = WS-MRGE-SECT-IDX
               MOVE WS-MRGE-NOTE-TEXT(WS-MRGE-NOTE-IDX)
                   TO WS-MRGE-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
           END-IF.

      *    The figures the ledger team ties the merged CISPXTRT
      *    trailer back to.
       WRITE-SUMM-MERGED-EXTRACT-PROCEDURE.
           IF WS-MRGE-XTRT-OPEN
               MOVE "RECORDS IN MERGED CISPXTRT"
                   TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-XTRT-COUNT TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE WS-MRGE-XTRT-HASH TO WS-MRGE-XTRT-HASH-EDIT
               MOVE SPACES TO WS-MRGE-PRINT-LINE
               MOVE "    HASH TOTAL OF MERGED CISPXTRT"
                   TO WS-MRGE-PRINT-LINE(1:40)
               MOVE ": " TO WS-MRGE-PRINT-LINE(41:2)
               MOVE WS-MRGE-XTRT-HASH-EDIT TO WS-MRGE-PRINT-LINE(43:23)
               PERFORM WRITE-SUMM-LINE-PROCEDURE
           ELSE
               MOVE "    *** CISPXTRT NOT MERGED - EXTRACT OPEN FAILED"
                   TO WS-MRGE-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
           END-IF.

      *****************************************
      *    One per-member section of one partition's report, copied
      *    line for line - the members are the partition's own, so
      *    nothing adds up across partitions.
      *****************************************
       COPY-PARTITION-SECTION-PROCEDURE.
           IF WS-MRGE-PART-SUMM-CURRENT(WS-MRGE-PART-IDX)
               PERFORM SET-PARTITION-DDNAMES-PROCEDURE
               MOVE "N" TO WS-MRGE-COPY-FLAG
               MOVE "N" TO WS-MRGE-SUMM-DONE-FLAG
               OPEN INPUT PART-SUMM-FILE
               IF WS-PART-SUMM-STATUS-OK
                   PERFORM READ-PARTITION-SUMM-PROCEDURE
                   PERFORM COPY-SECTION-LINE-PROCEDURE
                       UNTIL WS-MRGE-SUMM-DONE
                   CLOSE PART-SUMM-FILE
               END-IF
           END-IF.

       COPY-SECTION-LINE-PROCEDURE.
           EVALUATE TRUE
               WHEN PART-SUMM-RECORD = SPACES
                   CONTINUE
               WHEN PART-SUMM-RECORD(1:7) = "CISP - "
                   CONTINUE
               WHEN PART-SUMM-RECORD(1:1) NOT = SPACE
                   IF PART-SUMM-RECORD(1:40) = WS-MRGE-COPY-SECT
                       SET WS-MRGE-COPY-ON TO TRUE
                   ELSE
                       MOVE "N" TO WS-MRGE-COPY-FLAG
                   END-IF
               WHEN WS-MRGE-COPY-ON
                   MOVE PART-SUMM-RECORD TO WS-MRGE-PRINT-LINE
                   PERFORM WRITE-SUMM-LINE-PROCEDURE
           END-EVALUATE.
           PERFORM READ-PARTITION-SUMM-PROCEDURE.

      *****************************************
      *    One partition's entry: what it processed, what its
      *    rejects and extract gave up, its own return code, and a
      *    line for anything that leaves the run unproved.
      *****************************************
       WRITE-SUMM-PARTITION-PROCEDURE.
           PERFORM SET-PARTITION-DDNAMES-PROCEDURE.
           MOVE SPACES TO WS-MRGE-DETAIL-LABEL.
           STRING "PARTITION " WS-MRGE-PART-TEXT
               " - RECORDS PROCESSED" DELIMITED BY SIZE
               INTO WS-MRGE-DETAIL-LABEL.
           MOVE WS-MRGE-PART-PROCESSED(WS-MRGE-PART-IDX)
               TO WS-MRGE-DETAIL-COUNT.
           PERFORM WRITE-SUMM-DETAIL-PROCEDURE.
           MOVE SPACES TO WS-MRGE-DETAIL-LABEL.
           STRING "PARTITION " WS-MRGE-PART-TEXT
               " - MEMBERS PROCESSED" DELIMITED BY SIZE
               INTO WS-MRGE-DETAIL-LABEL.
           MOVE WS-MRGE-PART-MEMBERS(WS-MRGE-PART-IDX)
               TO WS-MRGE-DETAIL-COUNT.
           PERFORM WRITE-SUMM-DETAIL-PROCEDURE.
           MOVE SPACES TO WS-MRGE-DETAIL-LABEL.
           STRING "PARTITION " WS-MRGE-PART-TEXT
               " - REJECT RECORDS" DELIMITED BY SIZE
               INTO WS-MRGE-DETAIL-LABEL.
           MOVE WS-MRGE-PART-RJCT-COUNT(WS-MRGE-PART-IDX)
               TO WS-MRGE-DETAIL-COUNT.
           PERFORM WRITE-SUMM-DETAIL-PROCEDURE.
           MOVE SPACES TO WS-MRGE-DETAIL-LABEL.
           STRING "PARTITION " WS-MRGE-PART-TEXT
               " - RECORDS EXTRACTED" DELIMITED BY SIZE
               INTO WS-MRGE-DETAIL-LABEL.
           MOVE WS-MRGE-PART-XTRT-COUNT(WS-MRGE-PART-IDX)
               TO WS-MRGE-DETAIL-COUNT.
           PERFORM WRITE-SUMM-DETAIL-PROCEDURE.
           MOVE SPACES TO WS-MRGE-DETAIL-LABEL.
           STRING "PARTITION " WS-MRGE-PART-TEXT
               " - RETURN CODE" DELIMITED BY SIZE
               INTO WS-MRGE-DETAIL-LABEL.
           MOVE WS-MRGE-PART-RC(WS-MRGE-PART-IDX)
               TO WS-MRGE-DETAIL-COUNT.
           PERFORM WRITE-SUMM-DETAIL-PROCEDURE.
           MOVE SPACES TO WS-MRGE-PRINT-LINE.
           EVALUATE TRUE
               WHEN WS-MRGE-PART-SUMM-MISSING(WS-MRGE-PART-IDX)
                   STRING "    *** " DELIMITED BY SIZE
                       WS-MRGE-SUMM-DDNAME DELIMITED BY SPACE
                       " SUMMARY MISSING - PARTITION NOT PROVED"
                       DELIMITED BY SIZE INTO WS-MRGE-PRINT-LINE
               WHEN WS-MRGE-PART-SUMM-STALE(WS-MRGE-PART-IDX)
                   STRING "    *** " DELIMITED BY SIZE
                       WS-MRGE-SUMM-DDNAME DELIMITED BY SPACE
                       " SUMMARY NOT OF THIS RUN - PARTITION NOT"
                       " PROVED" DELIMITED BY SIZE
                       INTO WS-MRGE-PRINT-LINE
               WHEN WS-MRGE-PART-SUMM-SHORT(WS-MRGE-PART-IDX)
                   STRING "    *** " DELIMITED BY SIZE
                       WS-MRGE-SUMM-DDNAME DELIMITED BY SPACE
                       " SUMMARY INCOMPLETE - PARTITION NOT PROVED"
                       DELIMITED BY SIZE INTO WS-MRGE-PRINT-LINE
               WHEN WS-MRGE-PART-OOB(WS-MRGE-PART-IDX)
                   STRING "    *** PARTITION " WS-MRGE-PART-TEXT
                       " RAN OUT OF BALANCE" DELIMITED BY SIZE
                       INTO WS-MRGE-PRINT-LINE
           END-EVALUATE.
           IF WS-MRGE-PRINT-LINE NOT = SPACES
               PERFORM WRITE-SUMM-LINE-PROCEDURE
           END-IF.
           MOVE SPACES TO WS-MRGE-PRINT-LINE.
           EVALUATE TRUE
               WHEN WS-MRGE-PART-LOG-MISSING(WS-MRGE-PART-IDX)
                   STRING "    *** " DELIMITED BY SIZE
                       WS-MRGE-LOG-DDNAME DELIMITED BY SPACE
                       " LOG MISSING - MEMBERS NOT PROVED"
                       DELIMITED BY SIZE INTO WS-MRGE-PRINT-LINE
               WHEN WS-MRGE-PART-RJCT-MISSING(WS-MRGE-PART-IDX)
                   STRING "    *** " DELIMITED BY SIZE
                       WS-MRGE-RJCT-DDNAME DELIMITED BY SPACE
                       " REJECTS MISSING - NOT MERGED"
                       DELIMITED BY SIZE INTO WS-MRGE-PRINT-LINE
               WHEN NOT WS-MRGE-PART-XTRT-OK(WS-MRGE-PART-IDX)
                   STRING "    *** " DELIMITED BY SIZE
                       WS-MRGE-XTRT-DDNAME DELIMITED BY SPACE
                       " EXTRACT NOT PROVED - FEED HELD"
                       DELIMITED BY SIZE INTO WS-MRGE-PRINT-LINE
           END-EVALUATE.
           IF WS-MRGE-PRINT-LINE NOT = SPACES
               PERFORM WRITE-SUMM-LINE-PROCEDURE
           END-IF.

      *****************************************
      *    The member proof: how many the manifest lists, how many
      *    one partition processed, and a line for each that was
      *    missed, ran twice, or ran without being listed.
      *****************************************
       WRITE-SUMM-MEMBERS-PROCEDURE.
           IF WS-MRGE-MANIFEST-OK
               MOVE "MEMBERS IN CISPMANI" TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-MBR-COUNT TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "PROCESSED BY ONE PARTITION" TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-ONCE-COUNT TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "NOT PROCESSED" TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-MISSING-COUNT TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               MOVE "PROCESSED BY MORE THAN ONE PARTITION"
                   TO WS-MRGE-DETAIL-LABEL
               MOVE WS-MRGE-DUP-COUNT TO WS-MRGE-DETAIL-COUNT
               PERFORM WRITE-SUMM-DETAIL-PROCEDURE
               PERFORM WRITE-SUMM-MEMBER-ENTRY-PROCEDURE
                   VARYING WS-MRGE-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MRGE-MBR-IDX > WS-MRGE-MBR-COUNT
           ELSE
               MOVE "    *** CISPMANI NOT READ - MEMBERS NOT PROVED"
                   TO WS-MRGE-PRINT-LINE
               PERFORM WRITE-SUMM-LINE-PROCEDURE
           END-IF.
           PERFORM WRITE-SUMM-EXTRA-ENTRY-PROCEDURE
               VARYING WS-MRGE-EXTRA-IDX FROM 1 BY 1
               UNTIL WS-MRGE-EXTRA-IDX > WS-MRGE-EXTRA-COUNT.

       WRITE-SUMM-MEMBER-ENTRY-PROCEDURE.
           MOVE SPACES TO WS-MRGE-PRINT-LINE.
           EVALUATE TRUE
               WHEN WS-MRGE-MBR-PART(WS-MRGE-MBR-IDX) = ZERO
                   STRING "    *** " DELIMITED BY SIZE
                       WS-MRGE-MBR-MEMBER(WS-MRGE-MBR-IDX)
                           DELIMITED BY SPACE
                       " NOT PROCESSED BY ANY PARTITION"
                           DELIMITED BY SIZE
                       INTO WS-MRGE-PRINT-LINE
               WHEN WS-MRGE-MBR-DUP-PART(WS-MRGE-MBR-IDX) > ZERO
                   STRING "    *** " DELIMITED BY SIZE
                       WS-MRGE-MBR-MEMBER(WS-MRGE-MBR-IDX)
                           DELIMITED BY SPACE
                       " PROCESSED BY MORE THAN ONE PARTITION"
                           DELIMITED BY SIZE
                       INTO WS-MRGE-PRINT-LINE
           END-EVALUATE.
           IF WS-MRGE-PRINT-LINE NOT = SPACES
               PERFORM WRITE-SUMM-LINE-PROCEDURE
           END-IF.

       WRITE-SUMM-EXTRA-ENTRY-PROCEDURE.
           MOVE WS-MRGE-EXTRA-PART(WS-MRGE-EXTRA-IDX)
               TO WS-MRGE-PART-TEXT.
           MOVE SPACES TO WS-MRGE-PRINT-LINE.
           STRING "    *** " DELIMITED BY SIZE
               WS-MRGE-EXTRA-MEMBER(WS-MRGE-EXTRA-IDX)
                   DELIMITED BY SPACE
               " PROCESSED BY PARTITION " DELIMITED BY SIZE
               WS-MRGE-PART-TEXT DELIMITED BY SIZE
               " BUT NOT IN CISPMANI" DELIMITED BY SIZE
               INTO WS-MRGE-PRINT-LINE.
           PERFORM WRITE-SUMM-LINE-PROCEDURE.

       WRITE-SUMM-HEADING-PROCEDURE.
           ADD 1 TO WS-MRGE-SUMM-PAGE-COUNT.
           MOVE SPACES TO WS-MRGE-HEADING-DATE.
           STRING WS-MRGE-DATE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-MRGE-DATE-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-MRGE-DATE-DAY DELIMITED BY SIZE
               INTO WS-MRGE-HEADING-DATE.
           MOVE WS-MRGE-SUMM-PAGE-COUNT TO WS-MRGE-HEADING-PAGE.
           WRITE CISPSUMM-RECORD FROM WS-MRGE-HEADING-LINE.
           MOVE SPACES TO CISPSUMM-RECORD.
           WRITE CISPSUMM-RECORD.
           MOVE 2 TO WS-MRGE-SUMM-LINE-COUNT.

       WRITE-SUMM-DETAIL-PROCEDURE.
           MOVE WS-MRGE-DETAIL-LINE TO WS-MRGE-PRINT-LINE.
           PERFORM WRITE-SUMM-LINE-PROCEDURE.

       WRITE-SUMM-BLANK-PROCEDURE.
           MOVE SPACES TO WS-MRGE-PRINT-LINE.
           PERFORM WRITE-SUMM-LINE-PROCEDURE.

       WRITE-SUMM-LINE-PROCEDURE.
           IF WS-MRGE-SUMM-LINE-COUNT >= WS-MRGE-SUMM-PAGE-LIMIT
               PERFORM WRITE-SUMM-HEADING-PROCEDURE
           END-IF.
           WRITE CISPSUMM-RECORD FROM WS-MRGE-PRINT-LINE.
           ADD 1 TO WS-MRGE-SUMM-LINE-COUNT.

       LOG-MERGE-ERROR-PROCEDURE.
           IF WS-MRGE-NEW-SEVERITY > WS-MRGE-WORST-SEVERITY
               MOVE WS-MRGE-NEW-SEVERITY TO WS-MRGE-WORST-SEVERITY
           END-IF.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISPMRGE" TO WS-LOG-RECORD-FUNCTION-NAME.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
               WS-LOG-RECORD, WS-LOG-RETURN-CODE.
       END PROGRAM CISPMRGE.
