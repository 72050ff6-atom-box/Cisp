      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Answer-change report for CISP.  CISP-RESULTS keeps
      *          every version of every answer, keyed by member,
      *          sequence and run, but nothing tells the shift lead
      *          which answers moved last night.  This program walks
      *          the cluster in key order and, for every member and
      *          sequence that has a version from tonight's run,
      *          sets it beside the version the run before it wrote:
      *          each pair whose value or status differs prints on
      *          CISPDRPT with the old and new values, the numeric
      *          difference where both are numbers, whether the
      *          expression text itself changed, and a flag when the
      *          move is past the tolerance.  An answer that moved
      *          while its expression text stayed the same almost
      *          always means a SETQ rate changed underneath it -
      *          the SRC column is there to make that stand out.
      *
      *          Tonight's run is the highest run sequence in the
      *          cluster, or the run given on the PARM.  The PARM is
      *          'tolerance' or 'tolerance,run' - the tolerance in
      *          percent of the old value (decimals allowed, default
      *          5), the optional run a five-digit run sequence to
      *          report on instead of the newest (a rerun of an
      *          earlier night's report, say).
      *
      *          Return code: 0 nothing flagged, 4 one or more
      *          answers flagged (over tolerance, status change or a
      *          non-numeric answer change), 8 CISPRSLT or CISPDRPT
      *          could not be opened.
      * Tectonics: cobc
      *
      * Modification History
      *   2026  LB  Initial answer-change report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPDIFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISP-RESULTS-FILE ASSIGN TO "CISPRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CISP-RESULTS-KEY
               FILE STATUS IS WS-CISP-RESULTS-STATUS.
           SELECT CISPDRPT-FILE ASSIGN TO "CISPDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CISP-RESULTS-FILE.
           COPY "cisprslt.cpy"
               REPLACING ==:REC-NAME:== BY ==CISP-RESULTS-RECORD==
                         ==:FLD-PFX:==  BY ==CISP-RESULTS-==.
       FD  CISPDRPT-FILE.
       01  CISPDRPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
           COPY "logif.cpy".

      *****************************************
      *    WS for reading CISP-RESULTS.  The cluster is read front
      *    to back twice: once to find tonight's run (skipped when
      *    the PARM names the run), once to compare.
      *****************************************
           01 WS-CISP-RESULTS-STATUS PIC X(02).
               88 WS-CISP-RESULTS-STATUS-OK VALUE "00".
               88 WS-CISP-RESULTS-EOF VALUE "10".
           01 WS-DIFF-TONIGHT-RUN PIC 9(05) VALUE ZERO.
           01 WS-DIFF-PARM-TOL-TEXT PIC X(12).
           01 WS-DIFF-PARM-RUN-TEXT PIC X(08).

      *****************************************
      *    The member-and-sequence group being walked.  Versions
      *    arrive oldest run first, so as each one at or below
      *    tonight's run is read the previous latest slides down to
      *    prior - when the group breaks, latest is tonight's
      *    version (if the run wrote one) and prior is the version
      *    the run before it wrote.
      *****************************************
           01 WS-DIFF-GROUP-MEMBER PIC X(08).
           01 WS-DIFF-GROUP-SEQ PIC 9(05).
           01 WS-DIFF-GROUP-ACTIVE-FLAG PIC X(01) VALUE "N".
               88 WS-DIFF-GROUP-ACTIVE VALUE "Y".
           01 WS-DIFF-LATEST-FLAG PIC X(01).
               88 WS-DIFF-LATEST-PRESENT VALUE "Y".
           01 WS-DIFF-PRIOR-FLAG PIC X(01).
               88 WS-DIFF-PRIOR-PRESENT VALUE "Y".
           COPY "cisprslt.cpy"
               REPLACING ==:REC-NAME:== BY ==WS-DIFF-LATEST-RECORD==
                         ==:FLD-PFX:==  BY ==WS-DIFF-LATEST-==.
           COPY "cisprslt.cpy"
               REPLACING ==:REC-NAME:== BY ==WS-DIFF-PRIOR-RECORD==
                         ==:FLD-PFX:==  BY ==WS-DIFF-PRIOR-==.

      *****************************************
      *    WS for measuring one changed answer.  Values are held in
      *    the same packed picture LISP evaluates in, so anything
      *    LISP could have produced fits; the percentage is the
      *    move against the old value, capped on size error.
      *****************************************
           01 WS-DIFF-TOLERANCE-PCT PIC 9(05)V99 VALUE 5.
           01 WS-DIFF-OLD-NUM PIC S9(09)V9(06) COMP-3.
           01 WS-DIFF-NEW-NUM PIC S9(09)V9(06) COMP-3.
           01 WS-DIFF-CHANGE PIC S9(10)V9(06) COMP-3.
           01 WS-DIFF-ABS-CHANGE PIC 9(10)V9(06) COMP-3.
           01 WS-DIFF-ABS-OLD PIC 9(09)V9(06) COMP-3.
           01 WS-DIFF-MOVE-PCT PIC 9(07)V99 COMP-3.
           01 WS-DIFF-BOTH-NUMERIC-FLAG PIC X(01).
               88 WS-DIFF-BOTH-NUMERIC VALUE "Y".
           01 WS-DIFF-FLAG-TEXT PIC X(10).
           01 WS-DIFF-RETURN-CODE PIC 9(02) VALUE ZERO.

      *****************************************
      *    Report totals.
      *****************************************
           01 WS-DIFF-COMPARED-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DIFF-NEW-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DIFF-UNCHANGED-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DIFF-CHANGED-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DIFF-SRC-SAME-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DIFF-STATUS-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DIFF-OVER-TOL-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DIFF-TEXT-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DIFF-FLAGGED-COUNT PIC 9(07) VALUE ZERO.

      *****************************************
      *    WS for the CISPDRPT print file, in the same page-heading
      *    style as CISP's summary report.
      *****************************************
           01 WS-CISPDRPT-STATUS PIC X(02).
               88 WS-CISPDRPT-STATUS-OK VALUE "00".
           01 WS-DRPT-PAGE-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-DRPT-LINE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-DRPT-PAGE-LIMIT PIC 9(03) COMP VALUE 55.
           01 WS-DRPT-DATE-WORK PIC 9(08).
           01 WS-DRPT-DATE-SPLIT REDEFINES WS-DRPT-DATE-WORK.
               02 WS-DRPT-DATE-YEAR PIC X(04).
               02 WS-DRPT-DATE-MONTH PIC X(02).
               02 WS-DRPT-DATE-DAY PIC X(02).
           01 WS-DRPT-PRINT-LINE PIC X(132).
           01 WS-DRPT-HEADING-LINE.
               02 FILLER PIC X(40)
                   VALUE "CISP - ANSWER CHANGE REPORT".
               02 FILLER PIC X(05) VALUE "DATE ".
               02 WS-DRPT-HEADING-DATE PIC X(10).
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "PAGE ".
               02 WS-DRPT-HEADING-PAGE PIC ZZZ9.
               02 FILLER PIC X(65) VALUE SPACES.
           01 WS-DRPT-RUN-LINE.
               02 FILLER PIC X(14) VALUE "TONIGHT'S RUN ".
               02 WS-DRPT-RUN-SEQ PIC 9(05).
               02 FILLER PIC X(14) VALUE "   TOLERANCE ".
               02 WS-DRPT-RUN-TOL PIC ZZZZ9.99.
               02 FILLER PIC X(04) VALUE " PCT".
               02 FILLER PIC X(87) VALUE SPACES.
           01 WS-DRPT-COLUMN-LINE.
               02 FILLER PIC X(30)
                   VALUE "MEMBER    SEQNO  PRIOR TONITE ".
               02 FILLER PIC X(33) VALUE "OLD VALUE".
               02 FILLER PIC X(33) VALUE "NEW VALUE".
               02 FILLER PIC X(19) VALUE "        DIFFERENCE".
               02 FILLER PIC X(05) VALUE "SRC".
               02 FILLER PIC X(12) VALUE "FLAG".
           01 WS-DRPT-DETAIL-LINE.
               02 WS-DRPT-MEMBER PIC X(08).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-DRPT-SEQ-NO PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-DRPT-PRIOR-RUN PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-DRPT-TONIGHT-RUN PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-DRPT-OLD-VALUE PIC X(32).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-DRPT-NEW-VALUE PIC X(32).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-DRPT-DIFFERENCE PIC -(10)9.9(6).
               02 WS-DRPT-DIFFERENCE-X REDEFINES WS-DRPT-DIFFERENCE
                   PIC X(18).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-DRPT-SRC PIC X(04).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-DRPT-FLAG PIC X(12).
           01 WS-DRPT-STATUS-LINE.
               02 FILLER PIC X(30) VALUE SPACES.
               02 FILLER PIC X(08) VALUE "STATUS  ".
               02 WS-DRPT-OLD-STATUS PIC X(20).
               02 FILLER PIC X(04) VALUE " -> ".
               02 WS-DRPT-NEW-STATUS PIC X(20).
               02 FILLER PIC X(50) VALUE SPACES.
           01 WS-DRPT-TOTAL-LINE.
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-DRPT-TOTAL-LABEL PIC X(36).
               02 FILLER PIC X(02) VALUE ": ".
               02 WS-DRPT-TOTAL-COUNT PIC ZZZZZZ9.
               02 FILLER PIC X(83) VALUE SPACES.

       LINKAGE SECTION.
      *****************************************
      *    PARM passed on EXEC PGM=CISPDIFF,PARM='5' or
      *    PARM='5,00042' - the flag tolerance in percent, then
      *    optionally the run to report on.  An unreadable
      *    tolerance stays at 5; an unreadable run falls back to
      *    the newest run in the cluster.
      *****************************************
           01 WS-DIFF-PARM.
               02 WS-DIFF-PARM-LENGTH PIC S9(04) COMP.
               02 WS-DIFF-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING WS-DIFF-PARM.
       MAIN-PROCEDURE.
           DISPLAY "CISPDIFF".
           PERFORM PARSE-PARM-PROCEDURE.

           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

           OPEN OUTPUT CISPDRPT-FILE.
           IF NOT WS-CISPDRPT-STATUS-OK
               MOVE "CISPDRPT dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-OPEN-FAILURE-PROCEDURE
           ELSE
               ACCEPT WS-DRPT-DATE-WORK FROM DATE YYYYMMDD
               PERFORM WRITE-DRPT-HEADING-PROCEDURE
               IF WS-DIFF-TONIGHT-RUN = ZERO
                   PERFORM FIND-TONIGHT-RUN-PROCEDURE
               END-IF
               IF WS-DIFF-RETURN-CODE = ZERO
                   PERFORM COMPARE-VERSIONS-PROCEDURE
               END-IF
               IF WS-DIFF-RETURN-CODE = ZERO
                   PERFORM WRITE-DIFF-TOTALS-PROCEDURE
                   IF WS-DIFF-FLAGGED-COUNT > ZERO
                       MOVE 4 TO WS-DIFF-RETURN-CODE
                   END-IF
               END-IF
               CLOSE CISPDRPT-FILE
           END-IF.

           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE WS-DIFF-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************
      *    'tolerance' or 'tolerance,run'.  Each half is taken
      *    only if it reads cleanly as a number; anything else
      *    leaves the default in place.
      *****************************************
       PARSE-PARM-PROCEDURE.
           IF WS-DIFF-PARM-LENGTH >= 1
               AND WS-DIFF-PARM-LENGTH <= 20
               MOVE SPACES TO WS-DIFF-PARM-TOL-TEXT
               MOVE SPACES TO WS-DIFF-PARM-RUN-TEXT
               UNSTRING WS-DIFF-PARM-TEXT(1:WS-DIFF-PARM-LENGTH)
                   DELIMITED BY ","
                   INTO WS-DIFF-PARM-TOL-TEXT WS-DIFF-PARM-RUN-TEXT
               END-UNSTRING
               IF WS-DIFF-PARM-TOL-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-DIFF-PARM-TOL-TEXT)
                       = ZERO
                   COMPUTE WS-DIFF-TOLERANCE-PCT =
                       FUNCTION NUMVAL(WS-DIFF-PARM-TOL-TEXT)
                       ON SIZE ERROR
                           MOVE 5 TO WS-DIFF-TOLERANCE-PCT
                   END-COMPUTE
               END-IF
               IF WS-DIFF-PARM-RUN-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-DIFF-PARM-RUN-TEXT)
                       = ZERO
                   COMPUTE WS-DIFF-TONIGHT-RUN =
                       FUNCTION NUMVAL(WS-DIFF-PARM-RUN-TEXT)
                       ON SIZE ERROR
                           MOVE ZERO TO WS-DIFF-TONIGHT-RUN
                   END-COMPUTE
               END-IF
           END-IF.

      *****************************************
      *    First pass: the newest run sequence anywhere in the
      *    cluster is tonight's run.
      *****************************************
       FIND-TONIGHT-RUN-PROCEDURE.
           OPEN INPUT CISP-RESULTS-FILE.
           IF NOT WS-CISP-RESULTS-STATUS-OK
               MOVE "CISPRSLT dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-OPEN-FAILURE-PROCEDURE
           ELSE
               PERFORM READ-CISP-RESULTS-PROCEDURE
               PERFORM NOTE-RUN-SEQ-PROCEDURE
                   UNTIL WS-CISP-RESULTS-EOF
               CLOSE CISP-RESULTS-FILE
           END-IF.

       NOTE-RUN-SEQ-PROCEDURE.
           IF CISP-RESULTS-RUN-SEQ > WS-DIFF-TONIGHT-RUN
               MOVE CISP-RESULTS-RUN-SEQ TO WS-DIFF-TONIGHT-RUN
           END-IF.
           PERFORM READ-CISP-RESULTS-PROCEDURE.

       READ-CISP-RESULTS-PROCEDURE.
           READ CISP-RESULTS-FILE
               AT END
                   SET WS-CISP-RESULTS-EOF TO TRUE
           END-READ.

      *****************************************
      *    Second pass: group the versions by member and sequence
      *    and compare each group as it closes.  Versions newer
      *    than tonight's run (possible only when the PARM names
      *    an earlier run) are passed over.
      *****************************************
       COMPARE-VERSIONS-PROCEDURE.
           MOVE WS-DIFF-TONIGHT-RUN TO WS-DRPT-RUN-SEQ.
           MOVE WS-DIFF-TOLERANCE-PCT TO WS-DRPT-RUN-TOL.
           MOVE WS-DRPT-RUN-LINE TO WS-DRPT-PRINT-LINE.
           PERFORM WRITE-DRPT-LINE-PROCEDURE.
           PERFORM WRITE-DRPT-BLANK-PROCEDURE.
           MOVE WS-DRPT-COLUMN-LINE TO WS-DRPT-PRINT-LINE.
           PERFORM WRITE-DRPT-LINE-PROCEDURE.
           OPEN INPUT CISP-RESULTS-FILE.
           IF NOT WS-CISP-RESULTS-STATUS-OK
               MOVE "CISPRSLT dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-OPEN-FAILURE-PROCEDURE
           ELSE
               PERFORM READ-CISP-RESULTS-PROCEDURE
               PERFORM GROUP-RESULT-RECORD-PROCEDURE
                   UNTIL WS-CISP-RESULTS-EOF
               IF WS-DIFF-GROUP-ACTIVE
                   PERFORM COMPARE-GROUP-PROCEDURE
               END-IF
               CLOSE CISP-RESULTS-FILE
           END-IF.

       GROUP-RESULT-RECORD-PROCEDURE.
           IF NOT WS-DIFF-GROUP-ACTIVE
               OR CISP-RESULTS-MEMBER NOT = WS-DIFF-GROUP-MEMBER
               OR CISP-RESULTS-SEQ-NO NOT = WS-DIFF-GROUP-SEQ
               IF WS-DIFF-GROUP-ACTIVE
                   PERFORM COMPARE-GROUP-PROCEDURE
               END-IF
               SET WS-DIFF-GROUP-ACTIVE TO TRUE
               MOVE CISP-RESULTS-MEMBER TO WS-DIFF-GROUP-MEMBER
               MOVE CISP-RESULTS-SEQ-NO TO WS-DIFF-GROUP-SEQ
               MOVE "N" TO WS-DIFF-LATEST-FLAG
               MOVE "N" TO WS-DIFF-PRIOR-FLAG
           END-IF.
           IF CISP-RESULTS-RUN-SEQ <= WS-DIFF-TONIGHT-RUN
               IF WS-DIFF-LATEST-PRESENT
                   MOVE WS-DIFF-LATEST-RECORD TO WS-DIFF-PRIOR-RECORD
                   SET WS-DIFF-PRIOR-PRESENT TO TRUE
               END-IF
               MOVE CISP-RESULTS-RECORD TO WS-DIFF-LATEST-RECORD
               SET WS-DIFF-LATEST-PRESENT TO TRUE
           END-IF.
           PERFORM READ-CISP-RESULTS-PROCEDURE.

      *****************************************
      *    One closed group.  Only a group tonight's run wrote a
      *    version for is compared; one with no earlier version is
      *    a new answer and is only counted.
      *****************************************
       COMPARE-GROUP-PROCEDURE.
           IF WS-DIFF-LATEST-PRESENT
               AND WS-DIFF-LATEST-RUN-SEQ = WS-DIFF-TONIGHT-RUN
               IF NOT WS-DIFF-PRIOR-PRESENT
                   ADD 1 TO WS-DIFF-NEW-COUNT
               ELSE
                   ADD 1 TO WS-DIFF-COMPARED-COUNT
                   IF WS-DIFF-LATEST-VALUE = WS-DIFF-PRIOR-VALUE
                       AND WS-DIFF-LATEST-STATUS = WS-DIFF-PRIOR-STATUS
                       ADD 1 TO WS-DIFF-UNCHANGED-COUNT
                   ELSE
                       PERFORM REPORT-CHANGE-PROCEDURE
                   END-IF
               END-IF
           END-IF.

      *****************************************
      *    One changed answer: measure it, flag it, print it.  A
      *    status change outranks the numeric test - an answer that
      *    went from OK to an error (or back) is always flagged.
      *****************************************
       REPORT-CHANGE-PROCEDURE.
           ADD 1 TO WS-DIFF-CHANGED-COUNT.
           MOVE SPACES TO WS-DIFF-FLAG-TEXT.
           MOVE SPACES TO WS-DRPT-DETAIL-LINE.
           MOVE WS-DIFF-LATEST-MEMBER TO WS-DRPT-MEMBER.
           MOVE WS-DIFF-LATEST-SEQ-NO TO WS-DRPT-SEQ-NO.
           MOVE WS-DIFF-PRIOR-RUN-SEQ TO WS-DRPT-PRIOR-RUN.
           MOVE WS-DIFF-LATEST-RUN-SEQ TO WS-DRPT-TONIGHT-RUN.
           MOVE WS-DIFF-PRIOR-VALUE TO WS-DRPT-OLD-VALUE.
           MOVE WS-DIFF-LATEST-VALUE TO WS-DRPT-NEW-VALUE.
           IF WS-DIFF-LATEST-EXPRESSION = WS-DIFF-PRIOR-EXPRESSION
               MOVE "SAME" TO WS-DRPT-SRC
               ADD 1 TO WS-DIFF-SRC-SAME-COUNT
           ELSE
               MOVE "CHGD" TO WS-DRPT-SRC
           END-IF.
           PERFORM MEASURE-CHANGE-PROCEDURE.
           IF WS-DIFF-BOTH-NUMERIC
               MOVE WS-DIFF-CHANGE TO WS-DRPT-DIFFERENCE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIFF-LATEST-STATUS NOT = WS-DIFF-PRIOR-STATUS
                   MOVE "STATUS CHG" TO WS-DIFF-FLAG-TEXT
                   ADD 1 TO WS-DIFF-STATUS-COUNT
               WHEN WS-DIFF-LATEST-VALUE = WS-DIFF-PRIOR-VALUE
                   CONTINUE
               WHEN NOT WS-DIFF-BOTH-NUMERIC
                   MOVE "TEXT CHG" TO WS-DIFF-FLAG-TEXT
                   ADD 1 TO WS-DIFF-TEXT-COUNT
               WHEN WS-DIFF-ABS-OLD = ZERO
                   MOVE "OVER TOL" TO WS-DIFF-FLAG-TEXT
                   ADD 1 TO WS-DIFF-OVER-TOL-COUNT
               WHEN WS-DIFF-MOVE-PCT > WS-DIFF-TOLERANCE-PCT
                   MOVE "OVER TOL" TO WS-DIFF-FLAG-TEXT
                   ADD 1 TO WS-DIFF-OVER-TOL-COUNT
           END-EVALUATE.
           IF WS-DIFF-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-DIFF-FLAGGED-COUNT
               STRING "* " DELIMITED BY SIZE
                   WS-DIFF-FLAG-TEXT DELIMITED BY SIZE
                   INTO WS-DRPT-FLAG
               END-STRING
           END-IF.
           MOVE WS-DRPT-DETAIL-LINE TO WS-DRPT-PRINT-LINE.
           PERFORM WRITE-DRPT-LINE-PROCEDURE.
           IF WS-DIFF-LATEST-STATUS NOT = WS-DIFF-PRIOR-STATUS
               MOVE WS-DIFF-PRIOR-STATUS TO WS-DRPT-OLD-STATUS
               MOVE WS-DIFF-LATEST-STATUS TO WS-DRPT-NEW-STATUS
               MOVE WS-DRPT-STATUS-LINE TO WS-DRPT-PRINT-LINE
               PERFORM WRITE-DRPT-LINE-PROCEDURE
           END-IF.

      *****************************************
      *    Both values numeric: the signed difference, and the
      *    move as a percentage of the old value's size (left at
      *    zero against an old value of zero, which the caller
      *    flags outright).
      *****************************************
       MEASURE-CHANGE-PROCEDURE.
           MOVE "N" TO WS-DIFF-BOTH-NUMERIC-FLAG.
           MOVE ZERO TO WS-DIFF-CHANGE.
           MOVE ZERO TO WS-DIFF-ABS-OLD.
           MOVE ZERO TO WS-DIFF-MOVE-PCT.
           IF WS-DIFF-PRIOR-VALUE NOT = SPACES
               AND WS-DIFF-LATEST-VALUE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DIFF-PRIOR-VALUE) = ZERO
               AND FUNCTION TEST-NUMVAL(WS-DIFF-LATEST-VALUE) = ZERO
               SET WS-DIFF-BOTH-NUMERIC TO TRUE
               COMPUTE WS-DIFF-OLD-NUM =
                   FUNCTION NUMVAL(WS-DIFF-PRIOR-VALUE)
               COMPUTE WS-DIFF-NEW-NUM =
                   FUNCTION NUMVAL(WS-DIFF-LATEST-VALUE)
               COMPUTE WS-DIFF-CHANGE =
                   WS-DIFF-NEW-NUM - WS-DIFF-OLD-NUM
               IF WS-DIFF-CHANGE < ZERO
                   COMPUTE WS-DIFF-ABS-CHANGE = ZERO - WS-DIFF-CHANGE
               ELSE
                   MOVE WS-DIFF-CHANGE TO WS-DIFF-ABS-CHANGE
               END-IF
               IF WS-DIFF-OLD-NUM < ZERO
                   COMPUTE WS-DIFF-ABS-OLD = ZERO - WS-DIFF-OLD-NUM
               ELSE
                   MOVE WS-DIFF-OLD-NUM TO WS-DIFF-ABS-OLD
               END-IF
               IF WS-DIFF-ABS-OLD > ZERO
                   COMPUTE WS-DIFF-MOVE-PCT ROUNDED =
                       (WS-DIFF-ABS-CHANGE / WS-DIFF-ABS-OLD) * 100
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-DIFF-MOVE-PCT
                   END-COMPUTE
               END-IF
           END-IF.

       WRITE-DIFF-TOTALS-PROCEDURE.
           PERFORM WRITE-DRPT-BLANK-PROCEDURE.
           MOVE "TOTALS" TO WS-DRPT-PRINT-LINE.
           PERFORM WRITE-DRPT-LINE-PROCEDURE.
           MOVE "ANSWERS COMPARED WITH PRIOR RUN"
               TO WS-DRPT-TOTAL-LABEL.
           MOVE WS-DIFF-COMPARED-COUNT TO WS-DRPT-TOTAL-COUNT.
           PERFORM WRITE-DRPT-TOTAL-PROCEDURE.
           MOVE "NEW ANSWERS - NO PRIOR VERSION"
               TO WS-DRPT-TOTAL-LABEL.
           MOVE WS-DIFF-NEW-COUNT TO WS-DRPT-TOTAL-COUNT.
           PERFORM WRITE-DRPT-TOTAL-PROCEDURE.
           MOVE "ANSWERS UNCHANGED" TO WS-DRPT-TOTAL-LABEL.
           MOVE WS-DIFF-UNCHANGED-COUNT TO WS-DRPT-TOTAL-COUNT.
           PERFORM WRITE-DRPT-TOTAL-PROCEDURE.
           MOVE "ANSWERS CHANGED" TO WS-DRPT-TOTAL-LABEL.
           MOVE WS-DIFF-CHANGED-COUNT TO WS-DRPT-TOTAL-COUNT.
           PERFORM WRITE-DRPT-TOTAL-PROCEDURE.
           MOVE "  WITH EXPRESSION TEXT UNCHANGED"
               TO WS-DRPT-TOTAL-LABEL.
           MOVE WS-DIFF-SRC-SAME-COUNT TO WS-DRPT-TOTAL-COUNT.
           PERFORM WRITE-DRPT-TOTAL-PROCEDURE.
           MOVE "  FLAGGED - STATUS CHANGE" TO WS-DRPT-TOTAL-LABEL.
           MOVE WS-DIFF-STATUS-COUNT TO WS-DRPT-TOTAL-COUNT.
           PERFORM WRITE-DRPT-TOTAL-PROCEDURE.
           MOVE "  FLAGGED - OVER TOLERANCE" TO WS-DRPT-TOTAL-LABEL.
           MOVE WS-DIFF-OVER-TOL-COUNT TO WS-DRPT-TOTAL-COUNT.
           PERFORM WRITE-DRPT-TOTAL-PROCEDURE.
           MOVE "  FLAGGED - NON-NUMERIC ANSWER" TO WS-DRPT-TOTAL-LABEL.
           MOVE WS-DIFF-TEXT-COUNT TO WS-DRPT-TOTAL-COUNT.
           PERFORM WRITE-DRPT-TOTAL-PROCEDURE.
           PERFORM WRITE-DRPT-BLANK-PROCEDURE.
           MOVE "END OF ANSWER CHANGE REPORT" TO WS-DRPT-PRINT-LINE.
           PERFORM WRITE-DRPT-LINE-PROCEDURE.

       WRITE-DRPT-TOTAL-PROCEDURE.
           MOVE WS-DRPT-TOTAL-LINE TO WS-DRPT-PRINT-LINE.
           PERFORM WRITE-DRPT-LINE-PROCEDURE.

       LOG-OPEN-FAILURE-PROCEDURE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISPDIFF" TO WS-LOG-RECORD-FUNCTION-NAME.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
               WS-LOG-RECORD, WS-LOG-RETURN-CODE.
           MOVE 8 TO WS-DIFF-RETURN-CODE.

       WRITE-DRPT-HEADING-PROCEDURE.
           ADD 1 TO WS-DRPT-PAGE-COUNT.
           MOVE SPACES TO WS-DRPT-HEADING-DATE.
           STRING WS-DRPT-DATE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DRPT-DATE-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DRPT-DATE-DAY DELIMITED BY SIZE
               INTO WS-DRPT-HEADING-DATE.
           MOVE WS-DRPT-PAGE-COUNT TO WS-DRPT-HEADING-PAGE.
           WRITE CISPDRPT-RECORD FROM WS-DRPT-HEADING-LINE.
           MOVE SPACES TO CISPDRPT-RECORD.
           WRITE CISPDRPT-RECORD.
           MOVE 2 TO WS-DRPT-LINE-COUNT.

       WRITE-DRPT-BLANK-PROCEDURE.
           MOVE SPACES TO WS-DRPT-PRINT-LINE.
           PERFORM WRITE-DRPT-LINE-PROCEDURE.

       WRITE-DRPT-LINE-PROCEDURE.
           IF WS-DRPT-LINE-COUNT >= WS-DRPT-PAGE-LIMIT
               PERFORM WRITE-DRPT-HEADING-PROCEDURE
           END-IF.
           WRITE CISPDRPT-RECORD FROM WS-DRPT-PRINT-LINE.
           ADD 1 TO WS-DRPT-LINE-COUNT.
       END PROGRAM CISPDIFF.
