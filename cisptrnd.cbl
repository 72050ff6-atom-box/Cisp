      *
      * Modification History
      *   2026  LB  Initial trend report.
      *   2026  LB  Lookup statuses (LOOKUP-NOT-FOUND plus
      *              LOOKUP-UNAVAILABLE) get their own column in both
      *              sections, read from the MEMBER-STATUSES record
      *              CISP writes after each MEMBER-TOTALS, and come
      *              out of the run section's other-errors remainder.
      *              Member columns narrowed by one to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPTRND.
                   03 WS-RUN-JOB PIC X(08).
                   03 WS-RUN-SEQ PIC 9(05).
                   03 WS-RUN-DATE PIC X(08).
                   03 WS-RUN-FIGURE PIC 9(07) COMP OCCURS 10 TIMES.
           01 WS-RUN-IDX PIC 9(03) COMP.
           01 WS-RUN-FOUND-IDX PIC 9(03) COMP.
           01 WS-RUN-SCAN-IDX PIC 9(03) COMP.
               02 FILLER PIC X(12) VALUE "TRUNCATED".
               02 FILLER PIC X(12) VALUE "SIZE-ERROR".
               02 FILLER PIC X(12) VALUE "RECURSION".
               02 FILLER PIC X(12) VALUE "LOOKUP".
               02 FILLER PIC X(12) VALUE "OTHER ERRS".
           01 WS-TRND-FIGURE-LABEL-LIST
                   REDEFINES WS-TRND-FIGURE-LABELS.
               02 WS-TRND-FIGURE-LABEL PIC X(12) OCCURS 10 TIMES.
           01 WS-TRND-FIG-IDX PIC 9(03) COMP.

      *****************************************
               02 WS-MBR-ENTRY OCCURS 500 TIMES.
                   03 WS-MBR-RUN-IDX PIC 9(03) COMP.
                   03 WS-MBR-MEMBER PIC X(08).
                   03 WS-MBR-FIGURE PIC 9(07) COMP OCCURS 10 TIMES.
                   03 WS-MBR-DONE-FLAG PIC X(01).
           01 WS-MBR-IDX PIC 9(03) COMP.
           01 WS-MBR-FOUND-IDX PIC 9(03) COMP.
               02 FILLER PIC X(12) VALUE "TRUNCATED".
               02 FILLER PIC X(12) VALUE "SIZE-ERROR".
               02 FILLER PIC X(12) VALUE "RECURSION".
               02 FILLER PIC X(12) VALUE "LOOKUP".
           01 WS-TRND-MBR-FIGURE-LABEL-LIST
                   REDEFINES WS-TRND-MBR-FIGURE-LABELS.
               02 WS-TRND-MBR-FIGURE-LABEL PIC X(12) OCCURS 10 TIMES.

      *****************************************
      *    WS for the trailing-average flag check.  The sum and
           01 WS-TRND-MT-TRUNC PIC X(05).
           01 WS-TRND-MT-SIZE-ERR PIC X(05).
           01 WS-TRND-MT-RECUR PIC X(05).
      *****************************************
      *    WS for the MEMBER-STATUSES message that follows each
      *    MEMBER-TOTALS: member, then the lookup not-found and
      *    unavailable counts, summed into the one LOOKUP figure.
      *****************************************
           01 WS-TRND-MS-LKP-MISS PIC X(05).
           01 WS-TRND-MS-LKP-UNAVAIL PIC X(05).
           01 WS-TRND-MS-LOOKUP PIC 9(07) COMP.

      *****************************************
      *    WS for the CISPTRPT print file, in the same page-heading
               02 FILLER PIC X(08) VALUE "   TRUNC".
               02 FILLER PIC X(08) VALUE "  SIZERR".
               02 FILLER PIC X(08) VALUE "   RECUR".
               02 FILLER PIC X(08) VALUE "  LOOKUP".
               02 FILLER PIC X(08) VALUE "   OTHER".
               02 FILLER PIC X(27) VALUE SPACES.
           01 WS-TRPT-RUN-DETAIL-LINE.
               02 WS-TRPT-RUN-JOB PIC X(08).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-TRPT-RUN-SEQ PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-TRPT-RUN-DATE PIC X(08).
               02 WS-TRPT-RUN-FIG-COL OCCURS 10 TIMES.
                   03 FILLER PIC X(01).
                   03 WS-TRPT-RUN-FIG PIC ZZZZZZ9.
               02 FILLER PIC X(27) VALUE SPACES.
           01 WS-TRPT-MBR-HEADER-LINE.
               02 FILLER PIC X(35)
                   VALUE "MEMBER    JOB       RUN    DATE".
               02 FILLER PIC X(09) VALUE "PROCESSED".
               02 FILLER PIC X(09) VALUE "  REJECTS".
               02 FILLER PIC X(09) VALUE "   ERRORS".
               02 FILLER PIC X(09) VALUE " UNSUP-OP".
               02 FILLER PIC X(09) VALUE " UNSUP-FM".
               02 FILLER PIC X(09) VALUE " DIV-ZERO".
               02 FILLER PIC X(09) VALUE "    TRUNC".
               02 FILLER PIC X(09) VALUE " SIZE-ERR".
               02 FILLER PIC X(09) VALUE "    RECUR".
               02 FILLER PIC X(09) VALUE "   LOOKUP".
               02 FILLER PIC X(07) VALUE SPACES.
           01 WS-TRPT-MBR-DETAIL-LINE.
               02 WS-TRPT-MBR-MEMBER PIC X(08).
               02 WS-TRPT-MBR-SEQ PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-TRPT-MBR-DATE PIC X(08).
               02 WS-TRPT-MBR-FIG-COL OCCURS 10 TIMES.
                   03 FILLER PIC X(02).
                   03 WS-TRPT-MBR-FIG PIC ZZZZZZ9.
               02 FILLER PIC X(07) VALUE SPACES.

                   PERFORM PARSE-MEMBER-TOTALS-PROCEDURE
               END-IF
           END-IF.
           IF TREND-LOG-RUN-SEQ IS NUMERIC
               AND TREND-LOG-OPERATION = "ADD"
               AND TREND-LOG-FUNCTION(1:15) = "MEMBER-STATUSES"
               PERFORM PARSE-MEMBER-STATUSES-PROCEDURE
           END-IF.
           PERFORM READ-TREND-LOG-PROCEDURE.

      *****************************************
                       TO WS-RUN-DATE(WS-RUN-FOUND-IDX)
                   PERFORM CLEAR-RUN-FIGURE-PROCEDURE
                       VARYING WS-TRND-FIG-IDX FROM 1 BY 1
                       UNTIL WS-TRND-FIG-IDX > 10
               ELSE
                   SET WS-RUN-TABLE-FULL TO TRUE
               END-IF
      *    processed and rejects straight across, each status into
      *    its own column, and whatever part of the member's total
      *    errors the six named statuses do not cover into the
      *    other-errors column (lookup errors come back out of it
      *    when the member's MEMBER-STATUSES record is read).
      *****************************************
       ADD-RUN-FIGURES-PROCEDURE.
           ADD WS-MBR-FIGURE(WS-MBR-FOUND-IDX, 1)
               + WS-MBR-FIGURE(WS-MBR-FOUND-IDX, 9).
           IF WS-MBR-FIGURE(WS-MBR-FOUND-IDX, 3)
               > WS-TRND-BUCKET-SUM
               COMPUTE WS-RUN-FIGURE(WS-RUN-FOUND-IDX, 10) =
                   WS-RUN-FIGURE(WS-RUN-FOUND-IDX, 10)
                   + WS-MBR-FIGURE(WS-MBR-FOUND-IDX, 3)
                   - WS-TRND-BUCKET-SUM
           END-IF.

      *****************************************
      *    One MEMBER-STATUSES message onto the member entry its
      *    MEMBER-TOTALS made.  Lookup errors were already counted
      *    in the member's total errors, so the run section moves
      *    them out of other-errors into their own column; a record
      *    with no MEMBER-TOTALS ahead of it (a table-full drop, or
      *    a log cut between the two) is ignored.
      *****************************************
       PARSE-MEMBER-STATUSES-PROCEDURE.
           MOVE TREND-LOG-MESSAGE(5:8) TO WS-TRND-MT-MEMBER.
           MOVE TREND-LOG-MESSAGE(17:5) TO WS-TRND-MS-LKP-MISS.
           MOVE TREND-LOG-MESSAGE(26:5) TO WS-TRND-MS-LKP-UNAVAIL.
           MOVE ZERO TO WS-RUN-FOUND-IDX.
           MOVE 1 TO WS-RUN-SCAN-IDX.
           PERFORM SCAN-RUN-TABLE-PROCEDURE
               UNTIL WS-RUN-SCAN-IDX > WS-RUN-COUNT
               OR WS-RUN-FOUND-IDX > ZERO.
           MOVE ZERO TO WS-MBR-FOUND-IDX.
           IF WS-RUN-FOUND-IDX > ZERO
               AND WS-TRND-MS-LKP-MISS IS NUMERIC
               AND WS-TRND-MS-LKP-UNAVAIL IS NUMERIC
               MOVE 1 TO WS-MBR-SCAN-IDX
               PERFORM SCAN-MEMBER-TABLE-PROCEDURE
                   UNTIL WS-MBR-SCAN-IDX > WS-MBR-COUNT
                   OR WS-MBR-FOUND-IDX > ZERO
           END-IF.
           IF WS-MBR-FOUND-IDX > ZERO
               COMPUTE WS-TRND-MS-LOOKUP =
                   FUNCTION NUMVAL(WS-TRND-MS-LKP-MISS)
                   + FUNCTION NUMVAL(WS-TRND-MS-LKP-UNAVAIL)
               ADD WS-TRND-MS-LOOKUP
                   TO WS-MBR-FIGURE(WS-MBR-FOUND-IDX, 10)
               ADD WS-TRND-MS-LOOKUP
                   TO WS-RUN-FIGURE(WS-RUN-FOUND-IDX, 9)
               IF WS-RUN-FIGURE(WS-RUN-FOUND-IDX, 10)
                   > WS-TRND-MS-LOOKUP
                   SUBTRACT WS-TRND-MS-LOOKUP
                       FROM WS-RUN-FIGURE(WS-RUN-FOUND-IDX, 10)
               ELSE
                   MOVE ZERO TO WS-RUN-FIGURE(WS-RUN-FOUND-IDX, 10)
               END-IF
           END-IF.

       UPSERT-MEMBER-ENTRY-PROCEDURE.
           MOVE ZERO TO WS-MBR-FOUND-IDX.
           MOVE 1 TO WS-MBR-SCAN-IDX.
                       TO WS-MBR-MEMBER(WS-MBR-FOUND-IDX)
                   PERFORM CLEAR-MBR-FIGURE-PROCEDURE
                       VARYING WS-TRND-FIG-IDX FROM 1 BY 1
                       UNTIL WS-TRND-FIG-IDX > 10
                   MOVE "N" TO WS-MBR-DONE-FLAG(WS-MBR-FOUND-IDX)
               ELSE
                   SET WS-MBR-TABLE-FULL TO TRUE
           MOVE WS-RUN-DATE(WS-RUN-IDX) TO WS-TRPT-RUN-DATE.
           PERFORM MOVE-RUN-FIGURE-PROCEDURE
               VARYING WS-TRND-FIG-IDX FROM 1 BY 1
               UNTIL WS-TRND-FIG-IDX > 10.
           MOVE WS-TRPT-RUN-DETAIL-LINE TO WS-TRPT-PRINT-LINE.
           PERFORM WRITE-TRPT-LINE-PROCEDURE.
           IF WS-RUN-IDX > 1
               PERFORM CHECK-RUN-FIGURE-PROCEDURE
                   VARYING WS-TRND-FIG-IDX FROM 1 BY 1
                   UNTIL WS-TRND-FIG-IDX > 10
           END-IF.

       MOVE-RUN-FIGURE-PROCEDURE.
                   TO WS-TRPT-MBR-DATE
               PERFORM MOVE-MBR-FIGURE-PROCEDURE
                   VARYING WS-TRND-FIG-IDX FROM 1 BY 1
                   UNTIL WS-TRND-FIG-IDX > 10
               MOVE WS-TRPT-MBR-DETAIL-LINE TO WS-TRPT-PRINT-LINE
               PERFORM WRITE-TRPT-LINE-PROCEDURE
               PERFORM CHECK-MEMBER-FIGURE-PROCEDURE
                   VARYING WS-TRND-FIG-IDX FROM 1 BY 1
                   UNTIL WS-TRND-FIG-IDX > 10
           END-IF.

       MOVE-MBR-FIGURE-PROCEDURE.
