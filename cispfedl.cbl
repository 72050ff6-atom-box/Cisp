      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Feed register listing for CISP.  CISP records every
      *          LISP-SRC feed it accepts on the CISPFEED register,
      *          keyed by member and *HDR business date; this program
      *          prints the register on CISPFDRP in key order - by
      *          member, then business date - so operations can see
      *          whether a given night's feed arrived and was
      *          processed without going to the logs.  Each feed
      *          prints as one line: member, business date, the run
      *          that last accepted it, its expression count and
      *          hash, when and by which job it was accepted, how
      *          many times it has been accepted and the run that
      *          first accepted it.  A feed accepted more than once
      *          was released and reprocessed.  Totals close the
      *          listing.
      *
      *          The PARM is 'member,from,to' - a member name and two
      *          business dates as YYYYMMDD, any of which may be left
      *          off ('RATES003' lists every feed of that member,
      *          'RATES003,20261013,20261013' that one night's feed,
      *          ',20261001' every member from that date on, no PARM
      *          the whole register).
      *
      *          Return code: 0 listed, 4 nothing on the register
      *          matched the PARM, 8 the PARM was not valid or
      *          CISPFEED or CISPFDRP could not be opened.
      * Tectonics: cobc
      *
      * Modification History
      *   2026  LB  Initial feed register listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPFEDL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISPFEED-FILE ASSIGN TO "CISPFEED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CISPFEED-KEY
               FILE STATUS IS WS-CISPFEED-STATUS.
           SELECT CISPFDRP-FILE ASSIGN TO "CISPFDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPFDRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CISPFEED-FILE.
           COPY "cispfeed.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPFEED-RECORD==
                         ==:FLD-PFX:==  BY ==CISPFEED-==.
       FD  CISPFDRP-FILE.
       01  CISPFDRP-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
           COPY "logif.cpy".

      *****************************************
      *    WS for reading CISPFEED and the member and business date
      *    selection.  The selection defaults to every member and
      *    every date there is.
      *****************************************
           01 WS-CISPFEED-STATUS PIC X(02).
               88 WS-CISPFEED-STATUS-OK VALUE "00".
               88 WS-CISPFEED-EOF VALUE "10".
           01 WS-FEDL-MEMBER PIC X(08) VALUE SPACES.
           01 WS-FEDL-FROM-DATE PIC X(08) VALUE "00000000".
           01 WS-FEDL-TO-DATE PIC X(08) VALUE "99999999".
           01 WS-FEDL-PARM-MEMBER-TEXT PIC X(10).
           01 WS-FEDL-PARM-FROM-TEXT PIC X(10).
           01 WS-FEDL-PARM-TO-TEXT PIC X(10).
           01 WS-FEDL-PARM-OK-FLAG PIC X(01) VALUE "Y".
               88 WS-FEDL-PARM-OK VALUE "Y".
           01 WS-FEDL-LAST-MEMBER PIC X(08) VALUE SPACES.
           01 WS-FEDL-RETURN-CODE PIC 9(02) VALUE ZERO.

      *****************************************
      *    Report totals.
      *****************************************
           01 WS-FEDL-READ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-FEDL-LISTED-COUNT PIC 9(07) VALUE ZERO.
           01 WS-FEDL-MEMBER-COUNT PIC 9(07) VALUE ZERO.
           01 WS-FEDL-REPROCESSED-COUNT PIC 9(07) VALUE ZERO.
           01 WS-FEDL-RECORD-TOTAL PIC 9(09) VALUE ZERO.

      *****************************************
      *    WS for the CISPFDRP print file, in the same page-heading
      *    style as CISP's summary report.
      *****************************************
           01 WS-CISPFDRP-STATUS PIC X(02).
               88 WS-CISPFDRP-STATUS-OK VALUE "00".
           01 WS-FDRP-PAGE-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-FDRP-LINE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-FDRP-PAGE-LIMIT PIC 9(03) COMP VALUE 55.
           01 WS-FDRP-DATE-WORK PIC 9(08).
           01 WS-FDRP-DATE-SPLIT REDEFINES WS-FDRP-DATE-WORK.
               02 WS-FDRP-DATE-YEAR PIC X(04).
               02 WS-FDRP-DATE-MONTH PIC X(02).
               02 WS-FDRP-DATE-DAY PIC X(02).
           01 WS-FDRP-PRINT-LINE PIC X(132).
           01 WS-FDRP-HEADING-LINE.
               02 FILLER PIC X(40)
                   VALUE "CISP - FEED REGISTER LISTING".
               02 FILLER PIC X(05) VALUE "DATE ".
               02 WS-FDRP-HEADING-DATE PIC X(10).
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "PAGE ".
               02 WS-FDRP-HEADING-PAGE PIC ZZZ9.
               02 FILLER PIC X(65) VALUE SPACES.
           01 WS-FDRP-RANGE-LINE.
               02 FILLER PIC X(08) VALUE "MEMBER  ".
               02 WS-FDRP-RANGE-MEMBER PIC X(08).
               02 FILLER PIC X(25)
                   VALUE "   BUSINESS DATES FROM  ".
               02 WS-FDRP-RANGE-FROM PIC X(08).
               02 FILLER PIC X(06) VALUE "  TO  ".
               02 WS-FDRP-RANGE-TO PIC X(08).
               02 FILLER PIC X(69) VALUE SPACES.
           01 WS-FDRP-COLUMN-LINE.
               02 FILLER PIC X(20) VALUE "MEMBER    BUS DATE  ".
               02 FILLER PIC X(20) VALUE "LAST RUN   RECORDS  ".
               02 FILLER PIC X(12) VALUE "HASH".
               02 FILLER PIC X(25) VALUE "ACCEPTED".
               02 FILLER PIC X(10) VALUE "JOB".
               02 FILLER PIC X(17) VALUE "TIMES  FIRST RUN".
               02 FILLER PIC X(28) VALUE SPACES.
           01 WS-FDRP-DETAIL-LINE.
               02 WS-FDRP-MEMBER PIC X(08).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-FDRP-BUS-DATE PIC X(08).
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-FDRP-RUN-SEQ PIC X(05).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-FDRP-RECORD-COUNT PIC ZZZZZZ9.
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-FDRP-HASH PIC X(09).
               02 FILLER PIC X(03) VALUE SPACES.
               02 WS-FDRP-ACCEPT-DATE PIC X(08).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-FDRP-ACCEPT-TIME PIC X(06).
               02 FILLER PIC X(10) VALUE SPACES.
               02 WS-FDRP-JOB-NAME PIC X(08).
               02 FILLER PIC X(03) VALUE SPACES.
               02 WS-FDRP-ACCEPT-COUNT PIC ZZ9.
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-FDRP-FIRST-RUN-SEQ PIC X(05).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-FDRP-REPROCESSED PIC X(11).
               02 FILLER PIC X(19) VALUE SPACES.
           01 WS-FDRP-TOTAL-LINE.
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-FDRP-TOTAL-LABEL PIC X(36).
               02 FILLER PIC X(02) VALUE ": ".
               02 WS-FDRP-TOTAL-COUNT PIC ZZZZZZZZ9.
               02 FILLER PIC X(81) VALUE SPACES.

       LINKAGE SECTION.
      *****************************************
      *    PARM passed on EXEC PGM=CISPFEDL,
      *    PARM='RATES003,20261013,20261013' - the member and the
      *    first and last business dates to list.
      *****************************************
           01 WS-FEDL-PARM.
               02 WS-FEDL-PARM-LENGTH PIC S9(04) COMP.
               02 WS-FEDL-PARM-TEXT PIC X(30).

       PROCEDURE DIVISION USING WS-FEDL-PARM.
       MAIN-PROCEDURE.
           DISPLAY "CISPFEDL".
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

           PERFORM PARSE-PARM-PROCEDURE.
           IF NOT WS-FEDL-PARM-OK
               MOVE "PARM member or dates not valid - nothing listed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-FAILURE-PROCEDURE
           ELSE
               PERFORM LIST-REGISTER-PROCEDURE
           END-IF.

           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE WS-FEDL-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************
      *    'member,from,to'.  A member given must fit a DD name, a
      *    date given must be eight digits, and the range must not
      *    run backwards - a listing that quietly answered a
      *    different question from the one asked would be worse
      *    than none.
      *****************************************
       PARSE-PARM-PROCEDURE.
           IF WS-FEDL-PARM-LENGTH >= 1
               AND WS-FEDL-PARM-LENGTH <= 30
               MOVE SPACES TO WS-FEDL-PARM-MEMBER-TEXT
               MOVE SPACES TO WS-FEDL-PARM-FROM-TEXT
               MOVE SPACES TO WS-FEDL-PARM-TO-TEXT
               UNSTRING WS-FEDL-PARM-TEXT(1:WS-FEDL-PARM-LENGTH)
                   DELIMITED BY ","
                   INTO WS-FEDL-PARM-MEMBER-TEXT
                       WS-FEDL-PARM-FROM-TEXT WS-FEDL-PARM-TO-TEXT
               END-UNSTRING
               IF WS-FEDL-PARM-MEMBER-TEXT NOT = SPACES
                   IF WS-FEDL-PARM-MEMBER-TEXT(9:2) = SPACES
                       MOVE WS-FEDL-PARM-MEMBER-TEXT(1:8)
                           TO WS-FEDL-MEMBER
                   ELSE
                       MOVE "N" TO WS-FEDL-PARM-OK-FLAG
                   END-IF
               END-IF
               IF WS-FEDL-PARM-FROM-TEXT NOT = SPACES
                   IF WS-FEDL-PARM-FROM-TEXT(1:8) IS NUMERIC
                       AND WS-FEDL-PARM-FROM-TEXT(9:2) = SPACES
                       MOVE WS-FEDL-PARM-FROM-TEXT(1:8)
                           TO WS-FEDL-FROM-DATE
                   ELSE
                       MOVE "N" TO WS-FEDL-PARM-OK-FLAG
                   END-IF
               END-IF
               IF WS-FEDL-PARM-TO-TEXT NOT = SPACES
                   IF WS-FEDL-PARM-TO-TEXT(1:8) IS NUMERIC
                       AND WS-FEDL-PARM-TO-TEXT(9:2) = SPACES
                       MOVE WS-FEDL-PARM-TO-TEXT(1:8)
                           TO WS-FEDL-TO-DATE
                   ELSE
                       MOVE "N" TO WS-FEDL-PARM-OK-FLAG
                   END-IF
               END-IF
               IF WS-FEDL-FROM-DATE > WS-FEDL-TO-DATE
                   MOVE "N" TO WS-FEDL-PARM-OK-FLAG
               END-IF
           END-IF.

       LIST-REGISTER-PROCEDURE.
           OPEN OUTPUT CISPFDRP-FILE.
           IF NOT WS-CISPFDRP-STATUS-OK
               MOVE "CISPFDRP dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-FAILURE-PROCEDURE
           ELSE
               ACCEPT WS-FDRP-DATE-WORK FROM DATE YYYYMMDD
               PERFORM WRITE-FDRP-HEADING-PROCEDURE
               OPEN INPUT CISPFEED-FILE
               IF NOT WS-CISPFEED-STATUS-OK
                   MOVE "CISPFEED dataset open failed"
                       TO WS-LOG-RECORD-MESSAGE
                   PERFORM LOG-FAILURE-PROCEDURE
                   MOVE "CISPFEED COULD NOT BE OPENED - NOTHING LISTED"
                       TO WS-FDRP-PRINT-LINE
                   PERFORM WRITE-FDRP-LINE-PROCEDURE
               ELSE
                   IF WS-FEDL-MEMBER = SPACES
                       MOVE "(ALL)" TO WS-FDRP-RANGE-MEMBER
                   ELSE
                       MOVE WS-FEDL-MEMBER TO WS-FDRP-RANGE-MEMBER
                   END-IF
                   MOVE WS-FEDL-FROM-DATE TO WS-FDRP-RANGE-FROM
                   MOVE WS-FEDL-TO-DATE TO WS-FDRP-RANGE-TO
                   MOVE WS-FDRP-RANGE-LINE TO WS-FDRP-PRINT-LINE
                   PERFORM WRITE-FDRP-LINE-PROCEDURE
                   PERFORM WRITE-FDRP-BLANK-PROCEDURE
                   MOVE WS-FDRP-COLUMN-LINE TO WS-FDRP-PRINT-LINE
                   PERFORM WRITE-FDRP-LINE-PROCEDURE
                   PERFORM READ-CISPFEED-PROCEDURE
                   PERFORM LIST-ONE-FEED-PROCEDURE
                       UNTIL WS-CISPFEED-EOF
                   CLOSE CISPFEED-FILE
                   IF WS-FEDL-LISTED-COUNT = ZERO
                       PERFORM WRITE-FDRP-BLANK-PROCEDURE
                       MOVE "NO FEED ON THE REGISTER MATCHES THE PARM"
                           TO WS-FDRP-PRINT-LINE
                       PERFORM WRITE-FDRP-LINE-PROCEDURE
                       MOVE 4 TO WS-FEDL-RETURN-CODE
                   END-IF
                   PERFORM WRITE-FEDL-TOTALS-PROCEDURE
               END-IF
               CLOSE CISPFDRP-FILE
           END-IF.

       READ-CISPFEED-PROCEDURE.
           READ CISPFEED-FILE NEXT RECORD
               AT END
                   SET WS-CISPFEED-EOF TO TRUE
           END-READ.

      *****************************************
      *    One registered feed - listed when its member and business
      *    date are inside the selection.  The register is in member
      *    order, so each member's feeds are set off from the last
      *    member's by a blank line.
      *****************************************
       LIST-ONE-FEED-PROCEDURE.
           ADD 1 TO WS-FEDL-READ-COUNT.
           IF (WS-FEDL-MEMBER = SPACES
                   OR CISPFEED-MEMBER = WS-FEDL-MEMBER)
               AND CISPFEED-BUS-DATE NOT < WS-FEDL-FROM-DATE
               AND CISPFEED-BUS-DATE NOT > WS-FEDL-TO-DATE
               ADD 1 TO WS-FEDL-LISTED-COUNT
               ADD CISPFEED-RECORD-COUNT TO WS-FEDL-RECORD-TOTAL
               IF CISPFEED-MEMBER NOT = WS-FEDL-LAST-MEMBER
                   ADD 1 TO WS-FEDL-MEMBER-COUNT
                   MOVE CISPFEED-MEMBER TO WS-FEDL-LAST-MEMBER
                   PERFORM WRITE-FDRP-BLANK-PROCEDURE
               END-IF
               PERFORM WRITE-FEED-LINE-PROCEDURE
           END-IF.
           PERFORM READ-CISPFEED-PROCEDURE.

       WRITE-FEED-LINE-PROCEDURE.
           MOVE CISPFEED-MEMBER TO WS-FDRP-MEMBER.
           MOVE CISPFEED-BUS-DATE TO WS-FDRP-BUS-DATE.
           MOVE CISPFEED-RUN-SEQ TO WS-FDRP-RUN-SEQ.
           MOVE CISPFEED-RECORD-COUNT TO WS-FDRP-RECORD-COUNT.
           MOVE CISPFEED-HASH TO WS-FDRP-HASH.
           MOVE CISPFEED-ACCEPT-DATE TO WS-FDRP-ACCEPT-DATE.
           MOVE CISPFEED-ACCEPT-TIME TO WS-FDRP-ACCEPT-TIME.
           MOVE CISPFEED-JOB-NAME TO WS-FDRP-JOB-NAME.
           MOVE CISPFEED-ACCEPT-COUNT TO WS-FDRP-ACCEPT-COUNT.
           MOVE CISPFEED-FIRST-RUN-SEQ TO WS-FDRP-FIRST-RUN-SEQ.
           IF CISPFEED-ACCEPT-COUNT > 1
               ADD 1 TO WS-FEDL-REPROCESSED-COUNT
               MOVE "REPROCESSED" TO WS-FDRP-REPROCESSED
           ELSE
               MOVE SPACES TO WS-FDRP-REPROCESSED
           END-IF.
           MOVE WS-FDRP-DETAIL-LINE TO WS-FDRP-PRINT-LINE.
           PERFORM WRITE-FDRP-LINE-PROCEDURE.

       WRITE-FEDL-TOTALS-PROCEDURE.
           PERFORM WRITE-FDRP-BLANK-PROCEDURE.
           MOVE "TOTALS" TO WS-FDRP-PRINT-LINE.
           PERFORM WRITE-FDRP-LINE-PROCEDURE.
           MOVE "REGISTER RECORDS READ" TO WS-FDRP-TOTAL-LABEL.
           MOVE WS-FEDL-READ-COUNT TO WS-FDRP-TOTAL-COUNT.
           PERFORM WRITE-FDRP-TOTAL-PROCEDURE.
           MOVE "FEEDS LISTED" TO WS-FDRP-TOTAL-LABEL.
           MOVE WS-FEDL-LISTED-COUNT TO WS-FDRP-TOTAL-COUNT.
           PERFORM WRITE-FDRP-TOTAL-PROCEDURE.
           MOVE "  MEMBERS" TO WS-FDRP-TOTAL-LABEL.
           MOVE WS-FEDL-MEMBER-COUNT TO WS-FDRP-TOTAL-COUNT.
           PERFORM WRITE-FDRP-TOTAL-PROCEDURE.
           MOVE "  FEEDS REPROCESSED AFTER RELEASE"
               TO WS-FDRP-TOTAL-LABEL.
           MOVE WS-FEDL-REPROCESSED-COUNT TO WS-FDRP-TOTAL-COUNT.
           PERFORM WRITE-FDRP-TOTAL-PROCEDURE.
           MOVE "  EXPRESSIONS IN FEEDS LISTED" TO WS-FDRP-TOTAL-LABEL.
           MOVE WS-FEDL-RECORD-TOTAL TO WS-FDRP-TOTAL-COUNT.
           PERFORM WRITE-FDRP-TOTAL-PROCEDURE.
           PERFORM WRITE-FDRP-BLANK-PROCEDURE.
           MOVE "END OF FEED REGISTER LISTING" TO WS-FDRP-PRINT-LINE.
           PERFORM WRITE-FDRP-LINE-PROCEDURE.

       WRITE-FDRP-TOTAL-PROCEDURE.
           MOVE WS-FDRP-TOTAL-LINE TO WS-FDRP-PRINT-LINE.
           PERFORM WRITE-FDRP-LINE-PROCEDURE.

       LOG-FAILURE-PROCEDURE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISPFEDL" TO WS-LOG-RECORD-FUNCTION-NAME.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
               WS-LOG-RECORD, WS-LOG-RETURN-CODE.
           MOVE 8 TO WS-FEDL-RETURN-CODE.

       WRITE-FDRP-HEADING-PROCEDURE.
           ADD 1 TO WS-FDRP-PAGE-COUNT.
           MOVE SPACES TO WS-FDRP-HEADING-DATE.
           STRING WS-FDRP-DATE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-FDRP-DATE-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-FDRP-DATE-DAY DELIMITED BY SIZE
               INTO WS-FDRP-HEADING-DATE.
           MOVE WS-FDRP-PAGE-COUNT TO WS-FDRP-HEADING-PAGE.
           WRITE CISPFDRP-RECORD FROM WS-FDRP-HEADING-LINE.
           MOVE SPACES TO CISPFDRP-RECORD.
           WRITE CISPFDRP-RECORD.
           MOVE 2 TO WS-FDRP-LINE-COUNT.

       WRITE-FDRP-BLANK-PROCEDURE.
           MOVE SPACES TO WS-FDRP-PRINT-LINE.
           PERFORM WRITE-FDRP-LINE-PROCEDURE.

       WRITE-FDRP-LINE-PROCEDURE.
           IF WS-FDRP-LINE-COUNT >= WS-FDRP-PAGE-LIMIT
               PERFORM WRITE-FDRP-HEADING-PROCEDURE
           END-IF.
           WRITE CISPFDRP-RECORD FROM WS-FDRP-PRINT-LINE.
           ADD 1 TO WS-FDRP-LINE-COUNT.
       END PROGRAM CISPFEDL.
