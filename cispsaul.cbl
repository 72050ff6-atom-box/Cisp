      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Binding audit listing for CISP.  Every binding change
      *          CISPSYMM puts live appends a before-and-after image
      *          to the CISPSAUD audit dataset; this program prints
      *          those images on CISPSARP for the auditors, in the
      *          order they were approved, for a range of approval
      *          dates.  Each change prints as three lines: the
      *          approval date and time, action, binding, the value
      *          before and after and the job that had last set the
      *          value; then who requested it and when and who
      *          approved it; then the requester's reason.  Totals by
      *          action close the listing.
      *
      *          The PARM is 'from,to' - two approval dates as
      *          YYYYMMDD, either of which may be left off ('20260101'
      *          lists from that date on, ',20261231' up to that
      *          date, no PARM lists everything).
      *
      *          Return code: 0 listed, 8 the PARM dates were not
      *          valid or CISPSAUD or CISPSARP could not be opened.
      * Tectonics: cobc
      *
      * Modification History
      *   2026  LB  Initial binding audit listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPSAUL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISPSAUD-FILE ASSIGN TO "CISPSAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPSAUD-STATUS.
           SELECT CISPSARP-FILE ASSIGN TO "CISPSARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPSARP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CISPSAUD-FILE.
           COPY "cispsaud.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPSAUD-RECORD==
                         ==:FLD-PFX:==  BY ==CISPSAUD-==.
       FD  CISPSARP-FILE.
       01  CISPSARP-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
           COPY "logif.cpy".

      *****************************************
      *    WS for reading CISPSAUD and the approval date range.
      *    The range defaults to every date there is.
      *****************************************
           01 WS-CISPSAUD-STATUS PIC X(02).
               88 WS-CISPSAUD-STATUS-OK VALUE "00".
               88 WS-CISPSAUD-EOF VALUE "10".
           01 WS-SAUL-FROM-DATE PIC X(08) VALUE "00000000".
           01 WS-SAUL-TO-DATE PIC X(08) VALUE "99999999".
           01 WS-SAUL-PARM-FROM-TEXT PIC X(10).
           01 WS-SAUL-PARM-TO-TEXT PIC X(10).
           01 WS-SAUL-PARM-OK-FLAG PIC X(01) VALUE "Y".
               88 WS-SAUL-PARM-OK VALUE "Y".
           01 WS-SAUL-RETURN-CODE PIC 9(02) VALUE ZERO.

      *****************************************
      *    Report totals.
      *****************************************
           01 WS-SAUL-READ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-SAUL-LISTED-COUNT PIC 9(07) VALUE ZERO.
           01 WS-SAUL-ADD-COUNT PIC 9(07) VALUE ZERO.
           01 WS-SAUL-CHANGE-COUNT PIC 9(07) VALUE ZERO.
           01 WS-SAUL-DELETE-COUNT PIC 9(07) VALUE ZERO.

      *****************************************
      *    WS for the CISPSARP print file, in the same page-heading
      *    style as CISP's summary report.
      *****************************************
           01 WS-CISPSARP-STATUS PIC X(02).
               88 WS-CISPSARP-STATUS-OK VALUE "00".
           01 WS-SARP-PAGE-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-SARP-LINE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-SARP-PAGE-LIMIT PIC 9(03) COMP VALUE 55.
           01 WS-SARP-DATE-WORK PIC 9(08).
           01 WS-SARP-DATE-SPLIT REDEFINES WS-SARP-DATE-WORK.
               02 WS-SARP-DATE-YEAR PIC X(04).
               02 WS-SARP-DATE-MONTH PIC X(02).
               02 WS-SARP-DATE-DAY PIC X(02).
           01 WS-SARP-PRINT-LINE PIC X(132).
           01 WS-SARP-HEADING-LINE.
               02 FILLER PIC X(40)
                   VALUE "CISP - BINDING CHANGE AUDIT LISTING".
               02 FILLER PIC X(05) VALUE "DATE ".
               02 WS-SARP-HEADING-DATE PIC X(10).
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "PAGE ".
               02 WS-SARP-HEADING-PAGE PIC ZZZ9.
               02 FILLER PIC X(65) VALUE SPACES.
           01 WS-SARP-RANGE-LINE.
               02 FILLER PIC X(23) VALUE "CHANGES APPROVED FROM  ".
               02 WS-SARP-RANGE-FROM PIC X(08).
               02 FILLER PIC X(06) VALUE "  TO  ".
               02 WS-SARP-RANGE-TO PIC X(08).
               02 FILLER PIC X(87) VALUE SPACES.
           01 WS-SARP-COLUMN-LINE.
               02 FILLER PIC X(26)
                   VALUE "APPROVED         ACTION  ".
               02 FILLER PIC X(22) VALUE "BINDING".
               02 FILLER PIC X(24) VALUE "BEFORE".
               02 FILLER PIC X(22) VALUE "AFTER".
               02 FILLER PIC X(38) VALUE "PREVIOUSLY SET BY".
           01 WS-SARP-DETAIL-LINE.
               02 WS-SARP-DATE PIC X(08).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-SARP-TIME PIC X(06).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-SARP-ACTION PIC X(06).
               02 FILLER PIC X(03) VALUE SPACES.
               02 WS-SARP-NAME PIC X(20).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-SARP-BEFORE-VALUE PIC X(20).
               02 FILLER PIC X(04) VALUE " -> ".
               02 WS-SARP-AFTER-VALUE PIC X(20).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-SARP-BEFORE-JOB PIC X(08).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-SARP-BEFORE-DATE PIC X(08).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-SARP-BEFORE-TIME PIC X(06).
               02 FILLER PIC X(14) VALUE SPACES.
           01 WS-SARP-USER-LINE.
               02 FILLER PIC X(17) VALUE SPACES.
               02 FILLER PIC X(13) VALUE "REQUESTED BY ".
               02 WS-SARP-REQ-USER PIC X(08).
               02 FILLER PIC X(04) VALUE " ON ".
               02 WS-SARP-REQ-DATE PIC X(08).
               02 FILLER PIC X(01) VALUE SPACES.
               02 WS-SARP-REQ-TIME PIC X(06).
               02 FILLER PIC X(15) VALUE "   APPROVED BY ".
               02 WS-SARP-APPR-USER PIC X(08).
               02 FILLER PIC X(52) VALUE SPACES.
           01 WS-SARP-REASON-LINE.
               02 FILLER PIC X(17) VALUE SPACES.
               02 FILLER PIC X(13) VALUE "REASON       ".
               02 WS-SARP-REASON PIC X(60).
               02 FILLER PIC X(42) VALUE SPACES.
           01 WS-SARP-TOTAL-LINE.
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-SARP-TOTAL-LABEL PIC X(36).
               02 FILLER PIC X(02) VALUE ": ".
               02 WS-SARP-TOTAL-COUNT PIC ZZZZZZ9.
               02 FILLER PIC X(83) VALUE SPACES.

       LINKAGE SECTION.
      *****************************************
      *    PARM passed on EXEC PGM=CISPSAUL,PARM='20260101,20260131'
      *    - the first and last approval dates to list.
      *****************************************
           01 WS-SAUL-PARM.
               02 WS-SAUL-PARM-LENGTH PIC S9(04) COMP.
               02 WS-SAUL-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING WS-SAUL-PARM.
       MAIN-PROCEDURE.
           DISPLAY "CISPSAUL".
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

           PERFORM PARSE-PARM-PROCEDURE.
           IF NOT WS-SAUL-PARM-OK
               MOVE "PARM dates not valid - nothing listed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-FAILURE-PROCEDURE
           ELSE
               PERFORM LIST-AUDIT-PROCEDURE
           END-IF.

           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE WS-SAUL-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************
      *    'from,to'.  A date given must be eight digits, and the
      *    range must not run backwards - an auditor's listing that
      *    quietly covered a different range from the one asked for
      *    would be worse than none.
      *****************************************
       PARSE-PARM-PROCEDURE.
           IF WS-SAUL-PARM-LENGTH >= 1
               AND WS-SAUL-PARM-LENGTH <= 20
               MOVE SPACES TO WS-SAUL-PARM-FROM-TEXT
               MOVE SPACES TO WS-SAUL-PARM-TO-TEXT
               UNSTRING WS-SAUL-PARM-TEXT(1:WS-SAUL-PARM-LENGTH)
                   DELIMITED BY ","
                   INTO WS-SAUL-PARM-FROM-TEXT WS-SAUL-PARM-TO-TEXT
               END-UNSTRING
               IF WS-SAUL-PARM-FROM-TEXT NOT = SPACES
                   IF WS-SAUL-PARM-FROM-TEXT(1:8) IS NUMERIC
                       AND WS-SAUL-PARM-FROM-TEXT(9:2) = SPACES
                       MOVE WS-SAUL-PARM-FROM-TEXT(1:8)
                           TO WS-SAUL-FROM-DATE
                   ELSE
                       MOVE "N" TO WS-SAUL-PARM-OK-FLAG
                   END-IF
               END-IF
               IF WS-SAUL-PARM-TO-TEXT NOT = SPACES
                   IF WS-SAUL-PARM-TO-TEXT(1:8) IS NUMERIC
                       AND WS-SAUL-PARM-TO-TEXT(9:2) = SPACES
                       MOVE WS-SAUL-PARM-TO-TEXT(1:8)
                           TO WS-SAUL-TO-DATE
                   ELSE
                       MOVE "N" TO WS-SAUL-PARM-OK-FLAG
                   END-IF
               END-IF
               IF WS-SAUL-FROM-DATE > WS-SAUL-TO-DATE
                   MOVE "N" TO WS-SAUL-PARM-OK-FLAG
               END-IF
           END-IF.

       LIST-AUDIT-PROCEDURE.
           OPEN OUTPUT CISPSARP-FILE.
           IF NOT WS-CISPSARP-STATUS-OK
               MOVE "CISPSARP dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-FAILURE-PROCEDURE
           ELSE
               ACCEPT WS-SARP-DATE-WORK FROM DATE YYYYMMDD
               PERFORM WRITE-SARP-HEADING-PROCEDURE
               OPEN INPUT CISPSAUD-FILE
               IF NOT WS-CISPSAUD-STATUS-OK
                   MOVE "CISPSAUD dataset open failed"
                       TO WS-LOG-RECORD-MESSAGE
                   PERFORM LOG-FAILURE-PROCEDURE
                   MOVE "CISPSAUD COULD NOT BE OPENED - NOTHING LISTED"
                       TO WS-SARP-PRINT-LINE
                   PERFORM WRITE-SARP-LINE-PROCEDURE
               ELSE
                   MOVE WS-SAUL-FROM-DATE TO WS-SARP-RANGE-FROM
                   MOVE WS-SAUL-TO-DATE TO WS-SARP-RANGE-TO
                   MOVE WS-SARP-RANGE-LINE TO WS-SARP-PRINT-LINE
                   PERFORM WRITE-SARP-LINE-PROCEDURE
                   PERFORM WRITE-SARP-BLANK-PROCEDURE
                   MOVE WS-SARP-COLUMN-LINE TO WS-SARP-PRINT-LINE
                   PERFORM WRITE-SARP-LINE-PROCEDURE
                   PERFORM WRITE-SARP-BLANK-PROCEDURE
                   PERFORM READ-CISPSAUD-PROCEDURE
                   PERFORM LIST-ONE-CHANGE-PROCEDURE
                       UNTIL WS-CISPSAUD-EOF
                   CLOSE CISPSAUD-FILE
                   PERFORM WRITE-SAUL-TOTALS-PROCEDURE
               END-IF
               CLOSE CISPSARP-FILE
           END-IF.

       READ-CISPSAUD-PROCEDURE.
           READ CISPSAUD-FILE
               AT END
                   SET WS-CISPSAUD-EOF TO TRUE
           END-READ.

      *****************************************
      *    One audit record - listed when it was approved inside
      *    the range.
      *****************************************
       LIST-ONE-CHANGE-PROCEDURE.
           ADD 1 TO WS-SAUL-READ-COUNT.
           IF CISPSAUD-DATE NOT < WS-SAUL-FROM-DATE
               AND CISPSAUD-DATE NOT > WS-SAUL-TO-DATE
               ADD 1 TO WS-SAUL-LISTED-COUNT
               EVALUATE CISPSAUD-ACTION
                   WHEN "ADD"
                       ADD 1 TO WS-SAUL-ADD-COUNT
                   WHEN "CHANGE"
                       ADD 1 TO WS-SAUL-CHANGE-COUNT
                   WHEN "DELETE"
                       ADD 1 TO WS-SAUL-DELETE-COUNT
               END-EVALUATE
               PERFORM WRITE-CHANGE-LINES-PROCEDURE
           END-IF.
           PERFORM READ-CISPSAUD-PROCEDURE.

      *****************************************
      *    The three lines of one change are kept on one page.
      *****************************************
       WRITE-CHANGE-LINES-PROCEDURE.
           IF WS-SARP-LINE-COUNT + 3 > WS-SARP-PAGE-LIMIT
               PERFORM WRITE-SARP-HEADING-PROCEDURE
           END-IF.
           MOVE CISPSAUD-DATE TO WS-SARP-DATE.
           MOVE CISPSAUD-TIME TO WS-SARP-TIME.
           MOVE CISPSAUD-ACTION TO WS-SARP-ACTION.
           MOVE CISPSAUD-NAME TO WS-SARP-NAME.
           MOVE CISPSAUD-BEFORE-VALUE TO WS-SARP-BEFORE-VALUE.
           MOVE CISPSAUD-AFTER-VALUE TO WS-SARP-AFTER-VALUE.
           MOVE CISPSAUD-BEFORE-JOB TO WS-SARP-BEFORE-JOB.
           MOVE CISPSAUD-BEFORE-DATE TO WS-SARP-BEFORE-DATE.
           MOVE CISPSAUD-BEFORE-TIME TO WS-SARP-BEFORE-TIME.
           MOVE WS-SARP-DETAIL-LINE TO WS-SARP-PRINT-LINE.
           PERFORM WRITE-SARP-LINE-PROCEDURE.
           MOVE CISPSAUD-REQ-USER TO WS-SARP-REQ-USER.
           MOVE CISPSAUD-REQ-DATE TO WS-SARP-REQ-DATE.
           MOVE CISPSAUD-REQ-TIME TO WS-SARP-REQ-TIME.
           MOVE CISPSAUD-APPR-USER TO WS-SARP-APPR-USER.
           MOVE WS-SARP-USER-LINE TO WS-SARP-PRINT-LINE.
           PERFORM WRITE-SARP-LINE-PROCEDURE.
           MOVE CISPSAUD-REASON TO WS-SARP-REASON.
           MOVE WS-SARP-REASON-LINE TO WS-SARP-PRINT-LINE.
           PERFORM WRITE-SARP-LINE-PROCEDURE.

       WRITE-SAUL-TOTALS-PROCEDURE.
           PERFORM WRITE-SARP-BLANK-PROCEDURE.
           MOVE "TOTALS" TO WS-SARP-PRINT-LINE.
           PERFORM WRITE-SARP-LINE-PROCEDURE.
           MOVE "AUDIT RECORDS READ" TO WS-SARP-TOTAL-LABEL.
           MOVE WS-SAUL-READ-COUNT TO WS-SARP-TOTAL-COUNT.
           PERFORM WRITE-SARP-TOTAL-PROCEDURE.
           MOVE "CHANGES LISTED" TO WS-SARP-TOTAL-LABEL.
           MOVE WS-SAUL-LISTED-COUNT TO WS-SARP-TOTAL-COUNT.
           PERFORM WRITE-SARP-TOTAL-PROCEDURE.
           MOVE "  BINDINGS ADDED" TO WS-SARP-TOTAL-LABEL.
           MOVE WS-SAUL-ADD-COUNT TO WS-SARP-TOTAL-COUNT.
           PERFORM WRITE-SARP-TOTAL-PROCEDURE.
           MOVE "  BINDINGS CHANGED" TO WS-SARP-TOTAL-LABEL.
           MOVE WS-SAUL-CHANGE-COUNT TO WS-SARP-TOTAL-COUNT.
           PERFORM WRITE-SARP-TOTAL-PROCEDURE.
           MOVE "  BINDINGS DELETED" TO WS-SARP-TOTAL-LABEL.
           MOVE WS-SAUL-DELETE-COUNT TO WS-SARP-TOTAL-COUNT.
           PERFORM WRITE-SARP-TOTAL-PROCEDURE.
           PERFORM WRITE-SARP-BLANK-PROCEDURE.
           MOVE "END OF BINDING CHANGE AUDIT LISTING"
               TO WS-SARP-PRINT-LINE.
           PERFORM WRITE-SARP-LINE-PROCEDURE.

       WRITE-SARP-TOTAL-PROCEDURE.
           MOVE WS-SARP-TOTAL-LINE TO WS-SARP-PRINT-LINE.
           PERFORM WRITE-SARP-LINE-PROCEDURE.

       LOG-FAILURE-PROCEDURE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISPSAUL" TO WS-LOG-RECORD-FUNCTION-NAME.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
               WS-LOG-RECORD, WS-LOG-RETURN-CODE.
           MOVE 8 TO WS-SAUL-RETURN-CODE.

       WRITE-SARP-HEADING-PROCEDURE.
           ADD 1 TO WS-SARP-PAGE-COUNT.
           MOVE SPACES TO WS-SARP-HEADING-DATE.
           STRING WS-SARP-DATE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SARP-DATE-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SARP-DATE-DAY DELIMITED BY SIZE
               INTO WS-SARP-HEADING-DATE.
           MOVE WS-SARP-PAGE-COUNT TO WS-SARP-HEADING-PAGE.
           WRITE CISPSARP-RECORD FROM WS-SARP-HEADING-LINE.
           MOVE SPACES TO CISPSARP-RECORD.
           WRITE CISPSARP-RECORD.
           MOVE 2 TO WS-SARP-LINE-COUNT.

       WRITE-SARP-BLANK-PROCEDURE.
           MOVE SPACES TO WS-SARP-PRINT-LINE.
           PERFORM WRITE-SARP-LINE-PROCEDURE.

       WRITE-SARP-LINE-PROCEDURE.
           IF WS-SARP-LINE-COUNT >= WS-SARP-PAGE-LIMIT
               PERFORM WRITE-SARP-HEADING-PROCEDURE
           END-IF.
           WRITE CISPSARP-RECORD FROM WS-SARP-PRINT-LINE.
           ADD 1 TO WS-SARP-LINE-COUNT.
       END PROGRAM CISPSAUL.
