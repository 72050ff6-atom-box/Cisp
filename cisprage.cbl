      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Reject aging and clearance tracking for CISP.
      *          CISPRJCT is cut fresh by every run, so once a
      *          night's rejects are repaired and resubmitted - or
      *          forgotten - nothing says which of them are still
      *          outstanding.  This program, run behind the nightly
      *          CISP step (or CISPMRGE after a partitioned run),
      *          carries each night's rejects onto the persistent
      *          CISPRREG reject register, keyed by member and
      *          LISP-SRC sequence number, and clears every open
      *          entry a later run has since written an OK CISPRSLT
      *          version for.  CISPARPT then ages what is still
      *          outstanding, member by member: the reason, the
      *          first and last dates it was rejected, the days it
      *          has been open and the nights it was rejected, with
      *          everything open longer than the aging threshold
      *          flagged.  Entries cleared by this run print once,
      *          with the run that cleared them.
      *
      *          The run a night's rejects belong to is taken from
      *          CISPRUN before LOGGER draws this program its own run
      *          sequence.  A run drawn in between by another job
      *          only makes the run recorded later than the real one
      *          - that delays a clearance by a night and can never
      *          clear a reject early.  Rejects at sequence zero are
      *          feed-level (a DUPLICATE-FEED header) rather than an
      *          expression to repair, and are counted but not
      *          tracked.  A rerun for the same date takes the same
      *          rejects again without counting another night.
      *
      *          The PARM is 'days' or 'days,yyyymmdd' - the aging
      *          threshold in days, 1 to 999 (7 when there is no
      *          PARM), and the date to age as of and record the
      *          rejects under (today when left off), so a missed
      *          night can be caught up under its own date.
      *
      *          Return code: 0 nothing past the threshold, 4 rejects
      *          are open past the threshold, 8 the PARM was not
      *          valid, CISPRUN held no run sequence or a dataset
      *          could not be opened - nothing was changed, 12 a
      *          register write failed part way.
      * Tectonics: cobc
      *
      * Modification History
      *   2026  LB  Initial reject aging and clearance tracking.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPRAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISP-REJECT-FILE ASSIGN TO "CISPRJCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISP-REJECT-STATUS.
           SELECT CISP-RESULTS-FILE ASSIGN TO "CISPRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CISP-RESULTS-KEY
               FILE STATUS IS WS-CISP-RESULTS-STATUS.
           SELECT CISPRREG-FILE ASSIGN TO "CISPRREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CISPRREG-KEY
               FILE STATUS IS WS-CISPRREG-STATUS.
           SELECT CISPRUN-IN-FILE ASSIGN TO "CISPRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPRUN-IN-STATUS.
           SELECT CISPARPT-FILE ASSIGN TO "CISPARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CISP-REJECT-FILE.
       01  CISP-REJECT-RECORD.
           02  CISP-REJECT-SOURCE PIC X(200).
           02  FILLER PIC X(02).
           02  CISP-REJECT-MEMBER PIC X(08).
           02  FILLER PIC X(02).
           02  CISP-REJECT-SEQ-NO PIC 9(05).
           02  FILLER PIC X(02).
           02  CISP-REJECT-REASON PIC X(20).
       FD  CISP-RESULTS-FILE.
           COPY "cisprslt.cpy"
               REPLACING ==:REC-NAME:== BY ==CISP-RESULTS-RECORD==
                         ==:FLD-PFX:==  BY ==CISP-RESULTS-==.
       FD  CISPRREG-FILE.
           COPY "cisprreg.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPRREG-RECORD==
                         ==:FLD-PFX:==  BY ==CISPRREG-==.
       FD  CISPRUN-IN-FILE.
       01  CISPRUN-IN-RECORD PIC 9(05).
       FD  CISPARPT-FILE.
       01  CISPARPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
           COPY "logif.cpy".

      *****************************************
      *    WS for the PARM - the aging threshold and the date the
      *    rejects are aged as of - and the run the rejects belong
      *    to.
      *****************************************
           01 WS-RAGE-THRESHOLD PIC 9(03) VALUE 7.
           01 WS-RAGE-AS-OF-DATE PIC 9(08).
           01 WS-RAGE-AS-OF-SPLIT REDEFINES WS-RAGE-AS-OF-DATE.
               02 WS-RAGE-AS-OF-YEAR PIC 9(04).
               02 WS-RAGE-AS-OF-MONTH PIC 9(02).
               02 WS-RAGE-AS-OF-DAY PIC 9(02).
           01 WS-RAGE-PARM-DAYS-TEXT PIC X(10).
           01 WS-RAGE-PARM-DATE-TEXT PIC X(10).
           01 WS-RAGE-DAYS-WORK PIC 9(05).
           01 WS-RAGE-PARM-OK-FLAG PIC X(01) VALUE "Y".
               88 WS-RAGE-PARM-OK VALUE "Y".
           01 WS-CISPRUN-IN-STATUS PIC X(02).
               88 WS-CISPRUN-IN-STATUS-OK VALUE "00".
           01 WS-RAGE-RUN-SEQ PIC 9(05) VALUE ZERO.
           01 WS-RAGE-RETURN-CODE PIC 9(02) VALUE ZERO.

      *****************************************
      *    WS for the three datasets the aging works from.  The
      *    register is created empty on the first run ever.
      *****************************************
           01 WS-CISP-REJECT-STATUS PIC X(02).
               88 WS-CISP-REJECT-STATUS-OK VALUE "00".
               88 WS-CISP-REJECT-EOF VALUE "10".
           01 WS-CISP-RESULTS-STATUS PIC X(02).
               88 WS-CISP-RESULTS-STATUS-OK VALUE "00".
               88 WS-CISP-RESULTS-EOF VALUE "10".
           01 WS-CISPRREG-STATUS PIC X(02).
               88 WS-CISPRREG-STATUS-OK VALUE "00".
               88 WS-CISPRREG-EOF VALUE "10".
               88 WS-CISPRREG-NOT-FOUND VALUE "35".
           01 WS-RAGE-ON-FILE-FLAG PIC X(01).
               88 WS-RAGE-ON-FILE VALUE "Y".
           01 WS-RAGE-STOPPED-FLAG PIC X(01) VALUE "N".
               88 WS-RAGE-STOPPED VALUE "Y".
           01 WS-RAGE-LAST-KEY PIC X(13) VALUE SPACES.

      *****************************************
      *    WS for the clearance check - the first OK CISPRSLT
      *    version of the member and sequence written by a run
      *    after the last one that rejected it.
      *****************************************
           01 WS-RAGE-SCAN-DONE-FLAG PIC X(01).
               88 WS-RAGE-SCAN-DONE VALUE "Y".
           01 WS-RAGE-CLEARED-FLAG PIC X(01).
               88 WS-RAGE-CLEARED VALUE "Y".
           01 WS-RAGE-CLEAR-RUN PIC 9(05).

      *****************************************
      *    WS for the aging.  Days open are counted from the first
      *    date rejected to the as-of date.
      *****************************************
           01 WS-RAGE-FIRST-DATE PIC 9(08).
           01 WS-RAGE-DAYS-OPEN PIC S9(07).
           01 WS-RAGE-MBR-ACTIVE-FLAG PIC X(01) VALUE "N".
               88 WS-RAGE-MBR-ACTIVE VALUE "Y".
           01 WS-RAGE-MBR-MEMBER PIC X(08).
           01 WS-RAGE-MBR-OPEN-COUNT PIC 9(05) COMP.
           01 WS-RAGE-MBR-AGED-COUNT PIC 9(05) COMP.
           01 WS-RAGE-MBR-CLEARED-COUNT PIC 9(05) COMP.

      *****************************************
      *    Run totals.
      *****************************************
           01 WS-RAGE-RJCT-READ-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-FEED-LEVEL-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-TAKEN-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-NEW-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-AGAIN-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-REOPEN-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-RETAKE-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-MEMBER-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-CLEARED-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-OPEN-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-AGED-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-RAGE-TOTALS-MESSAGE.
               02 FILLER PIC X(05) VALUE "DAYS=".
               02 WS-RAGE-TOTALS-DAYS PIC 9(03).
               02 FILLER PIC X(03) VALUE " T=".
               02 WS-RAGE-TOTALS-TAKEN PIC 9(07).
               02 FILLER PIC X(03) VALUE " N=".
               02 WS-RAGE-TOTALS-NEW PIC 9(07).
               02 FILLER PIC X(03) VALUE " C=".
               02 WS-RAGE-TOTALS-CLEARED PIC 9(07).
               02 FILLER PIC X(03) VALUE " O=".
               02 WS-RAGE-TOTALS-OPEN PIC 9(07).
               02 FILLER PIC X(03) VALUE " X=".
               02 WS-RAGE-TOTALS-AGED PIC 9(07).

      *****************************************
      *    WS for the CISPARPT print file, in the same page-heading
      *    style as CISP's summary report.
      *****************************************
           01 WS-CISPARPT-STATUS PIC X(02).
               88 WS-CISPARPT-STATUS-OK VALUE "00".
           01 WS-ARPT-PAGE-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-ARPT-LINE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-ARPT-PAGE-LIMIT PIC 9(03) COMP VALUE 55.
           01 WS-ARPT-DATE-WORK PIC 9(08).
           01 WS-ARPT-DATE-SPLIT REDEFINES WS-ARPT-DATE-WORK.
               02 WS-ARPT-DATE-YEAR PIC X(04).
               02 WS-ARPT-DATE-MONTH PIC X(02).
               02 WS-ARPT-DATE-DAY PIC X(02).
           01 WS-ARPT-PRINT-LINE PIC X(132).
           01 WS-ARPT-HEADING-LINE.
               02 FILLER PIC X(40)
                   VALUE "CISP - REJECT AGING REPORT".
               02 FILLER PIC X(05) VALUE "DATE ".
               02 WS-ARPT-HEADING-DATE PIC X(10).
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "PAGE ".
               02 WS-ARPT-HEADING-PAGE PIC ZZZ9.
               02 FILLER PIC X(65) VALUE SPACES.
           01 WS-ARPT-AS-OF-LINE.
               02 FILLER PIC X(15) VALUE "REJECTS AS OF  ".
               02 WS-ARPT-AS-OF-DATE PIC X(08).
               02 FILLER PIC X(19) VALUE "   AGING THRESHOLD ".
               02 WS-ARPT-THRESHOLD PIC ZZ9.
               02 FILLER PIC X(05) VALUE " DAYS".
               02 FILLER PIC X(14) VALUE "   LATEST RUN ".
               02 WS-ARPT-RUN-SEQ PIC 9(05).
               02 FILLER PIC X(63) VALUE SPACES.
           01 WS-ARPT-COLUMN-LINE.
               02 FILLER PIC X(10) VALUE "MEMBER".
               02 FILLER PIC X(07) VALUE "SEQ".
               02 FILLER PIC X(22) VALUE "REASON".
               02 FILLER PIC X(11) VALUE "FIRST REJ".
               02 FILLER PIC X(11) VALUE "LAST REJ".
               02 FILLER PIC X(07) VALUE " DAYS".
               02 FILLER PIC X(08) VALUE "NIGHTS".
               02 FILLER PIC X(22) VALUE "AGING".
               02 FILLER PIC X(34) VALUE "EXPRESSION".
           01 WS-ARPT-DETAIL-LINE.
               02 WS-ARPT-MEMBER PIC X(08).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-ARPT-SEQ-NO PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-ARPT-REASON PIC X(20).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-ARPT-FIRST-DATE PIC X(08).
               02 FILLER PIC X(03) VALUE SPACES.
               02 WS-ARPT-LAST-DATE PIC X(08).
               02 FILLER PIC X(03) VALUE SPACES.
               02 WS-ARPT-DAYS-OPEN PIC ZZZZ9.
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-ARPT-NIGHTS PIC ZZZZZ9.
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-ARPT-FLAG PIC X(20).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-ARPT-SOURCE PIC X(34).
           01 WS-ARPT-FLAG-CLEARED.
               02 FILLER PIC X(15) VALUE "CLEARED BY RUN ".
               02 WS-ARPT-FLAG-CLEAR-RUN PIC 9(05).
           01 WS-ARPT-MEMBER-LINE.
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-ARPT-MBR-MEMBER PIC X(08).
               02 FILLER PIC X(15) VALUE " - OUTSTANDING ".
               02 WS-ARPT-MBR-OPEN PIC ZZZZ9.
               02 FILLER PIC X(18) VALUE "   PAST THRESHOLD ".
               02 WS-ARPT-MBR-AGED PIC ZZZZ9.
               02 FILLER PIC X(20) VALUE "   CLEARED THIS RUN ".
               02 WS-ARPT-MBR-CLEARED PIC ZZZZ9.
               02 FILLER PIC X(52) VALUE SPACES.
           01 WS-ARPT-TOTAL-LINE.
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-ARPT-TOTAL-LABEL PIC X(36).
               02 FILLER PIC X(02) VALUE ": ".
               02 WS-ARPT-TOTAL-COUNT PIC ZZZZZZ9.
               02 FILLER PIC X(83) VALUE SPACES.

       LINKAGE SECTION.
      *****************************************
      *    PARM passed on EXEC PGM=CISPRAGE,PARM='7' or
      *    PARM='7,20261014' - the aging threshold in days and the
      *    date to age the rejects as of.
      *****************************************
           01 WS-RAGE-PARM.
               02 WS-RAGE-PARM-LENGTH PIC S9(04) COMP.
               02 WS-RAGE-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING WS-RAGE-PARM.
       MAIN-PROCEDURE.
           DISPLAY "CISPRAGE".
           ACCEPT WS-RAGE-AS-OF-DATE FROM DATE YYYYMMDD.
           PERFORM PARSE-PARM-PROCEDURE.
      *    The rejects' run is read before LOGGER opens - the OPEN
      *    draws this program a run sequence of its own.
           PERFORM READ-RUN-SEQUENCE-PROCEDURE.

           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

           OPEN OUTPUT CISPARPT-FILE.
           IF NOT WS-CISPARPT-STATUS-OK
               MOVE "CISPARPT dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-FAILURE-PROCEDURE
           ELSE
               ACCEPT WS-ARPT-DATE-WORK FROM DATE YYYYMMDD
               PERFORM WRITE-ARPT-HEADING-PROCEDURE
               EVALUATE TRUE
                   WHEN NOT WS-RAGE-PARM-OK
                       MOVE "PARM threshold or date not valid"
                           TO WS-LOG-RECORD-MESSAGE
                       PERFORM REFUSE-AGING-PROCEDURE
                   WHEN WS-RAGE-RUN-SEQ = ZERO
                       MOVE "CISPRUN holds no run sequence"
                           TO WS-LOG-RECORD-MESSAGE
                       PERFORM REFUSE-AGING-PROCEDURE
                   WHEN OTHER
                       PERFORM AGE-REJECTS-PROCEDURE
               END-EVALUATE
               CLOSE CISPARPT-FILE
           END-IF.

           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE WS-RAGE-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************
      *    'days,yyyymmdd'.  The threshold, when given, must read
      *    cleanly as a whole number from 1 to 999; the date, when
      *    given, must be eight digits with a real month and day.
      *    Anything else refuses the run rather than aging against
      *    figures nobody asked for.
      *****************************************
       PARSE-PARM-PROCEDURE.
           IF WS-RAGE-PARM-LENGTH >= 1
               AND WS-RAGE-PARM-LENGTH <= 20
               MOVE SPACES TO WS-RAGE-PARM-DAYS-TEXT
               MOVE SPACES TO WS-RAGE-PARM-DATE-TEXT
               UNSTRING WS-RAGE-PARM-TEXT(1:WS-RAGE-PARM-LENGTH)
                   DELIMITED BY ","
                   INTO WS-RAGE-PARM-DAYS-TEXT WS-RAGE-PARM-DATE-TEXT
               END-UNSTRING
               IF WS-RAGE-PARM-DAYS-TEXT NOT = SPACES
                   PERFORM PARSE-THRESHOLD-PROCEDURE
               END-IF
               IF WS-RAGE-PARM-DATE-TEXT NOT = SPACES
                   IF WS-RAGE-PARM-DATE-TEXT(1:8) IS NUMERIC
                       AND WS-RAGE-PARM-DATE-TEXT(9:2) = SPACES
                       MOVE WS-RAGE-PARM-DATE-TEXT(1:8)
                           TO WS-RAGE-AS-OF-DATE
                       IF WS-RAGE-AS-OF-MONTH < 1
                           OR WS-RAGE-AS-OF-MONTH > 12
                           OR WS-RAGE-AS-OF-DAY < 1
                           OR WS-RAGE-AS-OF-DAY > 31
                           MOVE "N" TO WS-RAGE-PARM-OK-FLAG
                       END-IF
                   ELSE
                       MOVE "N" TO WS-RAGE-PARM-OK-FLAG
                   END-IF
               END-IF
           END-IF.

       PARSE-THRESHOLD-PROCEDURE.
           MOVE ZERO TO WS-RAGE-DAYS-WORK.
           IF FUNCTION TEST-NUMVAL(WS-RAGE-PARM-DAYS-TEXT) = ZERO
               COMPUTE WS-RAGE-DAYS-WORK =
                   FUNCTION NUMVAL(WS-RAGE-PARM-DAYS-TEXT)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-RAGE-DAYS-WORK
               END-COMPUTE
           END-IF.
           IF WS-RAGE-DAYS-WORK >= 1
               AND WS-RAGE-DAYS-WORK <= 999
               MOVE WS-RAGE-DAYS-WORK TO WS-RAGE-THRESHOLD
           ELSE
               MOVE "N" TO WS-RAGE-PARM-OK-FLAG
           END-IF.

       READ-RUN-SEQUENCE-PROCEDURE.
           OPEN INPUT CISPRUN-IN-FILE.
           IF WS-CISPRUN-IN-STATUS-OK
               READ CISPRUN-IN-FILE
                   NOT AT END
                       IF CISPRUN-IN-RECORD IS NUMERIC
                           MOVE CISPRUN-IN-RECORD TO WS-RAGE-RUN-SEQ
                       END-IF
               END-READ
               CLOSE CISPRUN-IN-FILE
           END-IF.

      *****************************************
      *    The aging proper.  CISPRJCT, CISPRSLT and the register
      *    must all open before anything is touched; tonight's
      *    rejects go onto the register first, so the aging pass
      *    sees them, then every open entry is cleared or aged.
      *****************************************
       AGE-REJECTS-PROCEDURE.
           PERFORM OPEN-DATASETS-PROCEDURE.
           IF WS-RAGE-RETURN-CODE = ZERO
               MOVE WS-RAGE-AS-OF-DATE TO WS-ARPT-AS-OF-DATE
               MOVE WS-RAGE-THRESHOLD TO WS-ARPT-THRESHOLD
               MOVE WS-RAGE-RUN-SEQ TO WS-ARPT-RUN-SEQ
               MOVE WS-ARPT-AS-OF-LINE TO WS-ARPT-PRINT-LINE
               PERFORM WRITE-ARPT-LINE-PROCEDURE
               PERFORM WRITE-ARPT-BLANK-PROCEDURE
               MOVE WS-ARPT-COLUMN-LINE TO WS-ARPT-PRINT-LINE
               PERFORM WRITE-ARPT-LINE-PROCEDURE
               PERFORM READ-CISP-REJECT-PROCEDURE
               PERFORM TAKE-ONE-REJECT-PROCEDURE
                   UNTIL WS-CISP-REJECT-EOF OR WS-RAGE-STOPPED
               IF NOT WS-RAGE-STOPPED
                   PERFORM AGE-REGISTER-PROCEDURE
               END-IF
               CLOSE CISPRREG-FILE
               CLOSE CISP-RESULTS-FILE
               CLOSE CISP-REJECT-FILE
               PERFORM WRITE-RAGE-TOTALS-PROCEDURE
           END-IF.

       OPEN-DATASETS-PROCEDURE.
           OPEN INPUT CISP-REJECT-FILE.
           IF NOT WS-CISP-REJECT-STATUS-OK
               MOVE "CISPRJCT dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM REFUSE-AGING-PROCEDURE
           ELSE
               OPEN INPUT CISP-RESULTS-FILE
               IF NOT WS-CISP-RESULTS-STATUS-OK
                   MOVE "CISPRSLT dataset open failed"
                       TO WS-LOG-RECORD-MESSAGE
                   PERFORM REFUSE-AGING-PROCEDURE
                   CLOSE CISP-REJECT-FILE
               ELSE
                   PERFORM OPEN-REGISTER-PROCEDURE
                   IF NOT WS-CISPRREG-STATUS-OK
                       MOVE "CISPRREG dataset open failed"
                           TO WS-LOG-RECORD-MESSAGE
                       PERFORM REFUSE-AGING-PROCEDURE
                       CLOSE CISP-RESULTS-FILE
                       CLOSE CISP-REJECT-FILE
                   END-IF
               END-IF
           END-IF.

       OPEN-REGISTER-PROCEDURE.
           OPEN I-O CISPRREG-FILE.
           IF WS-CISPRREG-NOT-FOUND
               OPEN OUTPUT CISPRREG-FILE
               IF WS-CISPRREG-STATUS-OK
                   CLOSE CISPRREG-FILE
                   OPEN I-O CISPRREG-FILE
               END-IF
           END-IF.

       READ-CISP-REJECT-PROCEDURE.
           READ CISP-REJECT-FILE
               AT END
                   SET WS-CISP-REJECT-EOF TO TRUE
           END-READ.

      *****************************************
      *    One CISPRJCT record.  An expression that spans several
      *    records rejects as several, one after another under the
      *    same sequence, and is taken once.
      *****************************************
       TAKE-ONE-REJECT-PROCEDURE.
           ADD 1 TO WS-RAGE-RJCT-READ-COUNT.
           EVALUATE TRUE
               WHEN CISP-REJECT-SEQ-NO IS NOT NUMERIC
                   OR CISP-REJECT-SEQ-NO = ZERO
                   ADD 1 TO WS-RAGE-FEED-LEVEL-COUNT
               WHEN CISP-REJECT-MEMBER = WS-RAGE-LAST-KEY(1:8)
                   AND CISP-REJECT-SEQ-NO = WS-RAGE-LAST-KEY(9:5)
                   CONTINUE
               WHEN OTHER
                   MOVE CISP-REJECT-MEMBER TO WS-RAGE-LAST-KEY(1:8)
                   MOVE CISP-REJECT-SEQ-NO TO WS-RAGE-LAST-KEY(9:5)
                   ADD 1 TO WS-RAGE-TAKEN-COUNT
                   PERFORM REGISTER-ONE-REJECT-PROCEDURE
           END-EVALUATE.
           PERFORM READ-CISP-REJECT-PROCEDURE.

      *****************************************
      *    A new reject is written open.  An open one rejected
      *    again on a later date counts another night - unless a
      *    run since its last reject wrote an OK answer for it, in
      *    which case it was repaired and has broken again and is
      *    reopened, the same as one the register already shows
      *    cleared.  One already taken for this date only moves its
      *    last run forward.
      *****************************************
       REGISTER-ONE-REJECT-PROCEDURE.
           MOVE CISP-REJECT-MEMBER TO CISPRREG-MEMBER.
           MOVE CISP-REJECT-SEQ-NO TO CISPRREG-SEQ-NO.
           READ CISPRREG-FILE
               INVALID KEY
                   MOVE "N" TO WS-RAGE-ON-FILE-FLAG
               NOT INVALID KEY
                   SET WS-RAGE-ON-FILE TO TRUE
           END-READ.
           MOVE "N" TO WS-RAGE-CLEARED-FLAG.
           IF WS-RAGE-ON-FILE
               AND CISPRREG-OPEN
               AND CISPRREG-LAST-DATE NOT = WS-RAGE-AS-OF-DATE
               PERFORM CHECK-CLEARANCE-PROCEDURE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-RAGE-ON-FILE
                   ADD 1 TO WS-RAGE-NEW-COUNT
                   PERFORM OPEN-REJECT-ENTRY-PROCEDURE
                   WRITE CISPRREG-RECORD
               WHEN CISPRREG-CLEARED
                   OR WS-RAGE-CLEARED
                   ADD 1 TO WS-RAGE-REOPEN-COUNT
                   PERFORM OPEN-REJECT-ENTRY-PROCEDURE
                   REWRITE CISPRREG-RECORD
               WHEN CISPRREG-LAST-DATE = WS-RAGE-AS-OF-DATE
                   ADD 1 TO WS-RAGE-RETAKE-COUNT
                   IF WS-RAGE-RUN-SEQ > CISPRREG-LAST-RUN
                       MOVE WS-RAGE-RUN-SEQ TO CISPRREG-LAST-RUN
                   END-IF
                   REWRITE CISPRREG-RECORD
               WHEN OTHER
                   ADD 1 TO WS-RAGE-AGAIN-COUNT
                   IF CISPRREG-NIGHT-COUNT < 999
                       ADD 1 TO CISPRREG-NIGHT-COUNT
                   END-IF
                   MOVE WS-RAGE-AS-OF-DATE TO CISPRREG-LAST-DATE
                   MOVE WS-RAGE-RUN-SEQ TO CISPRREG-LAST-RUN
                   MOVE CISP-REJECT-REASON TO CISPRREG-REASON
                   MOVE CISP-REJECT-SOURCE TO CISPRREG-SOURCE
                   REWRITE CISPRREG-RECORD
           END-EVALUATE.
           IF NOT WS-CISPRREG-STATUS-OK
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "CISPRREG register write failed - member "
                   DELIMITED BY SIZE
                   CISP-REJECT-MEMBER DELIMITED BY SPACE
                   " - aging stopped" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               PERFORM STOP-AGING-PROCEDURE
           END-IF.

       OPEN-REJECT-ENTRY-PROCEDURE.
           MOVE SPACES TO CISPRREG-RECORD.
           MOVE CISP-REJECT-MEMBER TO CISPRREG-MEMBER.
           MOVE CISP-REJECT-SEQ-NO TO CISPRREG-SEQ-NO.
           SET CISPRREG-OPEN TO TRUE.
           MOVE CISP-REJECT-REASON TO CISPRREG-REASON.
           MOVE WS-RAGE-AS-OF-DATE TO CISPRREG-FIRST-DATE.
           MOVE WS-RAGE-RUN-SEQ TO CISPRREG-FIRST-RUN.
           MOVE WS-RAGE-AS-OF-DATE TO CISPRREG-LAST-DATE.
           MOVE WS-RAGE-RUN-SEQ TO CISPRREG-LAST-RUN.
           MOVE 1 TO CISPRREG-NIGHT-COUNT.
           MOVE ZERO TO CISPRREG-CLEAR-RUN.
           MOVE CISP-REJECT-SOURCE TO CISPRREG-SOURCE.

      *****************************************
      *    Looks for an OK CISPRSLT version of the entry's member
      *    and sequence written by a run after the last one that
      *    rejected it.  Versions are in run order under the
      *    member and sequence, so the scan STARTs just past that
      *    run and stops at the first OK or the end of the group.
      *****************************************
       CHECK-CLEARANCE-PROCEDURE.
           MOVE "N" TO WS-RAGE-CLEARED-FLAG.
           MOVE "N" TO WS-RAGE-SCAN-DONE-FLAG.
           IF CISPRREG-LAST-RUN < 99999
               MOVE CISPRREG-MEMBER TO CISP-RESULTS-MEMBER
               MOVE CISPRREG-SEQ-NO TO CISP-RESULTS-SEQ-NO
               COMPUTE CISP-RESULTS-RUN-SEQ = CISPRREG-LAST-RUN + 1
               START CISP-RESULTS-FILE
                   KEY IS NOT LESS THAN CISP-RESULTS-KEY
                   INVALID KEY
                       SET WS-RAGE-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-RESULT-VERSION-PROCEDURE
                   UNTIL WS-RAGE-SCAN-DONE
           END-IF.

       SCAN-RESULT-VERSION-PROCEDURE.
           READ CISP-RESULTS-FILE NEXT RECORD
               AT END
                   SET WS-RAGE-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-RAGE-SCAN-DONE
               IF CISP-RESULTS-MEMBER NOT = CISPRREG-MEMBER
                   OR CISP-RESULTS-SEQ-NO NOT = CISPRREG-SEQ-NO
                   SET WS-RAGE-SCAN-DONE TO TRUE
               ELSE
                   IF CISP-RESULTS-STATUS = "OK"
                       SET WS-RAGE-CLEARED TO TRUE
                       MOVE CISP-RESULTS-RUN-SEQ TO WS-RAGE-CLEAR-RUN
                       SET WS-RAGE-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************
      *    Walks the register in key order - member, then sequence
      *    - clearing or aging every open entry.  Entries cleared
      *    on an earlier night are passed over.
      *****************************************
       AGE-REGISTER-PROCEDURE.
           MOVE LOW-VALUES TO CISPRREG-KEY.
           START CISPRREG-FILE
               KEY IS NOT LESS THAN CISPRREG-KEY
               INVALID KEY
                   SET WS-CISPRREG-EOF TO TRUE
           END-START.
           IF NOT WS-CISPRREG-EOF
               PERFORM READ-CISPRREG-PROCEDURE
           END-IF.
           PERFORM AGE-ONE-ENTRY-PROCEDURE
               UNTIL WS-CISPRREG-EOF OR WS-RAGE-STOPPED.
           IF WS-RAGE-MBR-ACTIVE
               PERFORM WRITE-MEMBER-LINE-PROCEDURE
           END-IF.

       READ-CISPRREG-PROCEDURE.
           READ CISPRREG-FILE NEXT RECORD
               AT END
                   SET WS-CISPRREG-EOF TO TRUE
           END-READ.

       AGE-ONE-ENTRY-PROCEDURE.
           IF CISPRREG-OPEN
               IF NOT WS-RAGE-MBR-ACTIVE
                   OR CISPRREG-MEMBER NOT = WS-RAGE-MBR-MEMBER
                   IF WS-RAGE-MBR-ACTIVE
                       PERFORM WRITE-MEMBER-LINE-PROCEDURE
                   END-IF
                   PERFORM START-MEMBER-PROCEDURE
               END-IF
               PERFORM CHECK-CLEARANCE-PROCEDURE
               IF WS-RAGE-CLEARED
                   PERFORM CLEAR-ENTRY-PROCEDURE
               ELSE
                   PERFORM AGE-OPEN-ENTRY-PROCEDURE
               END-IF
           END-IF.
           IF NOT WS-RAGE-STOPPED
               PERFORM READ-CISPRREG-PROCEDURE
           END-IF.

       START-MEMBER-PROCEDURE.
           SET WS-RAGE-MBR-ACTIVE TO TRUE.
           MOVE CISPRREG-MEMBER TO WS-RAGE-MBR-MEMBER.
           MOVE ZERO TO WS-RAGE-MBR-OPEN-COUNT.
           MOVE ZERO TO WS-RAGE-MBR-AGED-COUNT.
           MOVE ZERO TO WS-RAGE-MBR-CLEARED-COUNT.
           ADD 1 TO WS-RAGE-MEMBER-COUNT.
           PERFORM WRITE-ARPT-BLANK-PROCEDURE.

       CLEAR-ENTRY-PROCEDURE.
           SET CISPRREG-CLEARED TO TRUE.
           MOVE WS-RAGE-AS-OF-DATE TO CISPRREG-CLEAR-DATE.
           MOVE WS-RAGE-CLEAR-RUN TO CISPRREG-CLEAR-RUN.
           REWRITE CISPRREG-RECORD.
           IF WS-CISPRREG-STATUS-OK
               ADD 1 TO WS-RAGE-CLEARED-COUNT
               ADD 1 TO WS-RAGE-MBR-CLEARED-COUNT
               PERFORM COMPUTE-DAYS-OPEN-PROCEDURE
               MOVE WS-RAGE-CLEAR-RUN TO WS-ARPT-FLAG-CLEAR-RUN
               MOVE WS-ARPT-FLAG-CLEARED TO WS-ARPT-FLAG
               PERFORM WRITE-ENTRY-LINE-PROCEDURE
           ELSE
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "CISPRREG register write failed - member "
                   DELIMITED BY SIZE
                   CISPRREG-MEMBER DELIMITED BY SPACE
                   " - aging stopped" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               PERFORM STOP-AGING-PROCEDURE
           END-IF.

       AGE-OPEN-ENTRY-PROCEDURE.
           ADD 1 TO WS-RAGE-OPEN-COUNT.
           ADD 1 TO WS-RAGE-MBR-OPEN-COUNT.
           PERFORM COMPUTE-DAYS-OPEN-PROCEDURE.
           IF WS-RAGE-DAYS-OPEN > WS-RAGE-THRESHOLD
               ADD 1 TO WS-RAGE-AGED-COUNT
               ADD 1 TO WS-RAGE-MBR-AGED-COUNT
               MOVE "*** PAST THRESHOLD" TO WS-ARPT-FLAG
           ELSE
               MOVE SPACES TO WS-ARPT-FLAG
           END-IF.
           PERFORM WRITE-ENTRY-LINE-PROCEDURE.

      *****************************************
      *    Days from the first date rejected to the as-of date.  A
      *    catch-up run dated before an entry's first date counts
      *    it as open no days at all.
      *****************************************
       COMPUTE-DAYS-OPEN-PROCEDURE.
           MOVE ZERO TO WS-RAGE-DAYS-OPEN.
           IF CISPRREG-FIRST-DATE IS NUMERIC
               MOVE CISPRREG-FIRST-DATE TO WS-RAGE-FIRST-DATE
               COMPUTE WS-RAGE-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-RAGE-AS-OF-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-RAGE-FIRST-DATE)
               IF WS-RAGE-DAYS-OPEN < ZERO
                   MOVE ZERO TO WS-RAGE-DAYS-OPEN
               END-IF
           END-IF.

       WRITE-ENTRY-LINE-PROCEDURE.
           MOVE CISPRREG-MEMBER TO WS-ARPT-MEMBER.
           MOVE CISPRREG-SEQ-NO TO WS-ARPT-SEQ-NO.
           MOVE CISPRREG-REASON TO WS-ARPT-REASON.
           MOVE CISPRREG-FIRST-DATE TO WS-ARPT-FIRST-DATE.
           MOVE CISPRREG-LAST-DATE TO WS-ARPT-LAST-DATE.
           MOVE WS-RAGE-DAYS-OPEN TO WS-ARPT-DAYS-OPEN.
           MOVE CISPRREG-NIGHT-COUNT TO WS-ARPT-NIGHTS.
           MOVE CISPRREG-SOURCE TO WS-ARPT-SOURCE.
           MOVE WS-ARPT-DETAIL-LINE TO WS-ARPT-PRINT-LINE.
           PERFORM WRITE-ARPT-LINE-PROCEDURE.

       WRITE-MEMBER-LINE-PROCEDURE.
           MOVE WS-RAGE-MBR-MEMBER TO WS-ARPT-MBR-MEMBER.
           MOVE WS-RAGE-MBR-OPEN-COUNT TO WS-ARPT-MBR-OPEN.
           MOVE WS-RAGE-MBR-AGED-COUNT TO WS-ARPT-MBR-AGED.
           MOVE WS-RAGE-MBR-CLEARED-COUNT TO WS-ARPT-MBR-CLEARED.
           MOVE WS-ARPT-MEMBER-LINE TO WS-ARPT-PRINT-LINE.
           PERFORM WRITE-ARPT-LINE-PROCEDURE.

      *****************************************
      *    Run totals on the report and, for the audit trail, on
      *    CISPLOG as one REJECT-AGING record.  Rejects open past
      *    the threshold raise the return code to 4.
      *****************************************
       WRITE-RAGE-TOTALS-PROCEDURE.
           PERFORM WRITE-ARPT-BLANK-PROCEDURE.
           MOVE "TOTALS" TO WS-ARPT-PRINT-LINE.
           PERFORM WRITE-ARPT-LINE-PROCEDURE.
           MOVE "REJECT RECORDS READ FROM CISPRJCT"
               TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-RJCT-READ-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE "  FEED-LEVEL - NOT TRACKED" TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-FEED-LEVEL-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE "REJECTED EXPRESSIONS TAKEN" TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-TAKEN-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE "  NEW TO THE REGISTER" TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-NEW-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE "  REJECTED AGAIN ON A LATER DATE"
               TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-AGAIN-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE "  REOPENED AFTER A CLEARANCE" TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-REOPEN-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE "  ALREADY TAKEN FOR THIS DATE" TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-RETAKE-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE "MEMBERS LISTED" TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-MEMBER-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE "REJECTS CLEARED THIS RUN" TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-CLEARED-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE "REJECTS OUTSTANDING" TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-OPEN-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE "  PAST THE AGING THRESHOLD" TO WS-ARPT-TOTAL-LABEL.
           MOVE WS-RAGE-AGED-COUNT TO WS-ARPT-TOTAL-COUNT.
           PERFORM WRITE-ARPT-TOTAL-PROCEDURE.
           PERFORM WRITE-ARPT-BLANK-PROCEDURE.
           IF WS-RAGE-STOPPED
               MOVE "    *** AGING STOPPED ON AN I/O FAILURE - SEE LOG"
                   TO WS-ARPT-PRINT-LINE
               PERFORM WRITE-ARPT-LINE-PROCEDURE
           END-IF.
           MOVE "END OF REJECT AGING REPORT" TO WS-ARPT-PRINT-LINE.
           PERFORM WRITE-ARPT-LINE-PROCEDURE.
           IF WS-RAGE-AGED-COUNT > ZERO
               AND WS-RAGE-RETURN-CODE < 4
               MOVE 4 TO WS-RAGE-RETURN-CODE
           END-IF.
           MOVE WS-RAGE-THRESHOLD TO WS-RAGE-TOTALS-DAYS.
           MOVE WS-RAGE-TAKEN-COUNT TO WS-RAGE-TOTALS-TAKEN.
           MOVE WS-RAGE-NEW-COUNT TO WS-RAGE-TOTALS-NEW.
           MOVE WS-RAGE-CLEARED-COUNT TO WS-RAGE-TOTALS-CLEARED.
           MOVE WS-RAGE-OPEN-COUNT TO WS-RAGE-TOTALS-OPEN.
           MOVE WS-RAGE-AGED-COUNT TO WS-RAGE-TOTALS-AGED.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           SET WS-LOG-LEVEL-INFO TO TRUE.
           MOVE "REJECT-AGING" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-RAGE-TOTALS-MESSAGE TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

       WRITE-ARPT-TOTAL-PROCEDURE.
           MOVE WS-ARPT-TOTAL-LINE TO WS-ARPT-PRINT-LINE.
           PERFORM WRITE-ARPT-LINE-PROCEDURE.

      *****************************************
      *    Refuses the run - return code 8, nothing touched - with
      *    the reason on the report as well as the log.
      *****************************************
       REFUSE-AGING-PROCEDURE.
           PERFORM LOG-FAILURE-PROCEDURE.
           PERFORM WRITE-ARPT-BLANK-PROCEDURE.
           MOVE SPACES TO WS-ARPT-PRINT-LINE.
           STRING "    *** " DELIMITED BY SIZE
               WS-LOG-RECORD-MESSAGE DELIMITED BY "  "
               " - NOTHING AGED" DELIMITED BY SIZE
               INTO WS-ARPT-PRINT-LINE.
           PERFORM WRITE-ARPT-LINE-PROCEDURE.

      *****************************************
      *    A register write failure part way: stop where we are
      *    with return code 12.  Every entry already written
      *    stands, and a rerun for the same date takes tonight's
      *    rejects again without counting them twice.
      *****************************************
       STOP-AGING-PROCEDURE.
           SET WS-RAGE-STOPPED TO TRUE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISPRAGE" TO WS-LOG-RECORD-FUNCTION-NAME.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
               WS-LOG-RECORD, WS-LOG-RETURN-CODE.
           MOVE 12 TO WS-RAGE-RETURN-CODE.

       LOG-FAILURE-PROCEDURE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISPRAGE" TO WS-LOG-RECORD-FUNCTION-NAME.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
               WS-LOG-RECORD, WS-LOG-RETURN-CODE.
           MOVE 8 TO WS-RAGE-RETURN-CODE.

       WRITE-ARPT-HEADING-PROCEDURE.
           ADD 1 TO WS-ARPT-PAGE-COUNT.
           MOVE SPACES TO WS-ARPT-HEADING-DATE.
           STRING WS-ARPT-DATE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-ARPT-DATE-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-ARPT-DATE-DAY DELIMITED BY SIZE
               INTO WS-ARPT-HEADING-DATE.
           MOVE WS-ARPT-PAGE-COUNT TO WS-ARPT-HEADING-PAGE.
           WRITE CISPARPT-RECORD FROM WS-ARPT-HEADING-LINE.
           MOVE SPACES TO CISPARPT-RECORD.
           WRITE CISPARPT-RECORD.
           MOVE 2 TO WS-ARPT-LINE-COUNT.

       WRITE-ARPT-BLANK-PROCEDURE.
           MOVE SPACES TO WS-ARPT-PRINT-LINE.
           PERFORM WRITE-ARPT-LINE-PROCEDURE.

       WRITE-ARPT-LINE-PROCEDURE.
           IF WS-ARPT-LINE-COUNT >= WS-ARPT-PAGE-LIMIT
               PERFORM WRITE-ARPT-HEADING-PROCEDURE
           END-IF.
           WRITE CISPARPT-RECORD FROM WS-ARPT-PRINT-LINE.
           ADD 1 TO WS-ARPT-LINE-COUNT.
       END PROGRAM CISPRAGE.
