      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Retention purge for the CISP-RESULTS cluster.  Every
      *          nightly rerun versions another copy of a member and
      *          sequence under its run sequence and nothing ever
      *          removes one, so the cluster and its index grow
      *          without bound.  This program walks the cluster in
      *          key order and, for every member and sequence, keeps
      *          the newest N run versions and purges the rest -
      *          each purged version unloaded first, in key order,
      *          onto CISPHIST (the new generation of the
      *          CISP.CISPRSLT.HIST GDG), and only then deleted - and
      *          prints the per-member purge counts the auditors ask
      *          for on CISPPRPT.  The job deck reorganizes the
      *          cluster behind it.
      *
      *          N comes from the PARM ('7' or 'KEEP=7'), or failing
      *          that from the first card of CISPPCTL ('KEEP=7').
      *          There is no default - with no valid count of at
      *          least one, nothing is purged.
      *
      *          A restart must never lose what it needs, so no
      *          version written by a run newer than the member's
      *          CISPCKPT checkpoint is ever purged; a member with no
      *          checkpoint of its own is held to the newest run on
      *          CISPCKPT.  Such versions are kept and counted as
      *          protected.  With CISPCKPT missing or empty nothing
      *          is purged at all.
      *
      *          Return code: 0 purge complete, 4 complete but
      *          protected versions were kept, 8 nothing purged (no
      *          valid retention count, no checkpoints, or a dataset
      *          would not open), 12 the purge stopped part way on an
      *          I/O failure - CISPHIST holds every version deleted
      *          up to that point.
      * Tectonics: cobc
      *
      * Modification History
      *   2026  LB  Initial retention purge.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPPURG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISP-RESULTS-FILE ASSIGN TO "CISPRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CISP-RESULTS-KEY
               FILE STATUS IS WS-CISP-RESULTS-STATUS.
           SELECT CISPHIST-FILE ASSIGN TO "CISPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPHIST-STATUS.
           SELECT CISPCKPT-FILE ASSIGN TO "CISPCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPCKPT-STATUS.
           SELECT CISPPCTL-FILE ASSIGN TO "CISPPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPPCTL-STATUS.
           SELECT CISPPRPT-FILE ASSIGN TO "CISPPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CISP-RESULTS-FILE.
           COPY "cisprslt.cpy"
               REPLACING ==:REC-NAME:== BY ==CISP-RESULTS-RECORD==
                         ==:FLD-PFX:==  BY ==CISP-RESULTS-==.
       FD  CISPHIST-FILE.
           COPY "cisprslt.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPHIST-RECORD==
                         ==:FLD-PFX:==  BY ==CISPHIST-==.
       FD  CISPCKPT-FILE.
       01  CISPCKPT-RECORD.
           02  CISPCKPT-MEMBER PIC X(08).
           02  FILLER PIC X(01).
           02  CISPCKPT-SEQ-NO PIC 9(05).
           02  FILLER PIC X(01).
           02  CISPCKPT-RUN-SEQ PIC 9(05).
       FD  CISPPCTL-FILE.
       01  CISPPCTL-RECORD PIC X(80).
       FD  CISPPRPT-FILE.
       01  CISPPRPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
           COPY "logif.cpy".

      *****************************************
      *    WS for the retention count - the newest N versions of
      *    every member and sequence are kept.  Zero means no valid
      *    count was given and nothing may be purged.
      *****************************************
           01 WS-PURG-KEEP-COUNT PIC 9(03) VALUE ZERO.
           01 WS-PURG-KEEP-TEXT PIC X(20).
           01 WS-PURG-KEEP-NUMBER PIC X(20).
           01 WS-PURG-KEEP-WORK PIC 9(05).
           01 WS-CISPPCTL-STATUS PIC X(02).
               88 WS-CISPPCTL-STATUS-OK VALUE "00".
               88 WS-CISPPCTL-EOF VALUE "10".
           01 WS-PURG-CARD-FOUND-FLAG PIC X(01) VALUE "N".
               88 WS-PURG-CARD-FOUND VALUE "Y".

      *****************************************
      *    WS for the checkpoint limits.  Each CISPCKPT record
      *    carries the run that last advanced its member's
      *    checkpoint; versions written by any later run are
      *    protected.  HIGH-RUN is the newest checkpoint run of all,
      *    the limit for a member with no checkpoint of its own.  A
      *    record written before the run column existed reads as run
      *    zero, which protects every version of that member.
      *****************************************
           01 WS-CISPCKPT-STATUS PIC X(02).
               88 WS-CISPCKPT-STATUS-OK VALUE "00".
               88 WS-CISPCKPT-EOF VALUE "10".
           01 WS-PURG-CKPT-TABLE.
               02 WS-PURG-CKPT-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-PURG-CKPT-ENTRY OCCURS 50 TIMES.
                   03 WS-PURG-CKPT-MEMBER PIC X(08).
                   03 WS-PURG-CKPT-RUN PIC 9(05).
           01 WS-PURG-CKPT-IDX PIC 9(03) COMP.
           01 WS-PURG-CKPT-HIGH-RUN PIC 9(05) VALUE ZERO.

      *****************************************
      *    WS for the walk through the cluster.  A member-and-
      *    sequence group is counted first; when it holds more than
      *    N versions the walk STARTs back at the group and deletes
      *    its oldest versions (key order is oldest run first),
      *    then STARTs again at the record that ended the count.
      *****************************************
           01 WS-CISP-RESULTS-STATUS PIC X(02).
               88 WS-CISP-RESULTS-STATUS-OK VALUE "00".
               88 WS-CISP-RESULTS-EOF VALUE "10".
           01 WS-CISPHIST-STATUS PIC X(02).
               88 WS-CISPHIST-STATUS-OK VALUE "00".
           01 WS-PURG-GROUP-MEMBER PIC X(08).
           01 WS-PURG-GROUP-SEQ PIC 9(05).
           01 WS-PURG-GROUP-COUNT PIC 9(07) COMP.
           01 WS-PURG-TO-PURGE PIC 9(07) COMP.
           01 WS-PURG-NEXT-KEY PIC X(18).
           01 WS-PURG-AT-END-FLAG PIC X(01).
               88 WS-PURG-AT-END VALUE "Y".
           01 WS-PURG-STOPPED-FLAG PIC X(01) VALUE "N".
               88 WS-PURG-STOPPED VALUE "Y".
           01 WS-PURG-RETURN-CODE PIC 9(02) VALUE ZERO.

      *****************************************
      *    Per-member and run totals for the audit listing.
      *****************************************
           01 WS-PURG-MBR-ACTIVE-FLAG PIC X(01) VALUE "N".
               88 WS-PURG-MBR-ACTIVE VALUE "Y".
           01 WS-PURG-MBR-MEMBER PIC X(08).
           01 WS-PURG-MBR-LIMIT-RUN PIC 9(05).
           01 WS-PURG-MBR-SEQ-COUNT PIC 9(07) COMP.
           01 WS-PURG-MBR-READ-COUNT PIC 9(07) COMP.
           01 WS-PURG-MBR-PURGED-COUNT PIC 9(07) COMP.
           01 WS-PURG-MBR-PROTECT-COUNT PIC 9(07) COMP.
           01 WS-PURG-MEMBER-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-PURG-SEQ-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-PURG-READ-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-PURG-PURGED-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-PURG-PROTECT-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-PURG-KEPT-COUNT PIC 9(07) COMP VALUE ZERO.
           01 WS-PURG-TOTALS-MESSAGE.
               02 FILLER PIC X(05) VALUE "KEEP=".
               02 WS-PURG-TOTALS-KEEP PIC 9(03).
               02 FILLER PIC X(03) VALUE " R=".
               02 WS-PURG-TOTALS-READ PIC 9(07).
               02 FILLER PIC X(03) VALUE " P=".
               02 WS-PURG-TOTALS-PURGED PIC 9(07).
               02 FILLER PIC X(03) VALUE " K=".
               02 WS-PURG-TOTALS-KEPT PIC 9(07).
               02 FILLER PIC X(03) VALUE " X=".
               02 WS-PURG-TOTALS-PROTECTED PIC 9(07).

      *****************************************
      *    WS for the CISPPRPT print file, in the same page-heading
      *    style as CISP's summary report.
      *****************************************
           01 WS-CISPPRPT-STATUS PIC X(02).
               88 WS-CISPPRPT-STATUS-OK VALUE "00".
           01 WS-PRPT-PAGE-COUNT PIC 9(04) COMP VALUE ZERO.
           01 WS-PRPT-LINE-COUNT PIC 9(03) COMP VALUE ZERO.
           01 WS-PRPT-PAGE-LIMIT PIC 9(03) COMP VALUE 55.
           01 WS-PRPT-DATE-WORK PIC 9(08).
           01 WS-PRPT-DATE-SPLIT REDEFINES WS-PRPT-DATE-WORK.
               02 WS-PRPT-DATE-YEAR PIC X(04).
               02 WS-PRPT-DATE-MONTH PIC X(02).
               02 WS-PRPT-DATE-DAY PIC X(02).
           01 WS-PRPT-PRINT-LINE PIC X(132).
           01 WS-PRPT-HEADING-LINE.
               02 FILLER PIC X(40)
                   VALUE "CISP - CISPRSLT RETENTION PURGE".
               02 FILLER PIC X(05) VALUE "DATE ".
               02 WS-PRPT-HEADING-DATE PIC X(10).
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "PAGE ".
               02 WS-PRPT-HEADING-PAGE PIC ZZZ9.
               02 FILLER PIC X(65) VALUE SPACES.
           01 WS-PRPT-KEEP-LINE.
               02 FILLER PIC X(35)
                   VALUE "VERSIONS KEPT PER MEMBER/SEQUENCE  ".
               02 WS-PRPT-KEEP-COUNT PIC ZZ9.
               02 FILLER PIC X(94) VALUE SPACES.
           01 WS-PRPT-COLUMN-LINE.
               02 FILLER PIC X(20) VALUE "MEMBER    CKPT RUN".
               02 FILLER PIC X(11) VALUE "  SEQUENCES".
               02 FILLER PIC X(11) VALUE "   VERSIONS".
               02 FILLER PIC X(11) VALUE "     PURGED".
               02 FILLER PIC X(11) VALUE "       KEPT".
               02 FILLER PIC X(11) VALUE "  PROTECTED".
               02 FILLER PIC X(57) VALUE SPACES.
           01 WS-PRPT-DETAIL-LINE.
               02 WS-PRPT-MEMBER PIC X(08).
               02 FILLER PIC X(05) VALUE SPACES.
               02 WS-PRPT-CKPT-RUN PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-PRPT-SEQ-COUNT PIC Z(10)9.
               02 WS-PRPT-READ-COUNT PIC Z(10)9.
               02 WS-PRPT-PURGED-COUNT PIC Z(10)9.
               02 WS-PRPT-KEPT-COUNT PIC Z(10)9.
               02 WS-PRPT-PROTECT-COUNT PIC Z(10)9.
               02 FILLER PIC X(57) VALUE SPACES.
           01 WS-PRPT-TOTAL-LINE.
               02 FILLER PIC X(04) VALUE SPACES.
               02 WS-PRPT-TOTAL-LABEL PIC X(36).
               02 FILLER PIC X(02) VALUE ": ".
               02 WS-PRPT-TOTAL-COUNT PIC ZZZZZZ9.
               02 FILLER PIC X(83) VALUE SPACES.

       LINKAGE SECTION.
      *****************************************
      *    PARM passed on EXEC PGM=CISPPURG,PARM='7' or
      *    PARM='KEEP=7' - the number of run versions to keep.  With
      *    no PARM the count comes from the CISPPCTL control card.
      *****************************************
           01 WS-PURG-PARM.
               02 WS-PURG-PARM-LENGTH PIC S9(04) COMP.
               02 WS-PURG-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING WS-PURG-PARM.
       MAIN-PROCEDURE.
           DISPLAY "CISPPURG".
           IF WS-PURG-PARM-LENGTH >= 1
               AND WS-PURG-PARM-LENGTH <= 20
               MOVE SPACES TO WS-PURG-KEEP-TEXT
               MOVE WS-PURG-PARM-TEXT(1:WS-PURG-PARM-LENGTH)
                   TO WS-PURG-KEEP-TEXT
               PERFORM PARSE-KEEP-TEXT-PROCEDURE
           END-IF.

           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

           OPEN OUTPUT CISPPRPT-FILE.
           IF NOT WS-CISPPRPT-STATUS-OK
               MOVE "CISPPRPT dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-PURGE-ERROR-PROCEDURE
               MOVE 8 TO WS-PURG-RETURN-CODE
           ELSE
               ACCEPT WS-PRPT-DATE-WORK FROM DATE YYYYMMDD
               PERFORM WRITE-PRPT-HEADING-PROCEDURE
               IF WS-PURG-KEEP-COUNT = ZERO
                   PERFORM READ-CONTROL-CARD-PROCEDURE
               END-IF
               PERFORM CHECK-PURGE-READY-PROCEDURE
               IF WS-PURG-RETURN-CODE = ZERO
                   PERFORM PURGE-CLUSTER-PROCEDURE
               END-IF
               IF WS-PURG-RETURN-CODE NOT = 8
                   PERFORM WRITE-PURGE-TOTALS-PROCEDURE
               END-IF
               CLOSE CISPPRPT-FILE
           END-IF.

           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE WS-PURG-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************
      *    'n' or 'KEEP=n' - taken only when it reads cleanly as a
      *    whole number from 1 to 999; anything else leaves the
      *    count at zero.
      *****************************************
       PARSE-KEEP-TEXT-PROCEDURE.
           IF WS-PURG-KEEP-TEXT(1:5) = "KEEP="
               MOVE WS-PURG-KEEP-TEXT(6:15) TO WS-PURG-KEEP-NUMBER
           ELSE
               MOVE WS-PURG-KEEP-TEXT TO WS-PURG-KEEP-NUMBER
           END-IF.
           MOVE ZERO TO WS-PURG-KEEP-WORK.
           IF WS-PURG-KEEP-NUMBER NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PURG-KEEP-NUMBER) = ZERO
               COMPUTE WS-PURG-KEEP-WORK =
                   FUNCTION NUMVAL(WS-PURG-KEEP-NUMBER)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PURG-KEEP-WORK
               END-COMPUTE
           END-IF.
           IF WS-PURG-KEEP-WORK >= 1
               AND WS-PURG-KEEP-WORK <= 999
               MOVE WS-PURG-KEEP-WORK TO WS-PURG-KEEP-COUNT
           END-IF.

      *****************************************
      *    The first CISPPCTL card that is neither blank nor a
      *    comment (leading "*") carries the count.
      *****************************************
       READ-CONTROL-CARD-PROCEDURE.
           OPEN INPUT CISPPCTL-FILE.
           IF WS-CISPPCTL-STATUS-OK
               PERFORM READ-CISPPCTL-PROCEDURE
               PERFORM SCAN-CONTROL-CARD-PROCEDURE
                   UNTIL WS-CISPPCTL-EOF OR WS-PURG-CARD-FOUND
               CLOSE CISPPCTL-FILE
           END-IF.

       READ-CISPPCTL-PROCEDURE.
           READ CISPPCTL-FILE
               AT END
                   SET WS-CISPPCTL-EOF TO TRUE
           END-READ.

       SCAN-CONTROL-CARD-PROCEDURE.
           IF CISPPCTL-RECORD NOT = SPACES
               AND CISPPCTL-RECORD(1:1) NOT = "*"
               SET WS-PURG-CARD-FOUND TO TRUE
               MOVE CISPPCTL-RECORD(1:20) TO WS-PURG-KEEP-TEXT
               PERFORM PARSE-KEEP-TEXT-PROCEDURE
           ELSE
               PERFORM READ-CISPPCTL-PROCEDURE
           END-IF.

      *****************************************
      *    Refuses the run - return code 8, nothing touched - when
      *    there is no valid retention count or no checkpoint to
      *    protect a restart with.
      *****************************************
       CHECK-PURGE-READY-PROCEDURE.
           MOVE WS-PURG-KEEP-COUNT TO WS-PRPT-KEEP-COUNT.
           MOVE WS-PRPT-KEEP-LINE TO WS-PRPT-PRINT-LINE.
           PERFORM WRITE-PRPT-LINE-PROCEDURE.
           IF WS-PURG-KEEP-COUNT = ZERO
               MOVE "No valid retention count - nothing purged"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM REFUSE-PURGE-PROCEDURE
           ELSE
               PERFORM READ-CHECKPOINTS-PROCEDURE
               IF WS-PURG-CKPT-COUNT = ZERO
                   MOVE "CISPCKPT missing or empty - nothing purged"
                       TO WS-LOG-RECORD-MESSAGE
                   PERFORM REFUSE-PURGE-PROCEDURE
               END-IF
           END-IF.

       REFUSE-PURGE-PROCEDURE.
           PERFORM LOG-PURGE-ERROR-PROCEDURE.
           MOVE 8 TO WS-PURG-RETURN-CODE.
           PERFORM WRITE-PRPT-BLANK-PROCEDURE.
           MOVE SPACES TO WS-PRPT-PRINT-LINE.
           STRING "    *** " DELIMITED BY SIZE
               WS-LOG-RECORD-MESSAGE DELIMITED BY "  "
               INTO WS-PRPT-PRINT-LINE.
           PERFORM WRITE-PRPT-LINE-PROCEDURE.

       READ-CHECKPOINTS-PROCEDURE.
           OPEN INPUT CISPCKPT-FILE.
           IF WS-CISPCKPT-STATUS-OK
               PERFORM READ-CISPCKPT-PROCEDURE
               PERFORM FILE-CHECKPOINT-PROCEDURE
                   UNTIL WS-CISPCKPT-EOF
               CLOSE CISPCKPT-FILE
           END-IF.

       READ-CISPCKPT-PROCEDURE.
           READ CISPCKPT-FILE
               AT END
                   SET WS-CISPCKPT-EOF TO TRUE
           END-READ.

       FILE-CHECKPOINT-PROCEDURE.
           IF CISPCKPT-SEQ-NO IS NUMERIC
               AND WS-PURG-CKPT-COUNT < 50
               ADD 1 TO WS-PURG-CKPT-COUNT
               MOVE CISPCKPT-MEMBER
                   TO WS-PURG-CKPT-MEMBER(WS-PURG-CKPT-COUNT)
               MOVE ZERO TO WS-PURG-CKPT-RUN(WS-PURG-CKPT-COUNT)
               IF CISPCKPT-RUN-SEQ IS NUMERIC
                   MOVE CISPCKPT-RUN-SEQ
                       TO WS-PURG-CKPT-RUN(WS-PURG-CKPT-COUNT)
               END-IF
               IF WS-PURG-CKPT-RUN(WS-PURG-CKPT-COUNT)
                   > WS-PURG-CKPT-HIGH-RUN
                   MOVE WS-PURG-CKPT-RUN(WS-PURG-CKPT-COUNT)
                       TO WS-PURG-CKPT-HIGH-RUN
               END-IF
           END-IF.
           PERFORM READ-CISPCKPT-PROCEDURE.

      *****************************************
      *    The purge proper.  CISPHIST is opened before the first
      *    delete so every version removed is on the history
      *    generation first; an open failure on either dataset
      *    touches nothing.
      *****************************************
       PURGE-CLUSTER-PROCEDURE.
           OPEN I-O CISP-RESULTS-FILE.
           IF NOT WS-CISP-RESULTS-STATUS-OK
               MOVE "CISPRSLT dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-PURGE-ERROR-PROCEDURE
               MOVE 8 TO WS-PURG-RETURN-CODE
           ELSE
               OPEN OUTPUT CISPHIST-FILE
               IF NOT WS-CISPHIST-STATUS-OK
                   MOVE "CISPHIST dataset open failed"
                       TO WS-LOG-RECORD-MESSAGE
                   PERFORM LOG-PURGE-ERROR-PROCEDURE
                   MOVE 8 TO WS-PURG-RETURN-CODE
               ELSE
                   PERFORM WRITE-PRPT-BLANK-PROCEDURE
                   MOVE WS-PRPT-COLUMN-LINE TO WS-PRPT-PRINT-LINE
                   PERFORM WRITE-PRPT-LINE-PROCEDURE
                   PERFORM READ-CISP-RESULTS-PROCEDURE
                   PERFORM PURGE-GROUP-PROCEDURE
                       UNTIL WS-CISP-RESULTS-EOF OR WS-PURG-STOPPED
                   IF WS-PURG-MBR-ACTIVE
                       PERFORM WRITE-MEMBER-LINE-PROCEDURE
                   END-IF
                   CLOSE CISPHIST-FILE
               END-IF
               CLOSE CISP-RESULTS-FILE
           END-IF.

       READ-CISP-RESULTS-PROCEDURE.
           READ CISP-RESULTS-FILE NEXT RECORD
               AT END
                   SET WS-CISP-RESULTS-EOF TO TRUE
           END-READ.

      *****************************************
      *    One member-and-sequence group: count its versions, then
      *    purge the oldest beyond N.  The count leaves the file
      *    positioned on the first record of the next group (or at
      *    end), which the purge restores when it is done.
      *****************************************
       PURGE-GROUP-PROCEDURE.
           IF NOT WS-PURG-MBR-ACTIVE
               OR CISP-RESULTS-MEMBER NOT = WS-PURG-MBR-MEMBER
               IF WS-PURG-MBR-ACTIVE
                   PERFORM WRITE-MEMBER-LINE-PROCEDURE
               END-IF
               PERFORM START-MEMBER-PROCEDURE
           END-IF.
           MOVE CISP-RESULTS-MEMBER TO WS-PURG-GROUP-MEMBER.
           MOVE CISP-RESULTS-SEQ-NO TO WS-PURG-GROUP-SEQ.
           MOVE ZERO TO WS-PURG-GROUP-COUNT.
           PERFORM COUNT-GROUP-VERSION-PROCEDURE
               UNTIL WS-CISP-RESULTS-EOF
               OR CISP-RESULTS-MEMBER NOT = WS-PURG-GROUP-MEMBER
               OR CISP-RESULTS-SEQ-NO NOT = WS-PURG-GROUP-SEQ.
           ADD 1 TO WS-PURG-MBR-SEQ-COUNT.
           ADD WS-PURG-GROUP-COUNT TO WS-PURG-MBR-READ-COUNT.
           IF WS-PURG-GROUP-COUNT > WS-PURG-KEEP-COUNT
               PERFORM PURGE-OLDEST-VERSIONS-PROCEDURE
           END-IF.

       COUNT-GROUP-VERSION-PROCEDURE.
           ADD 1 TO WS-PURG-GROUP-COUNT.
           PERFORM READ-CISP-RESULTS-PROCEDURE.

      *****************************************
      *    A new member: zero its counts and find the run its
      *    checkpoint protects from - its own CISPCKPT entry, or the
      *    newest checkpoint run when it has none.
      *****************************************
       START-MEMBER-PROCEDURE.
           SET WS-PURG-MBR-ACTIVE TO TRUE.
           MOVE CISP-RESULTS-MEMBER TO WS-PURG-MBR-MEMBER.
           MOVE ZERO TO WS-PURG-MBR-SEQ-COUNT.
           MOVE ZERO TO WS-PURG-MBR-READ-COUNT.
           MOVE ZERO TO WS-PURG-MBR-PURGED-COUNT.
           MOVE ZERO TO WS-PURG-MBR-PROTECT-COUNT.
           MOVE WS-PURG-CKPT-HIGH-RUN TO WS-PURG-MBR-LIMIT-RUN.
           PERFORM MATCH-MEMBER-CHECKPOINT-PROCEDURE
               VARYING WS-PURG-CKPT-IDX FROM 1 BY 1
               UNTIL WS-PURG-CKPT-IDX > WS-PURG-CKPT-COUNT.

       MATCH-MEMBER-CHECKPOINT-PROCEDURE.
           IF WS-PURG-CKPT-MEMBER(WS-PURG-CKPT-IDX)
               = WS-PURG-MBR-MEMBER
               MOVE WS-PURG-CKPT-RUN(WS-PURG-CKPT-IDX)
                   TO WS-PURG-MBR-LIMIT-RUN
           END-IF.

      *****************************************
      *    STARTs back at the group's first version and works
      *    through the oldest (count - N) of them in key order -
      *    each one unloaded to CISPHIST and then deleted, unless a
      *    run newer than the member's checkpoint wrote it - then
      *    STARTs again where the count left off.
      *****************************************
       PURGE-OLDEST-VERSIONS-PROCEDURE.
           MOVE "N" TO WS-PURG-AT-END-FLAG.
           IF WS-CISP-RESULTS-EOF
               SET WS-PURG-AT-END TO TRUE
           ELSE
               MOVE CISP-RESULTS-KEY TO WS-PURG-NEXT-KEY
           END-IF.
           COMPUTE WS-PURG-TO-PURGE =
               WS-PURG-GROUP-COUNT - WS-PURG-KEEP-COUNT.
           MOVE WS-PURG-GROUP-MEMBER TO CISP-RESULTS-MEMBER.
           MOVE WS-PURG-GROUP-SEQ TO CISP-RESULTS-SEQ-NO.
           MOVE ZERO TO CISP-RESULTS-RUN-SEQ.
           START CISP-RESULTS-FILE
               KEY IS NOT LESS THAN CISP-RESULTS-KEY
           END-START.
           IF WS-CISP-RESULTS-STATUS-OK
               PERFORM READ-CISP-RESULTS-PROCEDURE
           END-IF.
           PERFORM PURGE-ONE-VERSION-PROCEDURE
               UNTIL WS-PURG-TO-PURGE = ZERO OR WS-PURG-STOPPED.
           IF NOT WS-PURG-STOPPED
               PERFORM RESUME-AFTER-GROUP-PROCEDURE
           END-IF.

       PURGE-ONE-VERSION-PROCEDURE.
           IF NOT WS-CISP-RESULTS-STATUS-OK
               OR CISP-RESULTS-MEMBER NOT = WS-PURG-GROUP-MEMBER
               OR CISP-RESULTS-SEQ-NO NOT = WS-PURG-GROUP-SEQ
               MOVE "CISPRSLT reposition failed - purge stopped"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM STOP-PURGE-PROCEDURE
           ELSE
               IF CISP-RESULTS-RUN-SEQ > WS-PURG-MBR-LIMIT-RUN
                   ADD 1 TO WS-PURG-MBR-PROTECT-COUNT
               ELSE
                   PERFORM UNLOAD-AND-DELETE-PROCEDURE
               END-IF
               SUBTRACT 1 FROM WS-PURG-TO-PURGE
               IF WS-PURG-TO-PURGE > ZERO
                   AND NOT WS-PURG-STOPPED
                   PERFORM READ-CISP-RESULTS-PROCEDURE
               END-IF
           END-IF.

      *****************************************
      *    The history copy is written first and the delete only
      *    follows a good write, so a version can never leave the
      *    cluster without landing on CISPHIST.
      *****************************************
       UNLOAD-AND-DELETE-PROCEDURE.
           WRITE CISPHIST-RECORD FROM CISP-RESULTS-RECORD.
           IF NOT WS-CISPHIST-STATUS-OK
               MOVE "CISPHIST write failed - purge stopped"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM STOP-PURGE-PROCEDURE
           ELSE
               DELETE CISP-RESULTS-FILE RECORD
               END-DELETE
               IF WS-CISP-RESULTS-STATUS-OK
                   ADD 1 TO WS-PURG-MBR-PURGED-COUNT
               ELSE
                   MOVE "CISPRSLT delete failed - purge stopped"
                       TO WS-LOG-RECORD-MESSAGE
                   PERFORM STOP-PURGE-PROCEDURE
               END-IF
           END-IF.

       RESUME-AFTER-GROUP-PROCEDURE.
           IF WS-PURG-AT-END
               SET WS-CISP-RESULTS-EOF TO TRUE
           ELSE
               MOVE WS-PURG-NEXT-KEY TO CISP-RESULTS-KEY
               START CISP-RESULTS-FILE
                   KEY IS NOT LESS THAN CISP-RESULTS-KEY
                   INVALID KEY
                       SET WS-CISP-RESULTS-EOF TO TRUE
               END-START
               IF NOT WS-CISP-RESULTS-EOF
                   PERFORM READ-CISP-RESULTS-PROCEDURE
               END-IF
           END-IF.

      *****************************************
      *    An I/O failure part way: stop where we are with return
      *    code 12.  Everything already deleted is on CISPHIST; the
      *    job deck skips the reorganization.
      *****************************************
       STOP-PURGE-PROCEDURE.
           SET WS-PURG-STOPPED TO TRUE.
           PERFORM LOG-PURGE-ERROR-PROCEDURE.
           MOVE 12 TO WS-PURG-RETURN-CODE.

       WRITE-MEMBER-LINE-PROCEDURE.
           ADD 1 TO WS-PURG-MEMBER-COUNT.
           ADD WS-PURG-MBR-SEQ-COUNT TO WS-PURG-SEQ-COUNT.
           ADD WS-PURG-MBR-READ-COUNT TO WS-PURG-READ-COUNT.
           ADD WS-PURG-MBR-PURGED-COUNT TO WS-PURG-PURGED-COUNT.
           ADD WS-PURG-MBR-PROTECT-COUNT TO WS-PURG-PROTECT-COUNT.
           MOVE SPACES TO WS-PRPT-DETAIL-LINE.
           MOVE WS-PURG-MBR-MEMBER TO WS-PRPT-MEMBER.
           MOVE WS-PURG-MBR-LIMIT-RUN TO WS-PRPT-CKPT-RUN.
           MOVE WS-PURG-MBR-SEQ-COUNT TO WS-PRPT-SEQ-COUNT.
           MOVE WS-PURG-MBR-READ-COUNT TO WS-PRPT-READ-COUNT.
           MOVE WS-PURG-MBR-PURGED-COUNT TO WS-PRPT-PURGED-COUNT.
           COMPUTE WS-PRPT-KEPT-COUNT =
               WS-PURG-MBR-READ-COUNT - WS-PURG-MBR-PURGED-COUNT.
           MOVE WS-PURG-MBR-PROTECT-COUNT TO WS-PRPT-PROTECT-COUNT.
           MOVE WS-PRPT-DETAIL-LINE TO WS-PRPT-PRINT-LINE.
           PERFORM WRITE-PRPT-LINE-PROCEDURE.

      *****************************************
      *    Run totals on the listing and, for the audit trail, on
      *    CISPLOG as one PURGE-TOTALS record.  Protected versions
      *    kept raise the return code to 4.
      *****************************************
       WRITE-PURGE-TOTALS-PROCEDURE.
           COMPUTE WS-PURG-KEPT-COUNT =
               WS-PURG-READ-COUNT - WS-PURG-PURGED-COUNT.
           PERFORM WRITE-PRPT-BLANK-PROCEDURE.
           MOVE "TOTALS" TO WS-PRPT-PRINT-LINE.
           PERFORM WRITE-PRPT-LINE-PROCEDURE.
           MOVE "MEMBERS" TO WS-PRPT-TOTAL-LABEL.
           MOVE WS-PURG-MEMBER-COUNT TO WS-PRPT-TOTAL-COUNT.
           PERFORM WRITE-PRPT-TOTAL-PROCEDURE.
           MOVE "MEMBER/SEQUENCES" TO WS-PRPT-TOTAL-LABEL.
           MOVE WS-PURG-SEQ-COUNT TO WS-PRPT-TOTAL-COUNT.
           PERFORM WRITE-PRPT-TOTAL-PROCEDURE.
           MOVE "VERSIONS READ" TO WS-PRPT-TOTAL-LABEL.
           MOVE WS-PURG-READ-COUNT TO WS-PRPT-TOTAL-COUNT.
           PERFORM WRITE-PRPT-TOTAL-PROCEDURE.
           MOVE "VERSIONS PURGED - UNLOADED TO HIST"
               TO WS-PRPT-TOTAL-LABEL.
           MOVE WS-PURG-PURGED-COUNT TO WS-PRPT-TOTAL-COUNT.
           PERFORM WRITE-PRPT-TOTAL-PROCEDURE.
           MOVE "VERSIONS KEPT" TO WS-PRPT-TOTAL-LABEL.
           MOVE WS-PURG-KEPT-COUNT TO WS-PRPT-TOTAL-COUNT.
           PERFORM WRITE-PRPT-TOTAL-PROCEDURE.
           MOVE "  KEPT - NEWER THAN CHECKPOINT"
               TO WS-PRPT-TOTAL-LABEL.
           MOVE WS-PURG-PROTECT-COUNT TO WS-PRPT-TOTAL-COUNT.
           PERFORM WRITE-PRPT-TOTAL-PROCEDURE.
           PERFORM WRITE-PRPT-BLANK-PROCEDURE.
           IF WS-PURG-STOPPED
               MOVE "    *** PURGE STOPPED ON AN I/O FAILURE - SEE LOG"
                   TO WS-PRPT-PRINT-LINE
               PERFORM WRITE-PRPT-LINE-PROCEDURE
           END-IF.
           MOVE "END OF RETENTION PURGE" TO WS-PRPT-PRINT-LINE.
           PERFORM WRITE-PRPT-LINE-PROCEDURE.
           IF WS-PURG-PROTECT-COUNT > ZERO
               AND WS-PURG-RETURN-CODE < 4
               MOVE 4 TO WS-PURG-RETURN-CODE
           END-IF.
           MOVE WS-PURG-KEEP-COUNT TO WS-PURG-TOTALS-KEEP.
           MOVE WS-PURG-READ-COUNT TO WS-PURG-TOTALS-READ.
           MOVE WS-PURG-PURGED-COUNT TO WS-PURG-TOTALS-PURGED.
           MOVE WS-PURG-KEPT-COUNT TO WS-PURG-TOTALS-KEPT.
           MOVE WS-PURG-PROTECT-COUNT TO WS-PURG-TOTALS-PROTECTED.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           SET WS-LOG-LEVEL-INFO TO TRUE.
           MOVE "PURGE-TOTALS" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-PURG-TOTALS-MESSAGE TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

       WRITE-PRPT-TOTAL-PROCEDURE.
           MOVE WS-PRPT-TOTAL-LINE TO WS-PRPT-PRINT-LINE.
           PERFORM WRITE-PRPT-LINE-PROCEDURE.

       LOG-PURGE-ERROR-PROCEDURE.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISPPURG" TO WS-LOG-RECORD-FUNCTION-NAME.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
               WS-LOG-RECORD, WS-LOG-RETURN-CODE.

       WRITE-PRPT-HEADING-PROCEDURE.
           ADD 1 TO WS-PRPT-PAGE-COUNT.
           MOVE SPACES TO WS-PRPT-HEADING-DATE.
           STRING WS-PRPT-DATE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PRPT-DATE-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PRPT-DATE-DAY DELIMITED BY SIZE
               INTO WS-PRPT-HEADING-DATE.
           MOVE WS-PRPT-PAGE-COUNT TO WS-PRPT-HEADING-PAGE.
           WRITE CISPPRPT-RECORD FROM WS-PRPT-HEADING-LINE.
           MOVE SPACES TO CISPPRPT-RECORD.
           WRITE CISPPRPT-RECORD.
           MOVE 2 TO WS-PRPT-LINE-COUNT.

       WRITE-PRPT-BLANK-PROCEDURE.
           MOVE SPACES TO WS-PRPT-PRINT-LINE.
           PERFORM WRITE-PRPT-LINE-PROCEDURE.

       WRITE-PRPT-LINE-PROCEDURE.
           IF WS-PRPT-LINE-COUNT >= WS-PRPT-PAGE-LIMIT
               PERFORM WRITE-PRPT-HEADING-PROCEDURE
           END-IF.
           WRITE CISPPRPT-RECORD FROM WS-PRPT-PRINT-LINE.
           ADD 1 TO WS-PRPT-LINE-COUNT.
       END PROGRAM CISPPURG.
