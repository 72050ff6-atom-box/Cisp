      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Partition split for a partitioned CISP run.  One CISP
      *          step working the whole manifest in order no longer
      *          fits the batch window, so this program deals the
      *          CISPMANI members round-robin into PMANI01 through
      *          PMANInn - one manifest per partition, n from the
      *          PARM (1 to 8) - and each partition then runs as its
      *          own CISP step (PARM PARTITION) alongside the others,
      *          writing the shared keyed CISPRSLT.  CISPMRGE merges
      *          and balances the partitions as one run afterwards.
      *
      *          Everything a partition keeps between attempts is
      *          dealt to it here, so a failed partition restarts on
      *          its own: each member's CISPCKPT checkpoint goes to
      *          PCKPTnn with the member (an entry for a member not
      *          in tonight's manifest goes to partition 01, which
      *          carries it through untouched), and every partition
      *          gets its own PSYMSnn copy of the CISPSYMS bindings,
      *          so no two partitions ever rewrite one dataset.  A
      *          member listed twice stays in one partition, exactly
      *          as a single CISP step would have run it twice.
      *
      *          The run sequence is drawn once, here, by LOGGER's
      *          OPEN, and written with the partition count and the
      *          split date and time to the CISPPART control every
      *          partition and the merge read.  The control is
      *          written last, at split status, and a new split is
      *          refused while the last one stands unmerged - PARM
      *          'n,FORCE' overrides that once the operator has
      *          abandoned the unmerged run.
      *
      *          Return code: 0 split, 4 split but a partition holds
      *          more members than CISP's 50-entry checkpoint table
      *          (raise the partition count) or a forced split, 8 the
      *          PARM is not valid, 12 nothing usable was split - the
      *          last run is unmerged, the manifest is missing,
      *          empty or too big, or a dataset would not open.
      * Tectonics: cobc
      *
      * Modification History
      *   2026  LB  Initial partition split.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPSPLT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISPMANI-FILE ASSIGN TO "CISPMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPMANI-STATUS.
           SELECT CISPCKPT-FILE ASSIGN TO "CISPCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPCKPT-STATUS.
           SELECT CISPSYMS-FILE ASSIGN TO "CISPSYMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPSYMS-STATUS.
           SELECT CISPRUN-IN-FILE ASSIGN TO "CISPRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPRUN-IN-STATUS.
           SELECT CISPPART-FILE ASSIGN TO "CISPPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPPART-STATUS.
           SELECT PART-MANI-FILE ASSIGN TO DYNAMIC WS-SPLT-MANI-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-MANI-STATUS.
           SELECT PART-CKPT-FILE ASSIGN TO DYNAMIC WS-SPLT-CKPT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-CKPT-STATUS.
           SELECT PART-SYMS-FILE ASSIGN TO DYNAMIC WS-SPLT-SYMS-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-SYMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CISPMANI-FILE.
       01  CISPMANI-RECORD.
           02  CISPMANI-MEMBER PIC X(08).
           02  FILLER PIC X(72).
       FD  CISPCKPT-FILE.
       01  CISPCKPT-RECORD.
           02  CISPCKPT-MEMBER PIC X(08).
           02  FILLER PIC X(12).
       FD  CISPSYMS-FILE.
           COPY "cispsyms.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPSYMS-RECORD==
                         ==:FLD-PFX:==  BY ==CISPSYMS-==.
       FD  CISPRUN-IN-FILE.
       01  CISPRUN-IN-RECORD PIC 9(05).
       FD  CISPPART-FILE.
           COPY "cisppart.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPPART-RECORD==
                         ==:FLD-PFX:==  BY ==CISPPART-==.
       FD  PART-MANI-FILE.
       01  PART-MANI-RECORD PIC X(80).
       FD  PART-CKPT-FILE.
       01  PART-CKPT-RECORD PIC X(20).
       FD  PART-SYMS-FILE.
           COPY "cispsyms.cpy"
               REPLACING ==:REC-NAME:== BY ==PART-SYMS-RECORD==
                         ==:FLD-PFX:==  BY ==PART-SYMS-==.

       WORKING-STORAGE SECTION.

      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
           COPY "logif.cpy".

      *****************************************
      *    WS for the PARM - the partition count, 1 to 8, optionally
      *    followed by FORCE.  Zero means the PARM was not valid and
      *    nothing may be split.
      *****************************************
           01 WS-SPLT-PART-COUNT PIC 9(02) VALUE ZERO.
           01 WS-SPLT-PARM-COUNT-TEXT PIC X(20).
           01 WS-SPLT-PARM-OPTION-TEXT PIC X(20).
           01 WS-SPLT-FORCE-FLAG PIC X(01) VALUE "N".
               88 WS-SPLT-FORCE VALUE "Y".
           01 WS-SPLT-RETURN-CODE PIC 9(02) VALUE ZERO.
           01 WS-SPLT-NEW-SEVERITY PIC 9(02) VALUE ZERO.

      *****************************************
      *    WS for the datasets.  The run sequence is the one LOGGER
      *    drew at OPEN, read back from CISPRUN the way CISP reads
      *    it, and becomes the sequence of the whole partitioned
      *    run.
      *****************************************
           01 WS-CISPMANI-STATUS PIC X(02).
               88 WS-CISPMANI-STATUS-OK VALUE "00".
               88 WS-CISPMANI-EOF VALUE "10".
           01 WS-CISPCKPT-STATUS PIC X(02).
               88 WS-CISPCKPT-STATUS-OK VALUE "00".
               88 WS-CISPCKPT-EOF VALUE "10".
           01 WS-CISPSYMS-STATUS PIC X(02).
               88 WS-CISPSYMS-STATUS-OK VALUE "00".
               88 WS-CISPSYMS-EOF VALUE "10".
           01 WS-CISPRUN-IN-STATUS PIC X(02).
               88 WS-CISPRUN-IN-STATUS-OK VALUE "00".
           01 WS-CISPPART-STATUS PIC X(02).
               88 WS-CISPPART-STATUS-OK VALUE "00".
           01 WS-PART-MANI-STATUS PIC X(02).
               88 WS-PART-MANI-STATUS-OK VALUE "00".
           01 WS-PART-CKPT-STATUS PIC X(02).
               88 WS-PART-CKPT-STATUS-OK VALUE "00".
           01 WS-PART-SYMS-STATUS PIC X(02).
               88 WS-PART-SYMS-STATUS-OK VALUE "00".
           01 WS-SPLT-RUN-SEQ PIC 9(05) VALUE ZERO.
           01 WS-SPLT-PRIOR-RUN PIC 9(05).
           01 WS-SPLT-DATE PIC 9(08).
           01 WS-SPLT-TIME PIC 9(08).

      *****************************************
      *    The member table - one entry per manifest entry in
      *    manifest order, with the partition it was dealt to.  A
      *    member listed again follows its first entry's partition
      *    and does not advance the deal.
      *****************************************
           01 WS-SPLT-MBR-TABLE.
               02 WS-SPLT-MBR-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-SPLT-MBR-ENTRY OCCURS 400 TIMES.
                   03 WS-SPLT-MBR-MEMBER PIC X(08).
                   03 WS-SPLT-MBR-PART PIC 9(02) COMP.
           01 WS-SPLT-MBR-IDX PIC 9(03) COMP.
           01 WS-SPLT-MBR-FOUND-IDX PIC 9(03) COMP.
           01 WS-SPLT-DISTINCT-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-SPLT-LOOKUP-MEMBER PIC X(08).
           01 WS-SPLT-LOOKUP-PART PIC 9(02) COMP.
           01 WS-SPLT-NEXT-PART PIC 9(02) COMP VALUE 1.
           01 WS-SPLT-TABLE-FULL-FLAG PIC X(01) VALUE "N".
               88 WS-SPLT-TABLE-FULL VALUE "Y".

      *****************************************
      *    WS for writing one partition's datasets.  The DD names
      *    are built from the partition number; the counts go on the
      *    partition's PARTITION-SPLIT log record.
      *****************************************
           01 WS-SPLT-PART-IDX PIC 9(02) COMP.
           01 WS-SPLT-PART-TEXT PIC 9(02).
           01 WS-SPLT-MANI-DDNAME PIC X(08).
           01 WS-SPLT-CKPT-DDNAME PIC X(08).
           01 WS-SPLT-SYMS-DDNAME PIC X(08).
           01 WS-SPLT-PART-MEMBERS PIC 9(05) COMP.
           01 WS-SPLT-PART-CKPTS PIC 9(05) COMP.
           01 WS-SPLT-PART-SYMS PIC 9(05) COMP.
           01 WS-SPLT-PART-MESSAGE.
               02 FILLER PIC X(05) VALUE "PART=".
               02 WS-SPLT-MSG-PART PIC 9(02).
               02 FILLER PIC X(05) VALUE " RUN=".
               02 WS-SPLT-MSG-RUN PIC 9(05).
               02 FILLER PIC X(09) VALUE " MEMBERS=".
               02 WS-SPLT-MSG-MEMBERS PIC 9(05).
               02 FILLER PIC X(13) VALUE " CHECKPOINTS=".
               02 WS-SPLT-MSG-CKPTS PIC 9(05).
               02 FILLER PIC X(10) VALUE " BINDINGS=".
               02 WS-SPLT-MSG-SYMS PIC 9(05).
           01 WS-SPLT-COPIED-IDX PIC 9(02) COMP.

       LINKAGE SECTION.
      *****************************************
      *    PARM passed on EXEC PGM=CISPSPLT,PARM='4' - the number of
      *    partitions, 1 to 8 - or PARM='4,FORCE' to split over a
      *    partitioned run that was never merged.
      *****************************************
           01 WS-SPLT-PARM.
               02 WS-SPLT-PARM-LENGTH PIC S9(04) COMP.
               02 WS-SPLT-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING WS-SPLT-PARM.
       MAIN-PROCEDURE.
           DISPLAY "CISPSPLT".
           PERFORM PARSE-PARM-PROCEDURE.

           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           PERFORM READ-RUN-SEQUENCE-PROCEDURE.

           IF WS-SPLT-PART-COUNT = ZERO
               MOVE 8 TO WS-SPLT-NEW-SEVERITY
               MOVE "PARM partition count not 1 to 8 - nothing split"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-SPLIT-ERROR-PROCEDURE
           ELSE
               PERFORM CHECK-PRIOR-CONTROL-PROCEDURE
               IF WS-SPLT-RETURN-CODE < 8
                   PERFORM LOAD-MANIFEST-PROCEDURE
               END-IF
               IF WS-SPLT-RETURN-CODE < 8
                   PERFORM WRITE-PARTITION-PROCEDURE
                       VARYING WS-SPLT-PART-IDX FROM 1 BY 1
                       UNTIL WS-SPLT-PART-IDX > WS-SPLT-PART-COUNT
               END-IF
               IF WS-SPLT-RETURN-CODE < 8
                   PERFORM WRITE-PARTITION-CONTROL-PROCEDURE
               END-IF
           END-IF.

           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE WS-SPLT-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************
      *    'n' or 'n,FORCE'.  The count must be a single digit from
      *    1 to 8 - CISPMRGE reads at most eight partitions - and
      *    anything after the comma other than FORCE makes the whole
      *    PARM invalid rather than guessing what was meant.
      *****************************************
       PARSE-PARM-PROCEDURE.
           IF WS-SPLT-PARM-LENGTH >= 1
               AND WS-SPLT-PARM-LENGTH <= 20
               MOVE SPACES TO WS-SPLT-PARM-COUNT-TEXT
               MOVE SPACES TO WS-SPLT-PARM-OPTION-TEXT
               UNSTRING WS-SPLT-PARM-TEXT(1:WS-SPLT-PARM-LENGTH)
                   DELIMITED BY ","
                   INTO WS-SPLT-PARM-COUNT-TEXT
                       WS-SPLT-PARM-OPTION-TEXT
               END-UNSTRING
               IF WS-SPLT-PARM-COUNT-TEXT(1:1) >= "1"
                   AND WS-SPLT-PARM-COUNT-TEXT(1:1) <= "8"
                   AND WS-SPLT-PARM-COUNT-TEXT(2:19) = SPACES
                   EVALUATE WS-SPLT-PARM-OPTION-TEXT
                       WHEN SPACES
                           MOVE WS-SPLT-PARM-COUNT-TEXT(1:1)
                               TO WS-SPLT-PART-COUNT
                       WHEN "FORCE"
                           MOVE WS-SPLT-PARM-COUNT-TEXT(1:1)
                               TO WS-SPLT-PART-COUNT
                           SET WS-SPLT-FORCE TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

       READ-RUN-SEQUENCE-PROCEDURE.
           OPEN INPUT CISPRUN-IN-FILE.
           IF WS-CISPRUN-IN-STATUS-OK
               READ CISPRUN-IN-FILE
                   NOT AT END
                       IF CISPRUN-IN-RECORD IS NUMERIC
                           MOVE CISPRUN-IN-RECORD TO WS-SPLT-RUN-SEQ
                       END-IF
               END-READ
               CLOSE CISPRUN-IN-FILE
           END-IF.

      *****************************************
      *    A control still at split status means the last
      *    partitioned run was never merged and balanced - its
      *    partitions' checkpoints have not been gathered back, and
      *    splitting again would deal tonight's members out from
      *    the stale master CISPCKPT.  Refused unless forced.
      *****************************************
       CHECK-PRIOR-CONTROL-PROCEDURE.
           OPEN INPUT CISPPART-FILE.
           IF WS-CISPPART-STATUS-OK
               READ CISPPART-FILE
                   NOT AT END
                       IF CISPPART-IS-SPLIT
                           MOVE CISPPART-RUN-SEQ TO WS-SPLT-PRIOR-RUN
                           PERFORM REFUSE-UNMERGED-RUN-PROCEDURE
                       END-IF
               END-READ
               CLOSE CISPPART-FILE
           END-IF.

       REFUSE-UNMERGED-RUN-PROCEDURE.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           IF WS-SPLT-FORCE
               MOVE 4 TO WS-SPLT-NEW-SEVERITY
               STRING "Partitioned run " DELIMITED BY SIZE
                   WS-SPLT-PRIOR-RUN DELIMITED BY SIZE
                   " never merged - split forced" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
           ELSE
               MOVE 12 TO WS-SPLT-NEW-SEVERITY
               STRING "Partitioned run " DELIMITED BY SIZE
                   WS-SPLT-PRIOR-RUN DELIMITED BY SIZE
                   " never merged - nothing split" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
           END-IF.
           PERFORM LOG-SPLIT-ERROR-PROCEDURE.

      *****************************************
      *    Deals the manifest out.  Blank entries and comments are
      *    dropped, the same ones CISP skips; every other entry
      *    takes the next partition in turn unless its member is
      *    already dealt.  A manifest that is missing, empty, or
      *    longer than the table splits nothing.
      *****************************************
       LOAD-MANIFEST-PROCEDURE.
           OPEN INPUT CISPMANI-FILE.
           IF NOT WS-CISPMANI-STATUS-OK
               MOVE 12 TO WS-SPLT-NEW-SEVERITY
               MOVE "CISPMANI manifest open failed - nothing split"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-SPLIT-ERROR-PROCEDURE
           ELSE
               PERFORM READ-CISPMANI-PROCEDURE
               PERFORM DEAL-MANIFEST-ENTRY-PROCEDURE
                   UNTIL WS-CISPMANI-EOF
               CLOSE CISPMANI-FILE
               EVALUATE TRUE
                   WHEN WS-SPLT-TABLE-FULL
                       MOVE 12 TO WS-SPLT-NEW-SEVERITY
                       MOVE "CISPMANI over 400 entries - nothing split"
                           TO WS-LOG-RECORD-MESSAGE
                       PERFORM LOG-SPLIT-ERROR-PROCEDURE
                   WHEN WS-SPLT-MBR-COUNT = ZERO
                       MOVE 12 TO WS-SPLT-NEW-SEVERITY
                       MOVE "CISPMANI lists no members - nothing split"
                           TO WS-LOG-RECORD-MESSAGE
                       PERFORM LOG-SPLIT-ERROR-PROCEDURE
               END-EVALUATE
           END-IF.

       READ-CISPMANI-PROCEDURE.
           READ CISPMANI-FILE
               AT END
                   SET WS-CISPMANI-EOF TO TRUE
           END-READ.

       DEAL-MANIFEST-ENTRY-PROCEDURE.
           IF CISPMANI-MEMBER NOT = SPACES
               AND CISPMANI-MEMBER(1:1) NOT = "*"
               IF WS-SPLT-MBR-COUNT < 400
                   MOVE CISPMANI-MEMBER TO WS-SPLT-LOOKUP-MEMBER
                   PERFORM FIND-MEMBER-PART-PROCEDURE
                   ADD 1 TO WS-SPLT-MBR-COUNT
                   MOVE CISPMANI-MEMBER
                       TO WS-SPLT-MBR-MEMBER(WS-SPLT-MBR-COUNT)
                   IF WS-SPLT-MBR-FOUND-IDX > ZERO
                       MOVE WS-SPLT-LOOKUP-PART
                           TO WS-SPLT-MBR-PART(WS-SPLT-MBR-COUNT)
                   ELSE
                       MOVE WS-SPLT-NEXT-PART
                           TO WS-SPLT-MBR-PART(WS-SPLT-MBR-COUNT)
                       ADD 1 TO WS-SPLT-DISTINCT-COUNT
                       ADD 1 TO WS-SPLT-NEXT-PART
                       IF WS-SPLT-NEXT-PART > WS-SPLT-PART-COUNT
                           MOVE 1 TO WS-SPLT-NEXT-PART
                       END-IF
                   END-IF
               ELSE
                   SET WS-SPLT-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           PERFORM READ-CISPMANI-PROCEDURE.

      *****************************************
      *    The partition a member was dealt to, in
      *    WS-SPLT-LOOKUP-PART - partition 01 when the member is not
      *    in the manifest at all, which is where a checkpoint for a
      *    member not running tonight is carried.
      *****************************************
       FIND-MEMBER-PART-PROCEDURE.
           MOVE ZERO TO WS-SPLT-MBR-FOUND-IDX.
           MOVE 1 TO WS-SPLT-LOOKUP-PART.
           MOVE 1 TO WS-SPLT-MBR-IDX.
           PERFORM SCAN-MEMBER-TABLE-PROCEDURE
               UNTIL WS-SPLT-MBR-IDX > WS-SPLT-MBR-COUNT
               OR WS-SPLT-MBR-FOUND-IDX > ZERO.

       SCAN-MEMBER-TABLE-PROCEDURE.
           IF WS-SPLT-MBR-MEMBER(WS-SPLT-MBR-IDX)
                   = WS-SPLT-LOOKUP-MEMBER
               MOVE WS-SPLT-MBR-IDX TO WS-SPLT-MBR-FOUND-IDX
               MOVE WS-SPLT-MBR-PART(WS-SPLT-MBR-IDX)
                   TO WS-SPLT-LOOKUP-PART
           ELSE
               ADD 1 TO WS-SPLT-MBR-IDX
           END-IF.

      *****************************************
      *    One partition's datasets: its manifest, its share of the
      *    checkpoints, and its own copy of the bindings, then the
      *    PARTITION-SPLIT log record with the counts.  A partition
      *    holding more members than CISP's checkpoint table can
      *    track is split all the same, with a warning - its extra
      *    members would reprocess untracked.
      *****************************************
       WRITE-PARTITION-PROCEDURE.
           MOVE WS-SPLT-PART-IDX TO WS-SPLT-PART-TEXT.
           MOVE SPACES TO WS-SPLT-MANI-DDNAME.
           STRING "PMANI" WS-SPLT-PART-TEXT DELIMITED BY SIZE
               INTO WS-SPLT-MANI-DDNAME.
           MOVE SPACES TO WS-SPLT-CKPT-DDNAME.
           STRING "PCKPT" WS-SPLT-PART-TEXT DELIMITED BY SIZE
               INTO WS-SPLT-CKPT-DDNAME.
           MOVE SPACES TO WS-SPLT-SYMS-DDNAME.
           STRING "PSYMS" WS-SPLT-PART-TEXT DELIMITED BY SIZE
               INTO WS-SPLT-SYMS-DDNAME.
           MOVE ZERO TO WS-SPLT-PART-MEMBERS.
           MOVE ZERO TO WS-SPLT-PART-CKPTS.
           MOVE ZERO TO WS-SPLT-PART-SYMS.
           PERFORM WRITE-PARTITION-MANIFEST-PROCEDURE.
           PERFORM WRITE-PARTITION-CKPT-PROCEDURE.
           PERFORM WRITE-PARTITION-SYMS-PROCEDURE.
           MOVE WS-SPLT-PART-TEXT TO WS-SPLT-MSG-PART.
           MOVE WS-SPLT-RUN-SEQ TO WS-SPLT-MSG-RUN.
           MOVE WS-SPLT-PART-MEMBERS TO WS-SPLT-MSG-MEMBERS.
           MOVE WS-SPLT-PART-CKPTS TO WS-SPLT-MSG-CKPTS.
           MOVE WS-SPLT-PART-SYMS TO WS-SPLT-MSG-SYMS.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           SET WS-LOG-LEVEL-INFO TO TRUE.
           MOVE "PARTITION-SPLIT" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-SPLT-PART-MESSAGE TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           IF WS-SPLT-PART-MEMBERS > 50
               MOVE 4 TO WS-SPLT-NEW-SEVERITY
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "Partition " DELIMITED BY SIZE
                   WS-SPLT-PART-TEXT DELIMITED BY SIZE
                   " holds over 50 members - raise the count"
                       DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-SPLIT-ERROR-PROCEDURE
           END-IF.

       WRITE-PARTITION-MANIFEST-PROCEDURE.
           OPEN OUTPUT PART-MANI-FILE.
           IF WS-PART-MANI-STATUS-OK
               PERFORM WRITE-MANIFEST-ENTRY-PROCEDURE
                   VARYING WS-SPLT-MBR-IDX FROM 1 BY 1
                   UNTIL WS-SPLT-MBR-IDX > WS-SPLT-MBR-COUNT
               CLOSE PART-MANI-FILE
           ELSE
               MOVE 12 TO WS-SPLT-NEW-SEVERITY
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING WS-SPLT-MANI-DDNAME DELIMITED BY SPACE
                   " partition manifest open failed" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-SPLIT-ERROR-PROCEDURE
           END-IF.

       WRITE-MANIFEST-ENTRY-PROCEDURE.
           IF WS-SPLT-MBR-PART(WS-SPLT-MBR-IDX) = WS-SPLT-PART-IDX
               MOVE SPACES TO PART-MANI-RECORD
               MOVE WS-SPLT-MBR-MEMBER(WS-SPLT-MBR-IDX)
                   TO PART-MANI-RECORD(1:8)
               WRITE PART-MANI-RECORD
               ADD 1 TO WS-SPLT-PART-MEMBERS
           END-IF.

      *****************************************
      *    The partition's share of the master CISPCKPT, record for
      *    record.  A missing master - the very first run - leaves
      *    every partition an empty checkpoint, exactly as a single
      *    CISP step would have started.
      *****************************************
       WRITE-PARTITION-CKPT-PROCEDURE.
           OPEN OUTPUT PART-CKPT-FILE.
           IF WS-PART-CKPT-STATUS-OK
               OPEN INPUT CISPCKPT-FILE
               IF WS-CISPCKPT-STATUS-OK
                   PERFORM READ-CISPCKPT-PROCEDURE
                   PERFORM DEAL-CHECKPOINT-PROCEDURE
                       UNTIL WS-CISPCKPT-EOF
                   CLOSE CISPCKPT-FILE
               END-IF
               CLOSE PART-CKPT-FILE
           ELSE
               MOVE 12 TO WS-SPLT-NEW-SEVERITY
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING WS-SPLT-CKPT-DDNAME DELIMITED BY SPACE
                   " partition checkpoint open failed"
                       DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-SPLIT-ERROR-PROCEDURE
           END-IF.

       READ-CISPCKPT-PROCEDURE.
           READ CISPCKPT-FILE
               AT END
                   SET WS-CISPCKPT-EOF TO TRUE
           END-READ.

       DEAL-CHECKPOINT-PROCEDURE.
           MOVE CISPCKPT-MEMBER TO WS-SPLT-LOOKUP-MEMBER.
           PERFORM FIND-MEMBER-PART-PROCEDURE.
           IF WS-SPLT-LOOKUP-PART = WS-SPLT-PART-IDX
               MOVE CISPCKPT-RECORD TO PART-CKPT-RECORD
               WRITE PART-CKPT-RECORD
               ADD 1 TO WS-SPLT-PART-CKPTS
           END-IF.
           PERFORM READ-CISPCKPT-PROCEDURE.

      *****************************************
      *    The partition's own copy of every CISPSYMS binding.  No
      *    CISPSYMS yet leaves the copy empty - the partition starts
      *    from an empty symbol table, as CISP would have.
      *****************************************
       WRITE-PARTITION-SYMS-PROCEDURE.
           OPEN OUTPUT PART-SYMS-FILE.
           IF WS-PART-SYMS-STATUS-OK
               OPEN INPUT CISPSYMS-FILE
               IF WS-CISPSYMS-STATUS-OK
                   PERFORM READ-CISPSYMS-PROCEDURE
                   PERFORM COPY-BINDING-PROCEDURE
                       UNTIL WS-CISPSYMS-EOF
                   CLOSE CISPSYMS-FILE
               END-IF
               CLOSE PART-SYMS-FILE
           ELSE
               MOVE 12 TO WS-SPLT-NEW-SEVERITY
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING WS-SPLT-SYMS-DDNAME DELIMITED BY SPACE
                   " partition bindings open failed" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-SPLIT-ERROR-PROCEDURE
           END-IF.

       READ-CISPSYMS-PROCEDURE.
           READ CISPSYMS-FILE
               AT END
                   SET WS-CISPSYMS-EOF TO TRUE
           END-READ.

       COPY-BINDING-PROCEDURE.
           MOVE CISPSYMS-RECORD TO PART-SYMS-RECORD.
           WRITE PART-SYMS-RECORD.
           ADD 1 TO WS-SPLT-PART-SYMS.
           PERFORM READ-CISPSYMS-PROCEDURE.

      *****************************************
      *    The control goes out last, once every partition's
      *    datasets are written: run sequence, partition count,
      *    split status, the split date and time, and every
      *    partition's log-copied count back at zero.
      *****************************************
       WRITE-PARTITION-CONTROL-PROCEDURE.
           ACCEPT WS-SPLT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SPLT-TIME FROM TIME.
           OPEN OUTPUT CISPPART-FILE.
           IF WS-CISPPART-STATUS-OK
               MOVE SPACES TO CISPPART-RECORD
               MOVE WS-SPLT-RUN-SEQ TO CISPPART-RUN-SEQ
               MOVE WS-SPLT-PART-COUNT TO CISPPART-PART-COUNT
               SET CISPPART-IS-SPLIT TO TRUE
               MOVE WS-SPLT-DATE TO CISPPART-SPLIT-DATE
               MOVE WS-SPLT-TIME(1:6) TO CISPPART-SPLIT-TIME
               MOVE WS-SPLT-DISTINCT-COUNT TO CISPPART-MEMBER-COUNT
               PERFORM CLEAR-COPIED-COUNT-PROCEDURE
                   VARYING WS-SPLT-COPIED-IDX FROM 1 BY 1
                   UNTIL WS-SPLT-COPIED-IDX > 8
               WRITE CISPPART-RECORD
               CLOSE CISPPART-FILE
           ELSE
               MOVE 12 TO WS-SPLT-NEW-SEVERITY
               MOVE "CISPPART control open failed - run not split"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-SPLIT-ERROR-PROCEDURE
           END-IF.

       CLEAR-COPIED-COUNT-PROCEDURE.
           MOVE ZERO TO CISPPART-LOG-COPIED-COUNT(WS-SPLT-COPIED-IDX).

       LOG-SPLIT-ERROR-PROCEDURE.
           IF WS-SPLT-NEW-SEVERITY > WS-SPLT-RETURN-CODE
               MOVE WS-SPLT-NEW-SEVERITY TO WS-SPLT-RETURN-CODE
           END-IF.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISPSPLT" TO WS-LOG-RECORD-FUNCTION-NAME.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
               WS-LOG-RECORD, WS-LOG-RETURN-CODE.
       END PROGRAM CISPSPLT.
