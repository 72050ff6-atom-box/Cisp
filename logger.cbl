      *              also reports how many ADDs were suppressed, so
      *              the counted-not-written records stay accounted
      *              for.
      *   2026  LB  A run sequence handed down in the CISPRSEQ
      *              runtime switch is used as it stands - no draw,
      *              CISPRUN untouched - so every partition step of
      *              a partitioned run, and its merge, stamp their
      *              records with the one sequence the split drew.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGGER.
               88 WS-CISPRUN-NOT-FOUND VALUE "35".
           01 WS-LOG-RUN-JOB-NAME PIC X(08) VALUE "CISP".
           01 WS-LOG-RUN-SEQ PIC 9(05) VALUE ZERO.
           01 WS-LOG-FIXED-RUN-SEQ PIC X(05).
           01 WS-LOG-STAMP-DATE PIC 9(08).
           01 WS-LOG-STAMP-TIME PIC 9(08).
           01 WS-LOG-STATS-MESSAGE.
      *    read the last run's number, bump it, and write it back,
      *    so every OPEN of the log gets a run identifier no earlier
      *    run has used.  A missing CISPRUN just means run number 1.
      *    A partition step or merge of a partitioned run finds the
      *    run's sequence already drawn, in the CISPRSEQ switch, and
      *    takes it as it stands.
      *****************************************
       DRAW-RUN-SEQUENCE-PROCEDURE.
           MOVE SPACES TO WS-LOG-FIXED-RUN-SEQ.
           ACCEPT WS-LOG-FIXED-RUN-SEQ FROM ENVIRONMENT "CISPRSEQ".
           IF WS-LOG-FIXED-RUN-SEQ IS NUMERIC
               MOVE WS-LOG-FIXED-RUN-SEQ TO WS-LOG-RUN-SEQ
           ELSE
               PERFORM BUMP-RUN-SEQUENCE-PROCEDURE
           END-IF.

       BUMP-RUN-SEQUENCE-PROCEDURE.
           MOVE ZERO TO WS-LOG-RUN-SEQ.
           OPEN INPUT CISPRUN-FILE.
           IF WS-CISPRUN-STATUS-OK
