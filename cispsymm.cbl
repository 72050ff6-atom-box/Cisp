      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2026
      * Purpose: Binding maintenance for CISP - companion online
      *          transaction to CISPSYML.  Until now the only way to
      *          change a rate was to push a SETQ through CISPONL or
      *          the nightly batch, which left no record of who asked
      *          for the change or why.  This program adds, changes
      *          and deletes CISPSYMS bindings under two-person
      *          control: a request carries a reason and waits on the
      *          CISPSPND pending dataset until a second user ID
      *          approves it, and only then is CISPSYMS rewritten -
      *          the binding stamped as set by CISPSYMM - and a
      *          before-and-after image appended to the CISPSAUD
      *          audit dataset with both user IDs, for CISPSAUL to
      *          list for the auditors.
      *
      *          Commands: ADD, CHANGE and DELETE raise a request;
      *          PENDING lists the requests waiting; APPROVE and
      *          REJECT act on one by number.  The requester may not
      *          approve their own request but may REJECT it, which
      *          withdraws it.  The user ID is the signed-on user
      *          (USER in the environment); without one the session
      *          is refused with return code 12, since a typed-in ID
      *          would let one person both raise and approve.
      *          Both datasets are read fresh for every command, so
      *          two sessions see each other's requests.  A change
      *          whose audit record or CISPSYMS rewrite fails ends
      *          the session with return code 12 and CISPSYMS as it
      *          stood before the approval.
      *
      *          CISP's nightly run rewrites CISPSYMS whole whenever
      *          a member SETQs - approve changes outside the batch
      *          window, or the run will save over them.
      * Tectonics: cobc
      *
      * Modification History
      *   2026  LB  Initial binding maintenance transaction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPSYMM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CISPSYMS-FILE ASSIGN TO "CISPSYMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPSYMS-STATUS.
           SELECT CISPSPND-FILE ASSIGN TO "CISPSPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPSPND-STATUS.
           SELECT CISPSAUD-FILE ASSIGN TO "CISPSAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISPSAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CISPSYMS-FILE.
           COPY "cispsyms.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPSYMS-RECORD==
                         ==:FLD-PFX:==  BY ==CISPSYMS-==.
      *****************************************
      *    One request waiting for its second user: the request
      *    number, the action and binding, the new value (blank
      *    for a DELETE), who asked and when, and why.  The first
      *    record is a control record, action *LAST*, carrying the
      *    last request number issued, so numbers are never reused
      *    once the requests they named have been settled.
      *****************************************
       FD  CISPSPND-FILE.
       01  CISPSPND-RECORD.
           02  CISPSPND-REQ-ID PIC 9(05).
           02  FILLER PIC X(01).
           02  CISPSPND-ACTION PIC X(06).
           02  FILLER PIC X(01).
           02  CISPSPND-NAME PIC X(20).
           02  FILLER PIC X(01).
           02  CISPSPND-VALUE PIC X(20).
           02  FILLER PIC X(01).
           02  CISPSPND-REQ-USER PIC X(08).
           02  FILLER PIC X(01).
           02  CISPSPND-REQ-DATE PIC X(08).
           02  FILLER PIC X(01).
           02  CISPSPND-REQ-TIME PIC X(06).
           02  FILLER PIC X(01).
           02  CISPSPND-REASON PIC X(60).
       FD  CISPSAUD-FILE.
           COPY "cispsaud.cpy"
               REPLACING ==:REC-NAME:== BY ==CISPSAUD-RECORD==
                         ==:FLD-PFX:==  BY ==CISPSAUD-==.

       WORKING-STORAGE SECTION.

      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
           COPY "logif.cpy".

      *****************************************
      *    WS local to CISPSYMM
      *****************************************
           01 WS-CISPSYMS-STATUS PIC X(02).
               88 WS-CISPSYMS-STATUS-OK VALUE "00".
               88 WS-CISPSYMS-EOF VALUE "10".
               88 WS-CISPSYMS-NOT-FOUND VALUE "35".
           01 WS-CISPSPND-STATUS PIC X(02).
               88 WS-CISPSPND-STATUS-OK VALUE "00".
               88 WS-CISPSPND-EOF VALUE "10".
               88 WS-CISPSPND-NOT-FOUND VALUE "35".
           01 WS-CISPSAUD-STATUS PIC X(02).
               88 WS-CISPSAUD-STATUS-OK VALUE "00".
               88 WS-CISPSAUD-NOT-FOUND VALUE "35".
           01 WS-SYMM-DONE-FLAG PIC X(01) VALUE "N".
               88 WS-SYMM-DONE VALUE "Y".
           01 WS-SYMM-RETURN-CODE PIC 9(02) VALUE ZERO.
           01 WS-SYMM-USER PIC X(08) VALUE SPACES.
           01 WS-SYMM-COMMAND PIC X(10).
           01 WS-SYMM-ACTION PIC X(06).
           01 WS-SYMM-IN-NAME PIC X(20).
           01 WS-SYMM-IN-VALUE PIC X(20).
           01 WS-SYMM-IN-REASON PIC X(60).
           01 WS-SYMM-IN-ID-TEXT PIC X(05).
           01 WS-SYMM-IN-ID PIC 9(05).
           01 WS-SYMM-ID-OK-FLAG PIC X(01).
               88 WS-SYMM-ID-OK VALUE "Y".
           01 WS-SYMM-TODAY PIC 9(08).
           01 WS-SYMM-NOW PIC 9(08).
           01 WS-SYMM-COUNT-EDIT PIC ZZ9.
           01 WS-SYMM-ID-EDIT PIC 9(05).
      *****************************************
      *    A name or value goes into a SETQ-style binding as one
      *    token, so it may not carry a blank, a paren or a quote,
      *    and a name may not read as a number.
      *****************************************
           01 WS-SYMM-CHECK-TEXT PIC X(20).
           01 WS-SYMM-CHECK-LEN PIC 9(02) COMP.
           01 WS-SYMM-BAD-CHAR-COUNT PIC 9(02) COMP.
           01 WS-SYMM-NAME-OK-FLAG PIC X(01).
               88 WS-SYMM-NAME-OK VALUE "Y".
           01 WS-SYMM-VALUE-OK-FLAG PIC X(01).
               88 WS-SYMM-VALUE-OK VALUE "Y".
      *****************************************
      *    CISPSYMS as it stands, loaded whole for every command
      *    and rewritten whole when an approval changes it - the
      *    same 100 bindings the LISP SubRoutine's table holds.
      *    The load flag refuses any change when the dataset could
      *    not be read, so a bad read can never rewrite it empty.
      *    It is cleared at the start of every command, which then
      *    sets it from whichever datasets that command loads.
      *****************************************
           01 WS-SYMM-BIND-TABLE.
               02 WS-SYMM-BIND-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-SYMM-BIND-ENTRY OCCURS 100 TIMES.
                   03 WS-SYMM-BIND-NAME PIC X(20).
                   03 WS-SYMM-BIND-VALUE PIC X(20).
                   03 WS-SYMM-BIND-SET-JOB PIC X(08).
                   03 WS-SYMM-BIND-SET-DATE PIC X(08).
                   03 WS-SYMM-BIND-SET-TIME PIC X(06).
           01 WS-SYMM-PRIOR-TABLE.
               02 WS-SYMM-PRIOR-COUNT PIC 9(03) COMP.
               02 WS-SYMM-PRIOR-ENTRY PIC X(62) OCCURS 100 TIMES.
           01 WS-SYMM-BIND-IDX PIC 9(03) COMP.
           01 WS-SYMM-BIND-FOUND-IDX PIC 9(03) COMP.
           01 WS-SYMM-BIND-LIMIT PIC 9(03) COMP VALUE 100.
      *****************************************
      *    The pending requests, loaded whole for every command and
      *    rewritten whole whenever one is raised or settled.
      *****************************************
           01 WS-SYMM-PEND-TABLE.
               02 WS-SYMM-PEND-COUNT PIC 9(03) COMP VALUE ZERO.
               02 WS-SYMM-PEND-ENTRY OCCURS 50 TIMES.
                   03 WS-SYMM-PEND-ID PIC 9(05).
                   03 WS-SYMM-PEND-ACTION PIC X(06).
                   03 WS-SYMM-PEND-NAME PIC X(20).
                   03 WS-SYMM-PEND-VALUE PIC X(20).
                   03 WS-SYMM-PEND-REQ-USER PIC X(08).
                   03 WS-SYMM-PEND-REQ-DATE PIC X(08).
                   03 WS-SYMM-PEND-REQ-TIME PIC X(06).
                   03 WS-SYMM-PEND-REASON PIC X(60).
           01 WS-SYMM-PEND-IDX PIC 9(03) COMP.
           01 WS-SYMM-PEND-FOUND-IDX PIC 9(03) COMP.
           01 WS-SYMM-PEND-LIMIT PIC 9(03) COMP VALUE 50.
           01 WS-SYMM-PEND-ADD-COUNT PIC 9(03) COMP.
           01 WS-SYMM-HIGH-ID PIC 9(05).
           01 WS-SYMM-LOAD-FLAG PIC X(01) VALUE "N".
               88 WS-SYMM-LOAD-FAILED VALUE "Y".
           01 WS-SYMM-SAVE-FLAG PIC X(01).
               88 WS-SYMM-SAVE-FAILED VALUE "Y".
      *****************************************
      *    The before image of the binding an approval is about to
      *    change, captured ahead of the change for the audit record.
      *****************************************
           01 WS-SYMM-BEFORE-VALUE PIC X(20).
           01 WS-SYMM-BEFORE-JOB PIC X(08).
           01 WS-SYMM-BEFORE-DATE PIC X(08).
           01 WS-SYMM-BEFORE-TIME PIC X(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CISPSYMM - BINDING MAINTENANCE".
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           PERFORM IDENTIFY-USER-PROCEDURE.
           IF WS-SYMM-USER = SPACES
               DISPLAY "NO SIGNED-ON USER ID - SESSION ENDED"
           ELSE
               DISPLAY "SIGNED ON AS " WS-SYMM-USER
               PERFORM SESSION-PROCEDURE UNTIL WS-SYMM-DONE
           END-IF.
           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           MOVE WS-SYMM-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************
      *    The user ID every request and approval is recorded
      *    under - the signed-on user and nothing else.  With no
      *    signed-on user no request or approval is taken.
      *****************************************
       IDENTIFY-USER-PROCEDURE.
           ACCEPT WS-SYMM-USER FROM ENVIRONMENT "USER".
           IF WS-SYMM-USER = SPACES
               MOVE "ERROR" TO WS-LOG-OPERATION-FLAG
               MOVE "BINDING-MAINTENANCE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE "No signed-on user ID - session ended"
                   TO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                   WS-LOG-RECORD, WS-LOG-RETURN-CODE
               MOVE 12 TO WS-SYMM-RETURN-CODE
           END-IF.

      *****************************************
      *    One command of the session.  END, QUIT or a blank line
      *    finishes.
      *****************************************
       SESSION-PROCEDURE.
           DISPLAY "ENTER ADD, CHANGE, DELETE, PENDING, APPROVE, "
               "REJECT OR END:".
           MOVE SPACES TO WS-SYMM-COMMAND.
           ACCEPT WS-SYMM-COMMAND FROM CONSOLE.
           EVALUATE WS-SYMM-COMMAND
               WHEN SPACES
               WHEN "END"
               WHEN "QUIT"
                   SET WS-SYMM-DONE TO TRUE
               WHEN "ADD"
               WHEN "CHANGE"
               WHEN "DELETE"
                   PERFORM REQUEST-CHANGE-PROCEDURE
               WHEN "PENDING"
                   PERFORM LIST-PENDING-PROCEDURE
               WHEN "APPROVE"
                   PERFORM APPROVE-REQUEST-PROCEDURE
               WHEN "REJECT"
                   PERFORM REJECT-REQUEST-PROCEDURE
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND - " WS-SYMM-COMMAND
           END-EVALUATE.

      *****************************************
      *    ADD, CHANGE or DELETE: takes the binding, the new value
      *    and the reason, proves the request against CISPSYMS and
      *    the requests already waiting, and files it pending.
      *    Nothing in CISPSYMS changes until a second user approves.
      *****************************************
       REQUEST-CHANGE-PROCEDURE.
           MOVE "N" TO WS-SYMM-LOAD-FLAG.
           MOVE WS-SYMM-COMMAND TO WS-SYMM-ACTION.
           MOVE SPACES TO WS-SYMM-IN-NAME.
           MOVE SPACES TO WS-SYMM-IN-VALUE.
           MOVE SPACES TO WS-SYMM-IN-REASON.
           DISPLAY "BINDING NAME:".
           ACCEPT WS-SYMM-IN-NAME FROM CONSOLE.
           IF WS-SYMM-IN-NAME NOT = SPACES
               AND WS-SYMM-ACTION NOT = "DELETE"
               DISPLAY "NEW VALUE:"
               ACCEPT WS-SYMM-IN-VALUE FROM CONSOLE
           END-IF.
           IF WS-SYMM-IN-NAME NOT = SPACES
               DISPLAY "REASON FOR THE CHANGE:"
               ACCEPT WS-SYMM-IN-REASON FROM CONSOLE
           END-IF.
           PERFORM CHECK-REQUEST-TEXT-PROCEDURE.
           PERFORM LOAD-BINDINGS-PROCEDURE.
           PERFORM LOAD-PENDING-PROCEDURE.
           PERFORM FIND-BINDING-PROCEDURE.
           PERFORM FIND-PENDING-BY-NAME-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-SYMM-IN-NAME = SPACES
                   DISPLAY "NO NAME ENTERED - NOTHING REQUESTED"
               WHEN NOT WS-SYMM-NAME-OK
                   DISPLAY "NAME MUST BE ONE WORD, NOT A NUMBER, "
                       "WITH NO PARENS OR QUOTES"
               WHEN WS-SYMM-ACTION NOT = "DELETE"
                   AND WS-SYMM-IN-VALUE = SPACES
                   DISPLAY "A NEW VALUE IS REQUIRED - NOTHING "
                       "REQUESTED"
               WHEN NOT WS-SYMM-VALUE-OK
                   DISPLAY "VALUE MUST BE ONE WORD OR NUMBER, "
                       "WITH NO PARENS OR QUOTES"
               WHEN WS-SYMM-IN-REASON = SPACES
                   DISPLAY "A REASON IS REQUIRED - NOTHING REQUESTED"
               WHEN WS-SYMM-LOAD-FAILED
                   DISPLAY "CISPSYMS OR CISPSPND COULD NOT BE READ - "
                       "NOTHING REQUESTED"
               WHEN WS-SYMM-ACTION = "ADD"
                   AND WS-SYMM-BIND-FOUND-IDX > ZERO
                   DISPLAY WS-SYMM-IN-NAME " IS ALREADY BOUND - "
                       "USE CHANGE"
               WHEN WS-SYMM-ACTION NOT = "ADD"
                   AND WS-SYMM-BIND-FOUND-IDX = ZERO
                   DISPLAY WS-SYMM-IN-NAME " IS NOT BOUND"
               WHEN WS-SYMM-ACTION = "CHANGE"
                   AND WS-SYMM-BIND-VALUE(WS-SYMM-BIND-FOUND-IDX)
                       = WS-SYMM-IN-VALUE
                   DISPLAY WS-SYMM-IN-NAME " ALREADY HAS THAT VALUE"
               WHEN WS-SYMM-PEND-FOUND-IDX > ZERO
                   MOVE WS-SYMM-PEND-ID(WS-SYMM-PEND-FOUND-IDX)
                       TO WS-SYMM-ID-EDIT
                   DISPLAY WS-SYMM-IN-NAME " ALREADY HAS REQUEST "
                       WS-SYMM-ID-EDIT " PENDING"
               WHEN WS-SYMM-ACTION = "ADD"
                   AND WS-SYMM-BIND-COUNT + WS-SYMM-PEND-ADD-COUNT
                       NOT < WS-SYMM-BIND-LIMIT
                   DISPLAY "BINDING TABLE WOULD BE FULL - 100 "
                       "BINDINGS AT MOST"
               WHEN WS-SYMM-PEND-COUNT NOT < WS-SYMM-PEND-LIMIT
                   DISPLAY "TOO MANY REQUESTS PENDING - APPROVE OR "
                       "REJECT SOME FIRST"
               WHEN OTHER
                   PERFORM FILE-REQUEST-PROCEDURE
           END-EVALUATE.

      *****************************************
      *    Vets the typed name and value as single tokens.
      *****************************************
       CHECK-REQUEST-TEXT-PROCEDURE.
           MOVE WS-SYMM-IN-NAME TO WS-SYMM-CHECK-TEXT.
           PERFORM COUNT-BAD-CHARS-PROCEDURE.
           MOVE "N" TO WS-SYMM-NAME-OK-FLAG.
           IF WS-SYMM-BAD-CHAR-COUNT = ZERO
               AND FUNCTION TEST-NUMVAL(WS-SYMM-IN-NAME) NOT = ZERO
               SET WS-SYMM-NAME-OK TO TRUE
           END-IF.
           MOVE WS-SYMM-IN-VALUE TO WS-SYMM-CHECK-TEXT.
           PERFORM COUNT-BAD-CHARS-PROCEDURE.
           MOVE "N" TO WS-SYMM-VALUE-OK-FLAG.
           IF WS-SYMM-BAD-CHAR-COUNT = ZERO
               SET WS-SYMM-VALUE-OK TO TRUE
           END-IF.

       COUNT-BAD-CHARS-PROCEDURE.
           MOVE ZERO TO WS-SYMM-BAD-CHAR-COUNT.
           MOVE 20 TO WS-SYMM-CHECK-LEN.
           PERFORM TRIM-CHECK-LENGTH-PROCEDURE
               UNTIL WS-SYMM-CHECK-LEN = ZERO
               OR WS-SYMM-CHECK-TEXT(WS-SYMM-CHECK-LEN:1) NOT = SPACE.
           IF WS-SYMM-CHECK-LEN > ZERO
               INSPECT WS-SYMM-CHECK-TEXT(1:WS-SYMM-CHECK-LEN)
                   TALLYING WS-SYMM-BAD-CHAR-COUNT
                   FOR ALL SPACE ALL "(" ALL ")" ALL QUOTE
           END-IF.

       TRIM-CHECK-LENGTH-PROCEDURE.
           SUBTRACT 1 FROM WS-SYMM-CHECK-LEN.

      *****************************************
      *    Files a proved request under the next request number
      *    and rewrites CISPSPND.
      *****************************************
       FILE-REQUEST-PROCEDURE.
           ACCEPT WS-SYMM-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-SYMM-NOW FROM TIME.
           ADD 1 TO WS-SYMM-PEND-COUNT.
           MOVE WS-SYMM-PEND-COUNT TO WS-SYMM-PEND-IDX.
           IF WS-SYMM-HIGH-ID = 99999
               MOVE 1 TO WS-SYMM-HIGH-ID
           ELSE
               ADD 1 TO WS-SYMM-HIGH-ID
           END-IF.
           MOVE WS-SYMM-HIGH-ID TO WS-SYMM-PEND-ID(WS-SYMM-PEND-IDX).
           MOVE WS-SYMM-ACTION TO WS-SYMM-PEND-ACTION(WS-SYMM-PEND-IDX).
           MOVE WS-SYMM-IN-NAME TO WS-SYMM-PEND-NAME(WS-SYMM-PEND-IDX).
           MOVE WS-SYMM-IN-VALUE
               TO WS-SYMM-PEND-VALUE(WS-SYMM-PEND-IDX).
           MOVE WS-SYMM-USER TO WS-SYMM-PEND-REQ-USER(WS-SYMM-PEND-IDX).
           MOVE WS-SYMM-TODAY
               TO WS-SYMM-PEND-REQ-DATE(WS-SYMM-PEND-IDX).
           MOVE WS-SYMM-NOW(1:6)
               TO WS-SYMM-PEND-REQ-TIME(WS-SYMM-PEND-IDX).
           MOVE WS-SYMM-IN-REASON
               TO WS-SYMM-PEND-REASON(WS-SYMM-PEND-IDX).
           MOVE WS-SYMM-PEND-ID(WS-SYMM-PEND-IDX) TO WS-SYMM-ID-EDIT.
           PERFORM SAVE-PENDING-PROCEDURE.
           IF WS-SYMM-SAVE-FAILED
               DISPLAY "CISPSPND COULD NOT BE WRITTEN - NOTHING "
                   "REQUESTED"
           ELSE
               DISPLAY "REQUEST " WS-SYMM-ID-EDIT
                   " PENDING - A SECOND USER MUST APPROVE IT"
               MOVE "REQUESTED" TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-BINDING-EVENT-PROCEDURE
           END-IF.

      *****************************************
      *    PENDING - every request waiting, with its reason.
      *****************************************
       LIST-PENDING-PROCEDURE.
           MOVE "N" TO WS-SYMM-LOAD-FLAG.
           PERFORM LOAD-PENDING-PROCEDURE.
           IF WS-SYMM-LOAD-FAILED
               DISPLAY "CISPSPND COULD NOT BE READ - "
                   WS-CISPSPND-STATUS
           ELSE
               DISPLAY "REQ   ACTION NAME                 VALUE"
                   "                BY       ON       AT"
               PERFORM LIST-ONE-PENDING-PROCEDURE
                   VARYING WS-SYMM-PEND-IDX FROM 1 BY 1
                   UNTIL WS-SYMM-PEND-IDX > WS-SYMM-PEND-COUNT
               MOVE WS-SYMM-PEND-COUNT TO WS-SYMM-COUNT-EDIT
               DISPLAY WS-SYMM-COUNT-EDIT " REQUEST(S) PENDING"
           END-IF.

       LIST-ONE-PENDING-PROCEDURE.
           DISPLAY WS-SYMM-PEND-ID(WS-SYMM-PEND-IDX) " "
               WS-SYMM-PEND-ACTION(WS-SYMM-PEND-IDX) " "
               WS-SYMM-PEND-NAME(WS-SYMM-PEND-IDX) " "
               WS-SYMM-PEND-VALUE(WS-SYMM-PEND-IDX) " "
               WS-SYMM-PEND-REQ-USER(WS-SYMM-PEND-IDX) " "
               WS-SYMM-PEND-REQ-DATE(WS-SYMM-PEND-IDX) " "
               WS-SYMM-PEND-REQ-TIME(WS-SYMM-PEND-IDX).
           DISPLAY "      REASON: "
               WS-SYMM-PEND-REASON(WS-SYMM-PEND-IDX).

      *****************************************
      *    APPROVE - a second user puts a pending request live.
      *    The request is proved again against CISPSYMS as it
      *    stands now, since other approvals may have moved it on
      *    since the request was raised.
      *****************************************
       APPROVE-REQUEST-PROCEDURE.
           MOVE "N" TO WS-SYMM-LOAD-FLAG.
           PERFORM ACCEPT-REQUEST-ID-PROCEDURE.
           PERFORM LOAD-BINDINGS-PROCEDURE.
           PERFORM LOAD-PENDING-PROCEDURE.
           PERFORM FIND-PENDING-BY-ID-PROCEDURE.
           IF WS-SYMM-PEND-FOUND-IDX > ZERO
               MOVE WS-SYMM-PEND-NAME(WS-SYMM-PEND-FOUND-IDX)
                   TO WS-SYMM-IN-NAME
               MOVE WS-SYMM-PEND-ACTION(WS-SYMM-PEND-FOUND-IDX)
                   TO WS-SYMM-ACTION
               PERFORM FIND-BINDING-PROCEDURE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-SYMM-ID-OK
                   DISPLAY "REQUEST NUMBER MUST BE NUMERIC"
               WHEN WS-SYMM-LOAD-FAILED
                   DISPLAY "CISPSYMS OR CISPSPND COULD NOT BE READ - "
                       "NOTHING APPROVED"
               WHEN WS-SYMM-PEND-FOUND-IDX = ZERO
                   DISPLAY "NO SUCH REQUEST PENDING"
               WHEN WS-SYMM-PEND-REQ-USER(WS-SYMM-PEND-FOUND-IDX)
                   = WS-SYMM-USER
                   DISPLAY "YOU RAISED THIS REQUEST - A SECOND USER "
                       "MUST APPROVE IT"
               WHEN WS-SYMM-ACTION = "ADD"
                   AND WS-SYMM-BIND-FOUND-IDX > ZERO
                   DISPLAY WS-SYMM-IN-NAME " IS NOW ALREADY BOUND - "
                       "REJECT THE REQUEST"
               WHEN WS-SYMM-ACTION NOT = "ADD"
                   AND WS-SYMM-BIND-FOUND-IDX = ZERO
                   DISPLAY WS-SYMM-IN-NAME " IS NO LONGER BOUND - "
                       "REJECT THE REQUEST"
               WHEN WS-SYMM-ACTION = "ADD"
                   AND WS-SYMM-BIND-COUNT NOT < WS-SYMM-BIND-LIMIT
                   DISPLAY "BINDING TABLE IS FULL - 100 BINDINGS "
                       "AT MOST"
               WHEN OTHER
                   PERFORM APPLY-APPROVED-CHANGE-PROCEDURE
           END-EVALUATE.

      *****************************************
      *    Puts one approved request live.  The audit dataset is
      *    opened first and the before-and-after image written
      *    before CISPSYMS is touched: a change that cannot be
      *    audited is not made.  Then CISPSYMS is rewritten and the
      *    request taken off CISPSPND.  If the audit write or the
      *    rewrite fails, the binding table as it stood before the
      *    approval is put back and the session ends.
      *****************************************
       APPLY-APPROVED-CHANGE-PROCEDURE.
           ACCEPT WS-SYMM-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-SYMM-NOW FROM TIME.
           MOVE WS-SYMM-PEND-ID(WS-SYMM-PEND-FOUND-IDX)
               TO WS-SYMM-ID-EDIT.
           OPEN EXTEND CISPSAUD-FILE.
           IF WS-CISPSAUD-NOT-FOUND
               OPEN OUTPUT CISPSAUD-FILE
           END-IF.
           IF NOT WS-CISPSAUD-STATUS-OK
               DISPLAY "CISPSAUD COULD NOT BE OPENED - NOTHING "
                   "APPROVED"
               MOVE "ERROR" TO WS-LOG-OPERATION-FLAG
               MOVE "BINDING-MAINTENANCE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE "CISPSAUD dataset open failed"
                   TO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                   WS-LOG-RECORD, WS-LOG-RETURN-CODE
           ELSE
               MOVE WS-SYMM-BIND-TABLE TO WS-SYMM-PRIOR-TABLE
               PERFORM CHANGE-BINDING-TABLE-PROCEDURE
               PERFORM WRITE-AUDIT-RECORD-PROCEDURE
               IF NOT WS-CISPSAUD-STATUS-OK
                   MOVE WS-SYMM-PRIOR-TABLE TO WS-SYMM-BIND-TABLE
                   DISPLAY "CISPSAUD COULD NOT BE WRITTEN - NOTHING "
                       "APPROVED - SESSION ENDED"
                   PERFORM END-FAILED-SESSION-PROCEDURE
               ELSE
                   PERFORM SAVE-BINDINGS-PROCEDURE
                   IF WS-SYMM-SAVE-FAILED
                       PERFORM RESTORE-BINDINGS-PROCEDURE
                   ELSE
                       PERFORM FINISH-APPROVAL-PROCEDURE
                   END-IF
               END-IF
               CLOSE CISPSAUD-FILE
           END-IF.

       FINISH-APPROVAL-PROCEDURE.
           PERFORM REMOVE-PENDING-PROCEDURE.
           PERFORM SAVE-PENDING-PROCEDURE.
           DISPLAY "REQUEST " WS-SYMM-ID-EDIT
               " APPROVED - CISPSYMS UPDATED".
           IF WS-SYMM-SAVE-FAILED
               DISPLAY "*** CISPSPND COULD NOT BE REWRITTEN - "
                   "REJECT THE REQUEST BY HAND"
           END-IF.
           MOVE "APPROVED" TO WS-LOG-RECORD-MESSAGE.
           PERFORM LOG-BINDING-EVENT-PROCEDURE.

      *****************************************
      *    CISPSYMS could not be rewritten after the audit record
      *    went out.  The prior table is written back so the
      *    dataset is not left part-written, and the audit record
      *    stands for a change that was never applied - the log
      *    says so for whoever reconciles CISPSAUL.
      *****************************************
       RESTORE-BINDINGS-PROCEDURE.
           MOVE WS-SYMM-PRIOR-TABLE TO WS-SYMM-BIND-TABLE.
           PERFORM SAVE-BINDINGS-PROCEDURE.
           DISPLAY "CISPSYMS COULD NOT BE WRITTEN - NOTHING "
               "APPROVED - SESSION ENDED".
           IF WS-SYMM-SAVE-FAILED
               DISPLAY "*** CISPSYMS COULD NOT BE RESTORED - "
                   "RELOAD IT FROM ITS BACKUP"
           END-IF.
           MOVE "ERROR" TO WS-LOG-OPERATION-FLAG.
           MOVE "BINDING-MAINTENANCE" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "CISPSYMS write failed - request " DELIMITED BY SIZE
               WS-SYMM-ID-EDIT DELIMITED BY SIZE
               " audited but not applied" DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.
           PERFORM END-FAILED-SESSION-PROCEDURE.

       END-FAILED-SESSION-PROCEDURE.
           MOVE 12 TO WS-SYMM-RETURN-CODE.
           SET WS-SYMM-DONE TO TRUE.

      *****************************************
      *    The change itself, on the in-core copy of CISPSYMS.
      *    The before image is taken first; the binding is stamped
      *    as set by this transaction at the approval date and time.
      *****************************************
       CHANGE-BINDING-TABLE-PROCEDURE.
           MOVE SPACES TO WS-SYMM-BEFORE-VALUE.
           MOVE SPACES TO WS-SYMM-BEFORE-JOB.
           MOVE SPACES TO WS-SYMM-BEFORE-DATE.
           MOVE SPACES TO WS-SYMM-BEFORE-TIME.
           IF WS-SYMM-BIND-FOUND-IDX > ZERO
               MOVE WS-SYMM-BIND-VALUE(WS-SYMM-BIND-FOUND-IDX)
                   TO WS-SYMM-BEFORE-VALUE
               MOVE WS-SYMM-BIND-SET-JOB(WS-SYMM-BIND-FOUND-IDX)
                   TO WS-SYMM-BEFORE-JOB
               MOVE WS-SYMM-BIND-SET-DATE(WS-SYMM-BIND-FOUND-IDX)
                   TO WS-SYMM-BEFORE-DATE
               MOVE WS-SYMM-BIND-SET-TIME(WS-SYMM-BIND-FOUND-IDX)
                   TO WS-SYMM-BEFORE-TIME
           END-IF.
           EVALUATE WS-SYMM-ACTION
               WHEN "ADD"
                   ADD 1 TO WS-SYMM-BIND-COUNT
                   MOVE WS-SYMM-BIND-COUNT TO WS-SYMM-BIND-FOUND-IDX
                   MOVE WS-SYMM-IN-NAME
                       TO WS-SYMM-BIND-NAME(WS-SYMM-BIND-FOUND-IDX)
                   PERFORM STAMP-BINDING-PROCEDURE
               WHEN "CHANGE"
                   PERFORM STAMP-BINDING-PROCEDURE
               WHEN "DELETE"
                   PERFORM SHIFT-BINDING-DOWN-PROCEDURE
                       VARYING WS-SYMM-BIND-IDX
                       FROM WS-SYMM-BIND-FOUND-IDX BY 1
                       UNTIL WS-SYMM-BIND-IDX >= WS-SYMM-BIND-COUNT
                   SUBTRACT 1 FROM WS-SYMM-BIND-COUNT
           END-EVALUATE.

       STAMP-BINDING-PROCEDURE.
           MOVE WS-SYMM-PEND-VALUE(WS-SYMM-PEND-FOUND-IDX)
               TO WS-SYMM-BIND-VALUE(WS-SYMM-BIND-FOUND-IDX).
           MOVE "CISPSYMM"
               TO WS-SYMM-BIND-SET-JOB(WS-SYMM-BIND-FOUND-IDX).
           MOVE WS-SYMM-TODAY
               TO WS-SYMM-BIND-SET-DATE(WS-SYMM-BIND-FOUND-IDX).
           MOVE WS-SYMM-NOW(1:6)
               TO WS-SYMM-BIND-SET-TIME(WS-SYMM-BIND-FOUND-IDX).

       SHIFT-BINDING-DOWN-PROCEDURE.
           MOVE WS-SYMM-BIND-ENTRY(WS-SYMM-BIND-IDX + 1)
               TO WS-SYMM-BIND-ENTRY(WS-SYMM-BIND-IDX).

      *****************************************
      *    The before-and-after image of one approved change.
      *****************************************
       WRITE-AUDIT-RECORD-PROCEDURE.
           MOVE SPACES TO CISPSAUD-RECORD.
           MOVE WS-SYMM-TODAY TO CISPSAUD-DATE.
           MOVE WS-SYMM-NOW(1:6) TO CISPSAUD-TIME.
           MOVE WS-SYMM-ACTION TO CISPSAUD-ACTION.
           MOVE WS-SYMM-IN-NAME TO CISPSAUD-NAME.
           MOVE WS-SYMM-BEFORE-VALUE TO CISPSAUD-BEFORE-VALUE.
           MOVE WS-SYMM-BEFORE-JOB TO CISPSAUD-BEFORE-JOB.
           MOVE WS-SYMM-BEFORE-DATE TO CISPSAUD-BEFORE-DATE.
           MOVE WS-SYMM-BEFORE-TIME TO CISPSAUD-BEFORE-TIME.
           MOVE WS-SYMM-PEND-VALUE(WS-SYMM-PEND-FOUND-IDX)
               TO CISPSAUD-AFTER-VALUE.
           MOVE WS-SYMM-PEND-REQ-USER(WS-SYMM-PEND-FOUND-IDX)
               TO CISPSAUD-REQ-USER.
           MOVE WS-SYMM-PEND-REQ-DATE(WS-SYMM-PEND-FOUND-IDX)
               TO CISPSAUD-REQ-DATE.
           MOVE WS-SYMM-PEND-REQ-TIME(WS-SYMM-PEND-FOUND-IDX)
               TO CISPSAUD-REQ-TIME.
           MOVE WS-SYMM-USER TO CISPSAUD-APPR-USER.
           MOVE WS-SYMM-PEND-REASON(WS-SYMM-PEND-FOUND-IDX)
               TO CISPSAUD-REASON.
           WRITE CISPSAUD-RECORD.
           IF NOT WS-CISPSAUD-STATUS-OK
               DISPLAY "*** CISPSAUD WRITE FAILED - " WS-CISPSAUD-STATUS
               MOVE "ERROR" TO WS-LOG-OPERATION-FLAG
               MOVE "BINDING-MAINTENANCE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "CISPSAUD write failed - request "
                   DELIMITED BY SIZE
                   WS-SYMM-ID-EDIT DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                   WS-LOG-RECORD, WS-LOG-RETURN-CODE
           END-IF.

      *****************************************
      *    REJECT - a second user turns a request down, or the
      *    requester withdraws it.  Either way it comes off
      *    CISPSPND and CISPSYMS is untouched.
      *****************************************
       REJECT-REQUEST-PROCEDURE.
           MOVE "N" TO WS-SYMM-LOAD-FLAG.
           PERFORM ACCEPT-REQUEST-ID-PROCEDURE.
           PERFORM LOAD-PENDING-PROCEDURE.
           PERFORM FIND-PENDING-BY-ID-PROCEDURE.
           EVALUATE TRUE
               WHEN NOT WS-SYMM-ID-OK
                   DISPLAY "REQUEST NUMBER MUST BE NUMERIC"
               WHEN WS-SYMM-LOAD-FAILED
                   DISPLAY "CISPSPND COULD NOT BE READ - NOTHING "
                       "REJECTED"
               WHEN WS-SYMM-PEND-FOUND-IDX = ZERO
                   DISPLAY "NO SUCH REQUEST PENDING"
               WHEN OTHER
                   MOVE WS-SYMM-PEND-ID(WS-SYMM-PEND-FOUND-IDX)
                       TO WS-SYMM-ID-EDIT
                   MOVE WS-SYMM-PEND-ACTION(WS-SYMM-PEND-FOUND-IDX)
                       TO WS-SYMM-ACTION
                   MOVE WS-SYMM-PEND-NAME(WS-SYMM-PEND-FOUND-IDX)
                       TO WS-SYMM-IN-NAME
                   IF WS-SYMM-PEND-REQ-USER(WS-SYMM-PEND-FOUND-IDX)
                       = WS-SYMM-USER
                       MOVE "WITHDRAWN" TO WS-LOG-RECORD-MESSAGE
                   ELSE
                       MOVE "REJECTED" TO WS-LOG-RECORD-MESSAGE
                   END-IF
                   PERFORM REMOVE-PENDING-PROCEDURE
                   PERFORM SAVE-PENDING-PROCEDURE
                   IF WS-SYMM-SAVE-FAILED
                       DISPLAY "CISPSPND COULD NOT BE WRITTEN - "
                           "NOTHING REJECTED"
                   ELSE
                       DISPLAY "REQUEST " WS-SYMM-ID-EDIT " "
                           WS-LOG-RECORD-MESSAGE(1:9)
                       PERFORM LOG-BINDING-EVENT-PROCEDURE
                   END-IF
           END-EVALUATE.

       ACCEPT-REQUEST-ID-PROCEDURE.
           DISPLAY "REQUEST NUMBER:".
           MOVE SPACES TO WS-SYMM-IN-ID-TEXT.
           ACCEPT WS-SYMM-IN-ID-TEXT FROM CONSOLE.
           MOVE "N" TO WS-SYMM-ID-OK-FLAG.
           MOVE ZERO TO WS-SYMM-IN-ID.
           IF WS-SYMM-IN-ID-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SYMM-IN-ID-TEXT) = ZERO
               COMPUTE WS-SYMM-IN-ID =
                   FUNCTION NUMVAL(WS-SYMM-IN-ID-TEXT)
               SET WS-SYMM-ID-OK TO TRUE
           END-IF.

      *****************************************
      *    One INFO record per request raised or settled, so
      *    CISPLOG carries the whole history, rejected requests
      *    included.  The caller leaves the event word in the
      *    message; the rest is filled in here.
      *****************************************
       LOG-BINDING-EVENT-PROCEDURE.
           MOVE WS-LOG-RECORD-MESSAGE(1:10) TO WS-SYMM-COMMAND.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "REQ=" DELIMITED BY SIZE
               WS-SYMM-ID-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SYMM-COMMAND DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SYMM-ACTION DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SYMM-IN-NAME DELIMITED BY SPACE
               " BY " DELIMITED BY SIZE
               WS-SYMM-USER DELIMITED BY SPACE
               INTO WS-LOG-RECORD-MESSAGE.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           SET WS-LOG-LEVEL-INFO TO TRUE.
           MOVE "BINDING-MAINTENANCE" TO WS-LOG-RECORD-FUNCTION-NAME.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD,
               WS-LOG-RETURN-CODE.

      *****************************************
      *    CISPSYMS into the in-core table.  A missing dataset is
      *    an empty table; any other failure sets the load flag so
      *    nothing is changed on the strength of a partial read.
      *****************************************
       LOAD-BINDINGS-PROCEDURE.
           MOVE ZERO TO WS-SYMM-BIND-COUNT.
           OPEN INPUT CISPSYMS-FILE.
           EVALUATE TRUE
               WHEN WS-CISPSYMS-STATUS-OK
                   PERFORM READ-CISPSYMS-PROCEDURE
                   PERFORM LOAD-ONE-BINDING-PROCEDURE
                       UNTIL NOT WS-CISPSYMS-STATUS-OK
                   IF NOT WS-CISPSYMS-EOF
                       SET WS-SYMM-LOAD-FAILED TO TRUE
                   END-IF
                   CLOSE CISPSYMS-FILE
               WHEN WS-CISPSYMS-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   SET WS-SYMM-LOAD-FAILED TO TRUE
           END-EVALUATE.

       READ-CISPSYMS-PROCEDURE.
           READ CISPSYMS-FILE
               AT END
                   SET WS-CISPSYMS-EOF TO TRUE
           END-READ.

       LOAD-ONE-BINDING-PROCEDURE.
           IF CISPSYMS-NAME NOT = SPACES
               IF WS-SYMM-BIND-COUNT < WS-SYMM-BIND-LIMIT
                   ADD 1 TO WS-SYMM-BIND-COUNT
                   MOVE CISPSYMS-NAME
                       TO WS-SYMM-BIND-NAME(WS-SYMM-BIND-COUNT)
                   MOVE CISPSYMS-VALUE
                       TO WS-SYMM-BIND-VALUE(WS-SYMM-BIND-COUNT)
                   MOVE CISPSYMS-SET-JOB
                       TO WS-SYMM-BIND-SET-JOB(WS-SYMM-BIND-COUNT)
                   MOVE CISPSYMS-SET-DATE
                       TO WS-SYMM-BIND-SET-DATE(WS-SYMM-BIND-COUNT)
                   MOVE CISPSYMS-SET-TIME
                       TO WS-SYMM-BIND-SET-TIME(WS-SYMM-BIND-COUNT)
               ELSE
                   SET WS-SYMM-LOAD-FAILED TO TRUE
               END-IF
           END-IF.
           PERFORM READ-CISPSYMS-PROCEDURE.

       SAVE-BINDINGS-PROCEDURE.
           MOVE "N" TO WS-SYMM-SAVE-FLAG.
           OPEN OUTPUT CISPSYMS-FILE.
           IF WS-CISPSYMS-STATUS-OK
               PERFORM SAVE-ONE-BINDING-PROCEDURE
                   VARYING WS-SYMM-BIND-IDX FROM 1 BY 1
                   UNTIL WS-SYMM-BIND-IDX > WS-SYMM-BIND-COUNT
               CLOSE CISPSYMS-FILE
           ELSE
               SET WS-SYMM-SAVE-FAILED TO TRUE
           END-IF.

       SAVE-ONE-BINDING-PROCEDURE.
           MOVE SPACES TO CISPSYMS-RECORD.
           MOVE WS-SYMM-BIND-NAME(WS-SYMM-BIND-IDX) TO CISPSYMS-NAME.
           MOVE WS-SYMM-BIND-VALUE(WS-SYMM-BIND-IDX) TO CISPSYMS-VALUE.
           MOVE WS-SYMM-BIND-SET-JOB(WS-SYMM-BIND-IDX)
               TO CISPSYMS-SET-JOB.
           MOVE WS-SYMM-BIND-SET-DATE(WS-SYMM-BIND-IDX)
               TO CISPSYMS-SET-DATE.
           MOVE WS-SYMM-BIND-SET-TIME(WS-SYMM-BIND-IDX)
               TO CISPSYMS-SET-TIME.
           WRITE CISPSYMS-RECORD.
           IF NOT WS-CISPSYMS-STATUS-OK
               SET WS-SYMM-SAVE-FAILED TO TRUE
           END-IF.

       FIND-BINDING-PROCEDURE.
           MOVE ZERO TO WS-SYMM-BIND-FOUND-IDX.
           MOVE 1 TO WS-SYMM-BIND-IDX.
           PERFORM SCAN-BINDING-PROCEDURE
               UNTIL WS-SYMM-BIND-IDX > WS-SYMM-BIND-COUNT
               OR WS-SYMM-BIND-FOUND-IDX > ZERO.

       SCAN-BINDING-PROCEDURE.
           IF WS-SYMM-BIND-NAME(WS-SYMM-BIND-IDX) = WS-SYMM-IN-NAME
               MOVE WS-SYMM-BIND-IDX TO WS-SYMM-BIND-FOUND-IDX
           ELSE
               ADD 1 TO WS-SYMM-BIND-IDX
           END-IF.

      *****************************************
      *    CISPSPND into the in-core table, noting the last
      *    request number issued and how many pending requests are
      *    ADDs, for the 100-binding check.
      *****************************************
       LOAD-PENDING-PROCEDURE.
           MOVE ZERO TO WS-SYMM-PEND-COUNT.
           MOVE ZERO TO WS-SYMM-PEND-ADD-COUNT.
           MOVE ZERO TO WS-SYMM-HIGH-ID.
           OPEN INPUT CISPSPND-FILE.
           EVALUATE TRUE
               WHEN WS-CISPSPND-STATUS-OK
                   PERFORM READ-CISPSPND-PROCEDURE
                   PERFORM LOAD-ONE-PENDING-PROCEDURE
                       UNTIL NOT WS-CISPSPND-STATUS-OK
                   IF NOT WS-CISPSPND-EOF
                       SET WS-SYMM-LOAD-FAILED TO TRUE
                   END-IF
                   CLOSE CISPSPND-FILE
               WHEN WS-CISPSPND-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   SET WS-SYMM-LOAD-FAILED TO TRUE
           END-EVALUATE.

       READ-CISPSPND-PROCEDURE.
           READ CISPSPND-FILE
               AT END
                   SET WS-CISPSPND-EOF TO TRUE
           END-READ.

       LOAD-ONE-PENDING-PROCEDURE.
           IF CISPSPND-ACTION = "*LAST*"
               AND CISPSPND-REQ-ID IS NUMERIC
               AND CISPSPND-REQ-ID > WS-SYMM-HIGH-ID
               MOVE CISPSPND-REQ-ID TO WS-SYMM-HIGH-ID
           END-IF.
           IF CISPSPND-NAME NOT = SPACES
               AND CISPSPND-REQ-ID IS NUMERIC
               IF WS-SYMM-PEND-COUNT < WS-SYMM-PEND-LIMIT
                   ADD 1 TO WS-SYMM-PEND-COUNT
                   MOVE WS-SYMM-PEND-COUNT TO WS-SYMM-PEND-IDX
                   MOVE CISPSPND-REQ-ID
                       TO WS-SYMM-PEND-ID(WS-SYMM-PEND-IDX)
                   MOVE CISPSPND-ACTION
                       TO WS-SYMM-PEND-ACTION(WS-SYMM-PEND-IDX)
                   MOVE CISPSPND-NAME
                       TO WS-SYMM-PEND-NAME(WS-SYMM-PEND-IDX)
                   MOVE CISPSPND-VALUE
                       TO WS-SYMM-PEND-VALUE(WS-SYMM-PEND-IDX)
                   MOVE CISPSPND-REQ-USER
                       TO WS-SYMM-PEND-REQ-USER(WS-SYMM-PEND-IDX)
                   MOVE CISPSPND-REQ-DATE
                       TO WS-SYMM-PEND-REQ-DATE(WS-SYMM-PEND-IDX)
                   MOVE CISPSPND-REQ-TIME
                       TO WS-SYMM-PEND-REQ-TIME(WS-SYMM-PEND-IDX)
                   MOVE CISPSPND-REASON
                       TO WS-SYMM-PEND-REASON(WS-SYMM-PEND-IDX)
                   IF CISPSPND-REQ-ID > WS-SYMM-HIGH-ID
                       MOVE CISPSPND-REQ-ID TO WS-SYMM-HIGH-ID
                   END-IF
                   IF CISPSPND-ACTION = "ADD"
                       ADD 1 TO WS-SYMM-PEND-ADD-COUNT
                   END-IF
               ELSE
                   SET WS-SYMM-LOAD-FAILED TO TRUE
               END-IF
           END-IF.
           PERFORM READ-CISPSPND-PROCEDURE.

       SAVE-PENDING-PROCEDURE.
           MOVE "N" TO WS-SYMM-SAVE-FLAG.
           OPEN OUTPUT CISPSPND-FILE.
           IF WS-CISPSPND-STATUS-OK
               MOVE SPACES TO CISPSPND-RECORD
               MOVE "*LAST*" TO CISPSPND-ACTION
               MOVE WS-SYMM-HIGH-ID TO CISPSPND-REQ-ID
               WRITE CISPSPND-RECORD
               PERFORM SAVE-ONE-PENDING-PROCEDURE
                   VARYING WS-SYMM-PEND-IDX FROM 1 BY 1
                   UNTIL WS-SYMM-PEND-IDX > WS-SYMM-PEND-COUNT
               CLOSE CISPSPND-FILE
           ELSE
               SET WS-SYMM-SAVE-FAILED TO TRUE
           END-IF.

       SAVE-ONE-PENDING-PROCEDURE.
           MOVE SPACES TO CISPSPND-RECORD.
           MOVE WS-SYMM-PEND-ID(WS-SYMM-PEND-IDX) TO CISPSPND-REQ-ID.
           MOVE WS-SYMM-PEND-ACTION(WS-SYMM-PEND-IDX)
               TO CISPSPND-ACTION.
           MOVE WS-SYMM-PEND-NAME(WS-SYMM-PEND-IDX) TO CISPSPND-NAME.
           MOVE WS-SYMM-PEND-VALUE(WS-SYMM-PEND-IDX) TO CISPSPND-VALUE.
           MOVE WS-SYMM-PEND-REQ-USER(WS-SYMM-PEND-IDX)
               TO CISPSPND-REQ-USER.
           MOVE WS-SYMM-PEND-REQ-DATE(WS-SYMM-PEND-IDX)
               TO CISPSPND-REQ-DATE.
           MOVE WS-SYMM-PEND-REQ-TIME(WS-SYMM-PEND-IDX)
               TO CISPSPND-REQ-TIME.
           MOVE WS-SYMM-PEND-REASON(WS-SYMM-PEND-IDX)
               TO CISPSPND-REASON.
           WRITE CISPSPND-RECORD.

       FIND-PENDING-BY-NAME-PROCEDURE.
           MOVE ZERO TO WS-SYMM-PEND-FOUND-IDX.
           MOVE 1 TO WS-SYMM-PEND-IDX.
           PERFORM SCAN-PENDING-NAME-PROCEDURE
               UNTIL WS-SYMM-PEND-IDX > WS-SYMM-PEND-COUNT
               OR WS-SYMM-PEND-FOUND-IDX > ZERO.

       SCAN-PENDING-NAME-PROCEDURE.
           IF WS-SYMM-PEND-NAME(WS-SYMM-PEND-IDX) = WS-SYMM-IN-NAME
               MOVE WS-SYMM-PEND-IDX TO WS-SYMM-PEND-FOUND-IDX
           ELSE
               ADD 1 TO WS-SYMM-PEND-IDX
           END-IF.

       FIND-PENDING-BY-ID-PROCEDURE.
           MOVE ZERO TO WS-SYMM-PEND-FOUND-IDX.
           MOVE 1 TO WS-SYMM-PEND-IDX.
           IF WS-SYMM-ID-OK
               PERFORM SCAN-PENDING-ID-PROCEDURE
                   UNTIL WS-SYMM-PEND-IDX > WS-SYMM-PEND-COUNT
                   OR WS-SYMM-PEND-FOUND-IDX > ZERO
           END-IF.

       SCAN-PENDING-ID-PROCEDURE.
           IF WS-SYMM-PEND-ID(WS-SYMM-PEND-IDX) = WS-SYMM-IN-ID
               MOVE WS-SYMM-PEND-IDX TO WS-SYMM-PEND-FOUND-IDX
           ELSE
               ADD 1 TO WS-SYMM-PEND-IDX
           END-IF.

      *****************************************
      *    Takes the found request out of the in-core pending
      *    table; the caller rewrites CISPSPND.
      *****************************************
       REMOVE-PENDING-PROCEDURE.
           PERFORM SHIFT-PENDING-DOWN-PROCEDURE
               VARYING WS-SYMM-PEND-IDX
               FROM WS-SYMM-PEND-FOUND-IDX BY 1
               UNTIL WS-SYMM-PEND-IDX >= WS-SYMM-PEND-COUNT.
           SUBTRACT 1 FROM WS-SYMM-PEND-COUNT.

       SHIFT-PENDING-DOWN-PROCEDURE.
           MOVE WS-SYMM-PEND-ENTRY(WS-SYMM-PEND-IDX + 1)
               TO WS-SYMM-PEND-ENTRY(WS-SYMM-PEND-IDX).
       END PROGRAM CISPSYMM.
