      *            when today is already sealed by DAYCLOSE - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2026-01-13: OP=EXPR lines (the calculator's expression entry)
      *            are reconciled too: the expression logged after
      *            EXPR= is evaluated again through the shared
      *            CALCEXPR/CALCEXPRP evaluator and checked against
      *            the logged RESULT=, and the summary gains an EXPR
      *            row. An expression that no longer evaluates is
      *            reported as unreadable.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNRECON.

           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-FILE-STATUS.
           SELECT LOGDIR-FILE ASSIGN TO "LOGDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOGDIR-KEY
               ALTERNATE RECORD KEY IS LOGDIR-LOG-KEY
               FILE STATUS IS LOGDIR-FILE-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERMAST-FILE-STATUS.
       FD ERRLOG-FILE.
       01 ERRLOG-RECORD PIC X(120).

       FD LOGDIR-FILE.
       01 LOGDIR-RECORD.
           02 LOGDIR-KEY PIC X(34).
           02 LOGDIR-LOG-KEY PIC X(16).
           02 LOGDIR-DATA PIC X(173).

       FD OPERMAST-FILE.
       01 OPERMAST-RECORD PIC X(40).

       COPY SESSLOCK.
       COPY OPERID.
       COPY ERRLOG.
       COPY LOGDIR.
       COPY CLOSECHK.
       COPY CALCEXPR.

       77 TXN-LOG-FILE-STATUS PIC X(02) VALUE "00".
       77 LOG-EOF PIC 9 VALUE 0.
       77 LINE-USABLE PIC 9 VALUE 0.

      *Per-operation tallies: slot 1 ADD, 2 SUBTRACT, 3 MULTIPLY,
      *4 DIVIDE, 5 EXPR
       01 OP-TABLE.
           02 OP-ENTRY OCCURS 5 TIMES.
               03 OP-NAME PIC X(10).
               03 OP-COUNT PIC 9(5).
               03 OP-TOTAL PIC S9(13)V9(2).
           MOVE "SUBTRACT" TO OP-NAME(2).
           MOVE "MULTIPLY" TO OP-NAME(3).
           MOVE "DIVIDE" TO OP-NAME(4).
           MOVE "EXPR" TO OP-NAME(5).
           MOVE 0 TO OP-IDX.
           PERFORM UNTIL OP-IDX >= 5
               ADD 1 TO OP-IDX
               MOVE 0 TO OP-COUNT(OP-IDX)
               MOVE 0 TO OP-TOTAL(OP-IDX)
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Which day to reconcile; reconciliation is usually run at end
      *of day, so blank defaults to today
               MOVE PARSE-REST(1:8) TO LINE-DATE

               IF LINE-DATE = WANTED-DATE
                   IF LINE-OP = "EXPR"
                       PERFORM RECONCILE-EXPRESSION-LINE
                   ELSE
                       PERFORM RECONCILE-WANTED-LINE
                   END-IF
               END-IF
           END-IF.

               PERFORM RECOMPUTE-AND-CHECK
           END-IF.

      *An expression line: the expression is everything after EXPR=
      *(it is the last tag and may hold spaces), evaluated again the
      *way the calculator evaluated it
       RECONCILE-EXPRESSION-LINE.
           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING PARSE-LINE DELIMITED BY " RESULT="
               INTO PARSE-JUNK PARSE-REST.
           PERFORM TAKE-TOKEN.
           MOVE TOKEN-TEXT TO LINE-RESULT-TEXT.

           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING PARSE-LINE DELIMITED BY " EXPR="
               INTO PARSE-JUNK PARSE-REST.
           MOVE PARSE-REST TO EXPR-TEXT.

           MOVE 0 TO LINE-USABLE.
           IF EXPR-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(LINE-RESULT-TEXT) = 0
               MOVE FUNCTION NUMVAL(LINE-RESULT-TEXT)
                   TO LOGGED-RESULT
               PERFORM EVALUATE-EXPRESSION
               IF EXPR-OK = 1
                   MOVE EXPR-RESULT TO RECON-RESULT
                   MOVE 1 TO LINE-USABLE
               END-IF
           END-IF.

           IF LINE-USABLE = 0
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "  UNREADABLE: " FUNCTION TRIM(PARSE-LINE)
               IF EXPR-OK = 0 AND EXPR-ERROR NOT = SPACES
                   DISPLAY "    (" FUNCTION TRIM(EXPR-ERROR) ")"
               END-IF
           ELSE
               MOVE 5 TO OP-IDX
               PERFORM TALLY-CHECKED-LINE
           END-IF.

       RECOMPUTE-AND-CHECK.
           MOVE 0 TO OP-FOUND.
           EVALUATE FUNCTION TRIM(LINE-OP)
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "  UNREADABLE: " FUNCTION TRIM(PARSE-LINE)
           ELSE
               PERFORM TALLY-CHECKED-LINE
           END-IF.

      *Count and total a recomputed line under OP-IDX and flag it
      *when the recomputation disagrees with what was logged
       TALLY-CHECKED-LINE.
           ADD 1 TO CHECKED-COUNT.
           ADD 1 TO OP-COUNT(OP-IDX).
           ADD LOGGED-RESULT TO OP-TOTAL(OP-IDX).
           ADD LOGGED-RESULT TO OVERALL-TOTAL.
           IF RECON-RESULT NOT = LOGGED-RESULT
               ADD 1 TO MISMATCH-COUNT
               MOVE RECON-RESULT TO RECON-RESULT-DISPLAY
               MOVE LOGGED-RESULT TO LOGGED-RESULT-DISPLAY
               IF OP-IDX = 5
                   DISPLAY "  MISMATCH: EXPR "
                       FUNCTION TRIM(EXPR-TEXT) " logged "
                       FUNCTION TRIM(LOGGED-RESULT-DISPLAY)
                       ", recomputed "
                       FUNCTION TRIM(RECON-RESULT-DISPLAY)
               ELSE
                   DISPLAY "  MISMATCH: "
                       FUNCTION TRIM(LINE-OP) " X="
                       FUNCTION TRIM(LINE-X-TEXT) " Y="
           DISPLAY " ".
           DISPLAY "OPERATION    COUNT  TOTAL".
           MOVE 0 TO OP-IDX.
           PERFORM UNTIL OP-IDX >= 5
               ADD 1 TO OP-IDX
               MOVE OP-COUNT(OP-IDX) TO COUNT-DISPLAY
               MOVE OP-TOTAL(OP-IDX) TO TOTAL-DISPLAY

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY CALCEXPRP.
