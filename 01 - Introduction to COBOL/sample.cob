      *            calculator itself computed. The same
      *            truncate-instead-of-reject defect the radius
      *            entry was cured of.
      *2026-01-13: Expression entry: menu choice [7] (Exit moves to
      *            [8]) and an EXPR record type in CALCTXN.TXT take a
      *            whole arithmetic expression - parentheses, * and /
      *            ahead of + and - - worked through the shared
      *            CALCEXPR/CALCEXPRP evaluator TXNRECON also uses.
      *            Every number in it must pass the same range and
      *            sign rule as an operand typed at a prompt, and a
      *            division by zero or an overflowing step rejects
      *            the expression. The TRANSLOG.TXT line carries the
      *            result and, last, EXPR= with the expression as
      *            entered, so it can be re-evaluated. CALCTXN.TXT
      *            records widened to 80 for the longer lines.
      *2026-02-03: Every line this program appends to RUNLOG.TXT,
      *            TRANSLOG.TXT and ERRLOG.TXT is now also filed in the
      *            indexed log directory LOGDIR.DAT (shared
      *            LOGDIR/LOGDIRP copybooks), so the log queries can go
      *            straight to a day's lines instead of reading the
      *            whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE.

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
           01 TXN-LOG-RECORD PIC X(160).

      *One batch calculation per line: operation word then two
      *operands, whitespace-separated - or EXPR followed by a whole
      *expression
           FD CALC-TXN-FILE.
           01 CALC-TXN-RECORD PIC X(80).

           FD RUNLOG-FILE.
           01 RUNLOG-RECORD PIC X(120).
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
      *Wider than keyboard entry allows, so a recalled result or
      *memory value larger than +/-99999.99 still chains
           77 X PIC S9(10)V9(2).
           77 BATCH-LINE-COUNT PIC 9(5) VALUE 0.
           77 BATCH-REJECT-COUNT PIC 9(5) VALUE 0.
           77 BATCH-COUNT-DISPLAY PIC Z(4)9.
           77 CALC-TXN-PTR PIC 99 VALUE 1.

      *Expression entry: the line as typed or read, wider than the
      *evaluator takes so an overlong one is rejected rather than
      *cut short, and where it came from for the TRANSLOG line
           77 EXPR-INPUT PIC X(80) VALUE SPACES.
           77 EXPR-SOURCE PIC X(8) VALUE SPACES.
           77 EXPR-RESULT-DISPLAY PIC -(9)9.9(2).

      *SUITE-LINKED is raised when the caller really handed us the
      *RUNALL parameter area (eyecatcher checked - a runner can pass
           WRITE TXN-LOG-RECORD.
           MOVE TXN-LOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "T" TO LOGDIR-LOG.
           MOVE TXN-LOG-RECORD TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

           MOVE SPACES TO TXN-LINE.
           STRING
           WRITE TXN-LOG-RECORD.
           MOVE TXN-LOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "T" TO LOGDIR-LOG.
           MOVE TXN-LOG-RECORD TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      * function definition
           PMENU.
           DISPLAY "[4] Divide two numbers ".
           DISPLAY "[5] Memory (store/show/clear) ".
           DISPLAY "[6] Run batch file (CALCTXN.TXT) ".
           DISPLAY "[7] Enter an expression ".
           DISPLAY "[8] Exit ".
           DISPLAY "Choice : " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE-INPUT.
           IF FUNCTION TRIM(MENU-CHOICE-INPUT) IS NUMERIC
               WHEN 6
                   PERFORM BATCH-CALC-MODE
               WHEN 7
                   PERFORM KEYBOARD-EXPRESSION
               WHEN 8
                   PERFORM DISPLAY-SESSION-TOTAL
                   MOVE 1 TO MENU-EXITED
               WHEN OTHER
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *One expression typed at the keyboard, worked through the
      *shared evaluator. A rejected expression goes back to the menu
      *with the reason, the way a division by zero does.
           KEYBOARD-EXPRESSION.
           DISPLAY "Enter expression, e.g. (240 x 120) - 2 x 15: "
               WITH NO ADVANCING.
           MOVE SPACES TO EXPR-INPUT.
           ACCEPT EXPR-INPUT.
           PERFORM CHECK-EXPRESSION-INPUT.
           IF EXPR-OK = 0
               DISPLAY "Expression rejected: "
                   FUNCTION TRIM(EXPR-ERROR) "."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE "KEYBOARD" TO EXPR-SOURCE
               PERFORM FINISH-EXPRESSION
               PERFORM DISPLAY-SESSION-TOTAL
           END-IF.

      *Hand EXPR-INPUT to the evaluator, refusing one longer than it
      *takes instead of evaluating what is left after truncation
           CHECK-EXPRESSION-INPUT.
           MOVE FUNCTION TRIM(EXPR-INPUT) TO EXPR-INPUT.
           IF EXPR-INPUT(61:20) NOT = SPACES
               MOVE 0 TO EXPR-OK
               MOVE "longer than 60 characters" TO EXPR-ERROR
           ELSE
               MOVE EXPR-INPUT(1:60) TO EXPR-TEXT
               PERFORM EVALUATE-EXPRESSION
           END-IF.

      *Display, total, chain and log an evaluated expression, the
      *same bookkeeping a two-operand calculation gets
           FINISH-EXPRESSION.
           MOVE EXPR-RESULT TO EXPR-RESULT-DISPLAY.
           DISPLAY FUNCTION TRIM(EXPR-TEXT) " = "
               FUNCTION TRIM(EXPR-RESULT-DISPLAY).
           ADD EXPR-RESULT TO SESSION-TOTAL.
           MOVE EXPR-RESULT TO LAST-RESULT.
           MOVE 1 TO HAS-LAST-RESULT.
           MOVE "EXPR" TO TXN-OP.
           MOVE EXPR-RESULT TO TXN-RESULT-DISPLAY.
           PERFORM LOG-EXPRESSION.

      *Read calculation transactions from CALCTXN.TXT, one per
      *line (operation word then two operands), validate each the
      *way keyboard entry is validated, compute and log it with
      *operands, validate the operands through the same
      *VALIDATE-OPERAND keyboard entry goes through, and compute
      *the line. R and M make no sense from a file and are not
      *honoured here - a batch line carries its own figures. An
      *EXPR line carries an expression instead of two operands.
           PROCESS-CALC-RECORD.
           ADD 1 TO BATCH-LINE-COUNT.
           MOVE SPACES TO CALC-OP-TOKEN.
           UNSTRING CALC-TXN-RECORD DELIMITED BY ALL SPACES
               INTO CALC-OP-TOKEN CALC-X-TOKEN CALC-Y-TOKEN.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(CALC-OP-TOKEN))
                   = "EXPR"
               PERFORM PROCESS-CALC-EXPRESSION
           ELSE
               PERFORM PROCESS-CALC-OPERATION
           END-IF.

      *Everything after the EXPR word is the expression
           PROCESS-CALC-EXPRESSION.
           MOVE SPACES TO EXPR-INPUT.
           MOVE 1 TO CALC-TXN-PTR.
           UNSTRING CALC-TXN-RECORD DELIMITED BY ALL SPACES
               INTO CALC-OP-TOKEN WITH POINTER CALC-TXN-PTR.
           IF CALC-TXN-PTR <= 80
               MOVE CALC-TXN-RECORD(CALC-TXN-PTR:) TO EXPR-INPUT
           END-IF.
           PERFORM CHECK-EXPRESSION-INPUT.
           IF EXPR-OK = 0
               PERFORM REJECT-CALC-RECORD
               DISPLAY "  (" FUNCTION TRIM(EXPR-ERROR) ")"
           ELSE
               MOVE "BATCH" TO EXPR-SOURCE
               PERFORM FINISH-EXPRESSION
           END-IF.

           PROCESS-CALC-OPERATION.
           MOVE 1 TO CALC-LINE-OK.
           MOVE CALC-X-TOKEN TO OPERAND-INPUT.
           PERFORM VALIDATE-OPERAND.
                   WHEN OTHER
                       PERFORM REJECT-CALC-RECORD
                       DISPLAY "  (operation must be ADD, "
                           "SUBTRACT, MULTIPLY, DIVIDE or EXPR)"
               END-EVALUATE
           END-IF.

           MOVE "WRITE" TO ERR-OPERATION.
           MOVE TXN-LOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "T" TO LOGDIR-LOG.
           MOVE TXN-LOG-RECORD TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Append an evaluated expression to TRANSLOG.TXT: its result
      *where every line carries one, and the expression exactly as
      *entered last on the line (it may hold spaces), so TXNRECON
      *can evaluate it again
           LOG-EXPRESSION.
           MOVE FUNCTION CURRENT-DATE TO TXN-TIMESTAMP.
           MOVE SPACES TO TXN-LINE.
           STRING
               "OP=" FUNCTION TRIM(TXN-OP)
               " RESULT=" FUNCTION TRIM(TXN-RESULT-DISPLAY)
               " XSRC=" EXPR-SOURCE
               " DATE=" TXN-TIMESTAMP(1:8)
               " TIME=" TXN-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               " EXPR=" FUNCTION TRIM(EXPR-TEXT)
               DELIMITED BY SIZE INTO TXN-LINE.
           MOVE TXN-LINE TO TXN-LOG-RECORD.
           WRITE TXN-LOG-RECORD.
           MOVE "TRANSLOG.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE TXN-LOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "T" TO LOGDIR-LOG.
           MOVE TXN-LOG-RECORD TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open and make sure RUNALL sees the

           COPY ERRLOGP.

           COPY LOGDIRP.

           COPY CLOSECHKP.

           COPY CALCEXPRP.
