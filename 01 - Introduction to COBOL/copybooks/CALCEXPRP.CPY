      *DESCRIPTION: The arithmetic expression evaluator paragraphs
      *that go with the CALCEXPR fields, COPYied into the PROCEDURE
      *DIVISION of SAMPLE (which computes an expression typed at the
      *keyboard or read from CALCTXN.TXT) and TXNRECON (which
      *re-evaluates the logged expression the next morning), so
      *both apply the same rules. An expression is numbers joined by
      *+ - * / (x is taken as *), with parentheses, evaluated with
      *multiply and divide ahead of add and subtract, left to right
      *within a level.
      *Every number must pass the keyboard's own rule - a signed
      *decimal within +/-99999.99 - and a sign is only taken as part
      *of a number, never ahead of a parenthesis. Each step is
      *worked the way the calculator works a single operation: into
      *a two-decimal result field, division truncated rather than
      *rounded. A division by zero or a step that overflows the
      *result field rejects the whole expression.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: January 13, 2026

       EVALUATE-EXPRESSION.
           MOVE 1 TO EXPR-OK.
           MOVE SPACES TO EXPR-ERROR.
           MOVE 0 TO EXPR-RESULT.
           MOVE 0 TO EXPR-VALUE-TOP.
           MOVE 0 TO EXPR-OPER-TOP.
           MOVE 1 TO EXPR-WANT-OPERAND.
           MOVE 1 TO EXPR-POS.
           MOVE 0 TO EXPR-LEN.
           IF EXPR-TEXT = SPACES
               MOVE 0 TO EXPR-OK
               MOVE "expression is empty" TO EXPR-ERROR
           ELSE
               COMPUTE EXPR-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(EXPR-TEXT TRAILING))
           END-IF.

           PERFORM UNTIL EXPR-POS > EXPR-LEN OR EXPR-OK = 0
               MOVE EXPR-TEXT(EXPR-POS:1) TO EXPR-CHAR
               PERFORM SCAN-EXPRESSION-CHAR
           END-PERFORM.

           IF EXPR-OK = 1 AND EXPR-WANT-OPERAND = 1
               MOVE 0 TO EXPR-OK
               MOVE "expression ends without a number"
                   TO EXPR-ERROR
           END-IF.

      *    Work off whatever is still stacked; an open parenthesis
      *    left over was never closed
           PERFORM UNTIL EXPR-OPER-TOP = 0 OR EXPR-OK = 0
               IF EXPR-OPER(EXPR-OPER-TOP) = "("
                   MOVE 0 TO EXPR-OK
                   MOVE "unbalanced parentheses" TO EXPR-ERROR
               ELSE
                   PERFORM APPLY-EXPRESSION-OPERATOR
               END-IF
           END-PERFORM.

           IF EXPR-OK = 1
               MOVE EXPR-VALUE(1) TO EXPR-RESULT
           END-IF.

      *One character of the expression: a number or an opening
      *parenthesis when an operand is due, an operator or a closing
      *parenthesis after one
       SCAN-EXPRESSION-CHAR.
           EVALUATE TRUE
               WHEN EXPR-CHAR = SPACE
                   ADD 1 TO EXPR-POS
               WHEN EXPR-WANT-OPERAND = 1 AND EXPR-CHAR = "("
                   MOVE "(" TO EXPR-NEW-OPER
                   PERFORM STACK-EXPRESSION-OPERATOR
                   ADD 1 TO EXPR-POS
               WHEN EXPR-WANT-OPERAND = 1
                   PERFORM READ-EXPRESSION-NUMBER
               WHEN EXPR-CHAR = ")"
                   PERFORM CLOSE-EXPRESSION-PAREN
                   ADD 1 TO EXPR-POS
               WHEN EXPR-CHAR = "+" OR "-" OR "*" OR "/"
                       OR "x" OR "X"
                   PERFORM PUSH-EXPRESSION-OPERATOR
                   ADD 1 TO EXPR-POS
                   MOVE 1 TO EXPR-WANT-OPERAND
               WHEN OTHER
                   MOVE 0 TO EXPR-OK
                   MOVE EXPR-POS TO EXPR-POS-DISPLAY
                   STRING "operator expected at position "
                       FUNCTION TRIM(EXPR-POS-DISPLAY)
                       DELIMITED BY SIZE INTO EXPR-ERROR
           END-EVALUATE.

      *Gather one number (an optional sign, then digits and a
      *decimal point) and hold it to the keyboard's range
       READ-EXPRESSION-NUMBER.
           MOVE SPACES TO EXPR-NUM-TEXT.
           MOVE 0 TO EXPR-NUM-LEN.
           MOVE EXPR-POS TO EXPR-NUM-START.
           IF EXPR-CHAR = "+" OR "-"
               PERFORM TAKE-EXPRESSION-NUM-CHAR
           END-IF.
           MOVE 0 TO EXPR-STOP.
           PERFORM UNTIL EXPR-STOP = 1
               IF EXPR-POS > EXPR-LEN
                   MOVE 1 TO EXPR-STOP
               ELSE
                   MOVE EXPR-TEXT(EXPR-POS:1) TO EXPR-CHAR
                   IF EXPR-CHAR IS NUMERIC OR EXPR-CHAR = "."
                       PERFORM TAKE-EXPRESSION-NUM-CHAR
                   ELSE
                       MOVE 1 TO EXPR-STOP
                   END-IF
               END-IF
           END-PERFORM.

           MOVE EXPR-NUM-START TO EXPR-POS-DISPLAY.
           IF EXPR-NUM-LEN = 0
               MOVE 0 TO EXPR-OK
               STRING "number expected at position "
                   FUNCTION TRIM(EXPR-POS-DISPLAY)
                   DELIMITED BY SIZE INTO EXPR-ERROR
           ELSE
               IF EXPR-NUM-LEN > 14
                       OR FUNCTION TEST-NUMVAL(EXPR-NUM-TEXT) NOT = 0
                   MOVE 0 TO EXPR-OK
                   STRING "not a valid number at position "
                       FUNCTION TRIM(EXPR-POS-DISPLAY)
                       DELIMITED BY SIZE INTO EXPR-ERROR
               ELSE
                   MOVE FUNCTION NUMVAL(EXPR-NUM-TEXT)
                       TO EXPR-NUM-CHECK
                   IF EXPR-NUM-CHECK < -99999.99
                           OR EXPR-NUM-CHECK > 99999.99
                       MOVE 0 TO EXPR-OK
                       STRING "number out of range at position "
                           FUNCTION TRIM(EXPR-POS-DISPLAY)
                           DELIMITED BY SIZE INTO EXPR-ERROR
                   ELSE
                       MOVE EXPR-NUM-CHECK TO EXPR-NUM-VALUE
                       PERFORM STACK-EXPRESSION-VALUE
                       MOVE 0 TO EXPR-WANT-OPERAND
                   END-IF
               END-IF
           END-IF.

       TAKE-EXPRESSION-NUM-CHAR.
           ADD 1 TO EXPR-NUM-LEN.
           IF EXPR-NUM-LEN <= 14
               MOVE EXPR-CHAR TO EXPR-NUM-TEXT(EXPR-NUM-LEN:1)
           END-IF.
           ADD 1 TO EXPR-POS.

       STACK-EXPRESSION-VALUE.
           IF EXPR-VALUE-TOP >= 30
               MOVE 0 TO EXPR-OK
               MOVE "expression is too long" TO EXPR-ERROR
           ELSE
               ADD 1 TO EXPR-VALUE-TOP
               MOVE EXPR-NUM-VALUE TO EXPR-VALUE(EXPR-VALUE-TOP)
           END-IF.

       STACK-EXPRESSION-OPERATOR.
           IF EXPR-OPER-TOP >= 30
               MOVE 0 TO EXPR-OK
               MOVE "expression is nested too deeply" TO EXPR-ERROR
           ELSE
               ADD 1 TO EXPR-OPER-TOP
               MOVE EXPR-NEW-OPER TO EXPR-OPER(EXPR-OPER-TOP)
           END-IF.

      *A binary operator: first work off every stacked operator of
      *the same or higher precedence back to the nearest open
      *parenthesis, then stack this one
       PUSH-EXPRESSION-OPERATOR.
           MOVE EXPR-CHAR TO EXPR-NEW-OPER.
           IF EXPR-NEW-OPER = "x" OR "X"
               MOVE "*" TO EXPR-NEW-OPER
           END-IF.
           IF EXPR-NEW-OPER = "*" OR "/"
               MOVE 2 TO EXPR-NEW-PREC
           ELSE
               MOVE 1 TO EXPR-NEW-PREC
           END-IF.
           MOVE 0 TO EXPR-STOP.
           PERFORM UNTIL EXPR-STOP = 1 OR EXPR-OK = 0
               IF EXPR-OPER-TOP = 0
                   MOVE 1 TO EXPR-STOP
               ELSE
                   IF EXPR-OPER(EXPR-OPER-TOP) = "("
                       MOVE 1 TO EXPR-STOP
                   ELSE
                       IF EXPR-OPER(EXPR-OPER-TOP) = "*" OR "/"
                           MOVE 2 TO EXPR-TOP-PREC
                       ELSE
                           MOVE 1 TO EXPR-TOP-PREC
                       END-IF
                       IF EXPR-TOP-PREC >= EXPR-NEW-PREC
                           PERFORM APPLY-EXPRESSION-OPERATOR
                       ELSE
                           MOVE 1 TO EXPR-STOP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF EXPR-OK = 1
               PERFORM STACK-EXPRESSION-OPERATOR
           END-IF.

      *A closing parenthesis: work off everything back to its
      *opening one and drop that
       CLOSE-EXPRESSION-PAREN.
           MOVE 0 TO EXPR-STOP.
           PERFORM UNTIL EXPR-STOP = 1 OR EXPR-OK = 0
               IF EXPR-OPER-TOP = 0
                   MOVE 0 TO EXPR-OK
                   MOVE "unbalanced parentheses" TO EXPR-ERROR
               ELSE
                   IF EXPR-OPER(EXPR-OPER-TOP) = "("
                       SUBTRACT 1 FROM EXPR-OPER-TOP
                       MOVE 1 TO EXPR-STOP
                   ELSE
                       PERFORM APPLY-EXPRESSION-OPERATOR
                   END-IF
               END-IF
           END-PERFORM.

      *Take the top operator and the two numbers under it off the
      *stacks and put the answer back in their place
       APPLY-EXPRESSION-OPERATOR.
           MOVE EXPR-VALUE(EXPR-VALUE-TOP - 1) TO EXPR-LEFT.
           MOVE EXPR-VALUE(EXPR-VALUE-TOP) TO EXPR-RIGHT.
           MOVE 0 TO EXPR-ANSWER.
           EVALUATE EXPR-OPER(EXPR-OPER-TOP)
               WHEN "+"
                   COMPUTE EXPR-ANSWER = EXPR-LEFT + EXPR-RIGHT
                       ON SIZE ERROR
                           PERFORM REJECT-EXPRESSION-OVERFLOW
                   END-COMPUTE
               WHEN "-"
                   COMPUTE EXPR-ANSWER = EXPR-LEFT - EXPR-RIGHT
                       ON SIZE ERROR
                           PERFORM REJECT-EXPRESSION-OVERFLOW
                   END-COMPUTE
               WHEN "*"
                   COMPUTE EXPR-ANSWER = EXPR-LEFT * EXPR-RIGHT
                       ON SIZE ERROR
                           PERFORM REJECT-EXPRESSION-OVERFLOW
                   END-COMPUTE
               WHEN "/"
                   IF EXPR-RIGHT = 0
                       MOVE 0 TO EXPR-OK
                       MOVE "division by zero" TO EXPR-ERROR
                   ELSE
                       COMPUTE EXPR-ANSWER = EXPR-LEFT / EXPR-RIGHT
                           ON SIZE ERROR
                               PERFORM REJECT-EXPRESSION-OVERFLOW
                       END-COMPUTE
                   END-IF
           END-EVALUATE.
           IF EXPR-OK = 1
               SUBTRACT 1 FROM EXPR-VALUE-TOP
               MOVE EXPR-ANSWER TO EXPR-VALUE(EXPR-VALUE-TOP)
               SUBTRACT 1 FROM EXPR-OPER-TOP
           END-IF.

       REJECT-EXPRESSION-OVERFLOW.
           MOVE 0 TO EXPR-OK.
           MOVE "result too large (overflow)" TO EXPR-ERROR.
