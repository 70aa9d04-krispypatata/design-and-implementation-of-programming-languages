      *DESCRIPTION: Shared WORKING-STORAGE fields for the arithmetic
      *expression evaluator (see CALCEXPRP for the paragraphs),
      *shared the way CLOSECHK is, so the calculator that computes
      *an expression and TXNRECON that re-evaluates it from
      *TRANSLOG.TXT cannot disagree on what it comes to. The caller
      *moves the expression text to EXPR-TEXT and PERFORMs
      *EVALUATE-EXPRESSION; EXPR-OK comes back 1 with the value in
      *EXPR-RESULT, or 0 with the reason in EXPR-ERROR.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: January 13, 2026
       77 EXPR-TEXT PIC X(60) VALUE SPACES.
       77 EXPR-OK PIC 9 VALUE 0.
       77 EXPR-RESULT PIC S9(10)V9(2) VALUE 0.
       77 EXPR-ERROR PIC X(40) VALUE SPACES.

      *The scan: where it is in EXPR-TEXT, the character under it,
      *and whether a number or an operator is due next
       77 EXPR-POS PIC 99 VALUE 0.
       77 EXPR-LEN PIC 99 VALUE 0.
       77 EXPR-CHAR PIC X(1) VALUE SPACE.
       77 EXPR-WANT-OPERAND PIC 9 VALUE 1.
       77 EXPR-POS-DISPLAY PIC Z9.

      *One number as written, checked against the keyboard's own
      *range and sign rules before it is used
       77 EXPR-NUM-TEXT PIC X(14) VALUE SPACES.
       77 EXPR-NUM-LEN PIC 99 VALUE 0.
       77 EXPR-NUM-START PIC 99 VALUE 0.
       77 EXPR-NUM-CHECK PIC S9(10)V9(4) VALUE 0.
       77 EXPR-NUM-VALUE PIC S9(5)V9(2) VALUE 0.

      *The two stacks: numbers waiting for their operator, and
      *operators (and open parentheses) waiting for their right
      *operand. Each intermediate is held as wide as the
      *calculator's own result field.
       01 EXPR-VALUE-STACK.
           02 EXPR-VALUE PIC S9(10)V9(2) OCCURS 30 TIMES.
       77 EXPR-VALUE-TOP PIC 99 VALUE 0.
       01 EXPR-OPER-STACK.
           02 EXPR-OPER PIC X(1) OCCURS 30 TIMES.
       77 EXPR-OPER-TOP PIC 99 VALUE 0.
       77 EXPR-NEW-OPER PIC X(1) VALUE SPACE.
       77 EXPR-NEW-PREC PIC 9 VALUE 0.
       77 EXPR-TOP-PREC PIC 9 VALUE 0.
       77 EXPR-LEFT PIC S9(10)V9(2) VALUE 0.
       77 EXPR-RIGHT PIC S9(10)V9(2) VALUE 0.
       77 EXPR-ANSWER PIC S9(10)V9(2) VALUE 0.
       77 EXPR-STOP PIC 9 VALUE 0.
