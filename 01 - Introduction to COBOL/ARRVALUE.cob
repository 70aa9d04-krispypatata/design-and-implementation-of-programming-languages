      *DESCRIPTION: What the array.cob inventory is worth. Two
      *reports over ARRDATA.TXT and the ARRMOVE.TXT movement
      *journal, both priced at the weighted-average unit cost
      *array.cob keeps per item:
      *  Valuation - every item's quantity on hand, average cost
      *  and extended value, with a grand total, to ARRVAL.TXT.
      *  An item never received at a cost is listed as uncosted.
      *  Movement value - for a date range, per item: the value
      *  on hand at the start, receipts in, issues out,
      *  adjustments (Change and cycle counts) and revaluations of
      *  uncosted stock, against the value on hand at the end, to
      *  ARRMVAL.TXT. Opening and closing come from the on-hand
      *  and average cost on the item's last journal line before
      *  the range and within it, so the summary proves the
      *  movements against the balances rather than deriving one
      *  from the other; any difference left (rounding of the
      *  average) is printed per item and in total.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: January 6, 2026
      *Modification History:
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRVALUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARR-FILE ASSIGN TO "ARRDATA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARR-FILE-STATUS.
           SELECT ARRMOVE-FILE ASSIGN TO "ARRMOVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARRMOVE-FILE-STATUS.
           SELECT VALUATION-FILE ASSIGN TO "ARRVAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUATION-FILE-STATUS.
           SELECT MOVEVAL-FILE ASSIGN TO "ARRMVAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVEVAL-FILE-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "SESSION.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
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
           SELECT CLOSECTL-FILE ASSIGN TO "CLOSECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSECTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *One inventory line, as array.cob writes it: item code in
      *columns 1-6, description in 8-27, quantity in 29-33,
      *weighted-average unit cost in 50-59
       FD ARR-FILE.
       01 ARR-FILE-RECORD PIC X(59).

      *array.cob's stock movement journal
       FD ARRMOVE-FILE.
       01 ARRMOVE-RECORD PIC X(160).

       FD VALUATION-FILE.
       01 VALUATION-RECORD PIC X(132).

       FD MOVEVAL-FILE.
       01 MOVEVAL-RECORD PIC X(132).

       FD RUNLOG-FILE.
       01 RUNLOG-RECORD PIC X(120).

       FD LOCK-FILE.
       01 LOCK-RECORD PIC X(60).

       FD ERRLOG-FILE.
       01 ERRLOG-RECORD PIC X(120).

       FD LOGDIR-FILE.
       01 LOGDIR-RECORD.
           02 LOGDIR-KEY PIC X(34).
           02 LOGDIR-LOG-KEY PIC X(16).
           02 LOGDIR-DATA PIC X(173).

       FD OPERMAST-FILE.
       01 OPERMAST-RECORD PIC X(40).

       FD CLOSECTL-FILE.
       01 CLOSECTL-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       COPY MENUFLDS.
       COPY RUNLOG.
       COPY SESSLOCK.
       COPY OPERID.
       COPY ERRLOG.
       COPY LOGDIR.
       COPY CLOSECHK.

       77 ARR-FILE-STATUS PIC X(02) VALUE "00".
       77 ARRMOVE-FILE-STATUS PIC X(02) VALUE "00".
       77 VALUATION-FILE-STATUS PIC X(02) VALUE "00".
       77 MOVEVAL-FILE-STATUS PIC X(02) VALUE "00".
       77 ARR-EOF PIC 9 VALUE 0.
       77 ARRMOVE-EOF PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 VAL-TIMESTAMP PIC X(21).

      *The inventory as it stands, for the valuation
       01 VAL-TABLE.
           02 VAL-ENTRY OCCURS 10 TIMES.
               03 VL-CODE PIC X(6).
               03 VL-DESC PIC X(20).
               03 VL-QTY PIC 9(5).
               03 VL-AVG-COST PIC 9(5)V9(4).
       77 VAL-COUNT PIC 99 VALUE 0.
       77 VAL-IDX PIC 99 VALUE 0.
       77 VAL-SORT-I PIC 99 VALUE 0.
       77 VAL-SORT-J PIC 99 VALUE 0.
       77 VAL-TEMP PIC X(40).
       77 QTY-TEXT PIC X(5).
       77 COST-TEXT PIC X(10).
       77 EXTENDED-VALUE PIC S9(10)V99 VALUE 0.
       77 GRAND-VALUE PIC S9(11)V99 VALUE 0.
       77 UNCOSTED-COUNT PIC 99 VALUE 0.

      *The date range, each blank meaning "no bound on this side",
      *the way ERRRPT takes it
       77 DATE-INPUT PIC X(10).
       77 DATE-NUMERIC PIC 9(10) VALUE 0.
       77 DATE-IS-VALID PIC 9 VALUE 0.
       77 DATE-FROM PIC 9(8) VALUE 0.
       77 DATE-TO PIC 9(8) VALUE 99999999.

      *One journal line pulled apart on its tags
       77 PARSE-JUNK PIC X(160) VALUE SPACES.
       77 PARSE-REST PIC X(160) VALUE SPACES.
       77 TOKEN-TEXT PIC X(30) VALUE SPACES.
       77 LINE-TYPE PIC X(7) VALUE SPACES.
       77 LINE-ITEM PIC X(6) VALUE SPACES.
       77 LINE-DATE-TEXT PIC X(8) VALUE SPACES.
       77 LINE-DATE PIC 9(8) VALUE 0.
       77 LINE-ONHAND PIC 9(5) VALUE 0.
       77 LINE-AVG PIC 9(5)V9(4) VALUE 0.
       77 LINE-VALUE PIC S9(10)V99 VALUE 0.

      *The movement-value figures per item, rows added as the
      *journal names them (an item since deleted still has a
      *history worth showing)
       01 MOVE-TABLE.
           02 MOVE-ENTRY OCCURS 30 TIMES.
               03 MT-CODE PIC X(6).
               03 MT-OPEN-VALUE PIC S9(10)V99.
               03 MT-IN-VALUE PIC S9(10)V99.
               03 MT-OUT-VALUE PIC S9(10)V99.
               03 MT-ADJ-VALUE PIC S9(10)V99.
               03 MT-REVAL-VALUE PIC S9(10)V99.
               03 MT-CLOSE-VALUE PIC S9(10)V99.
               03 MT-IN-RANGE PIC 9.
       77 MOVE-COUNT PIC 99 VALUE 0.
       77 MOVE-IDX PIC 99 VALUE 0.
       77 MOVE-FOUND PIC 9 VALUE 0.
       77 MOVE-SORT-I PIC 99 VALUE 0.
       77 MOVE-SORT-J PIC 99 VALUE 0.
       77 MOVE-TEMP PIC X(79).
       77 MOVE-DROPPED PIC 9(5) VALUE 0.
       77 LINES-IN-RANGE PIC 9(5) VALUE 0.
       77 DIFF-VALUE PIC S9(10)V99 VALUE 0.
       77 TOT-OPEN-VALUE PIC S9(11)V99 VALUE 0.
       77 TOT-IN-VALUE PIC S9(11)V99 VALUE 0.
       77 TOT-OUT-VALUE PIC S9(11)V99 VALUE 0.
       77 TOT-ADJ-VALUE PIC S9(11)V99 VALUE 0.
       77 TOT-REVAL-VALUE PIC S9(11)V99 VALUE 0.
       77 TOT-CLOSE-VALUE PIC S9(11)V99 VALUE 0.
       77 TOT-DIFF-VALUE PIC S9(11)V99 VALUE 0.

       77 OUT-LINE PIC X(132) VALUE SPACES.
       77 QTY-DISPLAY PIC Z(4)9.
       77 COST-DISPLAY PIC Z(4)9.9999.
       77 MONEY-DISPLAY PIC -(10)9.99.
       77 COUNT-DISPLAY PIC Z(4)9.

      *Print lines for the movement-value summary: one money
      *column per kind of movement, in the order they add up
       01 MV-HEAD-LINE.
           02 FILLER PIC X(8) VALUE "ITEM".
           02 FILLER PIC X(15) VALUE "        OPENING".
           02 FILLER PIC X(15) VALUE "       RECEIPTS".
           02 FILLER PIC X(15) VALUE "         ISSUES".
           02 FILLER PIC X(15) VALUE "    ADJUSTMENTS".
           02 FILLER PIC X(15) VALUE "    REVALUATION".
           02 FILLER PIC X(15) VALUE "        CLOSING".
           02 FILLER PIC X(15) VALUE "     DIFFERENCE".
       01 MV-DETAIL-LINE.
           02 MD-CODE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MD-OPEN PIC -(10)9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 MD-IN PIC -(10)9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 MD-OUT PIC -(10)9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 MD-ADJ PIC -(10)9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 MD-REVAL PIC -(10)9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 MD-CLOSE PIC -(10)9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 MD-DIFF PIC -(10)9.99.

       PROCEDURE DIVISION.
           MOVE "ARRVALUE" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "ARRVALUE" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "ARRVALUE" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           PERFORM VALUE-MENU UNTIL MENU-EXITED = 1.

           MOVE "END" TO RUNLOG-EVENT.
           IF HAD-INVALID-INPUT = 1
               MOVE "INVALID-INPUT" TO RUNLOG-REASON
           ELSE
               MOVE "NORMAL" TO RUNLOG-REASON
           END-IF.
           PERFORM LOG-RUN-EVENT.

           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
      *by the caller first), so report runs show up in the same
      *consolidated daily log as the other programs' runs
       LOG-RUN-EVENT.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS = "00"
               CLOSE RUNLOG-FILE
               OPEN EXTEND RUNLOG-FILE
           ELSE
               OPEN OUTPUT RUNLOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUNLOG-TIMESTAMP.
           MOVE SPACES TO RUNLOG-LINE.
           STRING
               "PROGRAM=" RUNLOG-PROGRAM
               " EVENT=" RUNLOG-EVENT
               " DATE=" RUNLOG-TIMESTAMP(1:8)
               " TIME=" RUNLOG-TIMESTAMP(9:6)
               " REASON=" RUNLOG-REASON
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO RUNLOG-LINE.
           MOVE RUNLOG-LINE TO RUNLOG-RECORD.
           WRITE RUNLOG-RECORD.
           MOVE "RUNLOG.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

       VALUE-MENU.
           DISPLAY "[1] Valuation report  [2] Movement value summary "
               "(0 to exit): " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE-INPUT.
           IF FUNCTION TRIM(MENU-CHOICE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(MENU-CHOICE-INPUT) TO MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM VALUATION-REPORT
                   WHEN 2
                       PERFORM GET-DATE-RANGE
                       IF DATE-IS-VALID = 1
                           PERFORM MOVEMENT-VALUE-SUMMARY
                       END-IF
                   WHEN 0
                       MOVE 1 TO MENU-EXITED
                   WHEN OTHER
                       DISPLAY "Invalid choice."
                       MOVE 1 TO HAD-INVALID-INPUT
               END-EVALUATE
           ELSE
               DISPLAY "Invalid choice."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.
           DISPLAY " ".

      *Read the inventory, blank and unreadable lines skipped the
      *way array.cob skips them
       LOAD-INVENTORY.
           MOVE 0 TO VAL-COUNT.
           MOVE 0 TO ARR-EOF.
           OPEN INPUT ARR-FILE.
           IF ARR-FILE-STATUS = "00"
               PERFORM UNTIL ARR-EOF = 1 OR VAL-COUNT >= 10
                   READ ARR-FILE
                       AT END
                           MOVE 1 TO ARR-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE ARR-FILE
           END-IF.

       LOAD-ONE-ITEM.
           MOVE ARR-FILE-RECORD(29:5) TO QTY-TEXT.
           MOVE ARR-FILE-RECORD(50:10) TO COST-TEXT.
           IF ARR-FILE-RECORD(1:6) NOT = SPACES
                   AND QTY-TEXT NOT = SPACES
                   AND FUNCTION TRIM(QTY-TEXT) IS NUMERIC
               ADD 1 TO VAL-COUNT
               MOVE ARR-FILE-RECORD(1:6) TO VL-CODE(VAL-COUNT)
               MOVE ARR-FILE-RECORD(8:20) TO VL-DESC(VAL-COUNT)
               MOVE FUNCTION NUMVAL(QTY-TEXT) TO VL-QTY(VAL-COUNT)
               IF FUNCTION TRIM(COST-TEXT) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(COST-TEXT) = 0
                   MOVE FUNCTION NUMVAL(COST-TEXT)
                       TO VL-AVG-COST(VAL-COUNT)
               ELSE
                   MOVE 0 TO VL-AVG-COST(VAL-COUNT)
               END-IF
           END-IF.

      *Quantity, average cost and extended value per item, by
      *item code, with the grand total
       VALUATION-REPORT.
           PERFORM LOAD-INVENTORY.
           IF VAL-COUNT = 0
               DISPLAY "ARRDATA.TXT holds no items - nothing to "
                   "value."
           ELSE
               PERFORM SORT-VALUATION-TABLE
               MOVE 0 TO GRAND-VALUE
               MOVE 0 TO UNCOSTED-COUNT
               OPEN OUTPUT VALUATION-FILE
               MOVE "ARRVAL.TXT" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE FUNCTION CURRENT-DATE TO VAL-TIMESTAMP
               MOVE SPACES TO OUT-LINE
               STRING
                   "INVENTORY VALUATION AT WEIGHTED-AVERAGE COST - "
                   VAL-TIMESTAMP(1:8) " " VAL-TIMESTAMP(9:6)
                   "  BY " OPERATOR-ID
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM WRITE-VALUATION-LINE
               MOVE SPACES TO OUT-LINE
               PERFORM WRITE-VALUATION-LINE
               MOVE SPACES TO OUT-LINE
               STRING
                   "CODE    DESCRIPTION             QTY    AVG COST"
                   "         VALUE"
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM WRITE-VALUATION-LINE
               MOVE 0 TO VAL-IDX
               PERFORM UNTIL VAL-IDX >= VAL-COUNT
                   ADD 1 TO VAL-IDX
                   PERFORM WRITE-ONE-VALUATION
               END-PERFORM
               MOVE SPACES TO OUT-LINE
               PERFORM WRITE-VALUATION-LINE
               MOVE GRAND-VALUE TO MONEY-DISPLAY
               MOVE SPACES TO OUT-LINE
               MOVE "GRAND TOTAL" TO OUT-LINE(1:11)
               MOVE MONEY-DISPLAY TO OUT-LINE(48:14)
               PERFORM WRITE-VALUATION-LINE
               IF UNCOSTED-COUNT > 0
                   MOVE UNCOSTED-COUNT TO COUNT-DISPLAY
                   MOVE SPACES TO OUT-LINE
                   STRING
                       FUNCTION TRIM(COUNT-DISPLAY LEADING)
                       " ITEM(S) NOT YET RECEIVED AT A COST - "
                       "VALUED AT NOTHING"
                       DELIMITED BY SIZE INTO OUT-LINE
                   PERFORM WRITE-VALUATION-LINE
               END-IF
               CLOSE VALUATION-FILE
               MOVE GRAND-VALUE TO MONEY-DISPLAY
               DISPLAY "Valuation written to ARRVAL.TXT - total "
                   FUNCTION TRIM(MONEY-DISPLAY LEADING) "."
           END-IF.

       WRITE-ONE-VALUATION.
           COMPUTE EXTENDED-VALUE ROUNDED =
               VL-QTY(VAL-IDX) * VL-AVG-COST(VAL-IDX).
           ADD EXTENDED-VALUE TO GRAND-VALUE.
           MOVE SPACES TO OUT-LINE.
           MOVE VL-CODE(VAL-IDX) TO OUT-LINE(1:6).
           MOVE VL-DESC(VAL-IDX) TO OUT-LINE(9:20).
           MOVE VL-QTY(VAL-IDX) TO QTY-DISPLAY.
           MOVE QTY-DISPLAY TO OUT-LINE(31:5).
           IF VL-AVG-COST(VAL-IDX) = 0
               ADD 1 TO UNCOSTED-COUNT
               MOVE "UNCOSTED" TO OUT-LINE(40:8)
           ELSE
               MOVE VL-AVG-COST(VAL-IDX) TO COST-DISPLAY
               MOVE COST-DISPLAY TO OUT-LINE(38:10)
           END-IF.
           MOVE EXTENDED-VALUE TO MONEY-DISPLAY.
           MOVE MONEY-DISPLAY TO OUT-LINE(48:14).
           PERFORM WRITE-VALUATION-LINE.

       WRITE-VALUATION-LINE.
           MOVE OUT-LINE TO VALUATION-RECORD.
           WRITE VALUATION-RECORD.
           MOVE VALUATION-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

       SORT-VALUATION-TABLE.
           PERFORM VARYING VAL-SORT-I FROM 1 BY 1
                   UNTIL VAL-SORT-I >= VAL-COUNT
               PERFORM VARYING VAL-SORT-J FROM 1 BY 1
                       UNTIL VAL-SORT-J > (VAL-COUNT - VAL-SORT-I)
                   IF VL-CODE(VAL-SORT-J) > VL-CODE(VAL-SORT-J + 1)
                       MOVE VAL-ENTRY(VAL-SORT-J) TO VAL-TEMP
                       MOVE VAL-ENTRY(VAL-SORT-J + 1)
                           TO VAL-ENTRY(VAL-SORT-J)
                       MOVE VAL-TEMP TO VAL-ENTRY(VAL-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *Ask for the date range, blank leaving that side open, the
      *way ERRRPT asks
       GET-DATE-RANGE.
           MOVE 1 TO DATE-IS-VALID.
           DISPLAY "From date YYYYMMDD (blank for all): "
               WITH NO ADVANCING.
           ACCEPT DATE-INPUT.
           IF FUNCTION TRIM(DATE-INPUT) = SPACES
               MOVE 0 TO DATE-FROM
               MOVE 99999999 TO DATE-TO
           ELSE
               PERFORM VALIDATE-DATE-INPUT
               IF DATE-IS-VALID = 1
                   MOVE DATE-NUMERIC TO DATE-FROM
                   DISPLAY "To date YYYYMMDD (blank for same "
                       "day): " WITH NO ADVANCING
                   ACCEPT DATE-INPUT
                   IF FUNCTION TRIM(DATE-INPUT) = SPACES
                       MOVE DATE-FROM TO DATE-TO
                   ELSE
                       PERFORM VALIDATE-DATE-INPUT
                       IF DATE-IS-VALID = 1
                           MOVE DATE-NUMERIC TO DATE-TO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF DATE-IS-VALID = 1 AND DATE-TO < DATE-FROM
               MOVE 0 TO DATE-IS-VALID
           END-IF.
           IF DATE-IS-VALID = 0
               DISPLAY "Dates must be YYYYMMDD, the To date not "
                   "before the From date."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Validate DATE-INPUT as an 8-digit YYYYMMDD value, leaving
      *the accepted value in DATE-NUMERIC
       VALIDATE-DATE-INPUT.
           MOVE 0 TO DATE-IS-VALID.
           IF FUNCTION TRIM(DATE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(DATE-INPUT) TO DATE-NUMERIC
               IF DATE-NUMERIC >= 19000101
                       AND DATE-NUMERIC <= 99991231
                   MOVE 1 TO DATE-IS-VALID
               END-IF
           END-IF.

      *One pass over the journal. A line before the range sets
      *the item's opening (and, until a later line moves it, its
      *closing) to that line's on-hand at its average cost; a line
      *in the range adds its VALUE= to the column for its type and
      *moves the closing on; a line after the range is past the
      *report. A line written before stock was costed carries no
      *AVG= and values its on-hand at nothing.
       MOVEMENT-VALUE-SUMMARY.
           MOVE 0 TO MOVE-COUNT.
           MOVE 0 TO MOVE-DROPPED.
           MOVE 0 TO LINES-IN-RANGE.
           MOVE 0 TO ARRMOVE-EOF.
           OPEN INPUT ARRMOVE-FILE.
           IF ARRMOVE-FILE-STATUS NOT = "00"
               DISPLAY "No movement journal yet - nothing to "
                   "summarise."
           ELSE
               PERFORM UNTIL ARRMOVE-EOF = 1
                   READ ARRMOVE-FILE
                       AT END
                           MOVE 1 TO ARRMOVE-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-MOVEMENT
                   END-READ
               END-PERFORM
               CLOSE ARRMOVE-FILE
               PERFORM SORT-MOVE-TABLE
               PERFORM PRINT-MOVEMENT-VALUES
           END-IF.

       TAKE-ONE-MOVEMENT.
           PERFORM PARSE-MOVEMENT-LINE.
           IF LINE-ITEM NOT = SPACES AND LINE-DATE-TEXT IS NUMERIC
               MOVE LINE-DATE-TEXT TO LINE-DATE
               IF LINE-DATE <= DATE-TO
                   PERFORM FIND-MOVE-ENTRY
                   IF MOVE-FOUND = 1
                       PERFORM APPLY-ONE-MOVEMENT
                   ELSE
                       ADD 1 TO MOVE-DROPPED
                   END-IF
               END-IF
           END-IF.

       APPLY-ONE-MOVEMENT.
           IF LINE-DATE < DATE-FROM
               COMPUTE MT-OPEN-VALUE(MOVE-IDX) ROUNDED =
                   LINE-ONHAND * LINE-AVG
               MOVE MT-OPEN-VALUE(MOVE-IDX)
                   TO MT-CLOSE-VALUE(MOVE-IDX)
           ELSE
               ADD 1 TO LINES-IN-RANGE
               MOVE 1 TO MT-IN-RANGE(MOVE-IDX)
               EVALUATE LINE-TYPE
                   WHEN "RECEIPT"
                       ADD LINE-VALUE TO MT-IN-VALUE(MOVE-IDX)
                   WHEN "ISSUE"
                       ADD LINE-VALUE TO MT-OUT-VALUE(MOVE-IDX)
                   WHEN "REVALUE"
                       ADD LINE-VALUE TO MT-REVAL-VALUE(MOVE-IDX)
                   WHEN OTHER
                       ADD LINE-VALUE TO MT-ADJ-VALUE(MOVE-IDX)
               END-EVALUATE
               COMPUTE MT-CLOSE-VALUE(MOVE-IDX) ROUNDED =
                   LINE-ONHAND * LINE-AVG
           END-IF.

      *The line's tagged fields, as POST-MOVEMENT writes them
       PARSE-MOVEMENT-LINE.
           MOVE SPACES TO LINE-TYPE.
           MOVE SPACES TO LINE-ITEM.
           MOVE SPACES TO LINE-DATE-TEXT.
           MOVE 0 TO LINE-ONHAND.
           MOVE 0 TO LINE-AVG.
           MOVE 0 TO LINE-VALUE.

           IF ARRMOVE-RECORD(1:5) = "TYPE="
               MOVE ARRMOVE-RECORD(6:7) TO LINE-TYPE
           END-IF.

           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING ARRMOVE-RECORD DELIMITED BY " ITEM="
               INTO PARSE-JUNK PARSE-REST.
           MOVE PARSE-REST(1:6) TO LINE-ITEM.

           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING ARRMOVE-RECORD DELIMITED BY " DATE="
               INTO PARSE-JUNK PARSE-REST.
           MOVE PARSE-REST(1:8) TO LINE-DATE-TEXT.

           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING ARRMOVE-RECORD DELIMITED BY " ONHAND="
               INTO PARSE-JUNK PARSE-REST.
           IF PARSE-REST(1:5) IS NUMERIC
               MOVE PARSE-REST(1:5) TO LINE-ONHAND
           END-IF.

           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING ARRMOVE-RECORD DELIMITED BY " AVG="
               INTO PARSE-JUNK PARSE-REST.
           MOVE SPACES TO TOKEN-TEXT.
           UNSTRING PARSE-REST DELIMITED BY ALL SPACES
               INTO TOKEN-TEXT.
           IF TOKEN-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(TOKEN-TEXT) = 0
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO LINE-AVG
           END-IF.

           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING ARRMOVE-RECORD DELIMITED BY " VALUE="
               INTO PARSE-JUNK PARSE-REST.
           MOVE SPACES TO TOKEN-TEXT.
           UNSTRING PARSE-REST DELIMITED BY ALL SPACES
               INTO TOKEN-TEXT.
           IF TOKEN-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(TOKEN-TEXT) = 0
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO LINE-VALUE
           END-IF.

      *The item's row, added on first sight while there is room
       FIND-MOVE-ENTRY.
           MOVE 0 TO MOVE-FOUND.
           MOVE 0 TO MOVE-IDX.
           PERFORM UNTIL MOVE-FOUND = 1 OR MOVE-IDX >= MOVE-COUNT
               ADD 1 TO MOVE-IDX
               IF MT-CODE(MOVE-IDX) = LINE-ITEM
                   MOVE 1 TO MOVE-FOUND
               END-IF
           END-PERFORM.
           IF MOVE-FOUND = 0 AND MOVE-COUNT < 30
               ADD 1 TO MOVE-COUNT
               MOVE MOVE-COUNT TO MOVE-IDX
               MOVE LINE-ITEM TO MT-CODE(MOVE-IDX)
               MOVE 0 TO MT-OPEN-VALUE(MOVE-IDX)
               MOVE 0 TO MT-IN-VALUE(MOVE-IDX)
               MOVE 0 TO MT-OUT-VALUE(MOVE-IDX)
               MOVE 0 TO MT-ADJ-VALUE(MOVE-IDX)
               MOVE 0 TO MT-REVAL-VALUE(MOVE-IDX)
               MOVE 0 TO MT-CLOSE-VALUE(MOVE-IDX)
               MOVE 0 TO MT-IN-RANGE(MOVE-IDX)
               MOVE 1 TO MOVE-FOUND
           END-IF.

       SORT-MOVE-TABLE.
           PERFORM VARYING MOVE-SORT-I FROM 1 BY 1
                   UNTIL MOVE-SORT-I >= MOVE-COUNT
               PERFORM VARYING MOVE-SORT-J FROM 1 BY 1
                       UNTIL MOVE-SORT-J > (MOVE-COUNT - MOVE-SORT-I)
                   IF MT-CODE(MOVE-SORT-J) > MT-CODE(MOVE-SORT-J + 1)
                       MOVE MOVE-ENTRY(MOVE-SORT-J) TO MOVE-TEMP
                       MOVE MOVE-ENTRY(MOVE-SORT-J + 1)
                           TO MOVE-ENTRY(MOVE-SORT-J)
                       MOVE MOVE-TEMP TO MOVE-ENTRY(MOVE-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *Per item and in total: opening + receipts + issues (out,
      *so negative) + adjustments + revaluation should come to
      *closing; what does not is shown as the difference
       PRINT-MOVEMENT-VALUES.
           MOVE 0 TO TOT-OPEN-VALUE.
           MOVE 0 TO TOT-IN-VALUE.
           MOVE 0 TO TOT-OUT-VALUE.
           MOVE 0 TO TOT-ADJ-VALUE.
           MOVE 0 TO TOT-REVAL-VALUE.
           MOVE 0 TO TOT-CLOSE-VALUE.
           MOVE 0 TO TOT-DIFF-VALUE.
           OPEN OUTPUT MOVEVAL-FILE.
           MOVE "ARRMVAL.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE FUNCTION CURRENT-DATE TO VAL-TIMESTAMP.
           MOVE SPACES TO OUT-LINE.
           STRING
               "STOCK MOVEMENT VALUE SUMMARY - "
               VAL-TIMESTAMP(1:8) " " VAL-TIMESTAMP(9:6)
               "  BY " OPERATOR-ID
               DELIMITED BY SIZE INTO OUT-LINE.
           PERFORM WRITE-MOVEVAL-LINE.
           MOVE SPACES TO OUT-LINE.
           IF DATE-FROM = 0
               MOVE "PERIOD: WHOLE JOURNAL" TO OUT-LINE
           ELSE
               STRING
                   "PERIOD: " DATE-FROM " TO " DATE-TO
                   DELIMITED BY SIZE INTO OUT-LINE
           END-IF.
           PERFORM WRITE-MOVEVAL-LINE.
           MOVE SPACES TO OUT-LINE.
           PERFORM WRITE-MOVEVAL-LINE.
           MOVE MV-HEAD-LINE TO OUT-LINE.
           PERFORM WRITE-MOVEVAL-LINE.
           MOVE 0 TO MOVE-IDX.
      *    An item with nothing on hand and nothing moving in the
      *    period has nothing to say
           PERFORM UNTIL MOVE-IDX >= MOVE-COUNT
               ADD 1 TO MOVE-IDX
               IF MT-IN-RANGE(MOVE-IDX) = 1
                       OR MT-OPEN-VALUE(MOVE-IDX) NOT = 0
                   PERFORM WRITE-ONE-MOVE-VALUE
               END-IF
           END-PERFORM.
           MOVE SPACES TO OUT-LINE.
           PERFORM WRITE-MOVEVAL-LINE.
           MOVE "TOTAL" TO MD-CODE.
           MOVE TOT-OPEN-VALUE TO MD-OPEN.
           MOVE TOT-IN-VALUE TO MD-IN.
           MOVE TOT-OUT-VALUE TO MD-OUT.
           MOVE TOT-ADJ-VALUE TO MD-ADJ.
           MOVE TOT-REVAL-VALUE TO MD-REVAL.
           MOVE TOT-CLOSE-VALUE TO MD-CLOSE.
           MOVE TOT-DIFF-VALUE TO MD-DIFF.
           MOVE MV-DETAIL-LINE TO OUT-LINE.
           PERFORM WRITE-MOVEVAL-LINE.
           MOVE SPACES TO OUT-LINE.
           PERFORM WRITE-MOVEVAL-LINE.
           MOVE LINES-IN-RANGE TO COUNT-DISPLAY.
           MOVE SPACES TO OUT-LINE.
           STRING
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " MOVEMENT(S) IN THE PERIOD. OPENING + RECEIPTS + "
               "ISSUES + ADJUSTMENTS + REVALUATION = CLOSING."
               DELIMITED BY SIZE INTO OUT-LINE.
           PERFORM WRITE-MOVEVAL-LINE.
           IF MOVE-DROPPED > 0
               MOVE MOVE-DROPPED TO COUNT-DISPLAY
               MOVE SPACES TO OUT-LINE
               STRING
                   "ITEM TABLE FULL - "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " JOURNAL LINE(S) LEFT OUT"
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM WRITE-MOVEVAL-LINE
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.
           CLOSE MOVEVAL-FILE.
           MOVE TOT-CLOSE-VALUE TO MONEY-DISPLAY.
           DISPLAY "Movement value summary written to ARRMVAL.TXT - "
               "closing value " FUNCTION TRIM(MONEY-DISPLAY LEADING)
               ".".
           IF TOT-DIFF-VALUE NOT = 0
               MOVE TOT-DIFF-VALUE TO MONEY-DISPLAY
               DISPLAY "Movements and balances differ by "
                   FUNCTION TRIM(MONEY-DISPLAY LEADING)
                   " - see the DIFFERENCE column."
           END-IF.

       WRITE-ONE-MOVE-VALUE.
           COMPUTE DIFF-VALUE = MT-CLOSE-VALUE(MOVE-IDX)
               - MT-OPEN-VALUE(MOVE-IDX) - MT-IN-VALUE(MOVE-IDX)
               - MT-OUT-VALUE(MOVE-IDX) - MT-ADJ-VALUE(MOVE-IDX)
               - MT-REVAL-VALUE(MOVE-IDX).
           ADD MT-OPEN-VALUE(MOVE-IDX) TO TOT-OPEN-VALUE.
           ADD MT-IN-VALUE(MOVE-IDX) TO TOT-IN-VALUE.
           ADD MT-OUT-VALUE(MOVE-IDX) TO TOT-OUT-VALUE.
           ADD MT-ADJ-VALUE(MOVE-IDX) TO TOT-ADJ-VALUE.
           ADD MT-REVAL-VALUE(MOVE-IDX) TO TOT-REVAL-VALUE.
           ADD MT-CLOSE-VALUE(MOVE-IDX) TO TOT-CLOSE-VALUE.
           ADD DIFF-VALUE TO TOT-DIFF-VALUE.
           MOVE MT-CODE(MOVE-IDX) TO MD-CODE.
           MOVE MT-OPEN-VALUE(MOVE-IDX) TO MD-OPEN.
           MOVE MT-IN-VALUE(MOVE-IDX) TO MD-IN.
           MOVE MT-OUT-VALUE(MOVE-IDX) TO MD-OUT.
           MOVE MT-ADJ-VALUE(MOVE-IDX) TO MD-ADJ.
           MOVE MT-REVAL-VALUE(MOVE-IDX) TO MD-REVAL.
           MOVE MT-CLOSE-VALUE(MOVE-IDX) TO MD-CLOSE.
           MOVE DIFF-VALUE TO MD-DIFF.
           MOVE MV-DETAIL-LINE TO OUT-LINE.
           PERFORM WRITE-MOVEVAL-LINE.

       WRITE-MOVEVAL-LINE.
           MOVE OUT-LINE TO MOVEVAL-RECORD.
           WRITE MOVEVAL-RECORD.
           MOVE MOVEVAL-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE VALUATION-FILE.
           CLOSE MOVEVAL-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
