      *            same check the four suite programs run - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2025-11-25: Added menu choice [9], Set sheet size, which keeps
      *            each material's standard stock-sheet size and
      *            kerf/edge allowance in the companion MATSHEET.DAT
      *            the SHEETPLN sheet-yield planner lays shapes out
      *            on.
      *2025-12-09: Added menu choice [10], Set reorder point, which
      *            keeps each material's reorder point, reorder
      *            quantity and supplier in the companion
      *            MATREORD.DAT the REORDER run raises purchase
      *            orders from. Deliveries are now posted against
      *            their purchase order through GOODSRCV, so [8] is
      *            a stock correction: it still sets the figure, but
      *            appends a TYPE=ADJ line with the difference to
      *            the RECEIPTS.TXT journal, so STOCKREC can account
      *            for it at month end.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-10: A new price keyed for a future date offers the
      *            PRICEIMP price-change impact report on the open jobs
      *            and quotes there and then, passing the price (not
      *            yet saved) in the shared PRICEPRM parameter area.
      *2026-02-17: Sheet and reorder settings stop at the 20 materials
      *            their tables hold: a new material past that is
      *            refused, and a MATSHEET.DAT or MATREORD.DAT already
      *            holding more is reported and not rewritten, so no
      *            line beyond the twentieth is lost.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATMAINT.

           SELECT MATSTOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATSTOCK-FILE-STATUS.
           SELECT MATSHEET-FILE ASSIGN TO "MATSHEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATSHEET-FILE-STATUS.
           SELECT MATREORD-FILE ASSIGN TO "MATREORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATREORD-FILE-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-FILE-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.
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
       FD MATSTOCK-FILE.
       01 MATSTOCK-RECORD PIC X(40).

      *One sheet-size line: code in columns 1-4, sheet length in cm
      *in 6-11, sheet width in cm in 13-18, kerf/edge allowance in
      *cm in 20-23
       FD MATSHEET-FILE.
       01 MATSHEET-RECORD PIC X(40).

      *One reorder line: code in columns 1-4, reorder point in
      *square units in 6-17, reorder quantity in 19-30, supplier in
      *32-51
       FD MATREORD-FILE.
       01 MATREORD-RECORD PIC X(60).

      *The receipts journal GOODSRCV posts deliveries to; a stock
      *correction keyed here goes in as a TYPE=ADJ line
       FD RECEIPTS-FILE.
       01 RECEIPTS-RECORD PIC X(120).

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
       COPY PRICEPRM.

      *Every MATERIALS.DAT line held in entry order - history lines
      *included, since the old price staying on file is the point
       77 ENTRY-EFF PIC 9(8) VALUE 0.
       77 ENTRY-STATUS PIC X(1) VALUE "A".
       77 LINE-APPENDED PIC 9 VALUE 0.
       77 IMPACT-ANSWER PIC X(5) VALUE SPACES.

      *The line in force for one code as of today, found by the same
      *latest-effective-date-not-in-the-future rule the area
       77 STOCK-NUMERIC PIC 9(7)V9(4) VALUE 0.
       77 ENTRY-STOCK PIC 9(7)V9(2) VALUE 0.
       77 STOCK-DISPLAY PIC -(6)9.9(2).
       77 STOCK-BEFORE PIC S9(7)V9(2) VALUE 0.
       77 STOCK-CHANGE PIC S9(7)V9(2) VALUE 0.
       77 BEFORE-DISPLAY PIC -(6)9.9(2).
       77 CHANGE-DISPLAY PIC -(6)9.9(2).
       77 RECEIPTS-FILE-STATUS PIC X(02) VALUE "00".
       77 JOURNAL-LINE PIC X(120).

      *Reorder maintenance: the whole MATREORD.DAT held while one
      *material's reorder settings are set, then rewritten
       01 REORDER-TABLE.
           02 REORDER-ENTRY OCCURS 20 TIMES.
               03 RO-CODE PIC X(4).
               03 RO-POINT PIC 9(7)V9(2).
               03 RO-QTY PIC 9(7)V9(2).
               03 RO-SUPPLIER PIC X(20).
       77 REORDER-COUNT PIC 99 VALUE 0.
       77 REORDER-IDX PIC 99 VALUE 0.
       77 REORDER-FOUND PIC 9 VALUE 0.
       77 REORDER-FILE-FULL PIC 9 VALUE 0.
       77 MATREORD-FILE-STATUS PIC X(02) VALUE "00".
       77 END-OF-MATREORD-FILE PIC 9 VALUE 0.
       77 REORDER-POINT-TEXT PIC X(12).
       77 REORDER-QTY-TEXT PIC X(12).
       77 SUPPLIER-INPUT PIC X(25).
       77 ENTRY-REORDER-POINT PIC 9(7)V9(2) VALUE 0.
       77 ENTRY-REORDER-QTY PIC 9(7)V9(2) VALUE 0.
       77 ENTRY-SUPPLIER PIC X(20) VALUE SPACES.
       77 REORDER-DISPLAY PIC Z(6)9.9(2).

      *Sheet-size maintenance: the whole MATSHEET.DAT held while one
      *material's sheet is set, then rewritten
       01 SHEET-TABLE.
           02 SHEET-ENTRY OCCURS 20 TIMES.
               03 SH-CODE PIC X(4).
               03 SH-LEN PIC 9(3)V9.
               03 SH-WID PIC 9(3)V9.
               03 SH-ALLOW PIC 9V9.
       77 SHEET-COUNT PIC 99 VALUE 0.
       77 SHEET-IDX PIC 99 VALUE 0.
       77 SHEET-FOUND PIC 9 VALUE 0.
       77 SHEET-FILE-FULL PIC 9 VALUE 0.
       77 MATSHEET-FILE-STATUS PIC X(02) VALUE "00".
       77 END-OF-MATSHEET-FILE PIC 9 VALUE 0.
       77 SHEET-LEN-TEXT PIC X(6).
       77 SHEET-WID-TEXT PIC X(6).
       77 SHEET-ALLOW-TEXT PIC X(4).
       77 SHEET-INPUT PIC X(10).
       77 SHEET-NUMERIC PIC 9(6)V9(4) VALUE 0.
       77 ENTRY-SHEET-LEN PIC 9(3)V9 VALUE 0.
       77 ENTRY-SHEET-WID PIC 9(3)V9 VALUE 0.
       77 ENTRY-SHEET-ALLOW PIC 9V9 VALUE 0.
       77 SHEET-SIZE-DISPLAY PIC ZZZ9.9.
       77 SHEET-ALLOW-DISPLAY PIC Z9.9.
       77 MAT-TIMESTAMP PIC X(21).
       77 LIST-LINE-COUNT PIC 9(3) VALUE 0.
       77 SAVED-CHANGES PIC 9 VALUE 1.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *One trip around the maintenance menu
       MAINT-MENU.
               "[3] Add material".
           DISPLAY "[4] New price  [5] Delist  [6] Relist  "
               "[7] Save".
           DISPLAY "[8] Set stock on hand  [9] Set sheet size  "
               "[10] Set reorder point".
           DISPLAY "(0 to exit): " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE-INPUT.
           IF FUNCTION TRIM(MENU-CHOICE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(MENU-CHOICE-INPUT) TO MENU-CHOICE
                       PERFORM SAVE-MATERIALS
                   WHEN 8
                       PERFORM SET-STOCK-ON-HAND
                   WHEN 9
                       PERFORM SET-SHEET-SIZE
                   WHEN 10
                       PERFORM SET-REORDER-POINT
                   WHEN 0
                       MOVE 1 TO MENU-EXITED
                   WHEN OTHER
                           DISPLAY "New price for "
                               FUNCTION TRIM(ENTRY-CODE)
                               " effective " ENTRY-EFF "."
                           IF ENTRY-EFF > TODAY-DATE
                               PERFORM OFFER-PRICE-IMPACT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *A price that takes effect later changes what work already
      *promised will cost; PRICEIMP shows by how much, job by job
      *and quote by quote, while there is still time to call the
      *customers
       OFFER-PRICE-IMPACT.
           DISPLAY "Run the price-change impact report for open jobs "
               "and quotes now? (Y/N): " WITH NO ADVANCING.
           ACCEPT IMPACT-ANSWER.
           IF IMPACT-ANSWER = "Y" OR IMPACT-ANSWER = "y"
               MOVE "PRICEPRM" TO PRICE-EYE
               MOVE OPERATOR-ID TO PRICE-OPERATOR
               MOVE ENTRY-CODE TO PRICE-MAT-CODE
               MOVE ENTRY-PRICE TO PRICE-NEW-PRICE
               MOVE ENTRY-EFF TO PRICE-EFF-DATE
               CALL "PRICEIMP" USING PRICE-PARMS
                   ON EXCEPTION
                       DISPLAY "PRICEIMP could not be CALLed."
               END-CALL
           END-IF.

      *Delist a material from a date: an effective-dated D line
      *carrying the last price, so the code stops pricing on that
      *date without its history going anywhere

      *Set one material's MATSTOCK.DAT stock-on-hand figure: the
      *whole file is read in, the code's entry replaced (or added),
      *and the file rewritten at once - a keyed correction instead
      *of a hand edit. Deliveries go through GOODSRCV; the
      *difference a correction makes is journalled as a TYPE=ADJ
      *line so the month-end reconciliation can see it.
       SET-STOCK-ON-HAND.
           PERFORM GET-MATERIAL-CODE.
           IF ENTRY-OK = 1
                       PERFORM LOAD-STOCK-FILE
                       PERFORM STORE-STOCK-ENTRY
                       PERFORM SAVE-STOCK-FILE
                       PERFORM LOG-STOCK-ADJUSTMENT
                       MOVE ENTRY-STOCK TO STOCK-DISPLAY
                       DISPLAY FUNCTION TRIM(ENTRY-CODE)
                           " stock set to "
           END-IF.

       STORE-STOCK-ENTRY.
           MOVE 0 TO STOCK-BEFORE.
           MOVE 0 TO STOCK-FOUND.
           MOVE 0 TO STOCK-IDX.
           PERFORM UNTIL STOCK-FOUND = 1
               ADD 1 TO STOCK-COUNT
               MOVE STOCK-COUNT TO STOCK-IDX
               MOVE ENTRY-CODE TO SK-CODE(STOCK-IDX)
           ELSE
               MOVE SK-QTY(STOCK-IDX) TO STOCK-BEFORE
           END-IF.
           MOVE ENTRY-STOCK TO SK-QTY(STOCK-IDX).

           END-PERFORM.
           CLOSE MATSTOCK-FILE.

      *Append the TYPE=ADJ line for a stock correction to
      *RECEIPTS.TXT: the difference made, with the figure before
      *and after, in the same layout as GOODSRCV's TYPE=RCPT lines
       LOG-STOCK-ADJUSTMENT.
           COMPUTE STOCK-CHANGE = ENTRY-STOCK - STOCK-BEFORE.
           MOVE STOCK-CHANGE TO CHANGE-DISPLAY.
           MOVE STOCK-BEFORE TO BEFORE-DISPLAY.
           MOVE ENTRY-STOCK TO STOCK-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO MAT-TIMESTAMP.
           OPEN INPUT RECEIPTS-FILE.
           IF RECEIPTS-FILE-STATUS = "00"
               CLOSE RECEIPTS-FILE
               OPEN EXTEND RECEIPTS-FILE
           ELSE
               OPEN OUTPUT RECEIPTS-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-LINE.
           STRING
               "TYPE=ADJ MAT=" ENTRY-CODE
               " QTY=" FUNCTION TRIM(CHANGE-DISPLAY LEADING)
               " BEFORE=" FUNCTION TRIM(BEFORE-DISPLAY LEADING)
               " AFTER=" FUNCTION TRIM(STOCK-DISPLAY LEADING)
               " DATE=" MAT-TIMESTAMP(1:8)
               " TIME=" MAT-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO JOURNAL-LINE.
           MOVE JOURNAL-LINE TO RECEIPTS-RECORD.
           WRITE RECEIPTS-RECORD.
           MOVE "RECEIPTS.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE RECEIPTS-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RECEIPTS-FILE.

      *Set one material's standard sheet in MATSHEET.DAT the same
      *way SET-STOCK-ON-HAND sets its stock: read the whole file,
      *replace (or add) the code's line, rewrite the file at once
       SET-SHEET-SIZE.
           PERFORM GET-MATERIAL-CODE.
           IF ENTRY-OK = 1
               PERFORM FIND-ANY-LINE
               IF CODE-SEEN = 0
                   DISPLAY "No material "
                       FUNCTION TRIM(ENTRY-CODE) " on file."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   PERFORM GET-SHEET-FIGURES
                   IF ENTRY-OK = 1
                       PERFORM LOAD-SHEET-FILE
                       PERFORM CHECK-SHEET-FILE-ROOM
                   END-IF
                   IF ENTRY-OK = 1
                       PERFORM STORE-SHEET-ENTRY
                   END-IF
                   IF ENTRY-OK = 1
                       PERFORM SAVE-SHEET-FILE
                       MOVE ENTRY-SHEET-LEN TO SHEET-SIZE-DISPLAY
                       MOVE SHEET-SIZE-DISPLAY TO SHEET-LEN-TEXT
                       MOVE ENTRY-SHEET-WID TO SHEET-SIZE-DISPLAY
                       MOVE SHEET-SIZE-DISPLAY TO SHEET-WID-TEXT
                       MOVE ENTRY-SHEET-ALLOW TO SHEET-ALLOW-DISPLAY
                       DISPLAY FUNCTION TRIM(ENTRY-CODE)
                           " sheet set to "
                           FUNCTION TRIM(SHEET-LEN-TEXT) " x "
                           FUNCTION TRIM(SHEET-WID-TEXT)
                           " cm, allowance "
                           FUNCTION TRIM(SHEET-ALLOW-DISPLAY LEADING)
                           " cm."
                   END-IF
               END-IF
           END-IF.

      *Sheet length and width in cm (1-999.9) and the kerf/edge
      *allowance in cm (0-9.9), which must leave the sheet some
      *usable area
       GET-SHEET-FIGURES.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Sheet length in cm (1-999.9): "
               WITH NO ADVANCING.
           ACCEPT SHEET-INPUT.
           IF FUNCTION TRIM(SHEET-INPUT) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(SHEET-INPUT) = 0
               MOVE FUNCTION NUMVAL(SHEET-INPUT) TO SHEET-NUMERIC
               IF SHEET-NUMERIC >= 1 AND SHEET-NUMERIC <= 999.9
                   MOVE SHEET-NUMERIC TO ENTRY-SHEET-LEN
                   MOVE 1 TO ENTRY-OK
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               MOVE 0 TO ENTRY-OK
               DISPLAY "Sheet width in cm (1-999.9): "
                   WITH NO ADVANCING
               ACCEPT SHEET-INPUT
               IF FUNCTION TRIM(SHEET-INPUT) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(SHEET-INPUT) = 0
                   MOVE FUNCTION NUMVAL(SHEET-INPUT) TO SHEET-NUMERIC
                   IF SHEET-NUMERIC >= 1 AND SHEET-NUMERIC <= 999.9
                       MOVE SHEET-NUMERIC TO ENTRY-SHEET-WID
                       MOVE 1 TO ENTRY-OK
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK = 0
               DISPLAY "Sheet sizes must be numbers within 1-999.9."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE 0 TO ENTRY-OK
               DISPLAY "Kerf/edge allowance in cm (0-9.9): "
                   WITH NO ADVANCING
               ACCEPT SHEET-INPUT
               IF FUNCTION TRIM(SHEET-INPUT) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(SHEET-INPUT) = 0
                   MOVE FUNCTION NUMVAL(SHEET-INPUT) TO SHEET-NUMERIC
                   IF SHEET-NUMERIC >= 0 AND SHEET-NUMERIC <= 9.9
                           AND SHEET-NUMERIC < ENTRY-SHEET-LEN
                           AND SHEET-NUMERIC < ENTRY-SHEET-WID
                       MOVE SHEET-NUMERIC TO ENTRY-SHEET-ALLOW
                       MOVE 1 TO ENTRY-OK
                   END-IF
               END-IF
               IF ENTRY-OK = 0
                   DISPLAY "Allowance must be a number within 0-9.9 "
                       "and smaller than the sheet."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Read MATSHEET.DAT into the sheet table; an unreadable line is
      *reported and dropped rather than carried along blind, and a
      *line past the twentieth is reported and flags the file full
       LOAD-SHEET-FILE.
           MOVE 0 TO SHEET-COUNT.
           MOVE 0 TO SHEET-FILE-FULL.
           MOVE 0 TO END-OF-MATSHEET-FILE.
           OPEN INPUT MATSHEET-FILE.
           IF MATSHEET-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-MATSHEET-FILE = 1
                   READ MATSHEET-FILE
                       AT END
                           MOVE 1 TO END-OF-MATSHEET-FILE
                       NOT AT END
                           IF FUNCTION TRIM(MATSHEET-RECORD)
                                   NOT = SPACES
                               PERFORM LOAD-ONE-SHEET-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATSHEET-FILE
           END-IF.

       LOAD-ONE-SHEET-LINE.
           MOVE MATSHEET-RECORD(6:6) TO SHEET-LEN-TEXT.
           MOVE MATSHEET-RECORD(13:6) TO SHEET-WID-TEXT.
           MOVE MATSHEET-RECORD(20:4) TO SHEET-ALLOW-TEXT.
           IF MATSHEET-RECORD(1:4) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(SHEET-LEN-TEXT) = 0
                   AND FUNCTION TEST-NUMVAL(SHEET-WID-TEXT) = 0
                   AND FUNCTION TEST-NUMVAL(SHEET-ALLOW-TEXT) = 0
               IF SHEET-COUNT >= 20
                   DISPLAY "Sheet table full (20 materials) - "
                       "MATSHEET.DAT line not loaded: "
                       FUNCTION TRIM(MATSHEET-RECORD)
                   MOVE 1 TO SHEET-FILE-FULL
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   PERFORM ADD-SHEET-LINE
               END-IF
           ELSE
               DISPLAY "Skipping bad MATSHEET.DAT line: "
                   FUNCTION TRIM(MATSHEET-RECORD)
           END-IF.

       ADD-SHEET-LINE.
           ADD 1 TO SHEET-COUNT
           MOVE MATSHEET-RECORD(1:4) TO SH-CODE(SHEET-COUNT)
           MOVE FUNCTION NUMVAL(SHEET-LEN-TEXT)
               TO SH-LEN(SHEET-COUNT)
           MOVE FUNCTION NUMVAL(SHEET-WID-TEXT)
               TO SH-WID(SHEET-COUNT)
           MOVE FUNCTION NUMVAL(SHEET-ALLOW-TEXT)
               TO SH-ALLOW(SHEET-COUNT).

      *A MATSHEET.DAT holding more lines than the table is not
      *rewritten, since the lines past the twentieth would be lost
       CHECK-SHEET-FILE-ROOM.
           IF SHEET-FILE-FULL = 1
               DISPLAY "MATSHEET.DAT not rewritten - it would lose "
                   "the lines past the first 20."
               MOVE 0 TO ENTRY-OK
           END-IF.

       STORE-SHEET-ENTRY.
           MOVE 0 TO SHEET-FOUND.
           MOVE 0 TO SHEET-IDX.
           PERFORM UNTIL SHEET-FOUND = 1
                   OR SHEET-IDX >= SHEET-COUNT
               ADD 1 TO SHEET-IDX
               IF SH-CODE(SHEET-IDX) = ENTRY-CODE
                   MOVE 1 TO SHEET-FOUND
               END-IF
           END-PERFORM.
           IF SHEET-FOUND = 0
               IF SHEET-COUNT >= 20
                   DISPLAY "Sheet table full (20 materials) - "
                       FUNCTION TRIM(ENTRY-CODE) " sheet not set."
                   MOVE 1 TO HAD-INVALID-INPUT
                   MOVE 0 TO ENTRY-OK
               ELSE
                   ADD 1 TO SHEET-COUNT
                   MOVE SHEET-COUNT TO SHEET-IDX
                   MOVE ENTRY-CODE TO SH-CODE(SHEET-IDX)
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               MOVE ENTRY-SHEET-LEN TO SH-LEN(SHEET-IDX)
               MOVE ENTRY-SHEET-WID TO SH-WID(SHEET-IDX)
               MOVE ENTRY-SHEET-ALLOW TO SH-ALLOW(SHEET-IDX)
           END-IF.

       SAVE-SHEET-FILE.
           OPEN OUTPUT MATSHEET-FILE.
           MOVE "MATSHEET.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO SHEET-IDX.
           PERFORM UNTIL SHEET-IDX >= SHEET-COUNT
               ADD 1 TO SHEET-IDX
               MOVE SPACES TO MATSHEET-RECORD
               MOVE SH-CODE(SHEET-IDX) TO MATSHEET-RECORD(1:4)
               MOVE SH-LEN(SHEET-IDX) TO SHEET-SIZE-DISPLAY
               MOVE SHEET-SIZE-DISPLAY TO MATSHEET-RECORD(6:6)
               MOVE SH-WID(SHEET-IDX) TO SHEET-SIZE-DISPLAY
               MOVE SHEET-SIZE-DISPLAY TO MATSHEET-RECORD(13:6)
               MOVE SH-ALLOW(SHEET-IDX) TO SHEET-ALLOW-DISPLAY
               MOVE SHEET-ALLOW-DISPLAY TO MATSHEET-RECORD(20:4)
               WRITE MATSHEET-RECORD
               MOVE MATSHEET-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM.
           CLOSE MATSHEET-FILE.

      *Set one material's reorder point, reorder quantity and
      *supplier in MATREORD.DAT the same way SET-SHEET-SIZE sets its
      *sheet: read the whole file, replace (or add) the code's line,
      *rewrite the file at once
       SET-REORDER-POINT.
           PERFORM GET-MATERIAL-CODE.
           IF ENTRY-OK = 1
               PERFORM FIND-ANY-LINE
               IF CODE-SEEN = 0
                   DISPLAY "No material "
                       FUNCTION TRIM(ENTRY-CODE) " on file."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   PERFORM LOAD-REORDER-FILE
                   PERFORM CHECK-REORDER-FILE-ROOM
               END-IF
               IF CODE-SEEN = 1 AND ENTRY-OK = 1
                   PERFORM SHOW-REORDER-ENTRY
                   PERFORM GET-REORDER-FIGURES
                   IF ENTRY-OK = 1
                       PERFORM STORE-REORDER-ENTRY
                   END-IF
                   IF ENTRY-OK = 1
                       PERFORM SAVE-REORDER-FILE
                       MOVE ENTRY-REORDER-POINT TO REORDER-DISPLAY
                       MOVE REORDER-DISPLAY TO REORDER-POINT-TEXT
                       MOVE ENTRY-REORDER-QTY TO REORDER-DISPLAY
                       MOVE REORDER-DISPLAY TO REORDER-QTY-TEXT
                       DISPLAY FUNCTION TRIM(ENTRY-CODE)
                           " reorders "
                           FUNCTION TRIM(REORDER-QTY-TEXT)
                           " from " FUNCTION TRIM(ENTRY-SUPPLIER)
                           " at or below "
                           FUNCTION TRIM(REORDER-POINT-TEXT) "."
                   END-IF
               END-IF
           END-IF.

      *Show the settings already on file for the code, if any, so
      *the operator sees what is being replaced
       SHOW-REORDER-ENTRY.
           MOVE 0 TO REORDER-FOUND.
           MOVE 0 TO REORDER-IDX.
           PERFORM UNTIL REORDER-FOUND = 1
                   OR REORDER-IDX >= REORDER-COUNT
               ADD 1 TO REORDER-IDX
               IF RO-CODE(REORDER-IDX) = ENTRY-CODE
                   MOVE 1 TO REORDER-FOUND
               END-IF
           END-PERFORM.
           IF REORDER-FOUND = 1
               MOVE RO-POINT(REORDER-IDX) TO REORDER-DISPLAY
               MOVE REORDER-DISPLAY TO REORDER-POINT-TEXT
               MOVE RO-QTY(REORDER-IDX) TO REORDER-DISPLAY
               MOVE REORDER-DISPLAY TO REORDER-QTY-TEXT
               DISPLAY "Now: point "
                   FUNCTION TRIM(REORDER-POINT-TEXT)
                   ", quantity " FUNCTION TRIM(REORDER-QTY-TEXT)
                   ", supplier "
                   FUNCTION TRIM(RO-SUPPLIER(REORDER-IDX)) "."
           ELSE
               DISPLAY "No reorder settings on file yet."
           END-IF.

      *Reorder point in square units (0-9999999.99), the quantity
      *to order when stock falls to it (0.01-9999999.99) and the
      *supplier to order from (1-20 characters)
       GET-REORDER-FIGURES.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Reorder point in square units (0-9999999.99): "
               WITH NO ADVANCING.
           ACCEPT STOCK-INPUT.
           IF FUNCTION TRIM(STOCK-INPUT) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(STOCK-INPUT) = 0
               MOVE FUNCTION NUMVAL(STOCK-INPUT) TO STOCK-NUMERIC
               IF FUNCTION NUMVAL(STOCK-INPUT) >= 0
                       AND STOCK-NUMERIC <= 9999999.99
                   MOVE STOCK-NUMERIC TO ENTRY-REORDER-POINT
                   MOVE 1 TO ENTRY-OK
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               MOVE 0 TO ENTRY-OK
               DISPLAY "Reorder quantity (0.01-9999999.99): "
                   WITH NO ADVANCING
               ACCEPT STOCK-INPUT
               IF FUNCTION TRIM(STOCK-INPUT) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(STOCK-INPUT) = 0
                   MOVE FUNCTION NUMVAL(STOCK-INPUT) TO STOCK-NUMERIC
                   IF FUNCTION NUMVAL(STOCK-INPUT) >= 0.01
                           AND STOCK-NUMERIC <= 9999999.99
                       MOVE STOCK-NUMERIC TO ENTRY-REORDER-QTY
                       MOVE 1 TO ENTRY-OK
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK = 0
               DISPLAY "Reorder point must be 0-9999999.99 and "
                   "quantity 0.01-9999999.99."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE 0 TO ENTRY-OK
               DISPLAY "Supplier (up to 20 characters): "
                   WITH NO ADVANCING
               ACCEPT SUPPLIER-INPUT
               IF FUNCTION TRIM(SUPPLIER-INPUT) NOT = SPACES
                       AND FUNCTION LENGTH(FUNCTION TRIM(
                       SUPPLIER-INPUT)) <= 20
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       SUPPLIER-INPUT)) TO ENTRY-SUPPLIER
                   MOVE 1 TO ENTRY-OK
               ELSE
                   DISPLAY "Supplier must be 1-20 characters."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Read MATREORD.DAT into the reorder table; an unreadable line
      *is reported and dropped rather than carried along blind, and
      *a line past the twentieth is reported and flags the file full
       LOAD-REORDER-FILE.
           MOVE 0 TO REORDER-COUNT.
           MOVE 0 TO REORDER-FILE-FULL.
           MOVE 0 TO END-OF-MATREORD-FILE.
           OPEN INPUT MATREORD-FILE.
           IF MATREORD-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-MATREORD-FILE = 1
                   READ MATREORD-FILE
                       AT END
                           MOVE 1 TO END-OF-MATREORD-FILE
                       NOT AT END
                           IF FUNCTION TRIM(MATREORD-RECORD)
                                   NOT = SPACES
                               PERFORM LOAD-ONE-REORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATREORD-FILE
           END-IF.

       LOAD-ONE-REORDER-LINE.
           MOVE MATREORD-RECORD(6:12) TO REORDER-POINT-TEXT.
           MOVE MATREORD-RECORD(19:12) TO REORDER-QTY-TEXT.
           IF MATREORD-RECORD(1:4) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(REORDER-POINT-TEXT) = 0
                   AND FUNCTION TEST-NUMVAL(REORDER-QTY-TEXT) = 0
               IF REORDER-COUNT >= 20
                   DISPLAY "Reorder table full (20 materials) - "
                       "MATREORD.DAT line not loaded: "
                       FUNCTION TRIM(MATREORD-RECORD)
                   MOVE 1 TO REORDER-FILE-FULL
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   PERFORM ADD-REORDER-LINE
               END-IF
           ELSE
               DISPLAY "Skipping bad MATREORD.DAT line: "
                   FUNCTION TRIM(MATREORD-RECORD)
           END-IF.

       ADD-REORDER-LINE.
           ADD 1 TO REORDER-COUNT
           MOVE MATREORD-RECORD(1:4) TO RO-CODE(REORDER-COUNT)
           MOVE FUNCTION NUMVAL(REORDER-POINT-TEXT)
               TO RO-POINT(REORDER-COUNT)
           MOVE FUNCTION NUMVAL(REORDER-QTY-TEXT)
               TO RO-QTY(REORDER-COUNT)
           MOVE MATREORD-RECORD(32:20)
               TO RO-SUPPLIER(REORDER-COUNT).

      *A MATREORD.DAT holding more lines than the table is not
      *rewritten, since the lines past the twentieth would be lost
       CHECK-REORDER-FILE-ROOM.
           IF REORDER-FILE-FULL = 1
               DISPLAY "MATREORD.DAT not rewritten - it would lose "
                   "the lines past the first 20."
               MOVE 0 TO ENTRY-OK
           END-IF.

       STORE-REORDER-ENTRY.
           MOVE 0 TO REORDER-FOUND.
           MOVE 0 TO REORDER-IDX.
           PERFORM UNTIL REORDER-FOUND = 1
                   OR REORDER-IDX >= REORDER-COUNT
               ADD 1 TO REORDER-IDX
               IF RO-CODE(REORDER-IDX) = ENTRY-CODE
                   MOVE 1 TO REORDER-FOUND
               END-IF
           END-PERFORM.
           IF REORDER-FOUND = 0
               IF REORDER-COUNT >= 20
                   DISPLAY "Reorder table full (20 materials) - "
                       FUNCTION TRIM(ENTRY-CODE)
                       " reorder settings not set."
                   MOVE 1 TO HAD-INVALID-INPUT
                   MOVE 0 TO ENTRY-OK
               ELSE
                   ADD 1 TO REORDER-COUNT
                   MOVE REORDER-COUNT TO REORDER-IDX
                   MOVE ENTRY-CODE TO RO-CODE(REORDER-IDX)
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               MOVE ENTRY-REORDER-POINT TO RO-POINT(REORDER-IDX)
               MOVE ENTRY-REORDER-QTY TO RO-QTY(REORDER-IDX)
               MOVE ENTRY-SUPPLIER TO RO-SUPPLIER(REORDER-IDX)
           END-IF.

       SAVE-REORDER-FILE.
           OPEN OUTPUT MATREORD-FILE.
           MOVE "MATREORD.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO REORDER-IDX.
           PERFORM UNTIL REORDER-IDX >= REORDER-COUNT
               ADD 1 TO REORDER-IDX
               MOVE SPACES TO MATREORD-RECORD
               MOVE RO-CODE(REORDER-IDX) TO MATREORD-RECORD(1:4)
               MOVE RO-POINT(REORDER-IDX) TO REORDER-DISPLAY
               MOVE REORDER-DISPLAY TO MATREORD-RECORD(6:12)
               MOVE RO-QTY(REORDER-IDX) TO REORDER-DISPLAY
               MOVE REORDER-DISPLAY TO MATREORD-RECORD(19:12)
               MOVE RO-SUPPLIER(REORDER-IDX)
                   TO MATREORD-RECORD(32:20)
               WRITE MATREORD-RECORD
               MOVE MATREORD-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM.
           CLOSE MATREORD-FILE.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE MATERIALS-FILE.
           CLOSE MATSTOCK-FILE.
           CLOSE MATSHEET-FILE.
           CLOSE MATREORD-FILE.
           CLOSE RECEIPTS-FILE.

       COPY SESSLOCKP.


       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
