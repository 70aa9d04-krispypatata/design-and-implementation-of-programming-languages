      *DESCRIPTION: Goods-received posting. A delivery is booked in
      *against the open purchase order in PURCHORD.DAT that REORDER
      *raised for it, instead of overwriting the stock figure: the
      *operator picks the order, keys the square units that arrived
      *and the supplier's delivery reference, and the quantity is
      *added to the material's MATSTOCK.DAT stock on hand (a line is
      *added for a material with none yet). A part delivery leaves
      *the order PART received with the rest still due; the order
      *closes once everything is in, or when the operator writes the
      *rest off. More than is still due is refused. Every delivery
      *is journalled to RECEIPTS.TXT as a TYPE=RCPT line - what
      *arrived, from which order, the stock before and after, when
      *and by whom - which the STOCKREC month-end reconciliation
      *reads alongside MATUSAGE.TXT.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: December 9, 2025
      *Modification History:
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-17: A full PURCHORD.DAT now points the operator at
      *            HOUSEKP, which archives CLOSED orders once
      *            RETENTION.CFG names the file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOODSRCV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHORD-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURCHORD-FILE-STATUS.
           SELECT MATSTOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATSTOCK-FILE-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-FILE-STATUS.
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
      *Layout described in the PURCHORD copybook
       FD PURCHORD-FILE.
       01 PURCHORD-RECORD PIC X(100).

      *One stock-on-hand line: code 1-4, square cm on hand 6-17
       FD MATSTOCK-FILE.
       01 MATSTOCK-RECORD PIC X(40).

      *The receipts journal: one TYPE=RCPT line per delivery posted
      *here, and a TYPE=ADJ line per stock correction keyed through
      *MATMAINT
       FD RECEIPTS-FILE.
       01 RECEIPTS-RECORD PIC X(120).

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
       COPY RUNLOG.
       COPY SESSLOCK.
       COPY OPERID.
       COPY ERRLOG.
       COPY LOGDIR.
       COPY CLOSECHK.
       COPY PURCHORD.

       77 MATSTOCK-FILE-STATUS PIC X(02) VALUE "00".
       77 RECEIPTS-FILE-STATUS PIC X(02) VALUE "00".
       77 MATSTOCK-EOF PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.
       77 RECEIVING-DONE PIC 9 VALUE 0.
       77 RCPT-TIMESTAMP PIC X(21).

      *MATSTOCK.DAT held whole while one material's figure changes,
      *the way RESVOID gives stock back
       01 STOCK-LINE-TABLE.
           02 STOCK-LINE OCCURS 100 TIMES PIC X(40).
       77 STOCK-LINE-COUNT PIC 9(3) VALUE 0.
       77 STOCK-LINE-IDX PIC 9(3) VALUE 0.
       77 STOCK-FILE-FULL PIC 9 VALUE 0.
       77 STOCK-LINE-FOUND PIC 9 VALUE 0.
       77 STOCK-TEXT PIC X(12).
       77 STOCK-BEFORE PIC S9(8)V9(2) VALUE 0.
       77 STOCK-AFTER PIC S9(8)V9(2) VALUE 0.
       77 STOCK-DISPLAY PIC -(6)9.9(2).
       77 BEFORE-DISPLAY PIC -(6)9.9(2).

      *One delivery as keyed: the order, the quantity and the
      *supplier's delivery reference
       77 PO-NO-INPUT PIC X(10).
       77 RCPT-QTY-INPUT PIC X(15).
       77 RCPT-QTY-NUMERIC PIC 9(8)V9(4) VALUE 0.
       77 RCPT-QTY PIC 9(7)V9(2) VALUE 0.
       77 RCPT-REF-INPUT PIC X(25).
       77 RCPT-REF PIC X(20) VALUE SPACES.
       77 ENTRY-OK PIC 9 VALUE 0.
       77 CONFIRM-INPUT PIC X(5).
       77 OPEN-ORDER-COUNT PIC 9(3) VALUE 0.
       77 RECEIPT-COUNT PIC 9(3) VALUE 0.
       77 COUNT-DISPLAY PIC ZZ9.
       77 QTY-DISPLAY PIC Z(6)9.9(2).
       77 JOURNAL-LINE PIC X(120).
       01 ORDER-LINE.
           02 OL-NO PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OL-MAT PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OL-SUPPLIER PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OL-ORDERED PIC Z(6)9.9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OL-RECEIVED PIC Z(6)9.9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OL-DUE PIC Z(6)9.9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OL-STATUS PIC X(6).

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "GOODSRCV" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "GOODSRCV" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "GOODSRCV" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           PERFORM LOAD-PURCHASE-ORDERS.
           IF PO-FILE-FULL = 1
               DISPLAY "No deliveries posted - PURCHORD.DAT would "
                   "lose the orders past the first 200."
               DISPLAY "Run HOUSEKP to archive closed orders "
                   "(LOG=PURCHORD.DAT in RETENTION.CFG)."
               MOVE 1 TO RUN-FAILED
           ELSE
               MOVE 0 TO RECEIVING-DONE
               PERFORM RECEIVE-ONE-DELIVERY UNTIL RECEIVING-DONE = 1
               MOVE RECEIPT-COUNT TO COUNT-DISPLAY
               DISPLAY FUNCTION TRIM(COUNT-DISPLAY)
                   " delivery(ies) posted."
           END-IF.

           MOVE "END" TO RUNLOG-EVENT.
           EVALUATE TRUE
               WHEN RUN-FAILED = 1
                   MOVE "FAILED" TO RUNLOG-REASON
               WHEN HAD-INVALID-INPUT = 1
                   MOVE "INVALID-INPUT" TO RUNLOG-REASON
               WHEN OTHER
                   MOVE "NORMAL" TO RUNLOG-REASON
           END-EVALUATE.
           PERFORM LOG-RUN-EVENT.

           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
      *by the caller first), so receiving sessions show up in the
      *same consolidated daily log as the other programs' runs
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

      *Show what is still due in, take one delivery against one
      *order, and post it; a blank order number ends the session
       RECEIVE-ONE-DELIVERY.
           PERFORM LIST-OPEN-ORDERS.
           IF OPEN-ORDER-COUNT = 0
               DISPLAY "No open purchase orders to receive against."
               MOVE 1 TO RECEIVING-DONE
           ELSE
               DISPLAY "Order number to receive against (blank to "
                   "finish): " WITH NO ADVANCING
               ACCEPT PO-NO-INPUT
               IF FUNCTION TRIM(PO-NO-INPUT) = SPACES
                   MOVE 1 TO RECEIVING-DONE
               ELSE
                   PERFORM GET-RECEIPT-ORDER
                   IF ENTRY-OK = 1
                       PERFORM GET-RECEIPT-DETAILS
                   END-IF
                   IF ENTRY-OK = 1
                       PERFORM POST-RECEIPT
                   END-IF
               END-IF
           END-IF.
           DISPLAY " ".

       LIST-OPEN-ORDERS.
           MOVE 0 TO OPEN-ORDER-COUNT.
           MOVE 0 TO PO-IDX.
           PERFORM UNTIL PO-IDX >= PO-COUNT
               ADD 1 TO PO-IDX
               IF PO-STATUS(PO-IDX) NOT = "CLOSED"
                   IF OPEN-ORDER-COUNT = 0
                       DISPLAY "PO      MAT   SUPPLIER               "
                           "  ORDERED    RECEIVED         DUE  STATUS"
                   END-IF
                   ADD 1 TO OPEN-ORDER-COUNT
                   MOVE PO-NO(PO-IDX) TO OL-NO
                   MOVE PO-MAT(PO-IDX) TO OL-MAT
                   MOVE PO-SUPPLIER(PO-IDX) TO OL-SUPPLIER
                   MOVE PO-ORDERED(PO-IDX) TO OL-ORDERED
                   MOVE PO-RECEIVED(PO-IDX) TO OL-RECEIVED
                   COMPUTE OL-DUE =
                       PO-ORDERED(PO-IDX) - PO-RECEIVED(PO-IDX)
                   MOVE PO-STATUS(PO-IDX) TO OL-STATUS
                   DISPLAY ORDER-LINE
               END-IF
           END-PERFORM.

      *The order must be on file and not yet closed
       GET-RECEIPT-ORDER.
           MOVE 0 TO ENTRY-OK.
           IF FUNCTION TRIM(PO-NO-INPUT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(PO-NO-INPUT))
                   <= 6
               MOVE FUNCTION NUMVAL(PO-NO-INPUT) TO PO-LOOKUP-NO
               PERFORM FIND-PURCHASE-ORDER
               IF PO-FOUND = 0
                   DISPLAY "No purchase order " PO-LOOKUP-NO
                       " on file."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   IF PO-STATUS(PO-IDX) = "CLOSED"
                       DISPLAY "Purchase order " PO-LOOKUP-NO
                           " is closed - nothing more is due on it."
                       MOVE 1 TO HAD-INVALID-INPUT
                   ELSE
                       MOVE 1 TO ENTRY-OK
                   END-IF
               END-IF
           ELSE
               DISPLAY "Order number must be up to 6 digits."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *The square units that arrived - anything from 0.01 up to
      *what is still due - and the delivery reference
       GET-RECEIPT-DETAILS.
           MOVE 0 TO ENTRY-OK.
           COMPUTE PO-OUTSTANDING =
               PO-ORDERED(PO-IDX) - PO-RECEIVED(PO-IDX).
           MOVE PO-OUTSTANDING TO QTY-DISPLAY.
           DISPLAY "Square units received (0.01-"
               FUNCTION TRIM(QTY-DISPLAY LEADING) "): "
               WITH NO ADVANCING.
           ACCEPT RCPT-QTY-INPUT.
           IF FUNCTION TRIM(RCPT-QTY-INPUT) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(RCPT-QTY-INPUT) = 0
               IF FUNCTION NUMVAL(RCPT-QTY-INPUT) >= 0.01
                       AND FUNCTION NUMVAL(RCPT-QTY-INPUT)
                       <= PO-OUTSTANDING
                   MOVE FUNCTION NUMVAL(RCPT-QTY-INPUT)
                       TO RCPT-QTY-NUMERIC
                   MOVE RCPT-QTY-NUMERIC TO RCPT-QTY
                   MOVE 1 TO ENTRY-OK
               END-IF
           END-IF.
           IF ENTRY-OK = 0
               DISPLAY "Quantity must be a number from 0.01 up to "
                   "the " FUNCTION TRIM(QTY-DISPLAY LEADING)
                   " still due - an over-delivery is not booked in."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE 0 TO ENTRY-OK
               DISPLAY "Delivery reference (up to 20 characters): "
                   WITH NO ADVANCING
               ACCEPT RCPT-REF-INPUT
               IF FUNCTION TRIM(RCPT-REF-INPUT) NOT = SPACES
                       AND FUNCTION LENGTH(FUNCTION TRIM(
                       RCPT-REF-INPUT)) <= 20
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       RCPT-REF-INPUT)) TO RCPT-REF
                   MOVE 1 TO ENTRY-OK
               ELSE
                   DISPLAY "Delivery reference must be 1-20 "
                       "characters."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Stock first, then the order, then the journal line - each
      *written away before the next, so an abort leaves at most a
      *journal line short rather than stock unaccounted for twice
       POST-RECEIPT.
           PERFORM LOAD-STOCK-LINES.
           IF STOCK-FILE-FULL = 1
               DISPLAY "MATSTOCK.DAT holds more than 100 lines - "
                   "delivery not posted."
               MOVE 1 TO RUN-FAILED
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RCPT-TIMESTAMP
               COMPUTE STOCK-AFTER = STOCK-BEFORE + RCPT-QTY
               MOVE STOCK-AFTER TO STOCK-DISPLAY
               IF STOCK-LINE-FOUND = 0
                   ADD 1 TO STOCK-LINE-COUNT
                   MOVE STOCK-LINE-COUNT TO STOCK-LINE-IDX
                   MOVE SPACES TO STOCK-LINE(STOCK-LINE-IDX)
                   MOVE PO-MAT(PO-IDX)
                       TO STOCK-LINE(STOCK-LINE-IDX)(1:4)
               END-IF
               MOVE STOCK-DISPLAY TO STOCK-LINE(STOCK-LINE-IDX)(6:12)
               PERFORM REWRITE-STOCK-LINES

               ADD RCPT-QTY TO PO-RECEIVED(PO-IDX)
               MOVE RCPT-TIMESTAMP(1:8) TO PO-LAST-RCPT(PO-IDX)
               IF PO-RECEIVED(PO-IDX) >= PO-ORDERED(PO-IDX)
                   MOVE "CLOSED" TO PO-STATUS(PO-IDX)
               ELSE
                   MOVE "PART" TO PO-STATUS(PO-IDX)
                   PERFORM OFFER-CLOSE-SHORT
               END-IF
               PERFORM SAVE-PURCHASE-ORDERS

               PERFORM LOG-RECEIPT
               ADD 1 TO RECEIPT-COUNT
               MOVE RCPT-QTY TO QTY-DISPLAY
               DISPLAY FUNCTION TRIM(QTY-DISPLAY LEADING)
                   " received on PO " PO-NO(PO-IDX) " - "
                   PO-MAT(PO-IDX) " stock on hand now "
                   FUNCTION TRIM(STOCK-DISPLAY LEADING)
                   ", order " FUNCTION TRIM(PO-STATUS(PO-IDX)) "."
           END-IF.

      *A part delivery leaves the rest due; when the supplier has
      *said no more is coming, the order is closed short instead
       OFFER-CLOSE-SHORT.
           COMPUTE PO-OUTSTANDING =
               PO-ORDERED(PO-IDX) - PO-RECEIVED(PO-IDX).
           MOVE PO-OUTSTANDING TO QTY-DISPLAY.
           DISPLAY FUNCTION TRIM(QTY-DISPLAY LEADING)
               " still due. Close the order short - no more to "
               "come? (Y/N): " WITH NO ADVANCING.
           ACCEPT CONFIRM-INPUT.
           IF CONFIRM-INPUT = "Y" OR CONFIRM-INPUT = "y"
               MOVE "CLOSED" TO PO-STATUS(PO-IDX)
           END-IF.

      *Read the whole rack file, noting the line for the order's
      *material and the figure it holds
       LOAD-STOCK-LINES.
           MOVE 0 TO STOCK-LINE-COUNT.
           MOVE 0 TO STOCK-FILE-FULL.
           MOVE 0 TO STOCK-LINE-FOUND.
           MOVE 0 TO STOCK-LINE-IDX.
           MOVE 0 TO STOCK-BEFORE.
           MOVE 0 TO MATSTOCK-EOF.
           OPEN INPUT MATSTOCK-FILE.
           IF MATSTOCK-FILE-STATUS = "00"
               PERFORM UNTIL MATSTOCK-EOF = 1
                   READ MATSTOCK-FILE
                       AT END
                           MOVE 1 TO MATSTOCK-EOF
                       NOT AT END
                           PERFORM KEEP-ONE-STOCK-LINE
                   END-READ
               END-PERFORM
               CLOSE MATSTOCK-FILE
           END-IF.

      *A line is kept even when it does not read, so the rewrite
      *hands it back untouched; 99 lines at most, leaving room for
      *a material that has no line yet
       KEEP-ONE-STOCK-LINE.
           IF STOCK-LINE-COUNT >= 99
               MOVE 1 TO STOCK-FILE-FULL
               MOVE 1 TO MATSTOCK-EOF
           ELSE
               ADD 1 TO STOCK-LINE-COUNT
               MOVE MATSTOCK-RECORD TO STOCK-LINE(STOCK-LINE-COUNT)
               MOVE MATSTOCK-RECORD(6:12) TO STOCK-TEXT
               IF STOCK-LINE-FOUND = 0
                       AND MATSTOCK-RECORD(1:4) = PO-MAT(PO-IDX)
                       AND FUNCTION TEST-NUMVAL(STOCK-TEXT) = 0
                   MOVE 1 TO STOCK-LINE-FOUND
                   MOVE STOCK-LINE-COUNT TO STOCK-LINE-IDX
                   MOVE FUNCTION NUMVAL(STOCK-TEXT) TO STOCK-BEFORE
               END-IF
           END-IF.

       REWRITE-STOCK-LINES.
           OPEN OUTPUT MATSTOCK-FILE.
           MOVE "MATSTOCK.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO STOCK-LINE-IDX.
           PERFORM UNTIL STOCK-LINE-IDX >= STOCK-LINE-COUNT
               ADD 1 TO STOCK-LINE-IDX
               MOVE STOCK-LINE(STOCK-LINE-IDX) TO MATSTOCK-RECORD
               WRITE MATSTOCK-RECORD
               MOVE MATSTOCK-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM.
           CLOSE MATSTOCK-FILE.

      *The TYPE=RCPT journal line: material, quantity, stock before
      *and after, when and by whom, the order and the delivery
      *reference last, since it is free text
       LOG-RECEIPT.
           OPEN INPUT RECEIPTS-FILE.
           IF RECEIPTS-FILE-STATUS = "00"
               CLOSE RECEIPTS-FILE
               OPEN EXTEND RECEIPTS-FILE
           ELSE
               OPEN OUTPUT RECEIPTS-FILE
           END-IF.
           MOVE STOCK-BEFORE TO BEFORE-DISPLAY.
           MOVE RCPT-QTY TO QTY-DISPLAY.
           MOVE SPACES TO JOURNAL-LINE.
           STRING
               "TYPE=RCPT MAT=" PO-MAT(PO-IDX)
               " QTY=" FUNCTION TRIM(QTY-DISPLAY LEADING)
               " BEFORE=" FUNCTION TRIM(BEFORE-DISPLAY LEADING)
               " AFTER=" FUNCTION TRIM(STOCK-DISPLAY LEADING)
               " DATE=" RCPT-TIMESTAMP(1:8)
               " TIME=" RCPT-TIMESTAMP(9:6)
               " OPER=" FUNCTION TRIM(OPERATOR-ID)
               " PO=" PO-NO(PO-IDX)
               " REF=" RCPT-REF
               DELIMITED BY SIZE INTO JOURNAL-LINE.
           MOVE JOURNAL-LINE TO RECEIPTS-RECORD.
           WRITE RECEIPTS-RECORD.
           MOVE "RECEIPTS.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE RECEIPTS-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RECEIPTS-FILE.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE PURCHORD-FILE.
           CLOSE MATSTOCK-FILE.
           CLOSE RECEIPTS-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY PURCHORDP.
