      *DESCRIPTION: Cycle counting for the array.cob inventory
      *(ARRDATA.TXT). A shelf recount used to mean keying every item
      *through array.cob's supervisor-only Change, one ADJUST at a
      *time. A count here runs in four steps, across as many
      *sessions as the count takes:
      *  Freeze - the on-hand quantities are frozen into the count
      *  file ARRCOUNT.DAT and a count worksheet by item code goes
      *  to COUNTSHT.TXT, either for every item or only for items
      *  not counted in the last N days. The worksheet leaves the
      *  book figure off, so the shelf is counted, not confirmed.
      *  Count - counted quantities are keyed here or loaded from
      *  COUNTIN.TXT (item code and quantity per line).
      *  Variance - COUNTVAR.TXT lists book, counted, difference and
      *  percentage for every frozen item.
      *  Approve and post - a supervisor (OPER-ROLE "S") approves
      *  the count, and in one pass each difference posts to the
      *  ARRMOVE.TXT journal as a COUNT movement, the on-hand moves
      *  by the difference, and every counted item gets today as
      *  its last-counted date (ARRDATA.TXT columns 41-48). The
      *  difference is applied to the on-hand as it stands at
      *  posting, so receipts and issues keyed in array.cob while
      *  the count was open are not lost. ARRDATA.TXT is backed up
      *  to a dated generation first, the same way array.cob's
      *  Save does it.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: December 30, 2025
      *Modification History:
      *2026-01-06: ARRDATA.TXT lines now carry the item's weighted-
      *            average unit cost (columns 50-59), which the
      *            posting carries through when it rewrites the
      *            file, and each COUNT movement is valued at that
      *            average (AVG= and VALUE= on the journal line,
      *            as array.cob now writes them).
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-17: A count is posted only when ARRDATA.TXT reads
      *            back with items on it. An unreadable or empty
      *            inventory used to skip every counted item, mark
      *            the count POSTED and rewrite ARRDATA.TXT empty;
      *            now nothing is written and the count stays OPEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRCOUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARR-FILE ASSIGN TO "ARRDATA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARR-FILE-STATUS.
           SELECT ARRMOVE-FILE ASSIGN TO "ARRMOVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARRMOVE-FILE-STATUS.
           SELECT COUNT-FILE ASSIGN TO "ARRCOUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-FILE-STATUS.
           SELECT SHEET-FILE ASSIGN TO "COUNTSHT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHEET-FILE-STATUS.
           SELECT COUNTIN-FILE ASSIGN TO "COUNTIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTIN-FILE-STATUS.
           SELECT VARIANCE-FILE ASSIGN TO "COUNTVAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIANCE-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT GENCAT-FILE ASSIGN TO "ARRGEN.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCAT-FILE-STATUS.
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
      *One inventory line, as array.cob reads and writes it: item
      *code in columns 1-6, description in 8-27, quantity in 29-33,
      *reorder level in 35-39, last cycle-counted date in 41-48,
      *weighted-average unit cost in 50-59
       FD ARR-FILE.
       01 ARR-FILE-RECORD PIC X(59).

      *array.cob's append-only stock movement journal
       FD ARRMOVE-FILE.
       01 ARRMOVE-RECORD PIC X(160).

      *The count in progress, rewritten whole at every step: one
      *COUNT= header line (number, status OPEN, POSTED or CANCEL,
      *day filter, when and by whom it was frozen), then one
      *ITEM= line per frozen item - code in 6-11, book quantity
      *in 18-22, counted quantity in 32-36 (blank until counted),
      *description in 43-62
       FD COUNT-FILE.
       01 COUNT-RECORD PIC X(80).

      *The printable count worksheet, overwritten at each freeze
       FD SHEET-FILE.
       01 SHEET-RECORD PIC X(80).

      *Counted quantities brought in from the floor: an item code
      *and a quantity per line, separated by spaces
       FD COUNTIN-FILE.
       01 COUNTIN-RECORD PIC X(40).

      *The printable variance report, overwritten each time
       FD VARIANCE-FILE.
       01 VARIANCE-RECORD PIC X(80).

      *A dated generation backup of ARRDATA.TXT, written whole
      *before the count is posted to it
       FD BACKUP-FILE.
       01 BACKUP-RECORD PIC X(59).

      *array.cob's generation catalog
       FD GENCAT-FILE.
       01 GENCAT-RECORD PIC X(80).

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
       77 COUNT-FILE-STATUS PIC X(02) VALUE "00".
       77 SHEET-FILE-STATUS PIC X(02) VALUE "00".
       77 COUNTIN-FILE-STATUS PIC X(02) VALUE "00".
       77 VARIANCE-FILE-STATUS PIC X(02) VALUE "00".
       77 BACKUP-FILE-STATUS PIC X(02) VALUE "00".
       77 GENCAT-FILE-STATUS PIC X(02) VALUE "00".
       77 ARR-EOF PIC 9 VALUE 0.
       77 COUNT-EOF PIC 9 VALUE 0.
       77 COUNTIN-EOF PIC 9 VALUE 0.
       77 BACKUP-EOF PIC 9 VALUE 0.
       77 GENCAT-EOF PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 ENTRY-OK PIC 9 VALUE 0.
       77 CNT-TIMESTAMP PIC X(21).
       77 TODAY-NUM PIC 9(8) VALUE 0.

      *The live inventory, held the way array.cob holds it
       01 ARR-TABLE.
           02 ARR-ENTRY OCCURS 10 TIMES.
               03 AR-CODE PIC X(6).
               03 AR-DESC PIC X(20).
               03 AR-QTY PIC 9(5).
               03 AR-REORDER PIC 9(5).
               03 AR-COUNTED PIC 9(8).
               03 AR-AVG-COST PIC 9(5)V9(4).
       77 ARR-COUNT PIC 99 VALUE 0.
       77 ARR-IDX PIC 99 VALUE 0.
       77 QTY-TEXT PIC X(5).
       77 REORDER-TEXT PIC X(5).
       77 COUNTED-TEXT PIC X(8).
       77 COST-TEXT PIC X(10).
       77 COST-EDIT PIC 9(5).9(4).

      *The count in progress, as frozen and as counted so far
       77 CT-NUMBER PIC 9(6) VALUE 0.
       77 CT-STATUS PIC X(6) VALUE SPACES.
       77 CT-DAYS PIC 9(3) VALUE 0.
       77 CT-FROZEN-DATE PIC X(8) VALUE SPACES.
       77 CT-FROZEN-TIME PIC X(6) VALUE SPACES.
       77 CT-FROZEN-OPER PIC X(8) VALUE SPACES.
       77 COUNT-ON-FILE PIC 9 VALUE 0.
       01 CT-TABLE.
           02 CT-ENTRY OCCURS 10 TIMES.
               03 CT-CODE PIC X(6).
               03 CT-DESC PIC X(20).
               03 CT-BOOK PIC 9(5).
               03 CT-LAST-COUNTED PIC 9(8).
               03 CT-IS-COUNTED PIC 9.
               03 CT-COUNTED PIC 9(5).
       77 CT-COUNT PIC 99 VALUE 0.
       77 CT-IDX PIC 99 VALUE 0.
       77 CT-SORT-I PIC 99 VALUE 0.
       77 CT-SORT-J PIC 99 VALUE 0.
       77 CT-TEMP PIC X(45).

      *Entry fields, each read raw and validated before it is
      *trusted
       77 DAYS-INPUT PIC X(10).
       77 CODE-INPUT PIC X(10).
       77 QTY-INPUT PIC X(10).
       77 CONFIRM-INPUT PIC X(10).
       77 ENTRY-CODE PIC X(6) VALUE SPACES.
       77 ENTRY-QTY PIC 9(5) VALUE 0.
       77 DAYS-SINCE PIC 9(7) VALUE 0.
       77 COUNTIN-CODE PIC X(10).
       77 COUNTIN-QTY PIC X(10).
       77 LOADED-COUNT PIC 9(3) VALUE 0.
       77 REJECTED-COUNT PIC 9(3) VALUE 0.

      *Variance and posting figures
       77 VARIANCE-QTY PIC S9(6) VALUE 0.
       77 VARIANCE-PCT PIC S9(5)V9 VALUE 0.
       77 NEW-ONHAND PIC S9(7) VALUE 0.
       77 COUNTED-ITEMS PIC 9(3) VALUE 0.
       77 VARIANCE-ITEMS PIC 9(3) VALUE 0.
       77 NET-VARIANCE PIC S9(7) VALUE 0.
       77 POSTED-ITEMS PIC 9(3) VALUE 0.
       77 SKIPPED-ITEMS PIC 9(3) VALUE 0.
       77 MV-QTY PIC 9(5) VALUE 0.
       77 MV-REF PIC X(10) VALUE SPACES.
       77 MV-SIGN PIC X(1) VALUE SPACES.
       77 MV-LINE PIC X(160) VALUE SPACES.
       77 MV-VALUE PIC S9(10)V99 VALUE 0.
       77 MV-VALUE-EDIT PIC +9(10).99.
       77 MV-AVG-EDIT PIC 9(5).9(4).

      *Generation-backup fields, as array.cob keeps them
       77 BACKUP-NAME PIC X(30) VALUE SPACES.
       77 BAK-TIMESTAMP PIC X(21).
       01 GEN-TABLE.
           02 GEN-ENTRY OCCURS 10 TIMES.
               03 GEN-CAT-TEXT PIC X(80).
       77 GEN-COUNT PIC 99 VALUE 0.
       77 GEN-IDX PIC 99 VALUE 0.
       77 GEN-KEEP PIC 99 VALUE 5.
       77 GEN-FIRST PIC 99 VALUE 0.
       77 GEN-LINE PIC X(80) VALUE SPACES.

       77 OUT-LINE PIC X(80) VALUE SPACES.
       77 NUMBER-DISPLAY PIC Z(5)9.
       77 QTY-DISPLAY PIC Z(4)9.
       77 QTY-DISPLAY-2 PIC Z(4)9.
       77 VARIANCE-DISPLAY PIC -(5)9.
       77 PCT-DISPLAY PIC -(4)9.9.
       77 DAYS-DISPLAY PIC ZZ9.

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do; it also keeps
      *array.cob off ARRDATA.TXT while a count posts
           MOVE "ARRCOUNT" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "ARRCOUNT" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "ARRCOUNT" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           PERFORM LOAD-COUNT-FILE.
           IF COUNT-ON-FILE = 1
               MOVE CT-NUMBER TO NUMBER-DISPLAY
               DISPLAY "Count " FUNCTION TRIM(NUMBER-DISPLAY LEADING)
                   " is " FUNCTION TRIM(CT-STATUS) ", frozen "
                   CT-FROZEN-DATE " by "
                   FUNCTION TRIM(CT-FROZEN-OPER) "."
           END-IF.

           PERFORM COUNT-MENU UNTIL MENU-EXITED = 1.

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
      *by the caller first), so count sessions show up in the same
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

      *One trip around the count menu. Approving and posting, and
      *throwing an open count away, need a supervisor sign-on.
       COUNT-MENU.
           DISPLAY "[1] Freeze and print worksheet  [2] Key counts  "
               "[3] Load counts from COUNTIN.TXT".
           DISPLAY "[4] Variance report  [5] Approve and post  "
               "[6] Cancel open count  (0 to exit): "
               WITH NO ADVANCING.
           ACCEPT MENU-CHOICE-INPUT.
           IF FUNCTION TRIM(MENU-CHOICE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(MENU-CHOICE-INPUT) TO MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM FREEZE-COUNT
                   WHEN 2
                       PERFORM KEY-COUNTS
                   WHEN 3
                       PERFORM LOAD-COUNTS
                   WHEN 4
                       PERFORM VARIANCE-REPORT
                   WHEN 5
                   WHEN 6
                       IF OPER-ROLE = "S"
                           IF MENU-CHOICE = 5
                               PERFORM APPROVE-AND-POST
                           ELSE
                               PERFORM CANCEL-COUNT
                           END-IF
                       ELSE
                           DISPLAY "Posting or cancelling a count "
                               "needs a supervisor sign-on."
                           MOVE 1 TO HAD-INVALID-INPUT
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

      *Read the live inventory the way array.cob's LOAD-ARRAY does:
      *blank lines and lines with no code or quantity are skipped
       LOAD-INVENTORY.
           MOVE 0 TO ARR-COUNT.
           MOVE 0 TO ARR-EOF.
           OPEN INPUT ARR-FILE.
           IF ARR-FILE-STATUS = "00"
               PERFORM UNTIL ARR-EOF = 1 OR ARR-COUNT >= 10
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
           MOVE ARR-FILE-RECORD(35:5) TO REORDER-TEXT.
           MOVE ARR-FILE-RECORD(41:8) TO COUNTED-TEXT.
           MOVE ARR-FILE-RECORD(50:10) TO COST-TEXT.
           IF ARR-FILE-RECORD(1:6) NOT = SPACES
                   AND QTY-TEXT NOT = SPACES
                   AND FUNCTION TRIM(QTY-TEXT) IS NUMERIC
               ADD 1 TO ARR-COUNT
               MOVE ARR-FILE-RECORD(1:6) TO AR-CODE(ARR-COUNT)
               MOVE ARR-FILE-RECORD(8:20) TO AR-DESC(ARR-COUNT)
               MOVE FUNCTION NUMVAL(QTY-TEXT) TO AR-QTY(ARR-COUNT)
               IF REORDER-TEXT NOT = SPACES
                       AND FUNCTION TRIM(REORDER-TEXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(REORDER-TEXT)
                       TO AR-REORDER(ARR-COUNT)
               ELSE
                   MOVE 0 TO AR-REORDER(ARR-COUNT)
               END-IF
               IF COUNTED-TEXT IS NUMERIC
                   MOVE COUNTED-TEXT TO AR-COUNTED(ARR-COUNT)
               ELSE
                   MOVE 0 TO AR-COUNTED(ARR-COUNT)
               END-IF
               IF FUNCTION TRIM(COST-TEXT) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(COST-TEXT) = 0
                   MOVE FUNCTION NUMVAL(COST-TEXT)
                       TO AR-AVG-COST(ARR-COUNT)
               ELSE
                   MOVE 0 TO AR-AVG-COST(ARR-COUNT)
               END-IF
           END-IF.

      *Read the count file back: the header, then the frozen items
       LOAD-COUNT-FILE.
           MOVE 0 TO COUNT-ON-FILE.
           MOVE 0 TO CT-NUMBER.
           MOVE 0 TO CT-COUNT.
           MOVE SPACES TO CT-STATUS.
           MOVE 0 TO COUNT-EOF.
           OPEN INPUT COUNT-FILE.
           IF COUNT-FILE-STATUS = "00"
               PERFORM UNTIL COUNT-EOF = 1
                   READ COUNT-FILE
                       AT END
                           MOVE 1 TO COUNT-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-COUNT-LINE
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.

       TAKE-ONE-COUNT-LINE.
           IF COUNT-RECORD(1:6) = "COUNT="
                   AND COUNT-RECORD(7:6) IS NUMERIC
               MOVE 1 TO COUNT-ON-FILE
               MOVE COUNT-RECORD(7:6) TO CT-NUMBER
               MOVE COUNT-RECORD(21:6) TO CT-STATUS
               IF COUNT-RECORD(33:3) IS NUMERIC
                   MOVE COUNT-RECORD(33:3) TO CT-DAYS
               END-IF
               MOVE COUNT-RECORD(42:8) TO CT-FROZEN-DATE
               MOVE COUNT-RECORD(56:6) TO CT-FROZEN-TIME
               MOVE COUNT-RECORD(68:8) TO CT-FROZEN-OPER
           END-IF.
           IF COUNT-RECORD(1:5) = "ITEM="
                   AND COUNT-RECORD(18:5) IS NUMERIC
                   AND CT-COUNT < 10
               ADD 1 TO CT-COUNT
               MOVE COUNT-RECORD(6:6) TO CT-CODE(CT-COUNT)
               MOVE COUNT-RECORD(18:5) TO CT-BOOK(CT-COUNT)
               MOVE COUNT-RECORD(43:20) TO CT-DESC(CT-COUNT)
               MOVE 0 TO CT-LAST-COUNTED(CT-COUNT)
               IF COUNT-RECORD(32:5) IS NUMERIC
                   MOVE COUNT-RECORD(32:5) TO CT-COUNTED(CT-COUNT)
                   MOVE 1 TO CT-IS-COUNTED(CT-COUNT)
               ELSE
                   MOVE 0 TO CT-COUNTED(CT-COUNT)
                   MOVE 0 TO CT-IS-COUNTED(CT-COUNT)
               END-IF
           END-IF.

      *Rewrite the count file whole from the table
       SAVE-COUNT-FILE.
           OPEN OUTPUT COUNT-FILE.
           MOVE "ARRCOUNT.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE SPACES TO OUT-LINE.
           STRING
               "COUNT=" CT-NUMBER
               " STATUS=" CT-STATUS
               " DAYS=" CT-DAYS
               " DATE=" CT-FROZEN-DATE
               " TIME=" CT-FROZEN-TIME
               " OPER=" CT-FROZEN-OPER
               DELIMITED BY SIZE INTO OUT-LINE.
           MOVE OUT-LINE TO COUNT-RECORD.
           PERFORM WRITE-COUNT-RECORD.
           MOVE 0 TO CT-IDX.
           PERFORM UNTIL CT-IDX >= CT-COUNT
               ADD 1 TO CT-IDX
               MOVE SPACES TO OUT-LINE
               STRING
                   "ITEM=" CT-CODE(CT-IDX)
                   " BOOK=" CT-BOOK(CT-IDX)
                   " COUNTED="
                   DELIMITED BY SIZE INTO OUT-LINE
               IF CT-IS-COUNTED(CT-IDX) = 1
                   MOVE CT-COUNTED(CT-IDX) TO OUT-LINE(32:5)
               END-IF
               MOVE " DESC=" TO OUT-LINE(37:6)
               MOVE CT-DESC(CT-IDX) TO OUT-LINE(43:20)
               MOVE OUT-LINE TO COUNT-RECORD
               PERFORM WRITE-COUNT-RECORD
           END-PERFORM.
           CLOSE COUNT-FILE.

       WRITE-COUNT-RECORD.
           WRITE COUNT-RECORD.
           MOVE COUNT-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *An OPEN count must be there before counts are keyed,
      *reported or posted
       CHECK-COUNT-OPEN.
           MOVE 1 TO ENTRY-OK.
           IF COUNT-ON-FILE = 0 OR CT-STATUS NOT = "OPEN"
               DISPLAY "No count is open - freeze one first."
               MOVE 0 TO ENTRY-OK
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Freeze the on-hand into a new count and print its worksheet.
      *An open count is never overwritten: post or cancel it first.
       FREEZE-COUNT.
           IF COUNT-ON-FILE = 1 AND CT-STATUS = "OPEN"
               MOVE CT-NUMBER TO NUMBER-DISPLAY
               DISPLAY "Count " FUNCTION TRIM(NUMBER-DISPLAY LEADING)
                   " is still open - post or cancel it first."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               PERFORM GET-DAYS-FILTER
               IF ENTRY-OK = 1
                   PERFORM LOAD-INVENTORY
                   PERFORM SELECT-ITEMS-TO-COUNT
                   IF CT-COUNT = 0
                       DISPLAY "No items are due for counting - "
                           "nothing frozen."
                   ELSE
                       PERFORM SORT-COUNT-TABLE
                       ADD 1 TO CT-NUMBER
                       MOVE "OPEN" TO CT-STATUS
                       MOVE FUNCTION CURRENT-DATE TO CNT-TIMESTAMP
                       MOVE CNT-TIMESTAMP(1:8) TO CT-FROZEN-DATE
                       MOVE CNT-TIMESTAMP(9:6) TO CT-FROZEN-TIME
                       MOVE OPERATOR-ID TO CT-FROZEN-OPER
                       MOVE 1 TO COUNT-ON-FILE
                       PERFORM SAVE-COUNT-FILE
                       PERFORM WRITE-WORKSHEET
                       MOVE CT-NUMBER TO NUMBER-DISPLAY
                       MOVE CT-COUNT TO QTY-DISPLAY
                       DISPLAY "Count "
                           FUNCTION TRIM(NUMBER-DISPLAY LEADING)
                           " frozen with "
                           FUNCTION TRIM(QTY-DISPLAY LEADING)
                           " item(s); worksheet written to "
                           "COUNTSHT.TXT."
                   END-IF
               END-IF
           END-IF.

      *0 counts every item; N counts only items not counted in the
      *last N days (an item never counted is always due)
       GET-DAYS-FILTER.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Only items not counted in how many days "
               "(0 for all items): " WITH NO ADVANCING.
           ACCEPT DAYS-INPUT.
           IF FUNCTION TRIM(DAYS-INPUT) NOT = SPACES
                   AND FUNCTION TRIM(DAYS-INPUT) IS NUMERIC
                   AND FUNCTION NUMVAL(DAYS-INPUT) <= 999
               MOVE FUNCTION NUMVAL(DAYS-INPUT) TO CT-DAYS
               MOVE 1 TO ENTRY-OK
           ELSE
               DISPLAY "Days must be a whole number within 0-999."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       SELECT-ITEMS-TO-COUNT.
           MOVE 0 TO CT-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-NUM.
           MOVE 0 TO ARR-IDX.
           PERFORM UNTIL ARR-IDX >= ARR-COUNT
               ADD 1 TO ARR-IDX
               MOVE 1 TO ENTRY-OK
               IF CT-DAYS > 0 AND AR-COUNTED(ARR-IDX) > 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(AR-COUNTED(ARR-IDX))
                           = 0
                       COMPUTE DAYS-SINCE =
                           FUNCTION INTEGER-OF-DATE(TODAY-NUM)
                           - FUNCTION INTEGER-OF-DATE(
                           AR-COUNTED(ARR-IDX))
                       IF DAYS-SINCE < CT-DAYS
                           MOVE 0 TO ENTRY-OK
                       END-IF
                   END-IF
               END-IF
               IF ENTRY-OK = 1
                   ADD 1 TO CT-COUNT
                   MOVE AR-CODE(ARR-IDX) TO CT-CODE(CT-COUNT)
                   MOVE AR-DESC(ARR-IDX) TO CT-DESC(CT-COUNT)
                   MOVE AR-QTY(ARR-IDX) TO CT-BOOK(CT-COUNT)
                   MOVE AR-COUNTED(ARR-IDX)
                       TO CT-LAST-COUNTED(CT-COUNT)
                   MOVE 0 TO CT-IS-COUNTED(CT-COUNT)
                   MOVE 0 TO CT-COUNTED(CT-COUNT)
               END-IF
           END-PERFORM.

      *The worksheet goes out by item code
       SORT-COUNT-TABLE.
           PERFORM VARYING CT-SORT-I FROM 1 BY 1
                   UNTIL CT-SORT-I >= CT-COUNT
               PERFORM VARYING CT-SORT-J FROM 1 BY 1
                       UNTIL CT-SORT-J > (CT-COUNT - CT-SORT-I)
                   IF CT-CODE(CT-SORT-J) > CT-CODE(CT-SORT-J + 1)
                       MOVE CT-ENTRY(CT-SORT-J) TO CT-TEMP
                       MOVE CT-ENTRY(CT-SORT-J + 1)
                           TO CT-ENTRY(CT-SORT-J)
                       MOVE CT-TEMP TO CT-ENTRY(CT-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *The count worksheet: one line per frozen item with a space
      *to write the count in. The book figure is left off on
      *purpose - the shelf is counted, not agreed with.
       WRITE-WORKSHEET.
           OPEN OUTPUT SHEET-FILE.
           MOVE "COUNTSHT.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE CT-NUMBER TO NUMBER-DISPLAY.
           MOVE SPACES TO OUT-LINE.
           STRING
               "CYCLE COUNT WORKSHEET - COUNT "
               FUNCTION TRIM(NUMBER-DISPLAY LEADING)
               "  FROZEN " CT-FROZEN-DATE " " CT-FROZEN-TIME
               "  BY " CT-FROZEN-OPER
               DELIMITED BY SIZE INTO OUT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO OUT-LINE.
           IF CT-DAYS = 0
               MOVE "ALL ITEMS" TO OUT-LINE
           ELSE
               MOVE CT-DAYS TO DAYS-DISPLAY
               STRING
                   "ITEMS NOT COUNTED IN THE LAST "
                   FUNCTION TRIM(DAYS-DISPLAY LEADING) " DAYS"
                   DELIMITED BY SIZE INTO OUT-LINE
           END-IF.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO OUT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE "CODE    DESCRIPTION           LAST COUNTED  COUNTED"
               TO OUT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE 0 TO CT-IDX.
           PERFORM UNTIL CT-IDX >= CT-COUNT
               ADD 1 TO CT-IDX
               MOVE SPACES TO OUT-LINE
               MOVE CT-CODE(CT-IDX) TO OUT-LINE(1:6)
               MOVE CT-DESC(CT-IDX) TO OUT-LINE(9:20)
               IF CT-LAST-COUNTED(CT-IDX) = 0
                   MOVE "NEVER" TO OUT-LINE(31:5)
               ELSE
                   MOVE CT-LAST-COUNTED(CT-IDX) TO OUT-LINE(31:8)
               END-IF
               MOVE "__________" TO OUT-LINE(45:10)
               PERFORM WRITE-SHEET-LINE
           END-PERFORM.
           MOVE SPACES TO OUT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE "COUNTED BY: ______________  DATE: __________"
               TO OUT-LINE.
           PERFORM WRITE-SHEET-LINE.
           CLOSE SHEET-FILE.

       WRITE-SHEET-LINE.
           MOVE OUT-LINE TO SHEET-RECORD.
           WRITE SHEET-RECORD.
           MOVE SHEET-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *Key counted quantities item by item until a blank code; a
      *second entry for an item replaces the first
       KEY-COUNTS.
           PERFORM CHECK-COUNT-OPEN.
           IF ENTRY-OK = 1
               MOVE 0 TO LOADED-COUNT
               MOVE SPACES TO CODE-INPUT
               MOVE "X" TO CODE-INPUT
               PERFORM KEY-ONE-COUNT
                   UNTIL FUNCTION TRIM(CODE-INPUT) = SPACES
               IF LOADED-COUNT > 0
                   PERFORM SAVE-COUNT-FILE
               END-IF
               MOVE LOADED-COUNT TO QTY-DISPLAY
               DISPLAY FUNCTION TRIM(QTY-DISPLAY LEADING)
                   " count(s) recorded."
           END-IF.

       KEY-ONE-COUNT.
           DISPLAY "Item code (blank to finish): " WITH NO ADVANCING.
           ACCEPT CODE-INPUT.
           IF FUNCTION TRIM(CODE-INPUT) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CODE-INPUT))
                   TO ENTRY-CODE
               PERFORM FIND-COUNT-ITEM
               IF CT-IDX = 0
                   DISPLAY "Item " FUNCTION TRIM(ENTRY-CODE)
                       " is not on this count."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   DISPLAY "Counted quantity (0-99999): "
                       WITH NO ADVANCING
                   ACCEPT QTY-INPUT
                   PERFORM CHECK-COUNTED-QTY
                   IF ENTRY-OK = 1
                       PERFORM RECORD-ONE-COUNT
                   ELSE
                       DISPLAY "Quantity must be a whole number "
                           "within 0-99999."
                       MOVE 1 TO HAD-INVALID-INPUT
                   END-IF
               END-IF
           END-IF.

      *The frozen entry for ENTRY-CODE, or 0 in CT-IDX
       FIND-COUNT-ITEM.
           MOVE 0 TO ARR-IDX.
           MOVE 0 TO CT-IDX.
           PERFORM UNTIL CT-IDX > 0 OR ARR-IDX >= CT-COUNT
               ADD 1 TO ARR-IDX
               IF CT-CODE(ARR-IDX) = ENTRY-CODE
                   MOVE ARR-IDX TO CT-IDX
               END-IF
           END-PERFORM.

       CHECK-COUNTED-QTY.
           MOVE 0 TO ENTRY-OK.
           IF FUNCTION TRIM(QTY-INPUT) NOT = SPACES
                   AND FUNCTION TRIM(QTY-INPUT) IS NUMERIC
                   AND FUNCTION NUMVAL(QTY-INPUT) <= 99999
               MOVE FUNCTION NUMVAL(QTY-INPUT) TO ENTRY-QTY
               MOVE 1 TO ENTRY-OK
           END-IF.

       RECORD-ONE-COUNT.
           MOVE ENTRY-QTY TO CT-COUNTED(CT-IDX).
           MOVE 1 TO CT-IS-COUNTED(CT-IDX).
           ADD 1 TO LOADED-COUNT.

      *Load counted quantities from COUNTIN.TXT; a line for an item
      *not on the count, or with a bad quantity, is listed and
      *left out
       LOAD-COUNTS.
           PERFORM CHECK-COUNT-OPEN.
           IF ENTRY-OK = 1
               MOVE 0 TO LOADED-COUNT
               MOVE 0 TO REJECTED-COUNT
               MOVE 0 TO COUNTIN-EOF
               OPEN INPUT COUNTIN-FILE
               IF COUNTIN-FILE-STATUS NOT = "00"
                   DISPLAY "COUNTIN.TXT unavailable (status "
                       COUNTIN-FILE-STATUS ") - nothing loaded."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   PERFORM UNTIL COUNTIN-EOF = 1
                       READ COUNTIN-FILE
                           AT END
                               MOVE 1 TO COUNTIN-EOF
                           NOT AT END
                               IF COUNTIN-RECORD NOT = SPACES
                                   PERFORM LOAD-ONE-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COUNTIN-FILE
                   IF LOADED-COUNT > 0
                       PERFORM SAVE-COUNT-FILE
                   END-IF
                   MOVE LOADED-COUNT TO QTY-DISPLAY
                   MOVE REJECTED-COUNT TO QTY-DISPLAY-2
                   DISPLAY FUNCTION TRIM(QTY-DISPLAY LEADING)
                       " count(s) loaded, "
                       FUNCTION TRIM(QTY-DISPLAY-2 LEADING)
                       " line(s) rejected."
                   IF REJECTED-COUNT > 0
                       MOVE 1 TO HAD-INVALID-INPUT
                   END-IF
               END-IF
           END-IF.

       LOAD-ONE-COUNT.
           MOVE SPACES TO COUNTIN-CODE.
           MOVE SPACES TO COUNTIN-QTY.
           UNSTRING FUNCTION TRIM(COUNTIN-RECORD LEADING)
               DELIMITED BY ALL SPACES
               INTO COUNTIN-CODE COUNTIN-QTY.
           MOVE FUNCTION UPPER-CASE(COUNTIN-CODE) TO ENTRY-CODE.
           PERFORM FIND-COUNT-ITEM.
           MOVE COUNTIN-QTY TO QTY-INPUT.
           PERFORM CHECK-COUNTED-QTY.
           IF CT-IDX = 0
               DISPLAY "  Not on this count: "
                   FUNCTION TRIM(COUNTIN-RECORD)
               ADD 1 TO REJECTED-COUNT
           ELSE
               IF ENTRY-OK = 0
                   DISPLAY "  Bad quantity: "
                       FUNCTION TRIM(COUNTIN-RECORD)
                   ADD 1 TO REJECTED-COUNT
               ELSE
                   PERFORM RECORD-ONE-COUNT
               END-IF
           END-IF.

      *Book against counted for every frozen item, with the
      *difference and the difference as a percentage of book
       VARIANCE-REPORT.
           PERFORM CHECK-COUNT-OPEN.
           IF ENTRY-OK = 1
               OPEN OUTPUT VARIANCE-FILE
               MOVE "COUNTVAR.TXT" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE CT-NUMBER TO NUMBER-DISPLAY
               MOVE SPACES TO OUT-LINE
               STRING
                   "CYCLE COUNT VARIANCE REPORT - COUNT "
                   FUNCTION TRIM(NUMBER-DISPLAY LEADING)
                   "  FROZEN " CT-FROZEN-DATE " " CT-FROZEN-TIME
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM WRITE-VARIANCE-LINE
               MOVE SPACES TO OUT-LINE
               PERFORM WRITE-VARIANCE-LINE
               MOVE SPACES TO OUT-LINE
               STRING
                   "CODE    DESCRIPTION              BOOK  COUNTED"
                   "    DIFF     PCT"
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM WRITE-VARIANCE-LINE
               MOVE 0 TO COUNTED-ITEMS
               MOVE 0 TO VARIANCE-ITEMS
               MOVE 0 TO NET-VARIANCE
               MOVE 0 TO CT-IDX
               PERFORM UNTIL CT-IDX >= CT-COUNT
                   ADD 1 TO CT-IDX
                   PERFORM WRITE-ONE-VARIANCE
               END-PERFORM
               MOVE SPACES TO OUT-LINE
               PERFORM WRITE-VARIANCE-LINE
               MOVE CT-COUNT TO QTY-DISPLAY
               MOVE COUNTED-ITEMS TO QTY-DISPLAY-2
               MOVE SPACES TO OUT-LINE
               STRING
                   "ITEMS FROZEN: " FUNCTION TRIM(QTY-DISPLAY LEADING)
                   "   COUNTED: " FUNCTION TRIM(QTY-DISPLAY-2 LEADING)
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM WRITE-VARIANCE-LINE
               MOVE VARIANCE-ITEMS TO QTY-DISPLAY
               MOVE NET-VARIANCE TO VARIANCE-DISPLAY
               MOVE SPACES TO OUT-LINE
               STRING
                   "ITEMS WITH A DIFFERENCE: "
                   FUNCTION TRIM(QTY-DISPLAY LEADING)
                   "   NET DIFFERENCE: "
                   FUNCTION TRIM(VARIANCE-DISPLAY LEADING)
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM WRITE-VARIANCE-LINE
               CLOSE VARIANCE-FILE
               DISPLAY "Variance report written to COUNTVAR.TXT."
           END-IF.

       WRITE-ONE-VARIANCE.
           MOVE SPACES TO OUT-LINE.
           MOVE CT-CODE(CT-IDX) TO OUT-LINE(1:6).
           MOVE CT-DESC(CT-IDX) TO OUT-LINE(9:20).
           MOVE CT-BOOK(CT-IDX) TO QTY-DISPLAY.
           MOVE QTY-DISPLAY TO OUT-LINE(33:5).
           IF CT-IS-COUNTED(CT-IDX) = 0
               MOVE "NOT COUNTED" TO OUT-LINE(40:11)
           ELSE
               ADD 1 TO COUNTED-ITEMS
               MOVE CT-COUNTED(CT-IDX) TO QTY-DISPLAY
               MOVE QTY-DISPLAY TO OUT-LINE(42:5)
               COMPUTE VARIANCE-QTY =
                   CT-COUNTED(CT-IDX) - CT-BOOK(CT-IDX)
               MOVE VARIANCE-QTY TO VARIANCE-DISPLAY
               MOVE VARIANCE-DISPLAY TO OUT-LINE(49:6)
               IF VARIANCE-QTY NOT = 0
                   ADD 1 TO VARIANCE-ITEMS
                   ADD VARIANCE-QTY TO NET-VARIANCE
               END-IF
      *        No book quantity leaves no base for a percentage
               IF CT-BOOK(CT-IDX) = 0
                   MOVE "N/A" TO OUT-LINE(60:3)
               ELSE
                   COMPUTE VARIANCE-PCT ROUNDED =
                       VARIANCE-QTY * 100 / CT-BOOK(CT-IDX)
                   MOVE VARIANCE-PCT TO PCT-DISPLAY
                   MOVE PCT-DISPLAY TO OUT-LINE(56:7)
               END-IF
           END-IF.
           PERFORM WRITE-VARIANCE-LINE.

       WRITE-VARIANCE-LINE.
           MOVE OUT-LINE TO VARIANCE-RECORD.
           WRITE VARIANCE-RECORD.
           MOVE VARIANCE-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *The supervisor's approval, then the whole count in one pass:
      *each counted item's on-hand moves by its difference, a COUNT
      *movement is journalled where there is one, and the item is
      *stamped counted today. An item whose on-hand has since moved
      *so far that the difference would take it below 0 (or past
      *99999) is listed and left for a recount.
       APPROVE-AND-POST.
           PERFORM CHECK-COUNT-OPEN.
           IF ENTRY-OK = 1
               MOVE 0 TO COUNTED-ITEMS
               MOVE 0 TO CT-IDX
               PERFORM UNTIL CT-IDX >= CT-COUNT
                   ADD 1 TO CT-IDX
                   IF CT-IS-COUNTED(CT-IDX) = 1
                       ADD 1 TO COUNTED-ITEMS
                   END-IF
               END-PERFORM
               IF COUNTED-ITEMS = 0
                   DISPLAY "Nothing has been counted yet - nothing "
                       "to post."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               MOVE CT-NUMBER TO NUMBER-DISPLAY
               MOVE COUNTED-ITEMS TO QTY-DISPLAY
               DISPLAY "Approve count "
                   FUNCTION TRIM(NUMBER-DISPLAY LEADING) " and post "
                   FUNCTION TRIM(QTY-DISPLAY LEADING)
                   " counted item(s)? (Y/N): " WITH NO ADVANCING
               ACCEPT CONFIRM-INPUT
               IF CONFIRM-INPUT = "Y" OR CONFIRM-INPUT = "y"
                   PERFORM LOAD-INVENTORY
                   IF ARR-FILE-STATUS NOT = "00" OR ARR-COUNT = 0
                       DISPLAY "ARRDATA.TXT could not be read or "
                           "holds no items - count not posted and "
                           "left OPEN."
                       MOVE 1 TO HAD-INVALID-INPUT
                   ELSE
                       PERFORM POST-THE-COUNT
                   END-IF
               ELSE
                   DISPLAY "Not posted."
               END-IF
           END-IF.

      *Post every counted item against the inventory the caller has
      *just loaded, then rewrite ARRDATA.TXT and seal the count
       POST-THE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CNT-TIMESTAMP.
           MOVE CNT-TIMESTAMP(1:8) TO TODAY-NUM.
           MOVE SPACES TO MV-REF.
           STRING "CNT" CT-NUMBER
               DELIMITED BY SIZE INTO MV-REF.
           MOVE 0 TO POSTED-ITEMS.
           MOVE 0 TO SKIPPED-ITEMS.
           OPEN INPUT ARRMOVE-FILE.
           IF ARRMOVE-FILE-STATUS = "00"
               CLOSE ARRMOVE-FILE
               OPEN EXTEND ARRMOVE-FILE
           ELSE
               OPEN OUTPUT ARRMOVE-FILE
           END-IF.
           MOVE "ARRMOVE.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO CT-IDX.
           PERFORM UNTIL CT-IDX >= CT-COUNT
               ADD 1 TO CT-IDX
               IF CT-IS-COUNTED(CT-IDX) = 1
                   PERFORM POST-ONE-COUNT
               END-IF
           END-PERFORM.
           CLOSE ARRMOVE-FILE.
           PERFORM SAVE-INVENTORY.
           MOVE "POSTED" TO CT-STATUS.
           PERFORM SAVE-COUNT-FILE.
           MOVE CT-NUMBER TO NUMBER-DISPLAY.
           MOVE POSTED-ITEMS TO QTY-DISPLAY.
           DISPLAY "Count " FUNCTION TRIM(NUMBER-DISPLAY LEADING)
               " posted: " FUNCTION TRIM(QTY-DISPLAY LEADING)
               " item(s) updated.".
           IF SKIPPED-ITEMS > 0
               MOVE SKIPPED-ITEMS TO QTY-DISPLAY
               DISPLAY FUNCTION TRIM(QTY-DISPLAY LEADING)
                   " item(s) left out - recount them on a new count."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       POST-ONE-COUNT.
           MOVE 0 TO ARR-IDX.
           MOVE 0 TO ENTRY-OK.
           PERFORM UNTIL ENTRY-OK = 1 OR ARR-IDX >= ARR-COUNT
               ADD 1 TO ARR-IDX
               IF AR-CODE(ARR-IDX) = CT-CODE(CT-IDX)
                   MOVE 1 TO ENTRY-OK
               END-IF
           END-PERFORM.
           IF ENTRY-OK = 0
               DISPLAY "  " CT-CODE(CT-IDX)
                   " is no longer in ARRDATA.TXT - left out."
               ADD 1 TO SKIPPED-ITEMS
           ELSE
               COMPUTE VARIANCE-QTY =
                   CT-COUNTED(CT-IDX) - CT-BOOK(CT-IDX)
               COMPUTE NEW-ONHAND = AR-QTY(ARR-IDX) + VARIANCE-QTY
               IF NEW-ONHAND < 0 OR NEW-ONHAND > 99999
                   MOVE AR-QTY(ARR-IDX) TO QTY-DISPLAY
                   MOVE VARIANCE-QTY TO VARIANCE-DISPLAY
                   DISPLAY "  " CT-CODE(CT-IDX) ": on hand now "
                       FUNCTION TRIM(QTY-DISPLAY LEADING)
                       ", difference "
                       FUNCTION TRIM(VARIANCE-DISPLAY LEADING)
                       " - left out."
                   ADD 1 TO SKIPPED-ITEMS
               ELSE
                   MOVE NEW-ONHAND TO AR-QTY(ARR-IDX)
                   MOVE TODAY-NUM TO AR-COUNTED(ARR-IDX)
                   ADD 1 TO POSTED-ITEMS
                   IF VARIANCE-QTY NOT = 0
                       PERFORM WRITE-COUNT-MOVEMENT
                   END-IF
               END-IF
           END-IF.

      *The COUNT movement in array.cob's journal layout: QTY= is
      *the size of the difference, ONHAND= the balance after it,
      *AVG= the item's average cost, VALUE= the difference valued
      *at that average, and VAR= the difference with its sign
       WRITE-COUNT-MOVEMENT.
           IF VARIANCE-QTY < 0
               COMPUTE MV-QTY = 0 - VARIANCE-QTY
               MOVE "-" TO MV-SIGN
           ELSE
               MOVE VARIANCE-QTY TO MV-QTY
               MOVE "+" TO MV-SIGN
           END-IF.
           COMPUTE MV-VALUE ROUNDED =
               VARIANCE-QTY * AR-AVG-COST(ARR-IDX).
           MOVE MV-VALUE TO MV-VALUE-EDIT.
           MOVE AR-AVG-COST(ARR-IDX) TO MV-AVG-EDIT.
           MOVE SPACES TO MV-LINE.
           STRING
               "TYPE=COUNT  "
               " ITEM=" AR-CODE(ARR-IDX)
               " QTY=" MV-QTY
               " ONHAND=" AR-QTY(ARR-IDX)
               " REF=" MV-REF
               " DATE=" CNT-TIMESTAMP(1:8)
               " TIME=" CNT-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               " AVG=" MV-AVG-EDIT
               " VALUE=" MV-VALUE-EDIT
               " VAR=" MV-SIGN MV-QTY
               DELIMITED BY SIZE INTO MV-LINE.
           MOVE MV-LINE TO ARRMOVE-RECORD.
           WRITE ARRMOVE-RECORD.
           MOVE ARRMOVE-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *Write the inventory back in array.cob's layout, after the
      *same dated generation backup its Save takes
       SAVE-INVENTORY.
           PERFORM TAKE-GENERATION-BACKUP.
           OPEN OUTPUT ARR-FILE.
           MOVE "ARRDATA.TXT" TO ERR-FILE-NAME.
           MOVE "OPEN" TO ERR-OPERATION.
           MOVE ARR-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO ARR-IDX.
           PERFORM UNTIL ARR-IDX >= ARR-COUNT
               ADD 1 TO ARR-IDX
               MOVE SPACES TO ARR-FILE-RECORD
               MOVE AR-CODE(ARR-IDX) TO ARR-FILE-RECORD(1:6)
               MOVE AR-DESC(ARR-IDX) TO ARR-FILE-RECORD(8:20)
               MOVE AR-QTY(ARR-IDX) TO ARR-FILE-RECORD(29:5)
               MOVE AR-REORDER(ARR-IDX) TO ARR-FILE-RECORD(35:5)
               IF AR-COUNTED(ARR-IDX) > 0
                   MOVE AR-COUNTED(ARR-IDX) TO ARR-FILE-RECORD(41:8)
               END-IF
               IF AR-AVG-COST(ARR-IDX) > 0
                   MOVE AR-AVG-COST(ARR-IDX) TO COST-EDIT
                   MOVE COST-EDIT TO ARR-FILE-RECORD(50:10)
               END-IF
               WRITE ARR-FILE-RECORD
               MOVE ARR-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM.
           CLOSE ARR-FILE.

      *Copy the current ARRDATA.TXT whole into a dated generation
      *backup and put it on array.cob's catalog, keeping the last
      *GEN-KEEP entries there as its own Save does
       TAKE-GENERATION-BACKUP.
           OPEN INPUT ARR-FILE.
           IF ARR-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO BAK-TIMESTAMP
               MOVE SPACES TO BACKUP-NAME
               STRING
                   "ARRDATA-" BAK-TIMESTAMP(1:14) ".BAK"
                   DELIMITED BY SIZE INTO BACKUP-NAME
               OPEN OUTPUT BACKUP-FILE
               MOVE BACKUP-NAME TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE 0 TO BACKUP-EOF
               PERFORM UNTIL BACKUP-EOF = 1
                   READ ARR-FILE
                       AT END
                           MOVE 1 TO BACKUP-EOF
                       NOT AT END
                           MOVE ARR-FILE-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           MOVE BACKUP-FILE-STATUS TO ERR-STATUS
                           PERFORM CHECK-IO-STATUS
                   END-READ
               END-PERFORM
               CLOSE ARR-FILE
               CLOSE BACKUP-FILE
               PERFORM APPEND-GENERATION-CATALOG
           END-IF.

       APPEND-GENERATION-CATALOG.
           PERFORM LOAD-GENERATION-CATALOG.
           MOVE SPACES TO GEN-LINE.
           STRING
               "FILE=" FUNCTION TRIM(BACKUP-NAME)
               " DATE=" BAK-TIMESTAMP(1:8)
               " TIME=" BAK-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO GEN-LINE.
           IF GEN-COUNT >= 10
               MOVE 1 TO GEN-IDX
               PERFORM UNTIL GEN-IDX >= GEN-COUNT
                   MOVE GEN-ENTRY(GEN-IDX + 1) TO GEN-ENTRY(GEN-IDX)
                   ADD 1 TO GEN-IDX
               END-PERFORM
           ELSE
               ADD 1 TO GEN-COUNT
           END-IF.
           MOVE GEN-LINE TO GEN-CAT-TEXT(GEN-COUNT).
           MOVE 1 TO GEN-FIRST.
           IF GEN-COUNT > GEN-KEEP
               COMPUTE GEN-FIRST = GEN-COUNT - GEN-KEEP + 1
           END-IF.
           OPEN OUTPUT GENCAT-FILE.
           MOVE "ARRGEN.CAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE GEN-FIRST TO GEN-IDX.
           PERFORM UNTIL GEN-IDX > GEN-COUNT
               MOVE GEN-CAT-TEXT(GEN-IDX) TO GENCAT-RECORD
               WRITE GENCAT-RECORD
               MOVE GENCAT-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
               ADD 1 TO GEN-IDX
           END-PERFORM.
           CLOSE GENCAT-FILE.

       LOAD-GENERATION-CATALOG.
           MOVE 0 TO GEN-COUNT.
           MOVE 0 TO GENCAT-EOF.
           OPEN INPUT GENCAT-FILE.
           IF GENCAT-FILE-STATUS = "00"
               PERFORM UNTIL GENCAT-EOF = 1
                   READ GENCAT-FILE
                       AT END
                           MOVE 1 TO GENCAT-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-CATALOG-LINE
                   END-READ
               END-PERFORM
               CLOSE GENCAT-FILE
           END-IF.

       LOAD-ONE-CATALOG-LINE.
           IF GENCAT-RECORD(1:5) = "FILE="
               IF GEN-COUNT >= 10
                   MOVE 1 TO GEN-IDX
                   PERFORM UNTIL GEN-IDX >= GEN-COUNT
                       MOVE GEN-ENTRY(GEN-IDX + 1)
                           TO GEN-ENTRY(GEN-IDX)
                       ADD 1 TO GEN-IDX
                   END-PERFORM
               ELSE
                   ADD 1 TO GEN-COUNT
               END-IF
               MOVE GENCAT-RECORD TO GEN-CAT-TEXT(GEN-COUNT)
           END-IF.

      *Throw an open count away unposted; nothing it holds has
      *touched the inventory
       CANCEL-COUNT.
           PERFORM CHECK-COUNT-OPEN.
           IF ENTRY-OK = 1
               MOVE CT-NUMBER TO NUMBER-DISPLAY
               DISPLAY "Cancel count "
                   FUNCTION TRIM(NUMBER-DISPLAY LEADING)
                   " without posting it? (Y/N): " WITH NO ADVANCING
               ACCEPT CONFIRM-INPUT
               IF CONFIRM-INPUT = "Y" OR CONFIRM-INPUT = "y"
                   MOVE "CANCEL" TO CT-STATUS
                   PERFORM SAVE-COUNT-FILE
                   DISPLAY "Count "
                       FUNCTION TRIM(NUMBER-DISPLAY LEADING)
                       " cancelled."
               ELSE
                   DISPLAY "Count left open."
               END-IF
           END-IF.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE ARR-FILE.
           CLOSE ARRMOVE-FILE.
           CLOSE COUNT-FILE.
           CLOSE SHEET-FILE.
           CLOSE VARIANCE-FILE.
           CLOSE BACKUP-FILE.
           CLOSE GENCAT-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
