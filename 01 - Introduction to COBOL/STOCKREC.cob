      *DESCRIPTION: Month-end stock reconciliation. At the start of
      *each month the opening stock is recorded: every MATSTOCK.DAT
      *figure is copied into STOCKOPN.DAT under the month, stamped
      *with the date and time it was taken. Reconciling a month then
      *takes, per material, that opening figure, adds the deliveries
      *(TYPE=RCPT) and stock corrections (TYPE=ADJ) journalled to
      *RECEIPTS.TXT, takes off the consumption logged to
      *MATUSAGE.TXT (a void's negative USED= line adds back), and
      *sets the stock that should be left against the stock that is
      *there: the next month's recorded opening once it has been
      *taken, otherwise the stock on hand now. The period runs from
      *the moment one opening was taken to the moment the next was,
      *so a snapshot taken a little late still reconciles exactly.
      *Every material whose figures do not agree is flagged with the
      *variance.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: December 9, 2025
      *Modification History:
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATSTOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATSTOCK-FILE-STATUS.
           SELECT STOCKOPN-FILE ASSIGN TO "STOCKOPN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCKOPN-FILE-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-FILE-STATUS.
           SELECT MATUSAGE-FILE ASSIGN TO "MATUSAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATUSAGE-FILE-STATUS.
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
      *One stock-on-hand line: code 1-4, square cm on hand 6-17
       FD MATSTOCK-FILE.
       01 MATSTOCK-RECORD PIC X(40).

      *One opening-stock line: month (YYYYMM) in columns 1-6,
      *material code in 8-11, square units on hand in 13-22, and the
      *date (YYYYMMDD) and time (HHMMSS) the figure was taken in
      *24-31 and 33-38
       FD STOCKOPN-FILE.
       01 STOCKOPN-RECORD PIC X(40).

      *TYPE=RCPT and TYPE=ADJ lines written by GOODSRCV and MATMAINT
       FD RECEIPTS-FILE.
       01 RECEIPTS-RECORD PIC X(120).

      *MAT= ... USED= lines written by the area program and RESVOID
       FD MATUSAGE-FILE.
       01 MATUSAGE-RECORD PIC X(120).

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

       77 MATSTOCK-FILE-STATUS PIC X(02) VALUE "00".
       77 STOCKOPN-FILE-STATUS PIC X(02) VALUE "00".
       77 RECEIPTS-FILE-STATUS PIC X(02) VALUE "00".
       77 MATUSAGE-FILE-STATUS PIC X(02) VALUE "00".
       77 END-OF-FILE PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.
       77 RUN-TIMESTAMP PIC X(21).
       77 THIS-MONTH PIC 9(6) VALUE 0.

      *What to do, and for which month
       77 ACTION-CHOICE-INPUT PIC X(5).
       77 ACTION-CHOICE PIC 9 VALUE 0.
       77 MONTH-INPUT PIC X(10).
       77 REC-MONTH PIC 9(6) VALUE 0.
       77 NEXT-MONTH PIC 9(6) VALUE 0.
       77 CONFIRM-INPUT PIC X(5).

      *STOCKOPN.DAT held whole, so a month's opening can be taken
      *again by a supervisor without disturbing the other months
       01 OPENING-LINE-TABLE.
           02 OPENING-LINE OCCURS 500 TIMES PIC X(40).
       77 OPENING-LINE-COUNT PIC 9(3) VALUE 0.
       77 OPENING-LINE-IDX PIC 9(3) VALUE 0.
       77 OPENING-FILE-FULL PIC 9 VALUE 0.
       77 MONTH-LINES-FOUND PIC 9(3) VALUE 0.
       77 KEPT-LINE-COUNT PIC 9(3) VALUE 0.

      *MATSTOCK.DAT as it stands now
       01 STOCK-TABLE.
           02 STOCK-ENTRY OCCURS 100 TIMES.
               03 SK-CODE PIC X(4).
               03 SK-QTY PIC S9(7)V9(2).
       77 STOCK-COUNT PIC 9(3) VALUE 0.
       77 STOCK-IDX PIC 9(3) VALUE 0.
       77 STOCK-TEXT PIC X(12).
       77 SNAP-QTY-DISPLAY PIC -(6)9.9(2).

      *One material's figures for the period being reconciled
       01 REC-TABLE.
           02 REC-ENTRY OCCURS 100 TIMES.
               03 RC-CODE PIC X(4).
               03 RC-OPENING PIC S9(8)V9(2).
               03 RC-RECEIVED PIC S9(8)V9(2).
               03 RC-ADJUSTED PIC S9(8)V9(2).
               03 RC-USED PIC S9(8)V9(2).
               03 RC-EXPECTED PIC S9(8)V9(2).
               03 RC-CLOSING PIC S9(8)V9(2).
               03 RC-VARIANCE PIC S9(8)V9(2).
       77 REC-COUNT PIC 9(3) VALUE 0.
       77 REC-IDX PIC 9(3) VALUE 0.
       77 REC-FOUND PIC 9 VALUE 0.
       77 REC-TABLE-FULL PIC 9 VALUE 0.
       77 LOOKUP-CODE PIC X(4) VALUE SPACES.

      *The period: from when the month's opening was taken to when
      *the next month's was (or to now, when it has not been yet)
       77 PERIOD-START PIC X(14) VALUE SPACES.
       77 PERIOD-END PIC X(14) VALUE SPACES.
       77 CLOSING-FROM-SNAPSHOT PIC 9 VALUE 0.
       77 OPENING-FOUND PIC 9 VALUE 0.

      *One journal or usage line taken apart into the tokens the
      *reconciliation needs
       77 JOURNAL-TEXT PIC X(120).
       77 JOURNAL-TOKEN PIC X(40).
       77 JOURNAL-PTR PIC 9(3) VALUE 1.
       77 JOURNAL-TYPE PIC X(8).
       77 JOURNAL-MAT PIC X(4).
       77 JOURNAL-QTY-TEXT PIC X(14).
       77 JOURNAL-STAMP PIC X(14).
       77 JOURNAL-QTY PIC S9(8)V9(2) VALUE 0.

      *Totals and the printed report
       77 OUT-OF-BALANCE PIC 9(3) VALUE 0.
       77 TOTAL-OPENING PIC S9(9)V9(2) VALUE 0.
       77 TOTAL-RECEIVED PIC S9(9)V9(2) VALUE 0.
       77 TOTAL-ADJUSTED PIC S9(9)V9(2) VALUE 0.
       77 TOTAL-USED PIC S9(9)V9(2) VALUE 0.
       77 TOTAL-EXPECTED PIC S9(9)V9(2) VALUE 0.
       77 TOTAL-CLOSING PIC S9(9)V9(2) VALUE 0.
       77 TOTAL-VARIANCE PIC S9(9)V9(2) VALUE 0.
       77 COUNT-DISPLAY PIC ZZ9.
       01 REC-LINE.
           02 RCL-MAT PIC X(5).
           02 RCL-OPENING PIC -(7)9.9(2).
           02 RCL-RECEIVED PIC -(7)9.9(2).
           02 RCL-ADJUSTED PIC -(7)9.9(2).
           02 RCL-USED PIC -(7)9.9(2).
           02 RCL-EXPECTED PIC -(7)9.9(2).
           02 RCL-CLOSING PIC -(7)9.9(2).
           02 RCL-VARIANCE PIC -(7)9.9(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RCL-FLAG PIC X(3).

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "STOCKREC" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "STOCKREC" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "STOCKREC" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:6) TO THIS-MONTH.

           PERFORM LOAD-OPENING-LINES.
           PERFORM LOAD-STOCK-ON-HAND.

           DISPLAY "[1] Record this month's opening stock  "
               "[2] Reconcile a month: " WITH NO ADVANCING.
           ACCEPT ACTION-CHOICE-INPUT.
           MOVE 0 TO ACTION-CHOICE.
           IF FUNCTION TRIM(ACTION-CHOICE-INPUT) = "1"
                   OR FUNCTION TRIM(ACTION-CHOICE-INPUT) = "2"
               MOVE FUNCTION NUMVAL(ACTION-CHOICE-INPUT)
                   TO ACTION-CHOICE
           END-IF.
           EVALUATE ACTION-CHOICE
               WHEN 1
                   PERFORM RECORD-OPENING-STOCK
               WHEN 2
                   PERFORM RECONCILE-MONTH
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   MOVE 1 TO HAD-INVALID-INPUT
           END-EVALUATE.

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
      *by the caller first), so reconciliation runs show up in the
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

      *Read STOCKOPN.DAT whole; lines that are not a month, a code
      *and a figure are reported and dropped
       LOAD-OPENING-LINES.
           MOVE 0 TO OPENING-LINE-COUNT.
           MOVE 0 TO OPENING-FILE-FULL.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT STOCKOPN-FILE.
           IF STOCKOPN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = 1
                   READ STOCKOPN-FILE
                       AT END
                           MOVE 1 TO END-OF-FILE
                       NOT AT END
                           IF FUNCTION TRIM(STOCKOPN-RECORD)
                                   NOT = SPACES
                               PERFORM KEEP-ONE-OPENING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCKOPN-FILE
           END-IF.

       KEEP-ONE-OPENING-LINE.
           MOVE STOCKOPN-RECORD(13:10) TO STOCK-TEXT.
           IF STOCKOPN-RECORD(1:6) IS NUMERIC
                   AND STOCKOPN-RECORD(8:4) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(STOCK-TEXT) = 0
                   AND STOCKOPN-RECORD(24:8) IS NUMERIC
                   AND STOCKOPN-RECORD(33:6) IS NUMERIC
               IF OPENING-LINE-COUNT >= 500
                   MOVE 1 TO OPENING-FILE-FULL
                   MOVE 1 TO END-OF-FILE
               ELSE
                   ADD 1 TO OPENING-LINE-COUNT
                   MOVE STOCKOPN-RECORD
                       TO OPENING-LINE(OPENING-LINE-COUNT)
               END-IF
           ELSE
               DISPLAY "Skipping bad STOCKOPN.DAT line: "
                   FUNCTION TRIM(STOCKOPN-RECORD)
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       LOAD-STOCK-ON-HAND.
           MOVE 0 TO STOCK-COUNT.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT MATSTOCK-FILE.
           IF MATSTOCK-FILE-STATUS NOT = "00"
               DISPLAY "MATSTOCK.DAT not found - no stock on hand."
           ELSE
               PERFORM UNTIL END-OF-FILE = 1 OR STOCK-COUNT >= 100
                   READ MATSTOCK-FILE
                       AT END
                           MOVE 1 TO END-OF-FILE
                       NOT AT END
                           IF FUNCTION TRIM(MATSTOCK-RECORD)
                                   NOT = SPACES
                               PERFORM LOAD-ONE-STOCK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATSTOCK-FILE
           END-IF.

       LOAD-ONE-STOCK-LINE.
           MOVE MATSTOCK-RECORD(6:12) TO STOCK-TEXT.
           IF MATSTOCK-RECORD(1:4) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(STOCK-TEXT) = 0
               ADD 1 TO STOCK-COUNT
               MOVE MATSTOCK-RECORD(1:4) TO SK-CODE(STOCK-COUNT)
               MOVE FUNCTION NUMVAL(STOCK-TEXT)
                   TO SK-QTY(STOCK-COUNT)
           ELSE
               DISPLAY "Skipping bad MATSTOCK.DAT line: "
                   FUNCTION TRIM(MATSTOCK-RECORD)
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Copy every stock figure into STOCKOPN.DAT under this month.
      *A month already recorded is only taken again by a supervisor,
      *and then its old lines are replaced, not added to.
       RECORD-OPENING-STOCK.
           MOVE 0 TO MONTH-LINES-FOUND.
           MOVE 0 TO OPENING-LINE-IDX.
           PERFORM UNTIL OPENING-LINE-IDX >= OPENING-LINE-COUNT
               ADD 1 TO OPENING-LINE-IDX
               IF OPENING-LINE(OPENING-LINE-IDX)(1:6) = THIS-MONTH
                   ADD 1 TO MONTH-LINES-FOUND
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN OPENING-FILE-FULL = 1
                   DISPLAY "STOCKOPN.DAT holds more than 500 lines - "
                       "opening not recorded."
                   MOVE 1 TO RUN-FAILED
               WHEN STOCK-COUNT = 0
                   DISPLAY "No stock figures to record."
                   MOVE 1 TO HAD-INVALID-INPUT
               WHEN MONTH-LINES-FOUND > 0 AND OPER-ROLE NOT = "S"
                   DISPLAY "The opening for " THIS-MONTH
                       " is already recorded - only a supervisor "
                       "can take it again."
                   MOVE 1 TO HAD-INVALID-INPUT
               WHEN OTHER
                   MOVE "Y" TO CONFIRM-INPUT
                   IF MONTH-LINES-FOUND > 0
                       DISPLAY "Replace the opening already recorded "
                           "for " THIS-MONTH "? (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT CONFIRM-INPUT
                   END-IF
                   IF CONFIRM-INPUT = "Y" OR CONFIRM-INPUT = "y"
                       PERFORM WRITE-OPENING-FILE
                   ELSE
                       DISPLAY "Opening left as it was."
                   END-IF
           END-EVALUATE.

      *Every other month's lines as they were, then this month's
      *from the stock on hand now
       WRITE-OPENING-FILE.
           OPEN OUTPUT STOCKOPN-FILE.
           MOVE "STOCKOPN.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO KEPT-LINE-COUNT.
           MOVE 0 TO OPENING-LINE-IDX.
           PERFORM UNTIL OPENING-LINE-IDX >= OPENING-LINE-COUNT
               ADD 1 TO OPENING-LINE-IDX
               IF OPENING-LINE(OPENING-LINE-IDX)(1:6) NOT = THIS-MONTH
                   MOVE OPENING-LINE(OPENING-LINE-IDX)
                       TO STOCKOPN-RECORD
                   WRITE STOCKOPN-RECORD
                   MOVE STOCKOPN-FILE-STATUS TO ERR-STATUS
                   PERFORM CHECK-IO-STATUS
               END-IF
           END-PERFORM.
           MOVE 0 TO STOCK-IDX.
           PERFORM UNTIL STOCK-IDX >= STOCK-COUNT
               ADD 1 TO STOCK-IDX
               MOVE SPACES TO STOCKOPN-RECORD
               MOVE THIS-MONTH TO STOCKOPN-RECORD(1:6)
               MOVE SK-CODE(STOCK-IDX) TO STOCKOPN-RECORD(8:4)
               MOVE SK-QTY(STOCK-IDX) TO SNAP-QTY-DISPLAY
               MOVE SNAP-QTY-DISPLAY TO STOCKOPN-RECORD(13:10)
               MOVE RUN-TIMESTAMP(1:8) TO STOCKOPN-RECORD(24:8)
               MOVE RUN-TIMESTAMP(9:6) TO STOCKOPN-RECORD(33:6)
               WRITE STOCKOPN-RECORD
               MOVE STOCKOPN-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
               ADD 1 TO KEPT-LINE-COUNT
           END-PERFORM.
           CLOSE STOCKOPN-FILE.
           MOVE KEPT-LINE-COUNT TO COUNT-DISPLAY.
           DISPLAY "Opening stock for " THIS-MONTH " recorded for "
               FUNCTION TRIM(COUNT-DISPLAY) " material(s).".

      *Opening plus receipts plus corrections less consumption,
      *against the closing figure, per material
       RECONCILE-MONTH.
           DISPLAY "Month to reconcile (YYYYMM, blank for "
               THIS-MONTH "): " WITH NO ADVANCING.
           ACCEPT MONTH-INPUT.
           MOVE 0 TO REC-MONTH.
           IF FUNCTION TRIM(MONTH-INPUT) = SPACES
               MOVE THIS-MONTH TO REC-MONTH
           ELSE
               IF FUNCTION TRIM(MONTH-INPUT) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION TRIM(MONTH-INPUT))
                       = 6
                   MOVE FUNCTION TRIM(MONTH-INPUT) TO REC-MONTH
                   IF REC-MONTH(5:2) < "01" OR REC-MONTH(5:2) > "12"
                       MOVE 0 TO REC-MONTH
                   END-IF
               END-IF
           END-IF.
           IF REC-MONTH = 0
               DISPLAY "Month must be YYYYMM."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               PERFORM TAKE-OPENING-FIGURES
               IF OPENING-FOUND = 0
                   DISPLAY "No opening stock recorded for " REC-MONTH
                       " - record it at the start of the month "
                       "first."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   PERFORM TAKE-CLOSING-FIGURES
                   PERFORM TAKE-RECEIPTS
                   PERFORM TAKE-USAGE
                   IF REC-TABLE-FULL = 1
                       DISPLAY "More than 100 materials - the "
                           "reconciliation is incomplete."
                       MOVE 1 TO RUN-FAILED
                   END-IF
                   PERFORM PRINT-RECONCILIATION
               END-IF
           END-IF.

      *The month's opening figures, and the moment they were taken
       TAKE-OPENING-FIGURES.
           MOVE 0 TO REC-COUNT.
           MOVE 0 TO REC-TABLE-FULL.
           MOVE 0 TO OPENING-FOUND.
           MOVE SPACES TO PERIOD-START.
           MOVE 0 TO OPENING-LINE-IDX.
           PERFORM UNTIL OPENING-LINE-IDX >= OPENING-LINE-COUNT
               ADD 1 TO OPENING-LINE-IDX
               IF OPENING-LINE(OPENING-LINE-IDX)(1:6) = REC-MONTH
                   MOVE 1 TO OPENING-FOUND
                   MOVE OPENING-LINE(OPENING-LINE-IDX)(24:8)
                       TO PERIOD-START(1:8)
                   MOVE OPENING-LINE(OPENING-LINE-IDX)(33:6)
                       TO PERIOD-START(9:6)
                   MOVE OPENING-LINE(OPENING-LINE-IDX)(8:4)
                       TO LOOKUP-CODE
                   PERFORM FIND-REC-ENTRY
                   IF REC-FOUND = 1
                       MOVE OPENING-LINE(OPENING-LINE-IDX)(13:10)
                           TO STOCK-TEXT
                       COMPUTE RC-OPENING(REC-IDX) =
                           FUNCTION NUMVAL(STOCK-TEXT)
                   END-IF
               END-IF
           END-PERFORM.

      *The next month's opening when it has been taken - the period
      *then ends at that moment - otherwise the stock on hand now,
      *with every movement to date counted
       TAKE-CLOSING-FIGURES.
           IF REC-MONTH(5:2) = "12"
               COMPUTE NEXT-MONTH = REC-MONTH + 89
           ELSE
               COMPUTE NEXT-MONTH = REC-MONTH + 1
           END-IF.
           MOVE 0 TO CLOSING-FROM-SNAPSHOT.
           MOVE ALL "9" TO PERIOD-END.
           MOVE 0 TO OPENING-LINE-IDX.
           PERFORM UNTIL OPENING-LINE-IDX >= OPENING-LINE-COUNT
               ADD 1 TO OPENING-LINE-IDX
               IF OPENING-LINE(OPENING-LINE-IDX)(1:6) = NEXT-MONTH
                   MOVE 1 TO CLOSING-FROM-SNAPSHOT
                   MOVE OPENING-LINE(OPENING-LINE-IDX)(24:8)
                       TO PERIOD-END(1:8)
                   MOVE OPENING-LINE(OPENING-LINE-IDX)(33:6)
                       TO PERIOD-END(9:6)
                   MOVE OPENING-LINE(OPENING-LINE-IDX)(8:4)
                       TO LOOKUP-CODE
                   PERFORM FIND-REC-ENTRY
                   IF REC-FOUND = 1
                       MOVE OPENING-LINE(OPENING-LINE-IDX)(13:10)
                           TO STOCK-TEXT
                       COMPUTE RC-CLOSING(REC-IDX) =
                           FUNCTION NUMVAL(STOCK-TEXT)
                   END-IF
               END-IF
           END-PERFORM.
           IF CLOSING-FROM-SNAPSHOT = 0
               MOVE 0 TO STOCK-IDX
               PERFORM UNTIL STOCK-IDX >= STOCK-COUNT
                   ADD 1 TO STOCK-IDX
                   MOVE SK-CODE(STOCK-IDX) TO LOOKUP-CODE
                   PERFORM FIND-REC-ENTRY
                   IF REC-FOUND = 1
                       MOVE SK-QTY(STOCK-IDX) TO RC-CLOSING(REC-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *TYPE=RCPT and TYPE=ADJ lines stamped within the period
       TAKE-RECEIPTS.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT RECEIPTS-FILE.
           IF RECEIPTS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = 1
                   READ RECEIPTS-FILE
                       AT END
                           MOVE 1 TO END-OF-FILE
                       NOT AT END
                           MOVE RECEIPTS-RECORD TO JOURNAL-TEXT
                           PERFORM PARSE-JOURNAL-LINE
                           PERFORM TAKE-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIPTS-FILE
           END-IF.

       TAKE-ONE-RECEIPT.
           IF (JOURNAL-TYPE = "RCPT" OR JOURNAL-TYPE = "ADJ")
                   AND JOURNAL-MAT NOT = SPACES
                   AND JOURNAL-STAMP >= PERIOD-START
                   AND JOURNAL-STAMP < PERIOD-END
                   AND FUNCTION TEST-NUMVAL(JOURNAL-QTY-TEXT) = 0
               MOVE JOURNAL-MAT TO LOOKUP-CODE
               PERFORM FIND-REC-ENTRY
               IF REC-FOUND = 1
                   COMPUTE JOURNAL-QTY =
                       FUNCTION NUMVAL(JOURNAL-QTY-TEXT)
                   IF JOURNAL-TYPE = "RCPT"
                       ADD JOURNAL-QTY TO RC-RECEIVED(REC-IDX)
                   ELSE
                       ADD JOURNAL-QTY TO RC-ADJUSTED(REC-IDX)
                   END-IF
               END-IF
           END-IF.

      *MAT= ... USED= lines stamped within the period; a void's
      *negative USED= nets off what it reversed
       TAKE-USAGE.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT MATUSAGE-FILE.
           IF MATUSAGE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = 1
                   READ MATUSAGE-FILE
                       AT END
                           MOVE 1 TO END-OF-FILE
                       NOT AT END
                           IF MATUSAGE-RECORD(1:4) = "MAT="
                               MOVE MATUSAGE-RECORD TO JOURNAL-TEXT
                               PERFORM PARSE-JOURNAL-LINE
                               PERFORM TAKE-ONE-USAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATUSAGE-FILE
           END-IF.

       TAKE-ONE-USAGE.
           IF JOURNAL-MAT NOT = SPACES
                   AND JOURNAL-STAMP >= PERIOD-START
                   AND JOURNAL-STAMP < PERIOD-END
                   AND FUNCTION TEST-NUMVAL(JOURNAL-QTY-TEXT) = 0
               MOVE JOURNAL-MAT TO LOOKUP-CODE
               PERFORM FIND-REC-ENTRY
               IF REC-FOUND = 1
                   COMPUTE JOURNAL-QTY =
                       FUNCTION NUMVAL(JOURNAL-QTY-TEXT)
                   ADD JOURNAL-QTY TO RC-USED(REC-IDX)
               END-IF
           END-IF.

      *Take JOURNAL-TEXT apart token by token: TYPE=, MAT=, the
      *quantity (QTY= in the journal, USED= in the usage log), and
      *DATE=/TIME= as one sortable stamp. Nothing after REF= is
      *read, since the delivery reference is free text.
       PARSE-JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-TYPE.
           MOVE SPACES TO JOURNAL-MAT.
           MOVE SPACES TO JOURNAL-QTY-TEXT.
           MOVE SPACES TO JOURNAL-STAMP.
           MOVE 1 TO JOURNAL-PTR.
           PERFORM UNTIL JOURNAL-PTR > 120
               MOVE SPACES TO JOURNAL-TOKEN
               UNSTRING JOURNAL-TEXT DELIMITED BY ALL SPACE
                   INTO JOURNAL-TOKEN
                   WITH POINTER JOURNAL-PTR
               END-UNSTRING
               EVALUATE TRUE
                   WHEN JOURNAL-TOKEN(1:4) = "REF="
                       MOVE 121 TO JOURNAL-PTR
                   WHEN JOURNAL-TOKEN(1:5) = "TYPE="
                       MOVE JOURNAL-TOKEN(6:8) TO JOURNAL-TYPE
                   WHEN JOURNAL-TOKEN(1:4) = "MAT="
                       MOVE JOURNAL-TOKEN(5:4) TO JOURNAL-MAT
                   WHEN JOURNAL-TOKEN(1:4) = "QTY="
                       MOVE JOURNAL-TOKEN(5:14) TO JOURNAL-QTY-TEXT
                   WHEN JOURNAL-TOKEN(1:5) = "USED="
                       MOVE JOURNAL-TOKEN(6:14) TO JOURNAL-QTY-TEXT
                   WHEN JOURNAL-TOKEN(1:5) = "DATE="
                       MOVE JOURNAL-TOKEN(6:8) TO JOURNAL-STAMP(1:8)
                   WHEN JOURNAL-TOKEN(1:5) = "TIME="
                       MOVE JOURNAL-TOKEN(6:6) TO JOURNAL-STAMP(9:6)
                   WHEN JOURNAL-TOKEN = SPACES
                       MOVE 121 TO JOURNAL-PTR
               END-EVALUATE
           END-PERFORM.

      *Find LOOKUP-CODE's entry in the reconciliation, adding one
      *(all figures zero) for a material seen for the first time
       FIND-REC-ENTRY.
           MOVE 0 TO REC-FOUND.
           MOVE 0 TO REC-IDX.
           PERFORM UNTIL REC-FOUND = 1 OR REC-IDX >= REC-COUNT
               ADD 1 TO REC-IDX
               IF RC-CODE(REC-IDX) = LOOKUP-CODE
                   MOVE 1 TO REC-FOUND
               END-IF
           END-PERFORM.
           IF REC-FOUND = 0
               IF REC-COUNT >= 100
                   MOVE 1 TO REC-TABLE-FULL
               ELSE
                   ADD 1 TO REC-COUNT
                   MOVE REC-COUNT TO REC-IDX
                   MOVE LOOKUP-CODE TO RC-CODE(REC-IDX)
                   MOVE 0 TO RC-OPENING(REC-IDX)
                   MOVE 0 TO RC-RECEIVED(REC-IDX)
                   MOVE 0 TO RC-ADJUSTED(REC-IDX)
                   MOVE 0 TO RC-USED(REC-IDX)
                   MOVE 0 TO RC-EXPECTED(REC-IDX)
                   MOVE 0 TO RC-CLOSING(REC-IDX)
                   MOVE 0 TO RC-VARIANCE(REC-IDX)
                   MOVE 1 TO REC-FOUND
               END-IF
           END-IF.

      *One line per material and a total line; a material whose
      *closing stock differs from what the movements account for is
      *flagged, and the run says how many did
       PRINT-RECONCILIATION.
           DISPLAY "STOCK RECONCILIATION - " REC-MONTH
               "  (from opening taken " PERIOD-START(1:8) " "
               PERIOD-START(9:6) ")".
           IF CLOSING-FROM-SNAPSHOT = 1
               DISPLAY "Closing stock: opening for " NEXT-MONTH
                   " taken " PERIOD-END(1:8) " " PERIOD-END(9:6)
           ELSE
               DISPLAY "Closing stock: stock on hand now - every "
                   "movement to date is counted"
           END-IF.
           DISPLAY "MAT      OPENING     RECEIVED     ADJUSTED"
               "         USED     EXPECTED      CLOSING     VARIANCE".
           MOVE 0 TO OUT-OF-BALANCE.
           MOVE 0 TO TOTAL-OPENING.
           MOVE 0 TO TOTAL-RECEIVED.
           MOVE 0 TO TOTAL-ADJUSTED.
           MOVE 0 TO TOTAL-USED.
           MOVE 0 TO TOTAL-EXPECTED.
           MOVE 0 TO TOTAL-CLOSING.
           MOVE 0 TO TOTAL-VARIANCE.
           MOVE 0 TO REC-IDX.
           PERFORM UNTIL REC-IDX >= REC-COUNT
               ADD 1 TO REC-IDX
               COMPUTE RC-EXPECTED(REC-IDX) = RC-OPENING(REC-IDX)
                   + RC-RECEIVED(REC-IDX) + RC-ADJUSTED(REC-IDX)
                   - RC-USED(REC-IDX)
               COMPUTE RC-VARIANCE(REC-IDX) =
                   RC-CLOSING(REC-IDX) - RC-EXPECTED(REC-IDX)
               MOVE RC-CODE(REC-IDX) TO RCL-MAT
               MOVE RC-OPENING(REC-IDX) TO RCL-OPENING
               MOVE RC-RECEIVED(REC-IDX) TO RCL-RECEIVED
               MOVE RC-ADJUSTED(REC-IDX) TO RCL-ADJUSTED
               MOVE RC-USED(REC-IDX) TO RCL-USED
               MOVE RC-EXPECTED(REC-IDX) TO RCL-EXPECTED
               MOVE RC-CLOSING(REC-IDX) TO RCL-CLOSING
               MOVE RC-VARIANCE(REC-IDX) TO RCL-VARIANCE
               IF RC-VARIANCE(REC-IDX) NOT = 0
                   MOVE "***" TO RCL-FLAG
                   ADD 1 TO OUT-OF-BALANCE
               ELSE
                   MOVE SPACES TO RCL-FLAG
               END-IF
               DISPLAY REC-LINE
               ADD RC-OPENING(REC-IDX) TO TOTAL-OPENING
               ADD RC-RECEIVED(REC-IDX) TO TOTAL-RECEIVED
               ADD RC-ADJUSTED(REC-IDX) TO TOTAL-ADJUSTED
               ADD RC-USED(REC-IDX) TO TOTAL-USED
               ADD RC-EXPECTED(REC-IDX) TO TOTAL-EXPECTED
               ADD RC-CLOSING(REC-IDX) TO TOTAL-CLOSING
               ADD RC-VARIANCE(REC-IDX) TO TOTAL-VARIANCE
           END-PERFORM.
           MOVE "ALL" TO RCL-MAT.
           MOVE TOTAL-OPENING TO RCL-OPENING.
           MOVE TOTAL-RECEIVED TO RCL-RECEIVED.
           MOVE TOTAL-ADJUSTED TO RCL-ADJUSTED.
           MOVE TOTAL-USED TO RCL-USED.
           MOVE TOTAL-EXPECTED TO RCL-EXPECTED.
           MOVE TOTAL-CLOSING TO RCL-CLOSING.
           MOVE TOTAL-VARIANCE TO RCL-VARIANCE.
           MOVE SPACES TO RCL-FLAG.
           DISPLAY REC-LINE.
           IF OUT-OF-BALANCE = 0
               DISPLAY "Every material reconciles."
           ELSE
               MOVE OUT-OF-BALANCE TO COUNT-DISPLAY
               DISPLAY FUNCTION TRIM(COUNT-DISPLAY)
                   " material(s) out of balance (***) - stock moved "
                   "without a receipt, correction or usage line."
           END-IF.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE STOCKOPN-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
