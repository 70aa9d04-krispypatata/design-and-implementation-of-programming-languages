      *DESCRIPTION: Reorder run. MATREORD.DAT (kept through MATMAINT)
      *gives each material a reorder point, a reorder quantity and
      *the supplier it is bought from. This program sets each one's
      *MATSTOCK.DAT stock on hand, plus whatever is still due in on
      *open purchase orders, against its reorder point, and for
      *every material at or below it proposes a purchase order for
      *the reorder quantity. Counting the outstanding orders means a
      *second run before the delivery arrives does not order the
      *same sheets twice; a material delisted on the price master
      *is reported but never reordered. Once the operator confirms,
      *the orders are raised into PURCHORD.DAT as OPEN, numbered on
      *from the highest order already on file, for GOODSRCV to post
      *the deliveries against.
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
       PROGRAM-ID. REORDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATREORD-FILE ASSIGN TO "MATREORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATREORD-FILE-STATUS.
           SELECT MATSTOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATSTOCK-FILE-STATUS.
           SELECT MATERIALS-FILE ASSIGN TO "MATERIALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATERIALS-FILE-STATUS.
           SELECT PURCHORD-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURCHORD-FILE-STATUS.
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
      *One reorder line as MATMAINT writes it: code 1-4, reorder
      *point 6-17, reorder quantity 19-30, supplier 32-51
       FD MATREORD-FILE.
       01 MATREORD-RECORD PIC X(60).

      *One stock-on-hand line: code 1-4, square cm on hand 6-17
       FD MATSTOCK-FILE.
       01 MATSTOCK-RECORD PIC X(40).

      *One price-master line: code 1-4, effective date 36-43,
      *status (A active / D delisted) 45
       FD MATERIALS-FILE.
       01 MATERIAL-RECORD PIC X(50).

      *Layout described in the PURCHORD copybook
       FD PURCHORD-FILE.
       01 PURCHORD-RECORD PIC X(100).

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

       77 MATREORD-FILE-STATUS PIC X(02) VALUE "00".
       77 MATSTOCK-FILE-STATUS PIC X(02) VALUE "00".
       77 MATERIALS-FILE-STATUS PIC X(02) VALUE "00".
       77 END-OF-FILE PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.
       77 TODAY-DATE PIC 9(8) VALUE 0.
       77 RUN-TIMESTAMP PIC X(21).

      *Each material's reorder settings, and what this run makes of
      *them: on hand, due in on open orders, and the action taken
       01 REORDER-TABLE.
           02 REORDER-ENTRY OCCURS 20 TIMES.
               03 RO-CODE PIC X(4).
               03 RO-POINT PIC 9(7)V9(2).
               03 RO-QTY PIC 9(7)V9(2).
               03 RO-SUPPLIER PIC X(20).
               03 RO-ON-HAND PIC S9(7)V9(2).
               03 RO-ON-ORDER PIC 9(8)V9(2).
               03 RO-ACTION PIC X(1).
       77 REORDER-COUNT PIC 99 VALUE 0.
       77 REORDER-IDX PIC 99 VALUE 0.
       77 REORDER-POINT-TEXT PIC X(12).
       77 REORDER-QTY-TEXT PIC X(12).

       01 STOCK-TABLE.
           02 STOCK-ENTRY OCCURS 20 TIMES.
               03 SK-CODE PIC X(4).
               03 SK-QTY PIC S9(7)V9(2).
       77 STOCK-COUNT PIC 99 VALUE 0.
       77 STOCK-IDX PIC 99 VALUE 0.
       77 STOCK-FOUND PIC 9 VALUE 0.
       77 STOCK-TEXT PIC X(12).

      *The line in force today for each code on the price master,
      *by the latest-effective-date-not-in-the-future rule the area
      *program's loader applies
       01 MAT-STATUS-TABLE.
           02 MAT-STATUS-ENTRY OCCURS 50 TIMES.
               03 MS-CODE PIC X(4).
               03 MS-EFF PIC 9(8).
               03 MS-STATUS PIC X(1).
       77 MAT-STATUS-COUNT PIC 99 VALUE 0.
       77 MAT-STATUS-IDX PIC 99 VALUE 0.
       77 MAT-STATUS-FOUND PIC 9 VALUE 0.
       77 MAT-EFF-TEXT PIC X(8).
       77 MAT-EFF PIC 9(8) VALUE 0.
       77 MAT-STATUS-TEXT PIC X(1).

      *The run's figures and the operator's go-ahead
       77 COVER-QTY PIC S9(9)V9(2) VALUE 0.
       77 PROPOSED-COUNT PIC 99 VALUE 0.
       77 RAISED-COUNT PIC 99 VALUE 0.
       77 CONFIRM-INPUT PIC X(5).
       77 QTY-DISPLAY PIC -(6)9.9(2).
       77 ORDER-DISPLAY PIC Z(7)9.9(2).
       77 COUNT-DISPLAY PIC Z9.
       77 ACTION-TEXT PIC X(24).
       01 REPORT-LINE.
           02 RL-MAT PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-ON-HAND PIC -(6)9.9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-ON-ORDER PIC Z(7)9.9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-POINT PIC Z(6)9.9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-QTY PIC Z(6)9.9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-ACTION PIC X(24).

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "REORDER" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "REORDER" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "REORDER" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO TODAY-DATE.

           PERFORM LOAD-REORDER-SETTINGS.
           PERFORM LOAD-STOCK-ON-HAND.
           PERFORM LOAD-MATERIAL-STATUS.
           PERFORM LOAD-PURCHASE-ORDERS.

           IF PO-FILE-FULL = 1
               DISPLAY "No orders raised - PURCHORD.DAT would lose "
                   "the orders past the first 200."
               DISPLAY "Run HOUSEKP to archive closed orders "
                   "(LOG=PURCHORD.DAT in RETENTION.CFG)."
               MOVE 1 TO RUN-FAILED
           ELSE
               IF REORDER-COUNT = 0
                   DISPLAY "No reorder points on file - set them "
                       "through MATMAINT first."
               ELSE
                   PERFORM CHECK-REORDER-POINTS
                   PERFORM PRINT-REORDER-REPORT
                   IF PROPOSED-COUNT > 0
                       PERFORM CONFIRM-AND-RAISE
                   ELSE
                       DISPLAY "Nothing at or below its reorder "
                           "point - no orders to raise."
                   END-IF
               END-IF
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
      *by the caller first), so reorder runs show up in the same
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

      *Read MATREORD.DAT; a bad line is reported and left out of
      *the run
       LOAD-REORDER-SETTINGS.
           MOVE 0 TO REORDER-COUNT.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT MATREORD-FILE.
           IF MATREORD-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = 1 OR REORDER-COUNT >= 20
                   READ MATREORD-FILE
                       AT END
                           MOVE 1 TO END-OF-FILE
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
                   AND MATREORD-RECORD(32:20) NOT = SPACES
               ADD 1 TO REORDER-COUNT
               MOVE MATREORD-RECORD(1:4) TO RO-CODE(REORDER-COUNT)
               MOVE FUNCTION NUMVAL(REORDER-POINT-TEXT)
                   TO RO-POINT(REORDER-COUNT)
               MOVE FUNCTION NUMVAL(REORDER-QTY-TEXT)
                   TO RO-QTY(REORDER-COUNT)
               MOVE MATREORD-RECORD(32:20)
                   TO RO-SUPPLIER(REORDER-COUNT)
               MOVE 0 TO RO-ON-HAND(REORDER-COUNT)
               MOVE 0 TO RO-ON-ORDER(REORDER-COUNT)
               MOVE SPACE TO RO-ACTION(REORDER-COUNT)
           ELSE
               DISPLAY "Skipping bad MATREORD.DAT line: "
                   FUNCTION TRIM(MATREORD-RECORD)
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       LOAD-STOCK-ON-HAND.
           MOVE 0 TO STOCK-COUNT.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT MATSTOCK-FILE.
           IF MATSTOCK-FILE-STATUS NOT = "00"
               DISPLAY "MATSTOCK.DAT not found - every material "
                   "counts as none on hand."
           ELSE
               PERFORM UNTIL END-OF-FILE = 1 OR STOCK-COUNT >= 20
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

      *Note, per code, the status of the price-master line in force
      *today; lines that do not read cleanly are left to MATMAINT
      *to report
       LOAD-MATERIAL-STATUS.
           MOVE 0 TO MAT-STATUS-COUNT.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT MATERIALS-FILE.
           IF MATERIALS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = 1
                   READ MATERIALS-FILE
                       AT END
                           MOVE 1 TO END-OF-FILE
                       NOT AT END
                           IF FUNCTION TRIM(MATERIAL-RECORD)
                                   NOT = SPACES
                               PERFORM TAKE-ONE-MATERIAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIALS-FILE
           END-IF.

       TAKE-ONE-MATERIAL-LINE.
           MOVE MATERIAL-RECORD(36:8) TO MAT-EFF-TEXT.
           MOVE MATERIAL-RECORD(45:1) TO MAT-STATUS-TEXT.
           IF MAT-EFF-TEXT = SPACES
               MOVE 0 TO MAT-EFF
           ELSE
               IF MAT-EFF-TEXT IS NUMERIC
                   MOVE MAT-EFF-TEXT TO MAT-EFF
               ELSE
                   MOVE 99999999 TO MAT-EFF
               END-IF
           END-IF.
           IF MATERIAL-RECORD(1:4) NOT = SPACES
                   AND MAT-EFF <= TODAY-DATE
               MOVE 0 TO MAT-STATUS-FOUND
               MOVE 0 TO MAT-STATUS-IDX
               PERFORM UNTIL MAT-STATUS-FOUND = 1
                       OR MAT-STATUS-IDX >= MAT-STATUS-COUNT
                   ADD 1 TO MAT-STATUS-IDX
                   IF MS-CODE(MAT-STATUS-IDX) = MATERIAL-RECORD(1:4)
                       MOVE 1 TO MAT-STATUS-FOUND
                   END-IF
               END-PERFORM
               IF MAT-STATUS-FOUND = 0 AND MAT-STATUS-COUNT < 50
                   ADD 1 TO MAT-STATUS-COUNT
                   MOVE MAT-STATUS-COUNT TO MAT-STATUS-IDX
                   MOVE MATERIAL-RECORD(1:4)
                       TO MS-CODE(MAT-STATUS-IDX)
                   MOVE 0 TO MS-EFF(MAT-STATUS-IDX)
                   MOVE 1 TO MAT-STATUS-FOUND
               END-IF
               IF MAT-STATUS-FOUND = 1
                       AND MAT-EFF >= MS-EFF(MAT-STATUS-IDX)
                   MOVE MAT-EFF TO MS-EFF(MAT-STATUS-IDX)
                   IF MAT-STATUS-TEXT = "D"
                       MOVE "D" TO MS-STATUS(MAT-STATUS-IDX)
                   ELSE
                       MOVE "A" TO MS-STATUS(MAT-STATUS-IDX)
                   END-IF
               END-IF
           END-IF.

      *Work out each material's position: on hand, due in on open
      *and part-received orders, and whether that cover is at or
      *below the reorder point. RO-ACTION ends up R (reorder), D
      *(delisted), U (not on the price master) or space (enough).
       CHECK-REORDER-POINTS.
           MOVE 0 TO PROPOSED-COUNT.
           MOVE 0 TO REORDER-IDX.
           PERFORM UNTIL REORDER-IDX >= REORDER-COUNT
               ADD 1 TO REORDER-IDX
               PERFORM CHECK-ONE-MATERIAL
           END-PERFORM.

       CHECK-ONE-MATERIAL.
           MOVE 0 TO STOCK-FOUND.
           MOVE 0 TO STOCK-IDX.
           PERFORM UNTIL STOCK-FOUND = 1 OR STOCK-IDX >= STOCK-COUNT
               ADD 1 TO STOCK-IDX
               IF SK-CODE(STOCK-IDX) = RO-CODE(REORDER-IDX)
                   MOVE 1 TO STOCK-FOUND
                   MOVE SK-QTY(STOCK-IDX) TO RO-ON-HAND(REORDER-IDX)
               END-IF
           END-PERFORM.

           MOVE 0 TO PO-IDX.
           PERFORM UNTIL PO-IDX >= PO-COUNT
               ADD 1 TO PO-IDX
               IF PO-MAT(PO-IDX) = RO-CODE(REORDER-IDX)
                       AND PO-STATUS(PO-IDX) NOT = "CLOSED"
                       AND PO-ORDERED(PO-IDX) > PO-RECEIVED(PO-IDX)
                   COMPUTE RO-ON-ORDER(REORDER-IDX) =
                       RO-ON-ORDER(REORDER-IDX)
                       + PO-ORDERED(PO-IDX) - PO-RECEIVED(PO-IDX)
               END-IF
           END-PERFORM.

           MOVE 0 TO MAT-STATUS-FOUND.
           MOVE 0 TO MAT-STATUS-IDX.
           PERFORM UNTIL MAT-STATUS-FOUND = 1
                   OR MAT-STATUS-IDX >= MAT-STATUS-COUNT
               ADD 1 TO MAT-STATUS-IDX
               IF MS-CODE(MAT-STATUS-IDX) = RO-CODE(REORDER-IDX)
                   MOVE 1 TO MAT-STATUS-FOUND
               END-IF
           END-PERFORM.

           COMPUTE COVER-QTY =
               RO-ON-HAND(REORDER-IDX) + RO-ON-ORDER(REORDER-IDX).
           EVALUATE TRUE
               WHEN MAT-STATUS-FOUND = 0
                   MOVE "U" TO RO-ACTION(REORDER-IDX)
               WHEN MS-STATUS(MAT-STATUS-IDX) = "D"
                   MOVE "D" TO RO-ACTION(REORDER-IDX)
               WHEN COVER-QTY <= RO-POINT(REORDER-IDX)
                   MOVE "R" TO RO-ACTION(REORDER-IDX)
                   ADD 1 TO PROPOSED-COUNT
               WHEN OTHER
                   MOVE SPACE TO RO-ACTION(REORDER-IDX)
           END-EVALUATE.

      *One line per material: on hand, on order, the reorder point
      *and quantity, and what the run proposes
       PRINT-REORDER-REPORT.
           DISPLAY "REORDER RUN - " TODAY-DATE.
           DISPLAY "MAT       ON HAND     ON ORDER       POINT"
               "    QUANTITY  ACTION".
           MOVE 0 TO REORDER-IDX.
           PERFORM UNTIL REORDER-IDX >= REORDER-COUNT
               ADD 1 TO REORDER-IDX
               EVALUATE RO-ACTION(REORDER-IDX)
                   WHEN "R"
                       MOVE SPACES TO ACTION-TEXT
                       STRING "ORDER FROM "
                           RO-SUPPLIER(REORDER-IDX)
                           DELIMITED BY SIZE INTO ACTION-TEXT
                   WHEN "D"
                       MOVE "DELISTED - NOT ORDERED" TO ACTION-TEXT
                   WHEN "U"
                       MOVE "NOT ON PRICE MASTER" TO ACTION-TEXT
                   WHEN OTHER
                       IF RO-ON-HAND(REORDER-IDX) < 0
                           MOVE "NEGATIVE - CHECK STOCK"
                               TO ACTION-TEXT
                       ELSE
                           MOVE "-" TO ACTION-TEXT
                       END-IF
               END-EVALUATE
               MOVE RO-CODE(REORDER-IDX) TO RL-MAT
               MOVE RO-ON-HAND(REORDER-IDX) TO RL-ON-HAND
               MOVE RO-ON-ORDER(REORDER-IDX) TO RL-ON-ORDER
               MOVE RO-POINT(REORDER-IDX) TO RL-POINT
               MOVE RO-QTY(REORDER-IDX) TO RL-QTY
               MOVE ACTION-TEXT TO RL-ACTION
               DISPLAY REPORT-LINE
           END-PERFORM.
           MOVE PROPOSED-COUNT TO COUNT-DISPLAY.
           DISPLAY FUNCTION TRIM(COUNT-DISPLAY)
               " material(s) at or below the reorder point.".

      *Raise the proposed orders once the operator says so; one
      *order per material, for its reorder quantity
       CONFIRM-AND-RAISE.
           MOVE PROPOSED-COUNT TO COUNT-DISPLAY.
           DISPLAY "Raise " FUNCTION TRIM(COUNT-DISPLAY)
               " purchase order(s)? (Y/N): " WITH NO ADVANCING.
           ACCEPT CONFIRM-INPUT.
           IF CONFIRM-INPUT = "Y" OR CONFIRM-INPUT = "y"
               IF PO-COUNT + PROPOSED-COUNT > 200
                   DISPLAY "No orders raised - PURCHORD.DAT has no "
                       "room for them."
                   DISPLAY "Run HOUSEKP to archive closed orders "
                       "(LOG=PURCHORD.DAT in RETENTION.CFG)."
                   MOVE 1 TO RUN-FAILED
               ELSE
                   MOVE 0 TO RAISED-COUNT
                   MOVE 0 TO REORDER-IDX
                   PERFORM UNTIL REORDER-IDX >= REORDER-COUNT
                       ADD 1 TO REORDER-IDX
                       IF RO-ACTION(REORDER-IDX) = "R"
                           PERFORM RAISE-ONE-ORDER
                       END-IF
                   END-PERFORM
                   PERFORM SAVE-PURCHASE-ORDERS
                   MOVE RAISED-COUNT TO COUNT-DISPLAY
                   DISPLAY FUNCTION TRIM(COUNT-DISPLAY)
                       " purchase order(s) raised into PURCHORD.DAT."
               END-IF
           ELSE
               DISPLAY "No orders raised."
           END-IF.

       RAISE-ONE-ORDER.
           ADD 1 TO PO-COUNT.
           MOVE PO-NEXT-NO TO PO-NO(PO-COUNT).
           ADD 1 TO PO-NEXT-NO.
           MOVE RO-CODE(REORDER-IDX) TO PO-MAT(PO-COUNT).
           MOVE RO-SUPPLIER(REORDER-IDX) TO PO-SUPPLIER(PO-COUNT).
           MOVE RO-QTY(REORDER-IDX) TO PO-ORDERED(PO-COUNT).
           MOVE 0 TO PO-RECEIVED(PO-COUNT).
           MOVE "OPEN" TO PO-STATUS(PO-COUNT).
           MOVE TODAY-DATE TO PO-RAISED(PO-COUNT).
           MOVE OPERATOR-ID TO PO-RAISED-BY(PO-COUNT).
           MOVE SPACES TO PO-LAST-RCPT(PO-COUNT).
           ADD 1 TO RAISED-COUNT.
           MOVE RO-QTY(REORDER-IDX) TO ORDER-DISPLAY.
           DISPLAY "PO " PO-NO(PO-COUNT) ": "
               RO-CODE(REORDER-IDX) " "
               FUNCTION TRIM(ORDER-DISPLAY LEADING)
               " from " FUNCTION TRIM(RO-SUPPLIER(REORDER-IDX)).

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE PURCHORD-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY PURCHORDP.
