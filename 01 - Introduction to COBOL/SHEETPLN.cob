      *DESCRIPTION: Sheet-yield planner. Materials are bought and
      *stocked as standard sheets, and MATSHEET.DAT (kept through
      *MATMAINT) gives each material its sheet size and a kerf/edge
      *allowance. This program takes a cutting list - one job's
      *order lines from JOBLINES.DAT, or a SHAPES.TXT batch list -
      *and lays every piece onto sheets of its material: each piece
      *is taken as its bounding rectangle (a circle as its
      *diameter square) grown by the allowance, turned so it lies
      *lowest, and packed in shelves across the sheet, tallest
      *pieces first, each piece going on the first shelf (then the
      *first sheet) with room for it. Per material it reports the
      *sheets needed, the yield (net shape area over the area of
      *the sheets used) and the waste area, and sets the sheets
      *needed against the MATSTOCK.DAT stock on hand, so a job is
      *seen to be short before it is released to the floor.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: November 25, 2025
      *Modification History:
      *2025-12-02: A composite part in the SHAPES.TXT list (P, O, X
      *            and E records) is planned as one piece: its outer
      *            blank, in the material the P record names, is
      *            what is laid on the sheet, and its cut-outs only
      *            come off the net area, so the yield counts the
      *            holes as waste.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHEETPLN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATSHEET-FILE ASSIGN TO "MATSHEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATSHEET-FILE-STATUS.
           SELECT MATSTOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATSTOCK-FILE-STATUS.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBMAST-FILE-STATUS.
           SELECT JOBLINES-FILE ASSIGN TO "JOBLINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLINES-FILE-STATUS.
           SELECT SHAPE-FILE ASSIGN TO "SHAPES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHAPE-FILE-STATUS.
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
      *One sheet-size line as MATMAINT writes it: code 1-4, sheet
      *length in cm 6-11, sheet width in cm 13-18, kerf/edge
      *allowance in cm 20-23
       FD MATSHEET-FILE.
       01 MATSHEET-RECORD PIC X(40).

      *One stock-on-hand line: code 1-4, square cm on hand 6-17
       FD MATSTOCK-FILE.
       01 MATSTOCK-RECORD PIC X(40).

       FD JOBMAST-FILE.
       01 JOBMAST-RECORD PIC X(80).

      *Order lines as JOBMAINT writes them: job 1-8, line 10-12,
      *shape code 14, unit 16-17, dimensions 19-20 and 22-23,
      *material 25-28, quantity ordered 30-34
       FD JOBLINES-FILE.
       01 JOBLINES-RECORD PIC X(60).

       FD SHAPE-FILE.
       01 SHAPE-RECORD PIC X(40).

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

       77 MATSHEET-FILE-STATUS PIC X(02) VALUE "00".
       77 MATSTOCK-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBLINES-FILE-STATUS PIC X(02) VALUE "00".
       77 SHAPE-FILE-STATUS PIC X(02) VALUE "00".
       77 END-OF-FILE PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.

      *Each material's standard sheet, and its stock on hand
       01 SHEET-TABLE.
           02 SHEET-ENTRY OCCURS 20 TIMES.
               03 SH-CODE PIC X(4).
               03 SH-LEN PIC 9(3)V9.
               03 SH-WID PIC 9(3)V9.
               03 SH-ALLOW PIC 9V9.
       77 SHEET-COUNT PIC 99 VALUE 0.
       77 SHEET-IDX PIC 99 VALUE 0.
       77 SHEET-FOUND PIC 9 VALUE 0.
       77 SHEET-LEN-TEXT PIC X(6).
       77 SHEET-WID-TEXT PIC X(6).
       77 SHEET-ALLOW-TEXT PIC X(4).
       01 STOCK-TABLE.
           02 STOCK-ENTRY OCCURS 20 TIMES.
               03 SK-CODE PIC X(4).
               03 SK-QTY PIC S9(7)V9(2).
       77 STOCK-COUNT PIC 99 VALUE 0.
       77 STOCK-IDX PIC 99 VALUE 0.
       77 STOCK-FOUND PIC 9 VALUE 0.
       77 STOCK-TEXT PIC X(12).

      *What to plan: a job's order lines or the SHAPES.TXT list
       77 SOURCE-CHOICE-INPUT PIC X(5).
       77 SOURCE-CHOICE PIC 9 VALUE 0.
       77 JOB-NO-INPUT PIC X(10).
       77 PLAN-JOB PIC X(8) VALUE SPACES.
       77 PLAN-JOB-FOUND PIC 9 VALUE 0.
       77 PLAN-JOB-CUST PIC X(20) VALUE SPACES.
       77 PLAN-JOB-STATUS PIC X(8) VALUE SPACES.

      *One piece type of the cutting list: material, shape, the
      *dimensions in cm, how many, the footprint it takes on the
      *sheet (PC-H across the sheet, PC-W along it, allowance
      *included) and its net area. PC-SORT-KEY puts the list in
      *material order, tallest footprint first within a material.
       01 PIECE-TABLE.
           02 PIECE-ENTRY OCCURS 300 TIMES.
               03 PC-SORT-KEY.
                   04 PC-MAT PIC X(4).
                   04 PC-H-INVERSE PIC 9(4)V9(2).
               03 PC-SHAPE PIC X(1).
               03 PC-DIM1-CM PIC 9(3)V9(2).
               03 PC-DIM2-CM PIC 9(3)V9(2).
               03 PC-QTY PIC 9(5).
               03 PC-H PIC 9(4)V9(2).
               03 PC-W PIC 9(4)V9(2).
               03 PC-NET-AREA PIC 9(7)V9(2).
               03 PC-FITS PIC 9.
       77 PIECE-COUNT PIC 9(3) VALUE 0.
       77 PIECE-IDX PIC 9(3) VALUE 0.
       77 PIECES-DROPPED PIC 9(5) VALUE 0.
       77 SORT-I PIC 9(3) VALUE 0.
       77 SORT-J PIC 9(3) VALUE 0.
       01 TEMP-PIECE-ENTRY PIC X(48).

      *One line of the list taken apart, the way the area program
      *takes a SHAPES.TXT record apart
       77 SHAPE-CODE-INPUT PIC X(10).
       77 UNIT-TOKEN-INPUT PIC X(10).
       77 DIM1-INPUT PIC X(10).
       77 DIM2-INPUT PIC X(10).
       77 MAT-TOKEN-INPUT PIC X(10).
       77 JOB-TOKEN-INPUT PIC X(10).
       77 LINE-SHAPE PIC X(1).
       77 LINE-UNIT PIC X(2).
       77 LINE-MAT PIC X(4).
       77 LINE-QTY PIC 9(5) VALUE 0.
       77 LINE-DIM1 PIC 9(2) VALUE 0.
       77 LINE-DIM2 PIC 9(2) VALUE 0.
       77 LINE-OK PIC 9 VALUE 0.

      *A composite part in the SHAPES.TXT list: the P record's
      *material, the piece its O record became, and what the next
      *shape is to the part (O outer, X cut-out, space for none)
       77 SHAPE-TEXT PIC X(40) VALUE SPACES.
       77 SHAPE-TEXT-HOLD PIC X(40) VALUE SPACES.
       77 LIST-TOKEN PIC X(10) VALUE SPACES.
       77 LIST-PTR PIC 9(3) VALUE 1.
       77 PART-OPEN PIC 9 VALUE 0.
       77 PART-ROLE PIC X(1) VALUE SPACE.
       77 PART-MAT PIC X(10) VALUE SPACES.
       77 PART-ID PIC X(10) VALUE SPACES.
       77 PART-PIECE PIC 9(3) VALUE 0.
       77 CUT-AREA PIC 9(7)V9(2) VALUE 0.
       77 CUT-DIM1-CM PIC 9(3)V9(2) VALUE 0.
       77 CUT-DIM2-CM PIC 9(3)V9(2) VALUE 0.
       77 UNIT-FACTOR PIC 9V9(4) VALUE 1.
       77 MY-PI PIC 9V9(12) VALUE 3.141592653589.
       77 FOOT-LONG PIC 9(4)V9(2) VALUE 0.
       77 FOOT-SHORT PIC 9(4)V9(2) VALUE 0.
       77 USABLE-LEN PIC 9(4)V9(2) VALUE 0.
       77 USABLE-WID PIC 9(4)V9(2) VALUE 0.

      *The layout of one material: its sheets (how far down each is
      *filled) and the shelves laid across them
       01 PLAN-SHEET-TABLE.
           02 PLAN-SHEET-ENTRY OCCURS 500 TIMES.
               03 PS-HEIGHT-USED PIC 9(4)V9(2).
       77 PLAN-SHEET-COUNT PIC 9(3) VALUE 0.
       77 PLAN-SHEET-IDX PIC 9(3) VALUE 0.
       01 SHELF-TABLE.
           02 SHELF-ENTRY OCCURS 1000 TIMES.
               03 SF-SHEET PIC 9(3).
               03 SF-HEIGHT PIC 9(4)V9(2).
               03 SF-LEN-USED PIC 9(4)V9(2).
       77 SHELF-COUNT PIC 9(4) VALUE 0.
       77 SHELF-IDX PIC 9(4) VALUE 0.
       77 PLACED PIC 9 VALUE 0.
       77 LAYOUT-FULL PIC 9 VALUE 0.
       77 COPY-NO PIC 9(5) VALUE 0.

      *One material's figures and the run's verdict
       77 PLAN-MAT PIC X(4) VALUE SPACES.
       77 MAT-PIECES PIC 9(7) VALUE 0.
       77 MAT-UNPLACED PIC 9(7) VALUE 0.
       77 MAT-NET-AREA PIC 9(9)V9(2) VALUE 0.
       77 SHEET-AREA PIC 9(7)V9(2) VALUE 0.
       77 MAT-SHEET-AREA PIC 9(9)V9(2) VALUE 0.
       77 MAT-WASTE PIC 9(9)V9(2) VALUE 0.
       77 MAT-YIELD PIC 9(3)V9(2) VALUE 0.
       77 ON-HAND PIC S9(7)V9(2) VALUE 0.
       77 ON-HAND-SHEETS PIC 9(5)V9(2) VALUE 0.
       77 WHOLE-SHEETS PIC 9(5) VALUE 0.
       77 SHORT-SHEETS PIC 9(5) VALUE 0.
       77 MATERIALS-SHORT PIC 9(3) VALUE 0.
       77 MATERIALS-PLANNED PIC 9(3) VALUE 0.
       77 PIECES-NOT-PLANNED PIC 9(7) VALUE 0.
       77 COUNT-DISPLAY PIC Z(6)9.
       77 AREA-DISPLAY PIC Z(8)9.9(2).
       77 PCT-DISPLAY PIC ZZ9.9(2).
       77 SIZE-DISPLAY PIC ZZZ9.9.
       77 ALLOW-DISPLAY PIC Z9.9.
       77 SHEETS-DISPLAY PIC Z(4)9.9(2).
       77 SIZE-LEN-TEXT PIC X(6).
       77 SIZE-WID-TEXT PIC X(6).

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "SHEETPLN" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "SHEETPLN" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "SHEETPLN" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           PERFORM LOAD-SHEET-SIZES.
           PERFORM LOAD-STOCK-ON-HAND.

           DISPLAY "[1] Plan a job's order lines  [2] Plan the "
               "SHAPES.TXT list: " WITH NO ADVANCING.
           ACCEPT SOURCE-CHOICE-INPUT.
           MOVE 0 TO SOURCE-CHOICE.
           IF FUNCTION TRIM(SOURCE-CHOICE-INPUT) = "1"
                   OR FUNCTION TRIM(SOURCE-CHOICE-INPUT) = "2"
               MOVE FUNCTION NUMVAL(SOURCE-CHOICE-INPUT)
                   TO SOURCE-CHOICE
           END-IF.
           EVALUATE SOURCE-CHOICE
               WHEN 1
                   PERFORM LOAD-JOB-PIECES
               WHEN 2
                   PERFORM LOAD-SHAPES-PIECES
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   MOVE 1 TO HAD-INVALID-INPUT
           END-EVALUATE.

           IF PIECE-COUNT > 0
               PERFORM SORT-PIECES
               PERFORM PRINT-PLAN
           ELSE
               IF SOURCE-CHOICE > 0 AND RUN-FAILED = 0
                   DISPLAY "Nothing on the cutting list to plan."
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
      *by the caller first), so planning runs show up in the same
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

      *Read MATSHEET.DAT; a material with no sheet on file cannot
      *be planned, and its pieces are reported as such
       LOAD-SHEET-SIZES.
           MOVE 0 TO SHEET-COUNT.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT MATSHEET-FILE.
           IF MATSHEET-FILE-STATUS NOT = "00"
               DISPLAY "MATSHEET.DAT not found - set sheet sizes "
                   "through MATMAINT first."
           ELSE
               PERFORM UNTIL END-OF-FILE = 1 OR SHEET-COUNT >= 20
                   READ MATSHEET-FILE
                       AT END
                           MOVE 1 TO END-OF-FILE
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
               ADD 1 TO SHEET-COUNT
               MOVE MATSHEET-RECORD(1:4) TO SH-CODE(SHEET-COUNT)
               MOVE FUNCTION NUMVAL(SHEET-LEN-TEXT)
                   TO SH-LEN(SHEET-COUNT)
               MOVE FUNCTION NUMVAL(SHEET-WID-TEXT)
                   TO SH-WID(SHEET-COUNT)
               MOVE FUNCTION NUMVAL(SHEET-ALLOW-TEXT)
                   TO SH-ALLOW(SHEET-COUNT)
           ELSE
               DISPLAY "Skipping bad MATSHEET.DAT line: "
                   FUNCTION TRIM(MATSHEET-RECORD)
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       LOAD-STOCK-ON-HAND.
           MOVE 0 TO STOCK-COUNT.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT MATSTOCK-FILE.
           IF MATSTOCK-FILE-STATUS NOT = "00"
               DISPLAY "MATSTOCK.DAT not found - no stock on hand "
                   "to check against."
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

      *Plan one job: it must be on the job master, and every order
      *line JOBMAINT keeps for it goes on the list at its ordered
      *quantity
       LOAD-JOB-PIECES.
           DISPLAY "Job number: " WITH NO ADVANCING.
           ACCEPT JOB-NO-INPUT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-NO-INPUT))
               TO PLAN-JOB.
           MOVE 0 TO PLAN-JOB-FOUND.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = 1
                   READ JOBMAST-FILE
                       AT END
                           MOVE 1 TO END-OF-FILE
                       NOT AT END
                           IF JOBMAST-RECORD(1:8) = PLAN-JOB
                                   AND PLAN-JOB NOT = SPACES
                               MOVE 1 TO PLAN-JOB-FOUND
                               MOVE JOBMAST-RECORD(10:20)
                                   TO PLAN-JOB-CUST
                               MOVE JOBMAST-RECORD(31:8)
                                   TO PLAN-JOB-STATUS
                               MOVE 1 TO END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBMAST-FILE
           END-IF.
           IF PLAN-JOB-FOUND = 0
               DISPLAY "No job " FUNCTION TRIM(PLAN-JOB)
                   " on the job master."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               DISPLAY " "
               DISPLAY "SHEET PLAN FOR JOB " PLAN-JOB "  "
                   PLAN-JOB-CUST "  " PLAN-JOB-STATUS
               MOVE 0 TO END-OF-FILE
               OPEN INPUT JOBLINES-FILE
               IF JOBLINES-FILE-STATUS NOT = "00"
                   DISPLAY "JOBLINES.DAT not found - the job has no "
                       "order lines to plan."
               ELSE
                   PERFORM UNTIL END-OF-FILE = 1
                       READ JOBLINES-FILE
                           AT END
                               MOVE 1 TO END-OF-FILE
                           NOT AT END
                               IF JOBLINES-RECORD(1:8) = PLAN-JOB
                                   PERFORM TAKE-ONE-ORDER-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOBLINES-FILE
               END-IF
           END-IF.

       TAKE-ONE-ORDER-LINE.
           IF JOBLINES-RECORD(10:3) IS NOT NUMERIC
                   OR (JOBLINES-RECORD(14:1) NOT = "C"
                   AND JOBLINES-RECORD(14:1) NOT = "R"
                   AND JOBLINES-RECORD(14:1) NOT = "T")
                   OR JOBLINES-RECORD(19:2) IS NOT NUMERIC
                   OR JOBLINES-RECORD(30:5) IS NOT NUMERIC
               DISPLAY "Skipping bad JOBLINES.DAT line: "
                   FUNCTION TRIM(JOBLINES-RECORD)
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE JOBLINES-RECORD(14:1) TO LINE-SHAPE
               MOVE JOBLINES-RECORD(16:2) TO LINE-UNIT
               IF LINE-UNIT = SPACES
                   MOVE "CM" TO LINE-UNIT
               END-IF
               MOVE JOBLINES-RECORD(19:2) TO LINE-DIM1
               IF JOBLINES-RECORD(22:2) IS NUMERIC
                   MOVE JOBLINES-RECORD(22:2) TO LINE-DIM2
               ELSE
                   MOVE 0 TO LINE-DIM2
               END-IF
               MOVE JOBLINES-RECORD(25:4) TO LINE-MAT
               MOVE JOBLINES-RECORD(30:5) TO LINE-QTY
               MOVE 1 TO LINE-OK
               IF LINE-DIM1 = 0
                       OR (LINE-SHAPE NOT = "C" AND LINE-DIM2 = 0)
                   MOVE 0 TO LINE-OK
               END-IF
               IF LINE-OK = 1
                   PERFORM ADD-PIECE
               ELSE
                   DISPLAY "Skipping bad JOBLINES.DAT line: "
                       FUNCTION TRIM(JOBLINES-RECORD)
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Plan the SHAPES.TXT list: every record is one piece, taken
      *apart exactly as the area program's batch mode does (the
      *unit token is optional, centimetres when absent)
       LOAD-SHAPES-PIECES.
           MOVE 0 TO END-OF-FILE.
           OPEN INPUT SHAPE-FILE.
           IF SHAPE-FILE-STATUS NOT = "00"
               DISPLAY "Could not open SHAPES.TXT."
               MOVE 1 TO RUN-FAILED
           ELSE
               DISPLAY " "
               DISPLAY "SHEET PLAN FOR THE SHAPES.TXT LIST"
               PERFORM UNTIL END-OF-FILE = 1
                   READ SHAPE-FILE
                       AT END
                           MOVE 1 TO END-OF-FILE
                       NOT AT END
                           IF FUNCTION TRIM(SHAPE-RECORD) NOT = SPACES
                               PERFORM TAKE-ONE-LIST-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHAPE-FILE
           END-IF.

      *A part's P record opens it and names its material, its O
      *record is planned as the piece, each X record's area comes
      *off that piece's net area, and its E record closes it
       TAKE-ONE-LIST-RECORD.
           MOVE FUNCTION TRIM(SHAPE-RECORD LEADING) TO SHAPE-TEXT.
           MOVE SPACES TO LIST-TOKEN.
           UNSTRING SHAPE-TEXT DELIMITED BY ALL SPACES
               INTO LIST-TOKEN.
           MOVE SPACE TO PART-ROLE.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(LIST-TOKEN))
               WHEN "P"
                   MOVE SPACES TO PART-ID
                   MOVE SPACES TO PART-MAT
                   UNSTRING SHAPE-TEXT DELIMITED BY ALL SPACES
                       INTO LIST-TOKEN PART-ID PART-MAT
                   MOVE 1 TO PART-OPEN
                   MOVE 0 TO PART-PIECE
               WHEN "E"
                   MOVE 0 TO PART-OPEN
               WHEN "O"
               WHEN "X"
                   IF PART-OPEN = 0
                       DISPLAY "Skipping record "
                           FUNCTION TRIM(SHAPE-RECORD)
                           " - not inside a part."
                       MOVE 1 TO HAD-INVALID-INPUT
                   ELSE
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           LIST-TOKEN)) TO PART-ROLE
                       MOVE 1 TO LIST-PTR
                       UNSTRING SHAPE-TEXT DELIMITED BY ALL SPACES
                           INTO LIST-TOKEN WITH POINTER LIST-PTR
                       MOVE SPACES TO SHAPE-TEXT-HOLD
                       IF LIST-PTR <= 40
                           MOVE SHAPE-TEXT(LIST-PTR:)
                               TO SHAPE-TEXT-HOLD
                       END-IF
                       MOVE SHAPE-TEXT-HOLD TO SHAPE-TEXT
                       PERFORM TAKE-ONE-SHAPE-RECORD
                   END-IF
               WHEN OTHER
                   MOVE 0 TO PART-OPEN
                   PERFORM TAKE-ONE-SHAPE-RECORD
           END-EVALUATE.

       TAKE-ONE-SHAPE-RECORD.
           MOVE SPACES TO SHAPE-CODE-INPUT.
           MOVE SPACES TO UNIT-TOKEN-INPUT.
           MOVE SPACES TO DIM1-INPUT.
           MOVE SPACES TO DIM2-INPUT.
           MOVE SPACES TO MAT-TOKEN-INPUT.
           MOVE SPACES TO JOB-TOKEN-INPUT.
           UNSTRING SHAPE-TEXT DELIMITED BY ALL SPACES
               INTO SHAPE-CODE-INPUT UNIT-TOKEN-INPUT DIM1-INPUT
                   DIM2-INPUT MAT-TOKEN-INPUT JOB-TOKEN-INPUT.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   UNIT-TOKEN-INPUT))
               WHEN "MM"
               WHEN "CM"
               WHEN "IN"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       UNIT-TOKEN-INPUT)) TO LINE-UNIT
               WHEN OTHER
                   MOVE "CM" TO LINE-UNIT
                   MOVE MAT-TOKEN-INPUT TO JOB-TOKEN-INPUT
                   MOVE DIM2-INPUT TO MAT-TOKEN-INPUT
                   MOVE DIM1-INPUT TO DIM2-INPUT
                   MOVE UNIT-TOKEN-INPUT TO DIM1-INPUT
           END-EVALUATE.
           MOVE FUNCTION UPPER-CASE(SHAPE-CODE-INPUT(1:1))
               TO LINE-SHAPE.
      *    A circle carries one dimension, so its material is the
      *    token where the others carry their second dimension
           IF LINE-SHAPE = "C"
               MOVE DIM2-INPUT TO MAT-TOKEN-INPUT
               MOVE "1" TO DIM2-INPUT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAT-TOKEN-INPUT))
               TO LINE-MAT.
           IF PART-ROLE NOT = SPACE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PART-MAT))
                   TO LINE-MAT
           END-IF.
           MOVE 1 TO LINE-QTY.
           MOVE 0 TO LINE-OK.
           IF (LINE-SHAPE = "C" OR LINE-SHAPE = "R"
                   OR LINE-SHAPE = "T")
                   AND FUNCTION TRIM(SHAPE-CODE-INPUT) NOT = SPACES
                   AND FUNCTION LENGTH(FUNCTION TRIM(
                   SHAPE-CODE-INPUT)) = 1
                   AND FUNCTION TRIM(DIM1-INPUT) IS NUMERIC
                   AND FUNCTION TRIM(DIM2-INPUT) IS NUMERIC
               IF FUNCTION NUMVAL(DIM1-INPUT) >= 1
                       AND FUNCTION NUMVAL(DIM1-INPUT) <= 99
                       AND FUNCTION NUMVAL(DIM2-INPUT) >= 1
                       AND FUNCTION NUMVAL(DIM2-INPUT) <= 99
                   MOVE FUNCTION NUMVAL(DIM1-INPUT) TO LINE-DIM1
                   MOVE FUNCTION NUMVAL(DIM2-INPUT) TO LINE-DIM2
                   MOVE 1 TO LINE-OK
               END-IF
           END-IF.
           IF LINE-OK = 1
               EVALUATE PART-ROLE
                   WHEN "X"
                       PERFORM TAKE-CUT-OUT
                   WHEN "O"
                       PERFORM ADD-PIECE
                       MOVE PIECE-COUNT TO PART-PIECE
                   WHEN OTHER
                       PERFORM ADD-PIECE
               END-EVALUATE
           ELSE
               DISPLAY "Skipping record "
                   FUNCTION TRIM(SHAPE-RECORD)
                   " - not a valid C, R or T record."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *A cut-out's area, to cm like a piece's, off the net area of
      *its part's outer piece; the hole itself needs no sheet
       TAKE-CUT-OUT.
           EVALUATE LINE-UNIT
               WHEN "MM"
                   MOVE 0.1 TO UNIT-FACTOR
               WHEN "IN"
                   MOVE 2.54 TO UNIT-FACTOR
               WHEN OTHER
                   MOVE 1 TO UNIT-FACTOR
           END-EVALUATE.
           COMPUTE CUT-DIM1-CM = LINE-DIM1 * UNIT-FACTOR.
           COMPUTE CUT-DIM2-CM = LINE-DIM2 * UNIT-FACTOR.
           EVALUATE LINE-SHAPE
               WHEN "C"
                   COMPUTE CUT-AREA ROUNDED =
                       MY-PI * CUT-DIM1-CM * CUT-DIM1-CM
               WHEN "R"
                   COMPUTE CUT-AREA ROUNDED = CUT-DIM1-CM * CUT-DIM2-CM
               WHEN OTHER
                   COMPUTE CUT-AREA ROUNDED =
                       CUT-DIM1-CM * CUT-DIM2-CM / 2
           END-EVALUATE.
           IF PART-PIECE > 0
               IF CUT-AREA < PC-NET-AREA(PART-PIECE)
                   SUBTRACT CUT-AREA FROM PC-NET-AREA(PART-PIECE)
               ELSE
                   DISPLAY "Skipping record "
                       FUNCTION TRIM(SHAPE-RECORD)
                       " - cut-out larger than its part."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Put one line on the list: dimensions to cm, net area, and
      *the footprint on its material's sheet. A piece with no
      *material, or none with a sheet on file, still goes on the
      *list so it can be reported as not planned.
       ADD-PIECE.
           IF PIECE-COUNT >= 300
               ADD 1 TO PIECES-DROPPED
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               ADD 1 TO PIECE-COUNT
               MOVE PIECE-COUNT TO PIECE-IDX
               EVALUATE LINE-UNIT
                   WHEN "MM"
                       MOVE 0.1 TO UNIT-FACTOR
                   WHEN "IN"
                       MOVE 2.54 TO UNIT-FACTOR
                   WHEN OTHER
                       MOVE 1 TO UNIT-FACTOR
               END-EVALUATE
               MOVE LINE-MAT TO PC-MAT(PIECE-IDX)
               MOVE LINE-SHAPE TO PC-SHAPE(PIECE-IDX)
               MOVE LINE-QTY TO PC-QTY(PIECE-IDX)
               COMPUTE PC-DIM1-CM(PIECE-IDX) = LINE-DIM1 * UNIT-FACTOR
               COMPUTE PC-DIM2-CM(PIECE-IDX) = LINE-DIM2 * UNIT-FACTOR
               EVALUATE LINE-SHAPE
                   WHEN "C"
                       COMPUTE PC-NET-AREA(PIECE-IDX) ROUNDED =
                           MY-PI * PC-DIM1-CM(PIECE-IDX)
                           * PC-DIM1-CM(PIECE-IDX)
                       COMPUTE FOOT-LONG = 2 * PC-DIM1-CM(PIECE-IDX)
                       MOVE FOOT-LONG TO FOOT-SHORT
                   WHEN "R"
                       COMPUTE PC-NET-AREA(PIECE-IDX) ROUNDED =
                           PC-DIM1-CM(PIECE-IDX)
                           * PC-DIM2-CM(PIECE-IDX)
                       PERFORM ORDER-FOOTPRINT
                   WHEN OTHER
                       COMPUTE PC-NET-AREA(PIECE-IDX) ROUNDED =
                           PC-DIM1-CM(PIECE-IDX)
                           * PC-DIM2-CM(PIECE-IDX) / 2
                       PERFORM ORDER-FOOTPRINT
               END-EVALUATE
               PERFORM FIT-PIECE-TO-SHEET
           END-IF.

       ORDER-FOOTPRINT.
           IF PC-DIM1-CM(PIECE-IDX) >= PC-DIM2-CM(PIECE-IDX)
               MOVE PC-DIM1-CM(PIECE-IDX) TO FOOT-LONG
               MOVE PC-DIM2-CM(PIECE-IDX) TO FOOT-SHORT
           ELSE
               MOVE PC-DIM2-CM(PIECE-IDX) TO FOOT-LONG
               MOVE PC-DIM1-CM(PIECE-IDX) TO FOOT-SHORT
           END-IF.

      *Grow the footprint by the allowance and lie it along the
      *sheet's length, short side across; turned the other way if
      *only that fits. The sheet loses one allowance off its length
      *and width, so every piece ends up with an allowance all
      *round it - kerf between pieces, trim at the edges.
       FIT-PIECE-TO-SHEET.
           MOVE 0 TO PC-FITS(PIECE-IDX).
           MOVE 0 TO PC-H(PIECE-IDX).
           MOVE 0 TO PC-W(PIECE-IDX).
           PERFORM FIND-SHEET.
           IF SHEET-FOUND = 1
               COMPUTE USABLE-LEN = SH-LEN(SHEET-IDX)
                   - SH-ALLOW(SHEET-IDX)
               COMPUTE USABLE-WID = SH-WID(SHEET-IDX)
                   - SH-ALLOW(SHEET-IDX)
               ADD SH-ALLOW(SHEET-IDX) TO FOOT-LONG
               ADD SH-ALLOW(SHEET-IDX) TO FOOT-SHORT
               EVALUATE TRUE
                   WHEN FOOT-LONG <= USABLE-LEN
                           AND FOOT-SHORT <= USABLE-WID
                       MOVE FOOT-SHORT TO PC-H(PIECE-IDX)
                       MOVE FOOT-LONG TO PC-W(PIECE-IDX)
                       MOVE 1 TO PC-FITS(PIECE-IDX)
                   WHEN FOOT-LONG <= USABLE-WID
                           AND FOOT-SHORT <= USABLE-LEN
                       MOVE FOOT-LONG TO PC-H(PIECE-IDX)
                       MOVE FOOT-SHORT TO PC-W(PIECE-IDX)
                       MOVE 1 TO PC-FITS(PIECE-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           COMPUTE PC-H-INVERSE(PIECE-IDX) =
               9999.99 - PC-H(PIECE-IDX).

       FIND-SHEET.
           MOVE 0 TO SHEET-FOUND.
           MOVE 0 TO SHEET-IDX.
           PERFORM UNTIL SHEET-FOUND = 1 OR SHEET-IDX >= SHEET-COUNT
               ADD 1 TO SHEET-IDX
               IF SH-CODE(SHEET-IDX) = PC-MAT(PIECE-IDX)
                   MOVE 1 TO SHEET-FOUND
               END-IF
           END-PERFORM.

      *Bubble sort on material then tallest footprint first,
      *swapping whole entries (the way array.cob sorts its records)
       SORT-PIECES.
           MOVE 1 TO SORT-I.
           PERFORM UNTIL SORT-I >= PIECE-COUNT
               MOVE 1 TO SORT-J
               PERFORM UNTIL SORT-J > PIECE-COUNT - SORT-I
                   IF PC-SORT-KEY(SORT-J) > PC-SORT-KEY(SORT-J + 1)
                       MOVE PIECE-ENTRY(SORT-J) TO TEMP-PIECE-ENTRY
                       MOVE PIECE-ENTRY(SORT-J + 1)
                           TO PIECE-ENTRY(SORT-J)
                       MOVE TEMP-PIECE-ENTRY
                           TO PIECE-ENTRY(SORT-J + 1)
                   END-IF
                   ADD 1 TO SORT-J
               END-PERFORM
               ADD 1 TO SORT-I
           END-PERFORM.

      *One block per material in code order, then the verdict
       PRINT-PLAN.
           MOVE 0 TO MATERIALS-SHORT.
           MOVE 0 TO MATERIALS-PLANNED.
           MOVE 0 TO PIECES-NOT-PLANNED.
           MOVE 1 TO PIECE-IDX.
           PERFORM UNTIL PIECE-IDX > PIECE-COUNT
               MOVE PC-MAT(PIECE-IDX) TO PLAN-MAT
               PERFORM PLAN-ONE-MATERIAL
           END-PERFORM.

           DISPLAY " ".
           IF PIECES-DROPPED > 0
               MOVE PIECES-DROPPED TO COUNT-DISPLAY
               DISPLAY "Cutting list table full - "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " line(s) left out of the plan."
           END-IF.
           IF MATERIALS-SHORT = 0 AND PIECES-NOT-PLANNED = 0
                   AND PIECES-DROPPED = 0
               DISPLAY "READY TO RELEASE - stock on hand covers "
                   "every material on the list."
           ELSE
               MOVE MATERIALS-SHORT TO COUNT-DISPLAY
               DISPLAY "NOT READY TO RELEASE - "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " material(s) short of sheets"
               MOVE PIECES-NOT-PLANNED TO COUNT-DISPLAY
               DISPLAY "                        "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " piece(s) could not be planned"
           END-IF.
           DISPLAY " ".

      *Lay out every piece of PLAN-MAT (the entries from PIECE-IDX
      *on that carry it) and report the material; PIECE-IDX is left
      *on the first entry of the next material
       PLAN-ONE-MATERIAL.
           MOVE 0 TO PLAN-SHEET-COUNT.
           MOVE 0 TO SHELF-COUNT.
           MOVE 0 TO LAYOUT-FULL.
           MOVE 0 TO MAT-PIECES.
           MOVE 0 TO MAT-UNPLACED.
           MOVE 0 TO MAT-NET-AREA.
           PERFORM FIND-SHEET.
           IF SHEET-FOUND = 1
               COMPUTE USABLE-LEN = SH-LEN(SHEET-IDX)
                   - SH-ALLOW(SHEET-IDX)
               COMPUTE USABLE-WID = SH-WID(SHEET-IDX)
                   - SH-ALLOW(SHEET-IDX)
           END-IF.
           PERFORM UNTIL PIECE-IDX > PIECE-COUNT
                   OR PC-MAT(PIECE-IDX) NOT = PLAN-MAT
               IF PC-FITS(PIECE-IDX) = 1
                   MOVE 0 TO COPY-NO
                   PERFORM UNTIL COPY-NO >= PC-QTY(PIECE-IDX)
                       ADD 1 TO COPY-NO
                       PERFORM PLACE-ONE-PIECE
                       IF PLACED = 1
                           ADD 1 TO MAT-PIECES
                           ADD PC-NET-AREA(PIECE-IDX) TO MAT-NET-AREA
                       ELSE
                           ADD 1 TO MAT-UNPLACED
                       END-IF
                   END-PERFORM
               ELSE
                   ADD PC-QTY(PIECE-IDX) TO MAT-UNPLACED
               END-IF
               ADD 1 TO PIECE-IDX
           END-PERFORM.
           PERFORM PRINT-ONE-MATERIAL.

      *First shelf with the height and the length left for the
      *piece; else a new shelf on the first sheet with the height
      *left for it; else a new sheet
       PLACE-ONE-PIECE.
           MOVE 0 TO PLACED.
           MOVE 0 TO SHELF-IDX.
           PERFORM UNTIL PLACED = 1 OR SHELF-IDX >= SHELF-COUNT
               ADD 1 TO SHELF-IDX
               IF SF-HEIGHT(SHELF-IDX) >= PC-H(PIECE-IDX)
                       AND SF-LEN-USED(SHELF-IDX) + PC-W(PIECE-IDX)
                       <= USABLE-LEN
                   ADD PC-W(PIECE-IDX) TO SF-LEN-USED(SHELF-IDX)
                   MOVE 1 TO PLACED
               END-IF
           END-PERFORM.
           IF PLACED = 0 AND SHELF-COUNT < 1000
               MOVE 0 TO PLAN-SHEET-IDX
               PERFORM UNTIL PLACED = 1
                       OR PLAN-SHEET-IDX >= PLAN-SHEET-COUNT
                   ADD 1 TO PLAN-SHEET-IDX
                   IF PS-HEIGHT-USED(PLAN-SHEET-IDX) + PC-H(PIECE-IDX)
                           <= USABLE-WID
                       PERFORM OPEN-SHELF
                   END-IF
               END-PERFORM
               IF PLACED = 0 AND PLAN-SHEET-COUNT < 500
                   ADD 1 TO PLAN-SHEET-COUNT
                   MOVE PLAN-SHEET-COUNT TO PLAN-SHEET-IDX
                   MOVE 0 TO PS-HEIGHT-USED(PLAN-SHEET-IDX)
                   PERFORM OPEN-SHELF
               END-IF
           END-IF.
           IF PLACED = 0
               MOVE 1 TO LAYOUT-FULL
           END-IF.

       OPEN-SHELF.
           ADD 1 TO SHELF-COUNT.
           MOVE PLAN-SHEET-IDX TO SF-SHEET(SHELF-COUNT).
           MOVE PC-H(PIECE-IDX) TO SF-HEIGHT(SHELF-COUNT).
           MOVE PC-W(PIECE-IDX) TO SF-LEN-USED(SHELF-COUNT).
           ADD PC-H(PIECE-IDX) TO PS-HEIGHT-USED(PLAN-SHEET-IDX).
           MOVE 1 TO PLACED.

      *Sheets, yield and waste for one material, then the sheets
      *needed against the whole sheets the stock on hand makes
       PRINT-ONE-MATERIAL.
           DISPLAY " ".
           IF SHEET-FOUND = 0
               MOVE MAT-UNPLACED TO COUNT-DISPLAY
               IF PLAN-MAT = SPACES
                   DISPLAY "NO MATERIAL: "
                       FUNCTION TRIM(COUNT-DISPLAY LEADING)
                       " piece(s) name no material - not planned."
               ELSE
                   DISPLAY "MATERIAL " PLAN-MAT ": no sheet size on "
                       "MATSHEET.DAT - "
                       FUNCTION TRIM(COUNT-DISPLAY LEADING)
                       " piece(s) not planned."
               END-IF
               ADD MAT-UNPLACED TO PIECES-NOT-PLANNED
           ELSE
               ADD 1 TO MATERIALS-PLANNED
               MOVE SH-LEN(SHEET-IDX) TO SIZE-DISPLAY
               MOVE SIZE-DISPLAY TO SIZE-LEN-TEXT
               MOVE SH-WID(SHEET-IDX) TO SIZE-DISPLAY
               MOVE SIZE-DISPLAY TO SIZE-WID-TEXT
               MOVE SH-ALLOW(SHEET-IDX) TO ALLOW-DISPLAY
               DISPLAY "MATERIAL " PLAN-MAT "  SHEET "
                   FUNCTION TRIM(SIZE-LEN-TEXT) " x "
                   FUNCTION TRIM(SIZE-WID-TEXT) " CM  ALLOWANCE "
                   FUNCTION TRIM(ALLOW-DISPLAY LEADING) " CM"
               COMPUTE SHEET-AREA = SH-LEN(SHEET-IDX)
                   * SH-WID(SHEET-IDX)
               COMPUTE MAT-SHEET-AREA = SHEET-AREA * PLAN-SHEET-COUNT
               IF MAT-SHEET-AREA > 0
                   COMPUTE MAT-YIELD ROUNDED =
                       MAT-NET-AREA * 100 / MAT-SHEET-AREA
                   COMPUTE MAT-WASTE = MAT-SHEET-AREA - MAT-NET-AREA
               ELSE
                   MOVE 0 TO MAT-YIELD
                   MOVE 0 TO MAT-WASTE
               END-IF
               MOVE MAT-PIECES TO COUNT-DISPLAY
               DISPLAY "  PIECES LAID OUT:  "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
               MOVE MAT-NET-AREA TO AREA-DISPLAY
               DISPLAY "  NET SHAPE AREA:   "
                   FUNCTION TRIM(AREA-DISPLAY LEADING) " SQ CM"
               MOVE PLAN-SHEET-COUNT TO COUNT-DISPLAY
               DISPLAY "  SHEETS NEEDED:    "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
               MOVE MAT-YIELD TO PCT-DISPLAY
               DISPLAY "  YIELD:            "
                   FUNCTION TRIM(PCT-DISPLAY LEADING) "%"
               MOVE MAT-WASTE TO AREA-DISPLAY
               DISPLAY "  WASTE AREA:       "
                   FUNCTION TRIM(AREA-DISPLAY LEADING) " SQ CM"
               IF MAT-UNPLACED > 0
                   MOVE MAT-UNPLACED TO COUNT-DISPLAY
                   IF LAYOUT-FULL = 1
                       DISPLAY "  NOT PLANNED:      "
                           FUNCTION TRIM(COUNT-DISPLAY LEADING)
                           " piece(s) - layout table full"
                   ELSE
                       DISPLAY "  NOT PLANNED:      "
                           FUNCTION TRIM(COUNT-DISPLAY LEADING)
                           " piece(s) larger than the sheet"
                   END-IF
                   ADD MAT-UNPLACED TO PIECES-NOT-PLANNED
               END-IF
               PERFORM CHECK-STOCK-FOR-PLAN
           END-IF.

       CHECK-STOCK-FOR-PLAN.
           MOVE 0 TO ON-HAND.
           MOVE 0 TO STOCK-FOUND.
           MOVE 0 TO STOCK-IDX.
           PERFORM UNTIL STOCK-FOUND = 1 OR STOCK-IDX >= STOCK-COUNT
               ADD 1 TO STOCK-IDX
               IF SK-CODE(STOCK-IDX) = PLAN-MAT
                   MOVE 1 TO STOCK-FOUND
                   MOVE SK-QTY(STOCK-IDX) TO ON-HAND
               END-IF
           END-PERFORM.
           IF ON-HAND > 0
               COMPUTE ON-HAND-SHEETS = ON-HAND / SHEET-AREA
           ELSE
               MOVE 0 TO ON-HAND-SHEETS
           END-IF.
           MOVE ON-HAND-SHEETS TO WHOLE-SHEETS.
           MOVE ON-HAND-SHEETS TO SHEETS-DISPLAY.
           DISPLAY "  ON HAND:          "
               FUNCTION TRIM(SHEETS-DISPLAY LEADING) " sheet(s)".
           IF PLAN-SHEET-COUNT > WHOLE-SHEETS
               COMPUTE SHORT-SHEETS = PLAN-SHEET-COUNT - WHOLE-SHEETS
               MOVE SHORT-SHEETS TO COUNT-DISPLAY
               DISPLAY "  SHORT BY "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " WHOLE SHEET(S)"
               ADD 1 TO MATERIALS-SHORT
           ELSE
               DISPLAY "  STOCK COVERS THE PLAN"
           END-IF.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: nothing extra to flag here
       FLAG-IO-ABORT.
           CONTINUE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
