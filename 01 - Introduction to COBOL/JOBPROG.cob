      *DESCRIPTION: Cutting-progress report for the jobs still in
      *work. Loads the OPEN and HOLD jobs from JOBMAST.DAT, sorted
      *by their promised due date (jobs with no date promised last),
      *and the order lines JOBMAINT keeps for them in JOBLINES.DAT,
      *then walks RESMAST.DAT matching each shape cut for one of
      *those jobs (by RM-JOB) to the order line it fills: the same
      *shape, the same dimensions in the same unit as the area
      *program records them, the same material. Per line it shows
      *the quantity ordered, the quantity cut and what is still
      *outstanding, flagging a line cut past its order (OVER-CUT);
      *a shape cut for the job that matches no order line is listed
      *under the job as UNMATCHED, so a mis-keyed or unordered cut
      *is seen before the job is invoiced.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: October 14, 2025
      *Modification History:
      *2025-11-04: A result voided through RESVOID no longer counts
      *            as cut against its order line.
      *2025-12-16: A scrap record (a bad cut recorded against the
      *            original result) does not count as cut either -
      *            the original already does.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-17: A composite part (RM-SHAPE PART) cut for a job is
      *            listed under the job as a PART of its own - order
      *            lines only carry circles, rectangles and
      *            triangles, so a part can never fill one and is not
      *            an UNMATCHED cut. Parts are totalled separately.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBPROG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESMAST-FILE ASSIGN TO "RESMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-SEQ
               FILE STATUS IS RESMAST-FILE-STATUS.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBMAST-FILE-STATUS.
           SELECT JOBLINES-FILE ASSIGN TO "JOBLINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLINES-FILE-STATUS.
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
      *Layout shared with the area program through the RESMAST
      *copybook
       FD RESMAST-FILE.
       COPY RESMAST.

       FD JOBMAST-FILE.
       01 JOBMAST-RECORD PIC X(80).

      *Order lines as JOBMAINT writes them: job 1-8, line 10-12,
      *shape code 14, unit 16-17, dimensions 19-20 and 22-23,
      *material 25-28, quantity ordered 30-34
       FD JOBLINES-FILE.
       01 JOBLINES-RECORD PIC X(60).

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

       77 RESMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBLINES-FILE-STATUS PIC X(02) VALUE "00".
       77 RESMAST-EOF PIC 9 VALUE 0.
       77 END-OF-JOBMAST-FILE PIC 9 VALUE 0.
       77 END-OF-JOBLINES-FILE PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.

      *The jobs still in work, kept in due-date order. JP-SORT-KEY
      *is the due date (all nines when none was promised, so those
      *jobs sort last) followed by the job number.
       01 JOB-PROGRESS-TABLE.
           02 JOB-PROGRESS-ENTRY OCCURS 100 TIMES.
               03 JP-SORT-KEY.
                   04 JP-SORT-DUE PIC X(8).
                   04 JP-NO PIC X(8).
               03 JP-CUST PIC X(20).
               03 JP-STATUS PIC X(8).
               03 JP-DUE PIC X(8).
       77 JOB-COUNT PIC 9(3) VALUE 0.
       77 JOB-IDX PIC 9(3) VALUE 0.
       77 JOB-FOUND PIC 9 VALUE 0.
       77 JOB-DROPPED PIC 9(5) VALUE 0.

      *Bubble-sort working fields, whole entries swapped so a line
      *never comes apart (the way array.cob sorts its records)
       77 SORT-I PIC 9(3) VALUE 0.
       77 SORT-J PIC 9(3) VALUE 0.
       01 TEMP-JOB-ENTRY PIC X(52).

      *The order lines of those jobs, each with the RM-SHAPE and
      *RM-DIMS text a shape cut to it carries on the master, and
      *the count cut so far
       01 ORDER-LINE-TABLE.
           02 ORDER-LINE-ENTRY OCCURS 300 TIMES.
               03 OL-JOB PIC X(8).
               03 OL-LINE PIC 9(3).
               03 OL-SHAPE-NAME PIC X(9).
               03 OL-DIMS PIC X(24).
               03 OL-MAT PIC X(4).
               03 OL-QTY PIC 9(5).
               03 OL-CUT PIC 9(5).
       77 ORDER-LINE-COUNT PIC 9(3) VALUE 0.
       77 ORDER-LINE-IDX PIC 9(3) VALUE 0.
       77 ORDER-LINES-DROPPED PIC 9(5) VALUE 0.
       77 MATCH-IDX PIC 9(3) VALUE 0.
       77 OVER-IDX PIC 9(3) VALUE 0.

      *Fields a JOBLINES.DAT line is rebuilt into the master's text
      *with - the same pictures the area program strings them from
       77 LINE-SHAPE-CODE PIC X(1).
       77 LINE-UNIT PIC X(2).
       77 LINE-RADIUS PIC Z(1)9.
       77 LINE-DIM1 PIC 9(2).
       77 LINE-DIM2 PIC 9(2).

      *Shapes cut for a job in work that fill no order line
       01 UNMATCHED-TABLE.
           02 UNMATCHED-ENTRY OCCURS 200 TIMES.
               03 UM-JOB PIC X(8).
               03 UM-SEQ PIC 9(6).
               03 UM-SHAPE PIC X(9).
               03 UM-DIMS PIC X(24).
               03 UM-MAT PIC X(4).
       77 UNMATCHED-COUNT PIC 9(3) VALUE 0.
       77 UNMATCHED-IDX PIC 9(3) VALUE 0.
       77 UNMATCHED-DROPPED PIC 9(5) VALUE 0.

      *Composite parts cut for a job in work; no order line can
      *carry one, so they are listed apart from the order lines
       01 PART-TABLE.
           02 PART-ENTRY OCCURS 200 TIMES.
               03 PT-JOB PIC X(8).
               03 PT-SEQ PIC 9(6).
               03 PT-DIMS PIC X(24).
               03 PT-MAT PIC X(4).
       77 PART-COUNT PIC 9(3) VALUE 0.
       77 PART-IDX PIC 9(3) VALUE 0.
       77 PARTS-DROPPED PIC 9(5) VALUE 0.

       77 JOB-LINES-SHOWN PIC 9(3) VALUE 0.
       77 JOB-UNMATCHED-SHOWN PIC 9(3) VALUE 0.
       77 OUTSTANDING-QTY PIC 9(5) VALUE 0.
       77 TOTAL-ORDERED PIC 9(7) VALUE 0.
       77 TOTAL-CUT PIC 9(7) VALUE 0.
       77 TOTAL-OUTSTANDING PIC 9(7) VALUE 0.
       77 OVER-CUT-LINES PIC 9(5) VALUE 0.
       77 LINE-NO-DISPLAY PIC ZZ9.
       77 QTY-DISPLAY PIC Z(4)9.
       77 CUT-DISPLAY PIC Z(4)9.
       77 OUT-DISPLAY PIC Z(4)9.
       77 TOTAL-DISPLAY PIC Z(6)9.
       77 SEQ-DISPLAY PIC 9(6).
       77 DUE-DISPLAY PIC X(8) VALUE SPACES.
       77 PROG-TIMESTAMP PIC X(21).

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "JOBPROG" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "JOBPROG" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "JOBPROG" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           MOVE FUNCTION CURRENT-DATE TO PROG-TIMESTAMP.

           PERFORM LOAD-OPEN-JOBS.
           PERFORM SORT-JOBS-BY-DUE-DATE.
           PERFORM LOAD-ORDER-LINES.
           PERFORM MATCH-RESULTS-MASTER.
           PERFORM PRINT-PROGRESS.

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

      *Only jobs still in work have anything left to cut: OPEN, and
      *HOLD (shown so a held job's backlog is not forgotten)
       LOAD-OPEN-JOBS.
           MOVE 0 TO JOB-COUNT.
           MOVE 0 TO END-OF-JOBMAST-FILE.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-FILE-STATUS NOT = "00"
               DISPLAY "JOBMAST.DAT not found - no jobs to report."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               PERFORM UNTIL END-OF-JOBMAST-FILE = 1
                   READ JOBMAST-FILE
                       AT END
                           MOVE 1 TO END-OF-JOBMAST-FILE
                       NOT AT END
                           PERFORM LOAD-ONE-JOB
                   END-READ
               END-PERFORM
               CLOSE JOBMAST-FILE
           END-IF.

       LOAD-ONE-JOB.
           IF FUNCTION TRIM(JOBMAST-RECORD) NOT = SPACES
               IF JOBMAST-RECORD(1:8) = SPACES
                   DISPLAY "Skipping bad JOBMAST.DAT line: "
                       FUNCTION TRIM(JOBMAST-RECORD)
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   IF JOBMAST-RECORD(31:8) = "OPEN"
                           OR JOBMAST-RECORD(31:8) = "HOLD"
                       IF JOB-COUNT >= 100
                           ADD 1 TO JOB-DROPPED
                       ELSE
                           ADD 1 TO JOB-COUNT
                           MOVE JOBMAST-RECORD(1:8) TO JP-NO(JOB-COUNT)
                           MOVE JOBMAST-RECORD(10:20)
                               TO JP-CUST(JOB-COUNT)
                           MOVE JOBMAST-RECORD(31:8)
                               TO JP-STATUS(JOB-COUNT)
                           MOVE JOBMAST-RECORD(40:8)
                               TO JP-DUE(JOB-COUNT)
                           IF JOBMAST-RECORD(40:8) IS NUMERIC
                               MOVE JOBMAST-RECORD(40:8)
                                   TO JP-SORT-DUE(JOB-COUNT)
                           ELSE
                               MOVE "99999999"
                                   TO JP-SORT-DUE(JOB-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Bubble sort on due date then job number, swapping whole
      *entries so a job never comes apart
       SORT-JOBS-BY-DUE-DATE.
           MOVE 1 TO SORT-I.
           PERFORM UNTIL SORT-I >= JOB-COUNT
               MOVE 1 TO SORT-J
               PERFORM UNTIL SORT-J > JOB-COUNT - SORT-I
                   IF JP-SORT-KEY(SORT-J) > JP-SORT-KEY(SORT-J + 1)
                       MOVE JOB-PROGRESS-ENTRY(SORT-J)
                           TO TEMP-JOB-ENTRY
                       MOVE JOB-PROGRESS-ENTRY(SORT-J + 1)
                           TO JOB-PROGRESS-ENTRY(SORT-J)
                       MOVE TEMP-JOB-ENTRY
                           TO JOB-PROGRESS-ENTRY(SORT-J + 1)
                   END-IF
                   ADD 1 TO SORT-J
               END-PERFORM
               ADD 1 TO SORT-I
           END-PERFORM.

      *The order lines of the jobs being reported; lines for jobs
      *no longer in work are passed over
       LOAD-ORDER-LINES.
           MOVE 0 TO ORDER-LINE-COUNT.
           MOVE 0 TO END-OF-JOBLINES-FILE.
           OPEN INPUT JOBLINES-FILE.
           IF JOBLINES-FILE-STATUS NOT = "00"
               DISPLAY "JOBLINES.DAT not found - no order lines on "
                   "file; every shape cut will show as unmatched."
           ELSE
               PERFORM UNTIL END-OF-JOBLINES-FILE = 1
                   READ JOBLINES-FILE
                       AT END
                           MOVE 1 TO END-OF-JOBLINES-FILE
                       NOT AT END
                           IF FUNCTION TRIM(JOBLINES-RECORD)
                                   NOT = SPACES
                               PERFORM LOAD-ONE-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBLINES-FILE
           END-IF.

       LOAD-ONE-ORDER-LINE.
           IF JOBLINES-RECORD(1:8) = SPACES
                   OR JOBLINES-RECORD(10:3) IS NOT NUMERIC
                   OR (JOBLINES-RECORD(14:1) NOT = "C"
                   AND JOBLINES-RECORD(14:1) NOT = "R"
                   AND JOBLINES-RECORD(14:1) NOT = "T")
                   OR JOBLINES-RECORD(19:2) IS NOT NUMERIC
                   OR JOBLINES-RECORD(30:5) IS NOT NUMERIC
               DISPLAY "Skipping bad JOBLINES.DAT line: "
                   FUNCTION TRIM(JOBLINES-RECORD)
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               PERFORM FIND-ORDER-LINE-JOB
               IF JOB-FOUND = 1
                   IF ORDER-LINE-COUNT >= 300
                       ADD 1 TO ORDER-LINES-DROPPED
                   ELSE
                       PERFORM STORE-ORDER-LINE
                   END-IF
               END-IF
           END-IF.

       FIND-ORDER-LINE-JOB.
           MOVE 0 TO JOB-FOUND.
           MOVE 0 TO JOB-IDX.
           PERFORM UNTIL JOB-FOUND = 1 OR JOB-IDX >= JOB-COUNT
               ADD 1 TO JOB-IDX
               IF JP-NO(JOB-IDX) = JOBLINES-RECORD(1:8)
                   MOVE 1 TO JOB-FOUND
               END-IF
           END-PERFORM.

      *Keep the line, turning its codes into the RM-SHAPE and
      *RM-DIMS text the area program writes for such a shape: a
      *radius edited Z9, the other dimensions as two digits, each
      *followed by the unit (CM when the line names none)
       STORE-ORDER-LINE.
           ADD 1 TO ORDER-LINE-COUNT.
           MOVE ORDER-LINE-COUNT TO ORDER-LINE-IDX.
           MOVE JOBLINES-RECORD(1:8) TO OL-JOB(ORDER-LINE-IDX).
           MOVE JOBLINES-RECORD(10:3) TO OL-LINE(ORDER-LINE-IDX).
           MOVE JOBLINES-RECORD(25:4) TO OL-MAT(ORDER-LINE-IDX).
           MOVE JOBLINES-RECORD(30:5) TO OL-QTY(ORDER-LINE-IDX).
           MOVE 0 TO OL-CUT(ORDER-LINE-IDX).
           MOVE JOBLINES-RECORD(14:1) TO LINE-SHAPE-CODE.
           MOVE JOBLINES-RECORD(16:2) TO LINE-UNIT.
           IF LINE-UNIT = SPACES
               MOVE "CM" TO LINE-UNIT
           END-IF.
           MOVE JOBLINES-RECORD(19:2) TO LINE-DIM1.
           IF JOBLINES-RECORD(22:2) IS NUMERIC
               MOVE JOBLINES-RECORD(22:2) TO LINE-DIM2
           ELSE
               MOVE 0 TO LINE-DIM2
           END-IF.
           MOVE SPACES TO OL-DIMS(ORDER-LINE-IDX).
           EVALUATE LINE-SHAPE-CODE
               WHEN "C"
                   MOVE "CIRCLE" TO OL-SHAPE-NAME(ORDER-LINE-IDX)
                   MOVE LINE-DIM1 TO LINE-RADIUS
                   STRING "RADIUS=" LINE-RADIUS LINE-UNIT
                       DELIMITED BY SIZE
                       INTO OL-DIMS(ORDER-LINE-IDX)
               WHEN "R"
                   MOVE "RECTANGLE" TO OL-SHAPE-NAME(ORDER-LINE-IDX)
                   STRING "LEN=" LINE-DIM1 LINE-UNIT
                       " WID=" LINE-DIM2 LINE-UNIT
                       DELIMITED BY SIZE
                       INTO OL-DIMS(ORDER-LINE-IDX)
               WHEN OTHER
                   MOVE "TRIANGLE" TO OL-SHAPE-NAME(ORDER-LINE-IDX)
                   STRING "BASE=" LINE-DIM1 LINE-UNIT
                       " HEIGHT=" LINE-DIM2 LINE-UNIT
                       DELIMITED BY SIZE
                       INTO OL-DIMS(ORDER-LINE-IDX)
           END-EVALUATE.

      *Walk the results master; every shape cut for a job in work
      *fills the first of its order lines that matches it and still
      *has pieces outstanding - or, with every matching line already
      *filled, the first matching line, which then shows over-cut
       MATCH-RESULTS-MASTER.
           OPEN INPUT RESMAST-FILE.
           IF RESMAST-FILE-STATUS NOT = "00"
               DISPLAY "Results master RESMAST.DAT unavailable "
                   "(status " RESMAST-FILE-STATUS ") - nothing will "
                   "show as cut."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE 0 TO RESMAST-EOF
               MOVE 0 TO RM-SEQ
               START RESMAST-FILE KEY >= RM-SEQ
                   INVALID KEY
                       MOVE 1 TO RESMAST-EOF
               END-START
               PERFORM UNTIL RESMAST-EOF = 1
                   READ RESMAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RESMAST-EOF
                       NOT AT END
                           IF RM-VOID-FLAG NOT = "V"
                                   AND RM-SCRAP-FLAG NOT = "S"
                               PERFORM MATCH-ONE-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESMAST-FILE
           END-IF.

       MATCH-ONE-RESULT.
           MOVE 0 TO JOB-FOUND.
           MOVE 0 TO JOB-IDX.
           PERFORM UNTIL JOB-FOUND = 1 OR JOB-IDX >= JOB-COUNT
               ADD 1 TO JOB-IDX
               IF JP-NO(JOB-IDX) = RM-JOB
                   MOVE 1 TO JOB-FOUND
               END-IF
           END-PERFORM.
           IF JOB-FOUND = 1 AND RM-SHAPE = "PART"
               PERFORM STORE-PART-RESULT
               MOVE 0 TO JOB-FOUND
           END-IF.
           IF JOB-FOUND = 1
               MOVE 0 TO MATCH-IDX
               MOVE 0 TO OVER-IDX
               MOVE 0 TO ORDER-LINE-IDX
               PERFORM UNTIL MATCH-IDX > 0
                       OR ORDER-LINE-IDX >= ORDER-LINE-COUNT
                   ADD 1 TO ORDER-LINE-IDX
                   IF OL-JOB(ORDER-LINE-IDX) = RM-JOB
                           AND OL-SHAPE-NAME(ORDER-LINE-IDX) = RM-SHAPE
                           AND OL-DIMS(ORDER-LINE-IDX) = RM-DIMS
                           AND OL-MAT(ORDER-LINE-IDX) = RM-MAT
                       IF OL-CUT(ORDER-LINE-IDX)
                               < OL-QTY(ORDER-LINE-IDX)
                           MOVE ORDER-LINE-IDX TO MATCH-IDX
                       ELSE
                           IF OVER-IDX = 0
                               MOVE ORDER-LINE-IDX TO OVER-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF MATCH-IDX = 0
                   MOVE OVER-IDX TO MATCH-IDX
               END-IF
               IF MATCH-IDX > 0
                   ADD 1 TO OL-CUT(MATCH-IDX)
               ELSE
                   PERFORM STORE-UNMATCHED-RESULT
               END-IF
           END-IF.

       STORE-UNMATCHED-RESULT.
           IF UNMATCHED-COUNT >= 200
               ADD 1 TO UNMATCHED-DROPPED
           ELSE
               ADD 1 TO UNMATCHED-COUNT
               MOVE RM-JOB TO UM-JOB(UNMATCHED-COUNT)
               MOVE RM-SEQ TO UM-SEQ(UNMATCHED-COUNT)
               MOVE RM-SHAPE TO UM-SHAPE(UNMATCHED-COUNT)
               MOVE RM-DIMS TO UM-DIMS(UNMATCHED-COUNT)
               MOVE RM-MAT TO UM-MAT(UNMATCHED-COUNT)
           END-IF.
           MOVE 1 TO HAD-INVALID-INPUT.

       STORE-PART-RESULT.
           IF PART-COUNT >= 200
               ADD 1 TO PARTS-DROPPED
           ELSE
               ADD 1 TO PART-COUNT
               MOVE RM-JOB TO PT-JOB(PART-COUNT)
               MOVE RM-SEQ TO PT-SEQ(PART-COUNT)
               MOVE RM-DIMS TO PT-DIMS(PART-COUNT)
               MOVE RM-MAT TO PT-MAT(PART-COUNT)
           END-IF.

      *One block per job in due-date order: the job heading, its
      *order lines with ordered/cut/outstanding, then any shape cut
      *for it that no order line accounts for, then its composite
      *parts
       PRINT-PROGRESS.
           DISPLAY " ".
           DISPLAY "CUTTING PROGRESS - JOBS IN WORK BY DUE DATE".
           IF JOB-COUNT = 0
               DISPLAY "No OPEN or HOLD jobs on the job master."
           ELSE
               MOVE 0 TO JOB-IDX
               PERFORM UNTIL JOB-IDX >= JOB-COUNT
                   ADD 1 TO JOB-IDX
                   PERFORM PRINT-ONE-JOB
               END-PERFORM
               DISPLAY " "
               MOVE TOTAL-ORDERED TO TOTAL-DISPLAY
               DISPLAY "PIECES ORDERED:     "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               MOVE TOTAL-CUT TO TOTAL-DISPLAY
               DISPLAY "PIECES CUT:         "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               MOVE TOTAL-OUTSTANDING TO TOTAL-DISPLAY
               DISPLAY "PIECES OUTSTANDING: "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               MOVE OVER-CUT-LINES TO TOTAL-DISPLAY
               DISPLAY "OVER-CUT LINES:     "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               MOVE UNMATCHED-COUNT TO TOTAL-DISPLAY
               DISPLAY "UNMATCHED SHAPES:   "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               MOVE PART-COUNT TO TOTAL-DISPLAY
               DISPLAY "PARTS CUT:          "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
           END-IF.
      *    Anything a table could not hold is counted so the report
      *    says it is incomplete instead of quietly missing it
           IF JOB-DROPPED > 0
               MOVE JOB-DROPPED TO TOTAL-DISPLAY
               DISPLAY "Job table full - "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
                   " job(s) not reported."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.
           IF ORDER-LINES-DROPPED > 0
               MOVE ORDER-LINES-DROPPED TO TOTAL-DISPLAY
               DISPLAY "Order line table full - "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
                   " line(s) not reported."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.
           IF UNMATCHED-DROPPED > 0
               MOVE UNMATCHED-DROPPED TO TOTAL-DISPLAY
               DISPLAY "Unmatched table full - "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
                   " more unmatched shape(s) not listed."
           END-IF.
           IF PARTS-DROPPED > 0
               MOVE PARTS-DROPPED TO TOTAL-DISPLAY
               DISPLAY "Part table full - "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
                   " more part(s) not listed."
           END-IF.
           DISPLAY " ".

       PRINT-ONE-JOB.
           IF JP-DUE(JOB-IDX) = SPACES
               MOVE "(none)" TO DUE-DISPLAY
           ELSE
               MOVE JP-DUE(JOB-IDX) TO DUE-DISPLAY
           END-IF.
           DISPLAY " ".
           IF JP-DUE(JOB-IDX) IS NUMERIC
                   AND JP-DUE(JOB-IDX) < PROG-TIMESTAMP(1:8)
               DISPLAY "JOB " JP-NO(JOB-IDX) "  " JP-CUST(JOB-IDX)
                   "  " JP-STATUS(JOB-IDX) "  DUE " DUE-DISPLAY
                   "  OVERDUE"
           ELSE
               DISPLAY "JOB " JP-NO(JOB-IDX) "  " JP-CUST(JOB-IDX)
                   "  " JP-STATUS(JOB-IDX) "  DUE " DUE-DISPLAY
           END-IF.
           MOVE 0 TO JOB-LINES-SHOWN.
           MOVE 0 TO ORDER-LINE-IDX.
           PERFORM UNTIL ORDER-LINE-IDX >= ORDER-LINE-COUNT
               ADD 1 TO ORDER-LINE-IDX
               IF OL-JOB(ORDER-LINE-IDX) = JP-NO(JOB-IDX)
                   IF JOB-LINES-SHOWN = 0
                       DISPLAY "  LINE  SHAPE      DIMENSIONS          "
                           "      MAT   ORDERED    CUT  OUTSTANDING"
                   END-IF
                   ADD 1 TO JOB-LINES-SHOWN
                   PERFORM PRINT-ONE-ORDER-LINE
               END-IF
           END-PERFORM.
           IF JOB-LINES-SHOWN = 0
               DISPLAY "  (no order lines on file)"
           END-IF.
           MOVE 0 TO JOB-UNMATCHED-SHOWN.
           MOVE 0 TO UNMATCHED-IDX.
           PERFORM UNTIL UNMATCHED-IDX >= UNMATCHED-COUNT
               ADD 1 TO UNMATCHED-IDX
               IF UM-JOB(UNMATCHED-IDX) = JP-NO(JOB-IDX)
                   ADD 1 TO JOB-UNMATCHED-SHOWN
                   MOVE UM-SEQ(UNMATCHED-IDX) TO SEQ-DISPLAY
                   DISPLAY "  UNMATCHED SEQ " SEQ-DISPLAY "  "
                       UM-SHAPE(UNMATCHED-IDX) "  "
                       UM-DIMS(UNMATCHED-IDX) "  "
                       UM-MAT(UNMATCHED-IDX)
                       "  (matches no order line)"
               END-IF
           END-PERFORM.
           MOVE 0 TO PART-IDX.
           PERFORM UNTIL PART-IDX >= PART-COUNT
               ADD 1 TO PART-IDX
               IF PT-JOB(PART-IDX) = JP-NO(JOB-IDX)
                   MOVE PT-SEQ(PART-IDX) TO SEQ-DISPLAY
                   DISPLAY "  PART SEQ " SEQ-DISPLAY "  "
                       PT-DIMS(PART-IDX) "  " PT-MAT(PART-IDX)
                       "  (composite part - not an order line)"
               END-IF
           END-PERFORM.

       PRINT-ONE-ORDER-LINE.
           MOVE OL-LINE(ORDER-LINE-IDX) TO LINE-NO-DISPLAY.
           MOVE OL-QTY(ORDER-LINE-IDX) TO QTY-DISPLAY.
           MOVE OL-CUT(ORDER-LINE-IDX) TO CUT-DISPLAY.
           ADD OL-QTY(ORDER-LINE-IDX) TO TOTAL-ORDERED.
           ADD OL-CUT(ORDER-LINE-IDX) TO TOTAL-CUT.
           IF OL-CUT(ORDER-LINE-IDX) > OL-QTY(ORDER-LINE-IDX)
               MOVE 0 TO OUTSTANDING-QTY
               ADD 1 TO OVER-CUT-LINES
           ELSE
               COMPUTE OUTSTANDING-QTY = OL-QTY(ORDER-LINE-IDX)
                   - OL-CUT(ORDER-LINE-IDX)
           END-IF.
           ADD OUTSTANDING-QTY TO TOTAL-OUTSTANDING.
           MOVE OUTSTANDING-QTY TO OUT-DISPLAY.
           IF OL-CUT(ORDER-LINE-IDX) > OL-QTY(ORDER-LINE-IDX)
               DISPLAY "   " LINE-NO-DISPLAY "  "
                   OL-SHAPE-NAME(ORDER-LINE-IDX) "  "
                   OL-DIMS(ORDER-LINE-IDX) "  "
                   OL-MAT(ORDER-LINE-IDX) "    " QTY-DISPLAY "  "
                   CUT-DISPLAY "        " OUT-DISPLAY "  OVER-CUT"
           ELSE
               DISPLAY "   " LINE-NO-DISPLAY "  "
                   OL-SHAPE-NAME(ORDER-LINE-IDX) "  "
                   OL-DIMS(ORDER-LINE-IDX) "  "
                   OL-MAT(ORDER-LINE-IDX) "    " QTY-DISPLAY "  "
                   CUT-DISPLAY "        " OUT-DISPLAY
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
