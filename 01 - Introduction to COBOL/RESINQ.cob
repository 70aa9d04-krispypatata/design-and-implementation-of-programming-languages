      *            when today is already sealed by DAYCLOSE - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2025-11-04: A voided result displays with a VOIDED note
      *            giving the date, the supervisor and the reason
      *            RESVOID recorded. The archive record follows the
      *            master to 140 bytes.
      *2025-12-02: A composite part (shape PART) displays with its
      *            part ID, the outer blank's gross area and each
      *            cut-out's shape and dims under the net result,
      *            and PART is accepted as a shape to search by. The
      *            archive record follows the master to 193 bytes.
      *2025-12-16: A scrap record displays with a SCRAP note giving
      *            the original result it was cut for and the scrap
      *            reason code. The archive record follows the
      *            master to 204 bytes.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESINQ.

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
       FD RESMAST-FILE.
       COPY RESMAST.

      *A year-end archive carries the same 204-byte layout under its
      *own key field; a whole-record MOVE puts an archived record
      *where DISPLAY-RESULT reads it
       FD RESARC-FILE.
       01 RA-RECORD.
           02 RA-SEQ PIC 9(6).
           02 RA-REST PIC X(198).

      *One line per archive RESARCH ever cut: name, cutoff and key
      *range
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
       77 RESMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 RESMAST-EOF PIC 9 VALUE 0.
       77 SEQ-DISPLAY PIC Z(5)9.
       77 AREA-DISPLAY PIC Z(6)9.9(2).
       77 COST-DISPLAY PIC Z(8)9.9(2).
       77 CUT-IDX PIC 9 VALUE 0.
       77 CUT-COUNT-DISPLAY PIC 9.

      *Archive-fallback working fields: the catalog line pulled
      *apart on its tags, and the dynamic archive name the SELECT
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *One trip around the inquiry menu: ask which kind of lookup to
      *run, validated the way the other programs validate a menu
           END-IF.

      *Scan the whole master and display every result for one shape
      *(CIRCLE, RECTANGLE, TRIANGLE or PART, any case)
       INQUIRE-BY-SHAPE.
           DISPLAY "Shape (CIRCLE/RECTANGLE/TRIANGLE/PART): "
               WITH NO ADVANCING.
           ACCEPT SHAPE-INPUT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SHAPE-INPUT))
               TO WANTED-SHAPE.
           IF WANTED-SHAPE = "CIRCLE" OR WANTED-SHAPE = "RECTANGLE"
                   OR WANTED-SHAPE = "TRIANGLE"
                   OR WANTED-SHAPE = "PART"
               MOVE 0 TO MATCH-COUNT
               PERFORM SCAN-FROM-START
               PERFORM UNTIL RESMAST-EOF = 1
               END-PERFORM
               PERFORM DISPLAY-MATCH-COUNT
           ELSE
               DISPLAY "Shape must be CIRCLE, RECTANGLE, TRIANGLE "
                   "or PART."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

               " AREA=" AREA-DISPLAY " MAT=" RM-MAT
               " COST=" COST-DISPLAY " JOB=" RM-JOB
               " " RM-DATE " " RM-TIME " " RM-OPER.
           IF RM-VOID-FLAG = "V"
               DISPLAY "  (VOIDED " RM-VOID-DATE " by "
                   FUNCTION TRIM(RM-VOID-OPER) ": "
                   FUNCTION TRIM(RM-VOID-REASON) ")"
           END-IF.
           IF RM-SCRAP-FLAG = "S"
               MOVE RM-SCRAP-OF TO SEQ-DISPLAY
               DISPLAY "  (SCRAP of result "
                   FUNCTION TRIM(SEQ-DISPLAY LEADING) ", reason "
                   RM-SCRAP-REASON ")"
           END-IF.
           IF RM-SHAPE = "PART"
               MOVE RM-PART-GROSS TO AREA-DISPLAY
               MOVE RM-CUT-COUNT TO CUT-COUNT-DISPLAY
               DISPLAY "  (PART " FUNCTION TRIM(RM-PART-ID)
                   ": outer blank " FUNCTION TRIM(AREA-DISPLAY)
                   " less " CUT-COUNT-DISPLAY " cut-out(s))"
               MOVE 0 TO CUT-IDX
               PERFORM UNTIL CUT-IDX >= RM-CUT-COUNT
                       OR CUT-IDX >= 5
                   ADD 1 TO CUT-IDX
                   PERFORM DISPLAY-ONE-CUT-OUT
               END-PERFORM
           END-IF.

      *One cut-out of a composite part, in the dims form the area
      *program logs single shapes with
       DISPLAY-ONE-CUT-OUT.
           EVALUATE RM-CUT-CODE(CUT-IDX)
               WHEN "C"
                   DISPLAY "    CUT-OUT " CUT-IDX ": CIRCLE    RADIUS="
                       RM-CUT-DIM1(CUT-IDX) RM-CUT-UNIT(CUT-IDX)
               WHEN "R"
                   DISPLAY "    CUT-OUT " CUT-IDX ": RECTANGLE LEN="
                       RM-CUT-DIM1(CUT-IDX) RM-CUT-UNIT(CUT-IDX)
                       " WID=" RM-CUT-DIM2(CUT-IDX)
                       RM-CUT-UNIT(CUT-IDX)
               WHEN OTHER
                   DISPLAY "    CUT-OUT " CUT-IDX ": TRIANGLE  BASE="
                       RM-CUT-DIM1(CUT-IDX) RM-CUT-UNIT(CUT-IDX)
                       " HEIGHT=" RM-CUT-DIM2(CUT-IDX)
                       RM-CUT-UNIT(CUT-IDX)
           END-EVALUATE.

      *Report how many records the scan just displayed
       DISPLAY-MATCH-COUNT.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
