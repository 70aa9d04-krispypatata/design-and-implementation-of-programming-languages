      *            same check the four suite programs run - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2025-11-04: A record voided through RESVOID is no longer
      *            re-verified - its figures no longer stand - but
      *            still counts toward its date, since its original
      *            SHAPE= line stays in RESULTS.TXT. The VOID=
      *            reversing lines are counted on their own and the
      *            summary reports both void counts.
      *2025-12-02: A composite part (shape PART) is re-verified as
      *            one result: the outer blank is recomputed from
      *            RM-DIMS by its tag (RADIUS=, LEN= or BASE=) and
      *            checked against RM-PART-GROSS, each cut-out is
      *            recomputed from its code, unit and dims, and the
      *            net area checked against RM-AREA. The PART= line
      *            the area program writes behind a part's result
      *            carries no SHAPE= tag and is not counted.
      *2025-12-16: A scrap record (RM-SCRAP-FLAG "S") is re-verified
      *            like any result but left out of the per-date
      *            count, since the area program logs it to
      *            RESULTS.TXT as a SCRAP= line rather than a SHAPE=
      *            line; the summary reports the scrap records and
      *            the SCRAP= lines side by side.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESRECON.

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

       77 MY-PI PIC 9V9(12) VALUE 3.141592653589.
       77 DIM2-OK PIC 9 VALUE 0.
       77 DIMS-USABLE PIC 9 VALUE 0.

      *A composite part's outer blank and cut-outs, recomputed one
      *piece at a time and rounded the way the area program rounds
      *each shape it computes
       77 OUTER-TAG PIC X(20) VALUE SPACES.
       77 OUTER-AREA PIC 9(7)V9(2) VALUE 0.
       77 OUTER-MISMATCH PIC 9 VALUE 0.
       77 CUTS-AREA PIC 9(7)V9(2) VALUE 0.
       77 CUT-AREA PIC 9(7)V9(2) VALUE 0.
       77 CUT-FACTOR PIC 9V9(4) VALUE 1.
       77 CUT-DIM1-CM PIC 9(4)V9(4) VALUE 0.
       77 CUT-DIM2-CM PIC 9(4)V9(4) VALUE 0.
       77 CUT-IDX PIC 9 VALUE 0.
       77 CUTS-USABLE PIC 9 VALUE 0.

      *A logged dimension may carry its unit of entry as a suffix
      *("05MM", "12IN"); the suffix is stripped and the value
      *converted to the standard centimetres with the same factors
       77 COST-MISMATCH-COUNT PIC 9(5) VALUE 0.
       77 BAD-DIMS-COUNT PIC 9(5) VALUE 0.
       77 DATE-DIFF-COUNT PIC 9(5) VALUE 0.
       77 VOID-COUNT PIC 9(5) VALUE 0.
       77 VOID-LINE-COUNT PIC 9(5) VALUE 0.
       77 SCRAP-COUNT PIC 9(5) VALUE 0.
       77 SCRAP-LINE-COUNT PIC 9(5) VALUE 0.
       77 COUNT-DISPLAY PIC Z(4)9.
       77 COUNT-DISPLAY-2 PIC Z(4)9.

           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Every usable MATERIALS.DAT line, kept with its effective
      *date - the as-of lookup wants the history, not just today's
               CLOSE RESMAST-FILE
           END-IF.

      *A voided record counts toward its date but is not re-checked;
      *a scrap record is re-checked but counted on its own, against
      *the SCRAP= lines
       RECONCILE-ONE-RECORD.
           MOVE RM-DATE TO DATE-WANTED.
           IF RM-SCRAP-FLAG = "S"
               ADD 1 TO SCRAP-COUNT
           ELSE
               PERFORM COUNT-MASTER-DATE
           END-IF.
           IF RM-VOID-FLAG = "V"
               ADD 1 TO VOID-COUNT
           ELSE
               PERFORM RECHECK-ONE-RECORD
           END-IF.

       RECHECK-ONE-RECORD.
           ADD 1 TO CHECKED-COUNT.
           PERFORM RECOMPUTE-AREA-FROM-DIMS.
           IF DIMS-USABLE = 0
               ADD 1 TO BAD-DIMS-COUNT
                       ", recomputed "
                       FUNCTION TRIM(RECON-AREA-DISPLAY LEADING)
               END-IF
               IF RM-SHAPE = "PART" AND OUTER-MISMATCH = 1
                   ADD 1 TO AREA-MISMATCH-COUNT
                   MOVE RM-SEQ TO SEQ-DISPLAY
                   MOVE RM-PART-GROSS TO AREA-DISPLAY
                   MOVE OUTER-AREA TO RECON-AREA-DISPLAY
                   DISPLAY "  OUTER BLANK MISMATCH seq "
                       FUNCTION TRIM(SEQ-DISPLAY LEADING) ": PART "
                       FUNCTION TRIM(RM-PART-ID) " "
                       FUNCTION TRIM(RM-DIMS) " keyed "
                       FUNCTION TRIM(AREA-DISPLAY LEADING)
                       ", recomputed "
                       FUNCTION TRIM(RECON-AREA-DISPLAY LEADING)
               END-IF
               PERFORM RECHECK-COST
           END-IF.

                           0.5 * DIM1-VALUE * DIM2-VALUE
                       MOVE 1 TO DIMS-USABLE
                   END-IF
               WHEN "PART"
                   PERFORM RECOMPUTE-PART-AREA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *A part's net area: the outer blank, whose shape is told by
      *the first tag in RM-DIMS, less every cut-out on the record
       RECOMPUTE-PART-AREA.
           MOVE 0 TO OUTER-MISMATCH.
           PERFORM CONVERT-DIM-1.
           MOVE FUNCTION TRIM(PARSE-JUNK) TO OUTER-TAG.
           PERFORM CONVERT-DIM-2.
           MOVE 0 TO OUTER-AREA.
           EVALUATE OUTER-TAG
               WHEN "RADIUS"
                   IF DIM1-OK = 1
                       COMPUTE OUTER-AREA ROUNDED =
                           MY-PI * DIM1-VALUE * DIM1-VALUE
                       MOVE 1 TO DIMS-USABLE
                   END-IF
               WHEN "LEN"
                   IF DIM1-OK = 1 AND DIM2-OK = 1
                       COMPUTE OUTER-AREA ROUNDED =
                           DIM1-VALUE * DIM2-VALUE
                       MOVE 1 TO DIMS-USABLE
                   END-IF
               WHEN "BASE"
                   IF DIM1-OK = 1 AND DIM2-OK = 1
                       COMPUTE OUTER-AREA ROUNDED =
                           0.5 * DIM1-VALUE * DIM2-VALUE
                       MOVE 1 TO DIMS-USABLE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE 0 TO CUTS-AREA.
           MOVE 1 TO CUTS-USABLE.
           IF RM-CUT-COUNT IS NOT NUMERIC OR RM-CUT-COUNT = 0
                   OR RM-CUT-COUNT > 5
               MOVE 0 TO CUTS-USABLE
           ELSE
               MOVE 0 TO CUT-IDX
               PERFORM UNTIL CUT-IDX >= RM-CUT-COUNT
                   ADD 1 TO CUT-IDX
                   PERFORM RECOMPUTE-CUT-OUT
               END-PERFORM
           END-IF.
           IF CUTS-USABLE = 0 OR CUTS-AREA >= OUTER-AREA
               MOVE 0 TO DIMS-USABLE
           END-IF.
           IF DIMS-USABLE = 1
               COMPUTE RECON-AREA = OUTER-AREA - CUTS-AREA
               IF OUTER-AREA NOT = RM-PART-GROSS
                   MOVE 1 TO OUTER-MISMATCH
               END-IF
           END-IF.

      *One cut-out, converted to centimetres by its unit of entry
       RECOMPUTE-CUT-OUT.
           EVALUATE RM-CUT-UNIT(CUT-IDX)
               WHEN "MM"
                   MOVE 0.1 TO CUT-FACTOR
               WHEN "CM"
                   MOVE 1 TO CUT-FACTOR
               WHEN "IN"
                   MOVE 2.54 TO CUT-FACTOR
               WHEN OTHER
                   MOVE 0 TO CUTS-USABLE
           END-EVALUATE.
           IF RM-CUT-DIM1(CUT-IDX) IS NOT NUMERIC
                   OR RM-CUT-DIM2(CUT-IDX) IS NOT NUMERIC
               MOVE 0 TO CUTS-USABLE
           END-IF.
           IF CUTS-USABLE = 1
               COMPUTE CUT-DIM1-CM = RM-CUT-DIM1(CUT-IDX) * CUT-FACTOR
               COMPUTE CUT-DIM2-CM = RM-CUT-DIM2(CUT-IDX) * CUT-FACTOR
               EVALUATE RM-CUT-CODE(CUT-IDX)
                   WHEN "C"
                       COMPUTE CUT-AREA ROUNDED =
                           MY-PI * CUT-DIM1-CM * CUT-DIM1-CM
                   WHEN "R"
                       COMPUTE CUT-AREA ROUNDED =
                           CUT-DIM1-CM * CUT-DIM2-CM
                   WHEN "T"
                       COMPUTE CUT-AREA ROUNDED =
                           0.5 * CUT-DIM1-CM * CUT-DIM2-CM
                   WHEN OTHER
                       MOVE 0 TO CUT-AREA
                       MOVE 0 TO CUTS-USABLE
               END-EVALUATE
               ADD CUT-AREA TO CUTS-AREA
           END-IF.

       CONVERT-DIM-1.
           PERFORM TAKE-TAGGED-DIM-1.
           MOVE DIM1-TEXT TO STRIP-TEXT.
           END-IF.

      *Count RESULTS.TXT data lines per DATE= tag; header lines
      *have no SHAPE= tag and do not count, and a VOID= reversing
      *line or a SCRAP= line is tallied on its own
       COUNT-SIDE-COPY.
           MOVE 0 TO RESULTS-EOF.
           OPEN INPUT RESULTS-FILE.
           MOVE SPACES TO PARSE-REST.
           UNSTRING PARSE-LINE DELIMITED BY "SHAPE="
               INTO PARSE-JUNK PARSE-REST.
           IF PARSE-LINE(1:5) = "VOID="
               ADD 1 TO VOID-LINE-COUNT
           END-IF.
           IF PARSE-LINE(1:6) = "SCRAP="
               ADD 1 TO SCRAP-LINE-COUNT
           END-IF.
           IF PARSE-REST = SPACES OR PARSE-JUNK NOT = SPACES
               CONTINUE
           ELSE
           MOVE DATE-DIFF-COUNT TO COUNT-DISPLAY.
           DISPLAY FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " date(s) out of count.".
           MOVE VOID-COUNT TO COUNT-DISPLAY.
           MOVE VOID-LINE-COUNT TO COUNT-DISPLAY-2.
           DISPLAY FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " voided record(s) not re-verified; RESULTS.TXT "
               "carries "
               FUNCTION TRIM(COUNT-DISPLAY-2 LEADING)
               " reversing line(s).".
           MOVE SCRAP-COUNT TO COUNT-DISPLAY.
           MOVE SCRAP-LINE-COUNT TO COUNT-DISPLAY-2.
           DISPLAY FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " scrap record(s) on the master; RESULTS.TXT carries "
               FUNCTION TRIM(COUNT-DISPLAY-2 LEADING)
               " scrap line(s).".

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: make sure RUNALL sees the run as failed

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
