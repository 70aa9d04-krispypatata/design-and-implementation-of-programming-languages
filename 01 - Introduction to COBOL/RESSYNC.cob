      *            same check the four suite programs run - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2025-11-04: A backfilled record starts with the master's new
      *            void fields clear. The VOID= reversing lines
      *            RESVOID appends to RESULTS.TXT do not start with
      *            SHAPE= and are skipped like header lines - the
      *            voided record they reverse is still on the
      *            master.
      *2025-12-02: A composite part's result line is followed in
      *            RESULTS.TXT by a PART= line naming the part, its
      *            outer blank and its cut-outs. When a PART result
      *            is backfilled, the PART= line behind it fills in
      *            the new record's part fields, so RESRECON can
      *            re-verify it; a PART= line behind a result that
      *            was already on the master is passed over.
      *2025-12-16: A backfilled record starts with the master's new
      *            scrap fields clear. The SCRAP= lines the area
      *            program writes for a bad cut do not start with
      *            SHAPE= and are skipped like the VOID= lines, and
      *            a scrap record on the master is left out of the
      *            digest, so it can never stand in for a missing
      *            production result.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESSYNC.

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

       77 RESMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 LINE-OPER PIC X(8) VALUE SPACES.
       77 LINE-USABLE PIC 9 VALUE 0.

      *A PART= line fills in the part fields of the PART result
      *just backfilled ahead of it
       77 PART-FILL-PENDING PIC 9 VALUE 0.
       77 PART-FILL-SEQ PIC 9(6) VALUE 0.
       77 PART-CUTS-TEXT PIC X(1) VALUE SPACE.
       77 PART-CUT-IDX PIC 9 VALUE 0.
       01 PART-CUT-TOKENS.
           02 PART-CUT-TOKEN OCCURS 5 TIMES PIC X(12).

      *Tallies for the report
       77 LINE-COUNT PIC 9(5) VALUE 0.
       77 MATCHED-COUNT PIC 9(5) VALUE 0.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Open (creating on first use) the master, digest every record
      *already in it, and find the next free sequence number - the
                           MOVE 1 TO RESMAST-EOF
                       NOT AT END
                           COMPUTE NEXT-RESULT-SEQ = RM-SEQ + 1
      *                    A scrap record has no SHAPE= line to match
                           IF RM-SCRAP-FLAG NOT = "S"
                               PERFORM DIGEST-MASTER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM APPLY-ARCHIVE-HIGH-WATER
      *Header lines carry no SHAPE= tag and are skipped quietly;
      *a data line that will not parse is reported and counted
       SYNC-ONE-LINE.
           IF PARSE-LINE(1:5) = "PART="
               IF PART-FILL-PENDING = 1
                   PERFORM FILL-PART-FROM-LINE
               END-IF
               MOVE 0 TO PART-FILL-PENDING
           END-IF.
           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING PARSE-LINE DELIMITED BY "SHAPE="
      *Claim a master record with this line's digest, or key the
      *line in as a new one and report it
       MATCH-OR-ADD-LINE.
           MOVE 0 TO PART-FILL-PENDING.
           MOVE LINE-DATE-TEXT TO RM-DATE.
           MOVE LINE-TIME-TEXT TO RM-TIME.
           MOVE LINE-SHAPE TO RM-SHAPE.
           MOVE FUNCTION NUMVAL(LINE-COST-TEXT) TO RM-COST.
           MOVE LINE-JOB TO RM-JOB.
           MOVE LINE-OPER TO RM-OPER.
           MOVE SPACE TO RM-VOID-FLAG.
           MOVE 0 TO RM-VOID-DATE.
           MOVE SPACES TO RM-VOID-OPER.
           MOVE SPACES TO RM-VOID-REASON.
           MOVE SPACE TO RM-SCRAP-FLAG.
           MOVE 0 TO RM-SCRAP-OF.
           MOVE SPACES TO RM-SCRAP-REASON.
           MOVE SPACES TO RM-PART-ID.
           MOVE 0 TO RM-PART-GROSS.
           MOVE 0 TO RM-CUT-COUNT.
           MOVE 0 TO PART-CUT-IDX.
           PERFORM UNTIL PART-CUT-IDX >= 5
               ADD 1 TO PART-CUT-IDX
               MOVE SPACES TO RM-CUT-CODE(PART-CUT-IDX)
               MOVE SPACES TO RM-CUT-UNIT(PART-CUT-IDX)
               MOVE 0 TO RM-CUT-DIM1(PART-CUT-IDX)
               MOVE 0 TO RM-CUT-DIM2(PART-CUT-IDX)
           END-PERFORM.
           WRITE RESMAST-RECORD
               INVALID KEY
                   DISPLAY "Could not key result " RM-SEQ
                       FUNCTION TRIM(SEQ-DISPLAY LEADING) ": "
                       RM-SHAPE " " FUNCTION TRIM(RM-DIMS)
                       " " RM-DATE " " RM-TIME
                   IF RM-SHAPE = "PART"
                       MOVE 1 TO PART-FILL-PENDING
                       MOVE RM-SEQ TO PART-FILL-SEQ
                   END-IF
                   ADD 1 TO NEXT-RESULT-SEQ
      *            The added record joins the digests as already
      *            claimed, so a second identical side-copy line
                   END-IF
           END-WRITE.

      *Read back the PART result just added and fill in its part
      *ID, outer blank and cut-outs (code/unit/dim1/dim2 each) from
      *the PART= line
       FILL-PART-FROM-LINE.
           MOVE PART-FILL-SEQ TO RM-SEQ.
           READ RESMAST-FILE
               INVALID KEY
                   DISPLAY "Could not read back result "
                       PART-FILL-SEQ " for its part details."
                   MOVE 1 TO HAD-INVALID-INPUT
               NOT INVALID KEY
                   MOVE PARSE-LINE(6:8) TO RM-PART-ID
                   MOVE SPACES TO PARSE-JUNK
                   MOVE SPACES TO PARSE-REST
                   UNSTRING PARSE-LINE DELIMITED BY " OUTER="
                       INTO PARSE-JUNK PARSE-REST
                   PERFORM TAKE-TOKEN
                   IF FUNCTION TEST-NUMVAL(TOKEN-TEXT) = 0
                       MOVE FUNCTION NUMVAL(TOKEN-TEXT)
                           TO RM-PART-GROSS
                   END-IF
                   MOVE SPACES TO PARSE-JUNK
                   MOVE SPACES TO PARSE-REST
                   UNSTRING PARSE-LINE DELIMITED BY " CUTS="
                       INTO PARSE-JUNK PARSE-REST
                   MOVE PARSE-REST(1:1) TO PART-CUTS-TEXT
                   IF PART-CUTS-TEXT IS NUMERIC
                       MOVE PART-CUTS-TEXT TO RM-CUT-COUNT
                   END-IF
                   IF RM-CUT-COUNT > 5
                       MOVE 5 TO RM-CUT-COUNT
                   END-IF
                   MOVE SPACES TO PART-CUT-TOKENS
                   UNSTRING PARSE-REST(3:) DELIMITED BY ALL SPACES
                       INTO PART-CUT-TOKEN(1) PART-CUT-TOKEN(2)
                           PART-CUT-TOKEN(3) PART-CUT-TOKEN(4)
                           PART-CUT-TOKEN(5)
                   MOVE 0 TO PART-CUT-IDX
                   PERFORM UNTIL PART-CUT-IDX >= RM-CUT-COUNT
                       ADD 1 TO PART-CUT-IDX
                       PERFORM TAKE-ONE-CUT-TOKEN
                   END-PERFORM
                   REWRITE RESMAST-RECORD
                       INVALID KEY
                           DISPLAY "Could not record the part "
                               "details on result " PART-FILL-SEQ "."
                           MOVE 1 TO HAD-INVALID-INPUT
                   END-REWRITE
           END-READ.

      *One cut-out as the area program logs it: C/CM/05/00
       TAKE-ONE-CUT-TOKEN.
           MOVE PART-CUT-TOKEN(PART-CUT-IDX)(1:1)
               TO RM-CUT-CODE(PART-CUT-IDX).
           MOVE PART-CUT-TOKEN(PART-CUT-IDX)(3:2)
               TO RM-CUT-UNIT(PART-CUT-IDX).
           IF PART-CUT-TOKEN(PART-CUT-IDX)(6:2) IS NUMERIC
               MOVE PART-CUT-TOKEN(PART-CUT-IDX)(6:2)
                   TO RM-CUT-DIM1(PART-CUT-IDX)
           END-IF.
           IF PART-CUT-TOKEN(PART-CUT-IDX)(9:2) IS NUMERIC
               MOVE PART-CUT-TOKEN(PART-CUT-IDX)(9:2)
                   TO RM-CUT-DIM2(PART-CUT-IDX)
           END-IF.

       PRINT-SYNC-SUMMARY.
           DISPLAY " ".
           MOVE LINE-COUNT TO COUNT-DISPLAY.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
