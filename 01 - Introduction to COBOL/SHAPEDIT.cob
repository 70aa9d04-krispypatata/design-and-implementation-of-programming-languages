      *            same check the four suite programs run - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2025-10-07: JOBMAST.DAT is now maintained by JOBMAINT and
      *            carries a lifecycle status and a due date (the
      *            record widened to 80). A job number on HOLD or
      *            CLOSED is now rejected with its status as the
      *            reason, the same refusal the area program makes,
      *            so a list tagged to a stopped job fails edit.
      *2025-12-02: The composite-part records the area program now
      *            takes are edited too: a P record (part ID of 1-8
      *            characters, material and job checked like a
      *            shape's), one O (outer) record, one to five X
      *            (cut-out) records whose shapes are checked like
      *            any other but may carry no material or job, and
      *            the E record that ends the part. A part's records
      *            are held until its E record and go to SHAPES.CLN
      *            or SHAPES.REJ together, so the clean list never
      *            carries a part with a cut-out missing; a part
      *            with no E record is rejected whole.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-17: The job table holds 100 jobs, as JOBMAINT does,
      *            and CLOSED jobs are no longer loaded into it, so
      *            they cannot crowd newer OPEN jobs out; a job
      *            number that is CLOSED or unknown is rejected the
      *            same way. A JOBMAST.DAT too big for the table is
      *            now reported rather than read short.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHAPEDIT.

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
       FD MATERIALS-FILE.
       01 MATERIAL-RECORD PIC X(50).

      *One job line: job number in columns 1-8, customer in 10-29,
      *status in 31-38, due date in 40-47 (see JOBMAINT)
       FD JOBMAST-FILE.
       01 JOBMAST-RECORD PIC X(80).

       FD SUITECFG-FILE.
       01 SUITECFG-RECORD PIC X(80).
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

       77 SHAPE-FILE-STATUS PIC X(02) VALUE "00".
       77 MAT-IDX PIC 99 VALUE 0.
       77 MAT-FOUND PIC 9 VALUE 0.

      *The job master, loaded for job-number and job-status
      *validation; CLOSED jobs are left out
       01 JOB-TABLE.
           02 JOB-ENTRY OCCURS 100 TIMES.
               03 JT-NO PIC X(8).
               03 JT-STATUS PIC X(8).
       77 JOB-COUNT PIC 9(3) VALUE 0.
       77 JOBS-ENABLED PIC 9 VALUE 0.
       77 JOB-IDX PIC 9(3) VALUE 0.
       77 JOBS-DROPPED PIC 9(4) VALUE 0.
       77 JOB-FOUND PIC 9 VALUE 0.

      *The radius ceiling an unattended pass will run with, from
       77 RECORD-OK PIC 9 VALUE 0.
       77 RECORD-REASON PIC X(60) VALUE SPACES.

      *The record being edited, the record type its first token
      *makes it (S a plain shape, or a part's P, O, X or E record)
      *and the record number it is reported under
       77 EDIT-TEXT PIC X(40) VALUE SPACES.
       77 EDIT-TEXT-HOLD PIC X(40) VALUE SPACES.
       77 EDIT-KIND PIC X(1) VALUE SPACE.
       77 EDIT-TOKEN PIC X(10) VALUE SPACES.
       77 EDIT-PTR PIC 9(3) VALUE 1.
       77 EDIT-RECORD-NO PIC 9(5) VALUE 0.
       77 FILE-TEXT PIC X(40) VALUE SPACES.

      *The part whose records are being held until its E record:
      *its ID, what it has so far, and the held records with their
      *verdicts (P, O, five X and E at most)
       77 PART-OPEN PIC 9 VALUE 0.
       77 PART-ID PIC X(20) VALUE SPACES.
       77 PART-HAS-OUTER PIC 9 VALUE 0.
       77 PART-CUT-COUNT PIC 9 VALUE 0.
       77 PART-ALL-OK PIC 9 VALUE 0.
       77 PART-HELD-COUNT PIC 9 VALUE 0.
       77 PART-HELD-IDX PIC 9 VALUE 0.
       01 PART-HELD-TABLE.
           02 PART-HELD OCCURS 8 TIMES.
               03 PH-TEXT PIC X(40).
               03 PH-RECORD-NO PIC 9(5).
               03 PH-OK PIC 9.
               03 PH-REASON PIC X(60).

      *Tallies for the report and the return code
       77 RECORD-COUNT PIC 9(5) VALUE 0.
       77 CLEAN-COUNT PIC 9(5) VALUE 0.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Load MATERIALS.DAT the way the area program loads it: per
      *code, the line whose effective date is the latest one not in
               END-IF
           END-IF.

      *Load the job master. CLOSED jobs take no more cutting and are
      *not kept; jobs beyond the table are counted and reported, as
      *they would otherwise reject as unknown.
       LOAD-JOBS.
           MOVE 0 TO JOB-COUNT.
           MOVE 0 TO JOBS-DROPPED.
           MOVE 0 TO JOBS-ENABLED.
           MOVE 0 TO END-OF-JOBMAST-FILE.
           OPEN INPUT JOBMAST-FILE.
                   "not be checked."
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
               IF JOBS-DROPPED > 0
                   MOVE JOBS-DROPPED TO COUNT-DISPLAY
                   DISPLAY "Job table full (100 jobs) - "
                       FUNCTION TRIM(COUNT-DISPLAY LEADING)
                       " later JOBMAST.DAT job(s) not loaded and "
                       "will reject as unknown."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
               IF JOB-COUNT > 0
                   MOVE 1 TO JOBS-ENABLED
               END-IF
           END-IF.

       LOAD-ONE-JOB.
           IF FUNCTION TRIM(JOBMAST-RECORD) NOT = SPACES
                   AND JOBMAST-RECORD(1:8) NOT = SPACES
                   AND JOBMAST-RECORD(31:8) NOT = "CLOSED"
               IF JOB-COUNT >= 100
                   ADD 1 TO JOBS-DROPPED
               ELSE
                   ADD 1 TO JOB-COUNT
                   MOVE JOBMAST-RECORD(1:8) TO JT-NO(JOB-COUNT)
                   MOVE JOBMAST-RECORD(31:8) TO JT-STATUS(JOB-COUNT)
               END-IF
           END-IF.

      *Pick the AREA-CEILING key out of SUITECFG.TXT, since that is
      *the radius ceiling an unattended pass will actually run
      *with; every other key belongs to RUNALL and is left alone
                   END-READ
               END-PERFORM
               CLOSE SHAPE-FILE
               IF PART-OPEN = 1
                   PERFORM DROP-UNENDED-PART
               END-IF
               PERFORM WRITE-REPORT-SUMMARY
               CLOSE CLEAN-FILE
               CLOSE REJECT-FILE

       EDIT-ONE-RECORD.
           ADD 1 TO RECORD-COUNT.
           MOVE FUNCTION TRIM(SHAPE-RECORD LEADING) TO EDIT-TEXT.
           MOVE SPACES TO EDIT-TOKEN.
           UNSTRING EDIT-TEXT DELIMITED BY ALL SPACES
               INTO EDIT-TOKEN.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(EDIT-TOKEN))
               WHEN "P"
                   MOVE "P" TO EDIT-KIND
               WHEN "O"
                   MOVE "O" TO EDIT-KIND
               WHEN "X"
                   MOVE "X" TO EDIT-KIND
               WHEN "E"
                   MOVE "E" TO EDIT-KIND
               WHEN OTHER
                   MOVE "S" TO EDIT-KIND
           END-EVALUATE.
      *    A plain shape or a new P record ends any part still open
      *    without its E record
           IF PART-OPEN = 1
                   AND (EDIT-KIND = "S" OR EDIT-KIND = "P")
               PERFORM DROP-UNENDED-PART
           END-IF.
           MOVE RECORD-COUNT TO EDIT-RECORD-NO.
           MOVE SHAPE-RECORD TO FILE-TEXT.
           EVALUATE EDIT-KIND
               WHEN "S"
                   PERFORM CHECK-SHAPE-RECORD
                   PERFORM FILE-EDITED-RECORD
               WHEN "P"
                   PERFORM CHECK-PART-HEADER
                   PERFORM HOLD-PART-RECORD
               WHEN OTHER
                   IF PART-OPEN = 0
                       MOVE 0 TO RECORD-OK
                       MOVE SPACES TO RECORD-REASON
                       STRING
                           "outer, cut-out and end-of-part records "
                           "belong inside a part"
                           DELIMITED BY SIZE INTO RECORD-REASON
                       PERFORM FILE-EDITED-RECORD
                   ELSE
                       IF EDIT-KIND = "E"
                           PERFORM CHECK-PART-END
                           PERFORM HOLD-PART-RECORD
                           PERFORM RELEASE-PART
                       ELSE
                           PERFORM CHECK-PART-SHAPE
                           PERFORM HOLD-PART-RECORD
                       END-IF
                   END-IF
           END-EVALUATE.

      *A P record: the part ID, then the material and job tokens,
      *checked the way a shape record's are
       CHECK-PART-HEADER.
           MOVE 1 TO RECORD-OK.
           MOVE SPACES TO RECORD-REASON.
           MOVE 1 TO PART-OPEN.
           MOVE 0 TO PART-HAS-OUTER.
           MOVE 0 TO PART-CUT-COUNT.
           MOVE 0 TO PART-HELD-COUNT.
           MOVE SPACES TO PART-ID.
           MOVE SPACES TO MAT-TOKEN.
           MOVE SPACES TO JOB-TOKEN.
           UNSTRING EDIT-TEXT DELIMITED BY ALL SPACES
               INTO EDIT-TOKEN PART-ID MAT-TOKEN JOB-TOKEN.
           IF PART-ID = SPACES
                   OR FUNCTION LENGTH(FUNCTION TRIM(PART-ID)) > 8
               MOVE 0 TO RECORD-OK
               MOVE "part ID must be 1 to 8 characters"
                   TO RECORD-REASON
           END-IF.
           IF RECORD-OK = 1 AND MAT-TOKEN NOT = SPACES
                   AND COSTING-ENABLED = 1
               PERFORM CHECK-MATERIAL-TOKEN
           END-IF.
           IF RECORD-OK = 1 AND JOB-TOKEN NOT = SPACES
                   AND JOBS-ENABLED = 1
               PERFORM CHECK-JOB-TOKEN
           END-IF.

      *An O or X record: where it falls in the part, then the shape
      *behind the record type, checked like any shape record. The
      *material and job belong to the P record, not to the shapes.
       CHECK-PART-SHAPE.
           MOVE 1 TO RECORD-OK.
           MOVE SPACES TO RECORD-REASON.
           IF EDIT-KIND = "O" AND PART-HAS-OUTER = 1
               MOVE 0 TO RECORD-OK
               MOVE "part already has an outer shape"
                   TO RECORD-REASON
           END-IF.
           IF EDIT-KIND = "X" AND PART-HAS-OUTER = 0
               MOVE 0 TO RECORD-OK
               MOVE "cut-out before the part's outer shape"
                   TO RECORD-REASON
           END-IF.
           IF EDIT-KIND = "X" AND PART-CUT-COUNT >= 5
               MOVE 0 TO RECORD-OK
               MOVE "a part takes no more than 5 cut-outs"
                   TO RECORD-REASON
           END-IF.
           IF EDIT-KIND = "O"
               MOVE 1 TO PART-HAS-OUTER
           ELSE
               IF PART-CUT-COUNT < 9
                   ADD 1 TO PART-CUT-COUNT
               END-IF
           END-IF.
           IF RECORD-OK = 1
               MOVE 1 TO EDIT-PTR
               UNSTRING EDIT-TEXT DELIMITED BY ALL SPACES
                   INTO EDIT-TOKEN WITH POINTER EDIT-PTR
               MOVE SPACES TO EDIT-TEXT-HOLD
               IF EDIT-PTR <= 40
                   MOVE EDIT-TEXT(EDIT-PTR:) TO EDIT-TEXT-HOLD
               END-IF
               MOVE EDIT-TEXT-HOLD TO EDIT-TEXT
               PERFORM CHECK-SHAPE-RECORD
               IF RECORD-OK = 1
                       AND (MAT-TOKEN NOT = SPACES
                           OR JOB-TOKEN NOT = SPACES)
                   MOVE 0 TO RECORD-OK
                   MOVE SPACES TO RECORD-REASON
                   STRING
                       "outer and cut-out shapes carry no material "
                       "or job"
                       DELIMITED BY SIZE INTO RECORD-REASON
               END-IF
           END-IF.

      *The E record: the part must have its outer shape and at
      *least one cut-out
       CHECK-PART-END.
           MOVE 1 TO RECORD-OK.
           MOVE SPACES TO RECORD-REASON.
           IF PART-HAS-OUTER = 0
               MOVE 0 TO RECORD-OK
               MOVE "part has no outer shape" TO RECORD-REASON
           ELSE
               IF PART-CUT-COUNT = 0
                   MOVE 0 TO RECORD-OK
                   MOVE "part has no cut-outs" TO RECORD-REASON
               END-IF
           END-IF.

      *Hold a part's record with its verdict until the E record
       HOLD-PART-RECORD.
           IF PART-HELD-COUNT < 8
               ADD 1 TO PART-HELD-COUNT
               MOVE FILE-TEXT TO PH-TEXT(PART-HELD-COUNT)
               MOVE EDIT-RECORD-NO TO PH-RECORD-NO(PART-HELD-COUNT)
               MOVE RECORD-OK TO PH-OK(PART-HELD-COUNT)
               MOVE RECORD-REASON TO PH-REASON(PART-HELD-COUNT)
           ELSE
      *        More records than a part can have: file this one as
      *        a reject now (its verdict says why, or the count)
               IF RECORD-OK = 1
                   MOVE 0 TO RECORD-OK
                   MOVE "a part takes no more than 5 cut-outs"
                       TO RECORD-REASON
               END-IF
               PERFORM FILE-EDITED-RECORD
               MOVE 9 TO PART-CUT-COUNT
           END-IF.

      *A part that reached the next shape, the next part or the end
      *of the list without its E record is rejected whole
       DROP-UNENDED-PART.
           MOVE 0 TO PH-OK(PART-HELD-COUNT).
           MOVE "part has no E record" TO PH-REASON(PART-HELD-COUNT).
           PERFORM RELEASE-PART.

      *File the held records: all clean when every one passed, all
      *rejected otherwise (a good record saying its part failed)
       RELEASE-PART.
           MOVE 1 TO PART-ALL-OK.
           MOVE 0 TO PART-HELD-IDX.
           PERFORM UNTIL PART-HELD-IDX >= PART-HELD-COUNT
               ADD 1 TO PART-HELD-IDX
               IF PH-OK(PART-HELD-IDX) = 0
                   MOVE 0 TO PART-ALL-OK
               END-IF
           END-PERFORM.
           IF PART-CUT-COUNT > 5
               MOVE 0 TO PART-ALL-OK
           END-IF.
           MOVE 0 TO PART-HELD-IDX.
           PERFORM UNTIL PART-HELD-IDX >= PART-HELD-COUNT
               ADD 1 TO PART-HELD-IDX
               MOVE PH-TEXT(PART-HELD-IDX) TO FILE-TEXT
               MOVE PH-RECORD-NO(PART-HELD-IDX) TO EDIT-RECORD-NO
               MOVE PH-REASON(PART-HELD-IDX) TO RECORD-REASON
               IF PART-ALL-OK = 1
                   MOVE 1 TO RECORD-OK
               ELSE
                   MOVE 0 TO RECORD-OK
                   IF PH-OK(PART-HELD-IDX) = 1
                       MOVE "rejected with the rest of its part"
                           TO RECORD-REASON
                   END-IF
               END-IF
               PERFORM FILE-EDITED-RECORD
           END-PERFORM.
           MOVE 0 TO PART-OPEN.
           MOVE 0 TO PART-HELD-COUNT.

      *Write the record to the clean or the reject list and report
      *a reject with its reason
       FILE-EDITED-RECORD.
           IF RECORD-OK = 1
               ADD 1 TO CLEAN-COUNT
               MOVE FILE-TEXT TO CLEAN-RECORD
               WRITE CLEAN-RECORD
               MOVE "SHAPES.CLN" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               PERFORM CHECK-IO-STATUS
           ELSE
               ADD 1 TO REJECT-COUNT
               MOVE FILE-TEXT TO REJECT-RECORD
               WRITE REJECT-RECORD
               MOVE "SHAPES.REJ" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE REJECT-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE EDIT-RECORD-NO TO COUNT-DISPLAY
               MOVE SPACES TO EDTRPT-LINE
               STRING
                   "RECORD " FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   ": " FUNCTION TRIM(FILE-TEXT)
                   " - " FUNCTION TRIM(RECORD-REASON)
                   DELIMITED BY SIZE INTO EDTRPT-LINE
               PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO DIM2-INPUT.
           MOVE SPACES TO MAT-TOKEN-INPUT.
           MOVE SPACES TO JOB-TOKEN-INPUT.
           UNSTRING EDIT-TEXT DELIMITED BY ALL SPACES
               INTO SHAPE-CODE-INPUT UNIT-TOKEN-INPUT DIM1-INPUT
                   DIM2-INPUT MAT-TOKEN-INPUT JOB-TOKEN-INPUT.

                       TO JOB-TOKEN
               WHEN OTHER
                   MOVE 0 TO RECORD-OK
                   MOVE "shape code must be C, R, T or P"
                       TO RECORD-REASON
                   MOVE SPACES TO MAT-TOKEN
                   MOVE SPACES TO JOB-TOKEN
               MOVE SPACES TO RECORD-REASON
               STRING
                   "job number " FUNCTION TRIM(JOB-TOKEN)
                   " not an open job on the job master"
                   DELIMITED BY SIZE INTO RECORD-REASON
           ELSE
      *        A job on hold takes no more cutting
               IF JT-STATUS(JOB-IDX) = "HOLD"
                   MOVE 0 TO RECORD-OK
                   MOVE SPACES TO RECORD-REASON
                   STRING
                       "job " FUNCTION TRIM(JOB-TOKEN) " is "
                       FUNCTION TRIM(JT-STATUS(JOB-IDX))
                       " - no shapes may be cut for it"
                       DELIMITED BY SIZE INTO RECORD-REASON
               END-IF
           END-IF.

       WRITE-REPORT-SUMMARY.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
