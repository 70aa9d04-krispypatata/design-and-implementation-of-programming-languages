      *            orphan table through the rewrite verbatim, and
      *            if even that table fills the rewrite stands
      *            down rather than lose anything.
      *2025-10-07: JOBMAST.DAT is now maintained by the new
      *            JOBMAINT program and carries a lifecycle status
      *            and a due date (records widened to 80). A job on
      *            HOLD or CLOSED can no longer be tagged: the shape
      *            logs without a job and the operator is told the
      *            job's status, the way an unknown job is reported.
      *2025-10-21: Every quote run is now kept. The quote takes the
      *            next number from the new QUOTEREG.DAT quote
      *            register, asks for the customer, the material
      *            quoted (the cheapest by default) and how many
      *            days the price holds, and QUOTE.TXT now carries
      *            those terms and the cutting list priced line by
      *            line in the quoted material. The same terms and
      *            priced lines are appended to the register, where
      *            the QUOTEREG program lists, re-prices and turns
      *            an accepted quote into a job. A suite-driven
      *            quote run takes the cheapest material and 30
      *            days without asking.
      *2025-10-28: A quote is now for a customer on the CUSTMAST.DAT
      *            customer master, asked for by number (blank for a
      *            walk-in). QUOTE.TXT shows the material cost, the
      *            customer's markup and tier discount and the
      *            selling price, and the register's HEAD line
      *            carries CUSTNO=, MARKUP=, TIER= and SELL= (the
      *            register record widens to 240 for them).
      *2025-11-04: A result keyed into RESMAST.DAT starts with the
      *            master's new void fields clear (RESVOID stamps
      *            them when a supervisor voids the result).
      *2025-11-11: A SHAPES.TXT batch is now restartable. After each
      *            record is fully posted, BATCHCKP.DAT records how
      *            far the list got, that record's text, and the
      *            stock the batch has used but not yet written
      *            back. A rerun after an abort offers to resume
      *            after that record (a suite run resumes on its
      *            own), and the unfinished batch's usage is carried
      *            into this session's stock. The checkpoint is
      *            cleared once the list is done and its usage
      *            written back. A resumed run's RUNLOG END line
      *            carries RESTART= with the record it resumed
      *            after.
      *2025-12-02: Composite parts. A part groups one outer shape
      *            with up to five cut-outs under a part ID - in
      *            SHAPES.TXT as a P record (part ID, material, job)
      *            followed by one O (outer) record, one or more X
      *            (cut-out) records and an E record that posts it,
      *            and in manual entry as menu choice [4]. The net
      *            area (outer less cut-outs) is costed and logged
      *            as one PART result, while the stock posted is the
      *            whole outer blank, since the offcut from a hole
      *            is scrap. RESULTS.TXT gets a PART= line behind
      *            the result naming the part, its outer blank and
      *            its cut-outs, and the master record carries the
      *            same. The batch checkpoint is only written
      *            between parts, never inside one. A quote run
      *            does not price parts; their records are skipped
      *            and counted as rejected.
      *2025-12-16: Scrap. When a cut goes wrong the operator now
      *            records it as scrap (manual menu choice [5])
      *            against the original result's sequence number,
      *            with a reason code from the new SCRAPRSN.DAT
      *            reason table, instead of posting the shape again
      *            as if it were fresh production. The original is
      *            read back from the master; the scrap record
      *            repeats its shape, dims, material and job, is
      *            costed at today's price and consumes the stock
      *            again (a part's whole outer blank), and carries
      *            the master's new scrap fields. RESULTS.TXT gets
      *            a SCRAP= line rather than a SHAPE= line, so the
      *            reconciliations do not take it for production,
      *            while its COST= still reaches DAYCLOSE's total.
      *2026-02-03: Every line this program appends to RUNLOG.TXT,
      *            RESULTS.TXT and ERRLOG.TXT is now also filed in the
      *            indexed log directory LOGDIR.DAT (shared
      *            LOGDIR/LOGDIRP copybooks), so the log queries can go
      *            straight to a day's lines instead of reading the
      *            whole logs.
      *2026-02-17: The job table holds 100 jobs, as JOBMAINT does,
      *            and CLOSED jobs are no longer loaded into it - they
      *            can never be tagged, and kept they crowded newer
      *            OPEN jobs out of the table. A JOBMAST.DAT too big
      *            for the table is now reported rather than read
      *            short without a word.
      *2026-02-17: When MATSTOCK.DAT cannot be rewritten, a finished
      *            batch's checkpoint is now kept and no USED=/LEFT=
      *            lines go to MATUSAGE.TXT, so the rerun can still
      *            carry the usage in and STOCKREC never subtracts
      *            usage the racks file never saw.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. area.

               SELECT RESULTS-FILE ASSIGN TO "RESULTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RESULTS-FILE-STATUS.
               SELECT BATCHCKP-FILE ASSIGN TO "BATCHCKP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BATCHCKP-FILE-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RUNLOG-FILE-STATUS.
               SELECT QUOTE-FILE ASSIGN TO "QUOTE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS QUOTE-FILE-STATUS.
               SELECT QUOTEREG-FILE ASSIGN TO "QUOTEREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS QUOTEREG-FILE-STATUS.
               SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CUSTMAST-FILE-STATUS.
               SELECT RESMAST-FILE ASSIGN TO "RESMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RM-SEQ
                   FILE STATUS IS RESMAST-FILE-STATUS.
               SELECT SCRAPRSN-FILE ASSIGN TO "SCRAPRSN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SCRAPRSN-FILE-STATUS.
               SELECT ARCCAT-FILE ASSIGN TO "RESARC.CAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARCCAT-FILE-STATUS.
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
           FD RESULTS-FILE.
           01 RESULTS-RECORD PIC X(140).

      *The batch restart checkpoint: a DONE= line (records fully
      *posted, date, time, operator), a LAST= line with the text of
      *the last of them, and one MAT= USED= line per material the
      *batch has consumed. Empty when no batch is unfinished.
           FD BATCHCKP-FILE.
           01 BATCHCKP-RECORD PIC X(80).

           FD RUNLOG-FILE.
           01 RUNLOG-RECORD PIC X(120).

           01 MATUSAGE-RECORD PIC X(120).

      *One job-master line: job number in columns 1-8, customer in
      *10-29, status in 31-38, due date in 40-47 (see JOBMAINT)
           FD JOBMAST-FILE.
           01 JOBMAST-RECORD PIC X(80).

      *Quote document, overwritten fresh each quote run (like
      *DAILYRUN.TXT, a snapshot rather than an ever-growing log)
           FD QUOTE-FILE.
           01 QUOTE-RECORD PIC X(80).

      *Append-only quote register shared with QUOTEREG: one HEAD
      *line per quote (terms and totals) followed by a LINE per
      *priced shape, all keyed QUOTE=nnnnnn
           FD QUOTEREG-FILE.
           01 QUOTEREG-RECORD PIC X(240).

      *Customer master a quote is priced for; layout described in
      *the CUSTMAST copybook
           FD CUSTMAST-FILE.
           01 CUSTMAST-RECORD PIC X(100).

      *Indexed results master, keyed by RM-SEQ; layout shared with
      *RESINQ through the RESMAST copybook
           FD RESMAST-FILE.
           COPY RESMAST.

      *Scrap reason table a scrap posting's reason is checked
      *against; layout described in the SCRAPRSN copybook
           FD SCRAPRSN-FILE.
           01 SCRAPRSN-RECORD PIC X(40).

      *RESARCH's archive catalog, read at startup so the next
      *sequence number never falls back into an archived key range
           FD ARCCAT-FILE.
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
           COPY CUSTMAST.
           COPY SCRAPRSN.
           77 MODE-CHOICE PIC 9 VALUE 0.
           77 SHAPE-CHOICE PIC 9 VALUE 0.
           77 SHAPE-FILE-STATUS PIC X(02) VALUE "00".
           77 END-OF-SHAPE-FILE PIC 9 VALUE 0.

      *Batch restart bookkeeping: where this batch is in SHAPES.TXT,
      *how many records a resume skips, and what the checkpoint
      *left by an unfinished batch said
           77 BATCH-RECORD-NO PIC 9(6) VALUE 0.
           77 BATCH-SKIP-COUNT PIC 9(6) VALUE 0.
           77 BATCH-RESUMED PIC 9 VALUE 0.
           77 BATCH-COMPLETED PIC 9 VALUE 0.
           77 BATCHCKP-FILE-STATUS PIC X(02) VALUE "00".
           77 BATCHCKP-EOF PIC 9 VALUE 0.
           77 CKPT-FOUND PIC 9 VALUE 0.
           77 CKPT-DONE-COUNT PIC 9(6) VALUE 0.
           77 CKPT-DATE PIC X(8) VALUE SPACES.
           77 CKPT-OPER PIC X(8) VALUE SPACES.
           77 CKPT-LAST-RECORD PIC X(40) VALUE SPACES.
           77 CKPT-SHAPES-OPEN PIC 9 VALUE 0.
           77 CKPT-LIST-MATCHES PIC 9 VALUE 0.
           77 CKPT-ANSWER PIC X(5) VALUE SPACES.
           77 CKPT-USED-TEXT PIC X(12) VALUE SPACES.
           77 CKPT-COUNT-DISPLAY PIC Z(5)9.
           77 CKPT-USED-DISPLAY PIC Z(6)9.9(2).
           77 CKPT-LINE PIC X(80) VALUE SPACES.
           77 RESTART-TAG PIC X(20) VALUE SPACES.
           01 CKPT-USAGE-TABLE.
               02 CKPT-USAGE-ENTRY OCCURS 20 TIMES.
                   03 CK-MAT PIC X(4).
                   03 CK-USED PIC 9(7)V9(2).
           77 CKPT-USAGE-COUNT PIC 99 VALUE 0.
           77 CKPT-USAGE-IDX PIC 99 VALUE 0.

      *Pieces of one SHAPES.TXT record, pulled apart by BATCH-MODE's
      *UNSTRING: the shape code then up to two dimensions, all kept
      *alphanumeric until VALIDATE-DIMENSION-INPUT has passed them
      *untagged (JOB=NONE), the way costing degrades without its
      *master.
           01 JOB-TABLE.
               02 JOB-ENTRY OCCURS 100 TIMES.
                   03 JT-NO PIC X(8).
                   03 JT-CUST PIC X(20).
                   03 JT-STATUS PIC X(8).
           77 JOBMAST-FILE-STATUS PIC X(02) VALUE "00".
           77 END-OF-JOBMAST-FILE PIC 9 VALUE 0.
           77 JOB-COUNT PIC 9(3) VALUE 0.
           77 JOBS-ENABLED PIC 9 VALUE 0.
           77 JOB-IDX PIC 9(3) VALUE 0.
           77 JOBS-DROPPED PIC 9(4) VALUE 0.
           77 JOBS-DROPPED-DISPLAY PIC Z(3)9.
           77 JOB-FOUND PIC 9 VALUE 0.
           77 JOB-NO-INPUT PIC X(12).

           77 QUOTE-COST-DISPLAY PIC Z(10)9.9(2).
           77 QUOTE-LINE PIC X(80) VALUE SPACES.

      *Each shape a quote run priced, kept as the codes it was keyed
      *with (so QUOTEREG can turn it back into a SHAPES.TXT line)
      *and its area, for the priced list and the quote register
           01 QUOTE-SHAPE-TABLE.
               02 QUOTE-SHAPE-ENTRY OCCURS 200 TIMES.
                   03 QS-CODE PIC X(1).
                   03 QS-UNIT PIC X(2).
                   03 QS-DIM1 PIC 9(2).
                   03 QS-DIM2 PIC 9(2).
                   03 QS-SHAPE PIC X(9).
                   03 QS-DIMS PIC X(24).
                   03 QS-AREA PIC 9(7)V9(2).
           77 QUOTE-SHAPE-IDX PIC 9(4) VALUE 0.
           77 QUOTE-SHAPES-DROPPED PIC 9(4) VALUE 0.
           77 QUOTE-LINE-NO PIC 9(3) VALUE 0.
           77 QS-CODE-HOLD PIC X(1) VALUE SPACES.
           77 QS-DIM1-HOLD PIC 9(2) VALUE 0.
           77 QS-DIM2-HOLD PIC 9(2) VALUE 0.
           77 QUOTE-LINE-COST PIC 9(9)V9(2) VALUE 0.

      *The quote's terms: its register number, the customer, the
      *material quoted, the days the price holds and the date it
      *holds until
           77 QUOTEREG-FILE-STATUS PIC X(02) VALUE "00".
           77 QUOTEREG-EOF PIC 9 VALUE 0.
           77 QUOTEREG-LINE PIC X(240) VALUE SPACES.
           77 QUOTE-NO PIC 9(6) VALUE 0.
           77 QUOTE-LAST-NO PIC 9(6) VALUE 0.
           77 QUOTE-REGISTERED PIC 9 VALUE 0.
           77 QUOTE-CUST PIC X(20) VALUE SPACES.
           77 QUOTE-CUST-INPUT PIC X(30).
           77 QUOTE-CHOSEN-IDX PIC 99 VALUE 0.
           77 QUOTE-CHOSEN-COST PIC 9(11)V9(2) VALUE 0.
           77 QUOTE-DAYS PIC 9(3) VALUE 30.
           77 QUOTE-DAYS-INPUT PIC X(10).
           77 QUOTE-DAYS-NUMERIC PIC 9(10) VALUE 0.
           77 QUOTE-TERMS-OK PIC 9 VALUE 0.
           77 QUOTE-TODAY PIC 9(8) VALUE 0.
           77 QUOTE-VALID-UNTIL PIC 9(8) VALUE 0.
           77 QUOTE-NO-DISPLAY PIC 9(6).
           77 QUOTE-LINE-AREA-DISPLAY PIC Z(6)9.9(2).
           77 QUOTE-CUSTNO PIC X(6) VALUE SPACES.
           77 QUOTE-CUSTNO-TEXT PIC X(6) VALUE SPACES.
           77 QUOTE-CUST-TERMS PIC X(8) VALUE SPACES.
           77 QUOTE-CUSTNO-NUMERIC PIC 9(6) VALUE 0.
           77 QUOTE-PCT-DISPLAY PIC ZZ9.9(2).

      *Rectangle working fields
           77 RECT-LEN PIC 9(2).
           77 RECT-WID PIC 9(2).
           77 TRI-HEIGHT PIC 9(2).
           77 S-TRI-AREA PIC Z(4)9.9(2).

      *Composite part being built: its ID and the material and job
      *its P record named, the outer blank and the cut-outs taken
      *out of it. PART-ROLE says what the next shape computed is to
      *the part - O the outer blank, X a cut-out, space when no part
      *is being built and a shape posts on its own. PART-POSTING is
      *raised while the finished part is costed and logged, so the
      *stock posting takes the outer blank rather than the net area.
           77 PART-OPEN PIC 9 VALUE 0.
           77 PART-BAD PIC 9 VALUE 0.
           77 PART-ROLE PIC X(1) VALUE SPACE.
           77 PART-POSTING PIC 9 VALUE 0.
           77 PART-CUTS-DONE PIC 9 VALUE 0.
           77 PART-ID PIC X(8) VALUE SPACES.
           77 PART-ID-INPUT PIC X(20).
           77 PART-MAT-CODE PIC X(10) VALUE SPACES.
           77 PART-JOB-NO PIC X(12) VALUE SPACES.
           77 PART-HAS-OUTER PIC 9 VALUE 0.
           77 PART-GROSS-AREA PIC 9(7)V9(2) VALUE 0.
           77 PART-CUT-AREA PIC 9(7)V9(2) VALUE 0.
           77 PART-OUTER-DIMS PIC X(24) VALUE SPACES.
           77 PART-CUT-COUNT PIC 9 VALUE 0.
           77 PART-CUT-IDX PIC 9 VALUE 0.
           77 PART-CUTS-BEFORE PIC 9 VALUE 0.
           01 PART-CUT-TABLE.
               02 PART-CUT-ENTRY OCCURS 5 TIMES.
                   03 PCUT-CODE PIC X(1).
                   03 PCUT-UNIT PIC X(2).
                   03 PCUT-DIM1 PIC 9(2).
                   03 PCUT-DIM2 PIC 9(2).
           77 PART-AREA-DISPLAY PIC Z(6)9.9(2).
           77 PART-LINE PIC X(140) VALUE SPACES.
           77 PART-LINE-PTR PIC 9(3) VALUE 1.
           77 PART-TOKEN PIC X(10).
           77 PART-TEXT-PTR PIC 9(3) VALUE 1.

      *The SHAPES.TXT record (or the shape part of an O or X record)
      *PROCESS-SHAPE-TEXT pulls apart, and the area a costed shape
      *takes off its material's stock
           77 SHAPE-TEXT PIC X(40) VALUE SPACES.
           77 SHAPE-TEXT-HOLD PIC X(40) VALUE SPACES.
           77 USAGE-AREA PIC 9(7)V9(2) VALUE 0.

      *Scrap posting: the original result the bad cut was made
      *for, read back from the master and held whole while the
      *reason and the confirmation are taken
           77 SCRAP-OK PIC 9 VALUE 0.
           77 SCRAP-SEQ-INPUT PIC X(10).
           77 SCRAP-SEQ-NUMERIC PIC 9(10) VALUE 0.
           77 SCRAP-ORIG-SEQ PIC 9(6) VALUE 0.
           77 SCRAP-REASON PIC X(4) VALUE SPACES.
           77 SCRAP-ANSWER PIC X(5) VALUE SPACES.
           77 SCRAP-SEQ-DISPLAY PIC Z(5)9.
           77 SCRAP-HOLD-RECORD PIC X(204) VALUE SPACES.
           77 SCRAP-LINE PIC X(140) VALUE SPACES.

      *Shared fields for the RESULTS.TXT log line, set by whichever
      *shape paragraph last ran and written out by LOG-RESULT
           77 WS-LOG-SHAPE PIC X(9) VALUE SPACES.

           PERFORM LOAD-JOBS.

      *    Only manual entry records scrap
           IF MODE-CHOICE NOT = 2 AND QUOTE-ACTIVE = 0
               PERFORM LOAD-SCRAP-REASONS
           END-IF.

      *Open for append, creating RESULTS.TXT the first time it is needed
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-FILE-STATUS = "00"
           IF STOCK-ENABLED = 1 AND QUOTE-ACTIVE = 0
               PERFORM WRITE-STOCK-AND-USAGE
           END-IF.
      *    A batch that reached the end of its list leaves nothing
      *    to resume - unless its usage never reached MATSTOCK.DAT,
      *    when the checkpoint is all that still holds it
           IF BATCH-COMPLETED = 1
                   AND (STOCK-ENABLED = 0 OR STOCK-REWRITE-OK = 1)
               PERFORM CLEAR-BATCH-CHECKPOINT
           END-IF.

           MOVE "END" TO RUNLOG-EVENT.
           IF RUN-FAILED = 1
           MOVE WS-TIMESTAMP(1:8) TO RM-DATE.
           MOVE WS-TIMESTAMP(9:6) TO RM-TIME.
           MOVE OPERATOR-ID TO RM-OPER.
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
           IF PART-POSTING = 1
               MOVE PART-ID TO RM-PART-ID
               MOVE PART-GROSS-AREA TO RM-PART-GROSS
               MOVE PART-CUT-COUNT TO RM-CUT-COUNT
               MOVE 0 TO PART-CUT-IDX
               PERFORM UNTIL PART-CUT-IDX >= PART-CUT-COUNT
                   ADD 1 TO PART-CUT-IDX
                   MOVE PCUT-CODE(PART-CUT-IDX)
                       TO RM-CUT-CODE(PART-CUT-IDX)
                   MOVE PCUT-UNIT(PART-CUT-IDX)
                       TO RM-CUT-UNIT(PART-CUT-IDX)
                   MOVE PCUT-DIM1(PART-CUT-IDX)
                       TO RM-CUT-DIM1(PART-CUT-IDX)
                   MOVE PCUT-DIM2(PART-CUT-IDX)
                       TO RM-CUT-DIM2(PART-CUT-IDX)
               END-PERFORM
           END-IF.
           WRITE RESMAST-RECORD
               INVALID KEY
                   DISPLAY "Could not key result " RM-SEQ
           WRITE RESULTS-RECORD.
           MOVE RESULTS-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "S" TO LOGDIR-LOG.
           MOVE RESULTS-RECORD TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

           MOVE SPACES TO RESULTS-HEADER-LINE.
           STRING
           WRITE RESULTS-RECORD.
           MOVE RESULTS-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "S" TO LOGDIR-LOG.
           MOVE RESULTS-RECORD TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
               " REASON=" RUNLOG-REASON
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO RUNLOG-LINE.
      *    A resumed batch says so on its END line, after the fixed
      *    98 characters every reader already parses
           IF RUNLOG-EVENT = "END" AND BATCH-RESUMED = 1
               MOVE SPACES TO RESTART-TAG
               STRING " RESTART=" CKPT-DONE-COUNT
                   DELIMITED BY SIZE INTO RESTART-TAG
               MOVE RESTART-TAG TO RUNLOG-LINE(99:20)
           END-IF.
           MOVE RUNLOG-LINE TO RUNLOG-RECORD.
           WRITE RUNLOG-RECORD.
           MOVE "RUNLOG.TXT" TO ERR-FILE-NAME.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Ask for the highest radius this session will accept, looping
      *until the answer is within 1-99. A suite run takes the
      *status, one job per line) into the job table at startup. If
      *the file is missing or holds no usable entries, job tagging
      *is simply off for the session - shapes compute and cost
      *exactly as before, logged as JOB=NONE. CLOSED jobs are left
      *out - nothing can be cut for them - and jobs beyond the
      *table are counted and reported.
       LOAD-JOBS.
           MOVE 0 TO JOB-COUNT.
           MOVE 0 TO JOBS-DROPPED.
           MOVE 0 TO JOBS-ENABLED.
           MOVE 0 TO END-OF-JOBMAST-FILE.
           OPEN INPUT JOBMAST-FILE.
                   "for this session."
           ELSE
               PERFORM UNTIL END-OF-JOBMAST-FILE = 1
                   READ JOBMAST-FILE
                       AT END
                           MOVE 1 TO END-OF-JOBMAST-FILE
                   END-READ
               END-PERFORM
               CLOSE JOBMAST-FILE
               IF JOBS-DROPPED > 0
                   MOVE JOBS-DROPPED TO JOBS-DROPPED-DISPLAY
                   DISPLAY "Job table full (100 jobs) - "
                       FUNCTION TRIM(JOBS-DROPPED-DISPLAY)
                       " later JOBMAST.DAT job(s) not loaded and "
                       "will show as unknown."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
               IF JOB-COUNT > 0
                   MOVE 1 TO JOBS-ENABLED
               ELSE
           END-IF.

      *Store one job-master line into the job table, skipping blank
      *lines and CLOSED jobs, counting a job the full table cannot
      *take, and reporting a line whose job number is missing
       LOAD-ONE-JOB.
           IF FUNCTION TRIM(JOBMAST-RECORD) NOT = SPACES
               IF JOBMAST-RECORD(1:8) = SPACES
                   DISPLAY "Skipping bad JOBMAST.DAT line: "
                       FUNCTION TRIM(JOBMAST-RECORD)
               ELSE
                   IF JOBMAST-RECORD(31:8) NOT = "CLOSED"
                       IF JOB-COUNT >= 100
                           ADD 1 TO JOBS-DROPPED
                       ELSE
                           ADD 1 TO JOB-COUNT
                           MOVE JOBMAST-RECORD(1:8)
                               TO JT-NO(JOB-COUNT)
                           MOVE JOBMAST-RECORD(10:20)
                               TO JT-CUST(JOB-COUNT)
                           MOVE JOBMAST-RECORD(31:8)
                               TO JT-STATUS(JOB-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Tag the shape just computed with the job it was cut for.
      *Manual entry asks for the job number here; batch mode has
      *already set CURRENT-JOB-NO from the SHAPES.TXT record. A
      *blank number means not for a job; an unknown or CLOSED one
      *(CLOSED jobs are not loaded), or one on HOLD, is reported the
      *way other rejected input is and the shape logs untagged.
       APPLY-JOB-TAG.
           MOVE "NONE" TO WS-LOG-JOB.
           IF JOBS-ENABLED = 1
               IF CURRENT-JOB-NO NOT = SPACES
                   PERFORM LOOKUP-JOB
                   IF JOB-FOUND = 1
                       IF JT-STATUS(JOB-IDX) = "HOLD"
                           DISPLAY "Job "
                               FUNCTION TRIM(CURRENT-JOB-NO) " is "
                               FUNCTION TRIM(JT-STATUS(JOB-IDX))
                               " - no shapes may be cut for it; "
                               "shape logged without a job."
                           MOVE 1 TO HAD-INVALID-INPUT
                       ELSE
                           MOVE CURRENT-JOB-NO TO WS-LOG-JOB
                       END-IF
                   ELSE
                       DISPLAY "Unknown or closed job number "
                           FUNCTION TRIM(CURRENT-JOB-NO)
                           " - shape logged without a job."
                       MOVE 1 TO HAD-INVALID-INPUT
      *the overrun stays visible in the usage report rather than
      *being floored away.
       POST-MATERIAL-USAGE.
      *    A composite part uses its whole outer blank
           IF PART-POSTING = 1
               MOVE PART-GROSS-AREA TO USAGE-AREA
           ELSE
               MOVE CURRENT-AREA TO USAGE-AREA
           END-IF.
           IF STOCK-ENABLED = 1 AND MAT-HAS-STOCK(MAT-IDX) = 1
               COMPUTE STOCK-NEW =
                   MAT-STOCK(MAT-IDX) - USAGE-AREA
               IF STOCK-NEW < 0
                   MOVE STOCK-NEW TO STOCK-DISPLAY
                   DISPLAY "WARNING: "
                       FUNCTION TRIM(STOCK-DISPLAY LEADING) "."
               END-IF
               MOVE STOCK-NEW TO MAT-STOCK(MAT-IDX)
               ADD USAGE-AREA TO MAT-CONSUMED(MAT-IDX)
           END-IF.

      *Write the updated stock back to MATSTOCK.DAT and append one
      *usage line per stocked material (opening stock, consumed,
      *remaining) to MATUSAGE.TXT, so the day's racks can be
      *reconciled from the file instead of on paper. Usage that
      *could not be written to MATSTOCK.DAT is not reported as used,
      *and a finished batch keeps its checkpoint to carry it.
       WRITE-STOCK-AND-USAGE.
           IF STOCK-REWRITE-OK = 1
               PERFORM REWRITE-STOCK-FILE
      *        The racks now hold a finished batch's usage, so no
      *        later run may carry it in again from the checkpoint
               IF BATCH-COMPLETED = 1
                   PERFORM CLEAR-BATCH-CHECKPOINT
               END-IF
               PERFORM APPEND-USAGE-REPORT
           ELSE
               DISPLAY "Stock not written back - no usage logged to "
                   "MATUSAGE.TXT this session."
           END-IF.

       APPEND-USAGE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN INPUT MATUSAGE-FILE.
           IF MATUSAGE-FILE-STATUS = "00"
      *Ask which shape to compute
               DISPLAY "[1] Circle  [2] Rectangle  [3] Triangle  "
                   WITH NO ADVANCING
               DISPLAY "[4] Part  [5] Scrap  (0 to exit): "
                   WITH NO ADVANCING
               ACCEPT SHAPE-CHOICE

               EVALUATE SHAPE-CHOICE
                   WHEN 0
                       MOVE 1 TO MENU-EXITED
                   WHEN 1
                       PERFORM ENTER-CIRCLE-DIMS
                   WHEN 2
                       PERFORM ENTER-RECTANGLE-DIMS
                   WHEN 3
                       PERFORM ENTER-TRIANGLE-DIMS
                   WHEN 4
                       PERFORM ENTER-PART
                   WHEN 5
                       PERFORM ENTER-SCRAP
                   WHEN OTHER
                       DISPLAY "Invalid shape choice."
                       MOVE 1 TO HAD-INVALID-INPUT
      *each record carries a shape code and its dimensions (C with a
      *radius, R with length and width, T with base and height) - and
      *dispatch each one to the matching compute paragraph, so a whole
      *cutting-list of mixed shapes can be run unattended. Each record
      *is checkpointed once it is fully posted; a resumed batch reads
      *past the records the unfinished one already posted.
       BATCH-MODE.
           MOVE 0 TO BATCH-COMPLETED.
           PERFORM CHECK-BATCH-CHECKPOINT.
           MOVE 0 TO END-OF-SHAPE-FILE.
           MOVE 0 TO BATCH-RECORD-NO.
           OPEN INPUT SHAPE-FILE.
           IF SHAPE-FILE-STATUS NOT = "00"
               DISPLAY "Could not open SHAPES.TXT for batch mode."
                       AT END
                           MOVE 1 TO END-OF-SHAPE-FILE
                       NOT AT END
                           ADD 1 TO BATCH-RECORD-NO
                           IF BATCH-RECORD-NO > BATCH-SKIP-COUNT
                               IF FUNCTION TRIM(SHAPE-RECORD)
                                       NOT = SPACES
                                   PERFORM PROCESS-SHAPE-RECORD
                                   DISPLAY " "
                               END-IF
      *                        A resume restarts at a part's P
      *                        record, never inside the part
                               IF PART-OPEN = 0
                                   PERFORM WRITE-BATCH-CHECKPOINT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHAPE-FILE
               IF PART-OPEN = 1
                   PERFORM DROP-UNCLOSED-PART
               END-IF
               MOVE 1 TO BATCH-COMPLETED
           END-IF.

      *Read BATCHCKP.DAT. A checkpoint with records posted means a
      *batch never finished: its usage is carried into this
      *session's stock whatever happens next (those records are on
      *the master and their material was cut), and if SHAPES.TXT
      *is still the same list the operator is offered a resume - a
      *suite run resumes without asking, the way it takes every
      *other answer from its configuration.
       CHECK-BATCH-CHECKPOINT.
           MOVE 0 TO CKPT-FOUND.
           MOVE 0 TO CKPT-DONE-COUNT.
           MOVE 0 TO CKPT-USAGE-COUNT.
           MOVE SPACES TO CKPT-LAST-RECORD.
           MOVE 0 TO BATCH-SKIP-COUNT.
           MOVE 0 TO BATCH-RESUMED.
           MOVE 0 TO BATCHCKP-EOF.
           OPEN INPUT BATCHCKP-FILE.
           IF BATCHCKP-FILE-STATUS = "00"
               PERFORM UNTIL BATCHCKP-EOF = 1
                   READ BATCHCKP-FILE
                       AT END
                           MOVE 1 TO BATCHCKP-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-CHECKPOINT-LINE
                   END-READ
               END-PERFORM
               CLOSE BATCHCKP-FILE
           END-IF.
           IF CKPT-FOUND = 1
               PERFORM VERIFY-CHECKPOINT-LIST
      *        With SHAPES.TXT unreadable the batch cannot run at
      *        all; the checkpoint is left exactly as it is
               IF CKPT-SHAPES-OPEN = 1
                   PERFORM APPLY-CHECKPOINT-USAGE
                   PERFORM OFFER-BATCH-RESUME
               END-IF
           END-IF.

       TAKE-ONE-CHECKPOINT-LINE.
           EVALUATE TRUE
               WHEN BATCHCKP-RECORD(1:5) = "DONE="
                   IF BATCHCKP-RECORD(6:6) IS NUMERIC
                       MOVE BATCHCKP-RECORD(6:6) TO CKPT-DONE-COUNT
                       MOVE BATCHCKP-RECORD(18:8) TO CKPT-DATE
                       MOVE BATCHCKP-RECORD(44:8) TO CKPT-OPER
                       IF CKPT-DONE-COUNT > 0
                           MOVE 1 TO CKPT-FOUND
                       END-IF
                   END-IF
               WHEN BATCHCKP-RECORD(1:5) = "LAST="
                   MOVE BATCHCKP-RECORD(6:40) TO CKPT-LAST-RECORD
               WHEN BATCHCKP-RECORD(1:4) = "MAT="
                   MOVE BATCHCKP-RECORD(15:12) TO CKPT-USED-TEXT
                   IF FUNCTION TEST-NUMVAL(CKPT-USED-TEXT) = 0
                           AND CKPT-USAGE-COUNT < 20
                       ADD 1 TO CKPT-USAGE-COUNT
                       MOVE BATCHCKP-RECORD(5:4)
                           TO CK-MAT(CKPT-USAGE-COUNT)
                       MOVE FUNCTION NUMVAL(CKPT-USED-TEXT)
                           TO CK-USED(CKPT-USAGE-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Is SHAPES.TXT still the list the checkpoint was taken on -
      *does its record at the checkpointed position read the same?
       VERIFY-CHECKPOINT-LIST.
           MOVE 0 TO CKPT-SHAPES-OPEN.
           MOVE 0 TO CKPT-LIST-MATCHES.
           MOVE 0 TO END-OF-SHAPE-FILE.
           MOVE 0 TO BATCH-RECORD-NO.
           OPEN INPUT SHAPE-FILE.
           IF SHAPE-FILE-STATUS = "00"
               MOVE 1 TO CKPT-SHAPES-OPEN
               PERFORM UNTIL END-OF-SHAPE-FILE = 1
                       OR BATCH-RECORD-NO >= CKPT-DONE-COUNT
                   READ SHAPE-FILE
                       AT END
                           MOVE 1 TO END-OF-SHAPE-FILE
                       NOT AT END
                           ADD 1 TO BATCH-RECORD-NO
                   END-READ
               END-PERFORM
               IF BATCH-RECORD-NO = CKPT-DONE-COUNT
                       AND SHAPE-RECORD = CKPT-LAST-RECORD
                   MOVE 1 TO CKPT-LIST-MATCHES
               END-IF
               CLOSE SHAPE-FILE
           END-IF.
           MOVE 0 TO END-OF-SHAPE-FILE.
           MOVE 0 TO BATCH-RECORD-NO.

      *Put the unfinished batch's usage into this session's stock,
      *so the session-end write-back finally records it. A material
      *no longer stocked cannot take it, and the operator is told
      *to adjust the rack by hand.
       APPLY-CHECKPOINT-USAGE.
           MOVE 0 TO CKPT-USAGE-IDX.
           PERFORM UNTIL CKPT-USAGE-IDX >= CKPT-USAGE-COUNT
               ADD 1 TO CKPT-USAGE-IDX
               MOVE CK-USED(CKPT-USAGE-IDX) TO CKPT-USED-DISPLAY
               MOVE 0 TO MAT-FOUND
               MOVE 0 TO MAT-IDX
               PERFORM UNTIL MAT-FOUND = 1
                       OR MAT-IDX >= MATERIAL-COUNT
                   ADD 1 TO MAT-IDX
                   IF MAT-CODE(MAT-IDX) = CK-MAT(CKPT-USAGE-IDX)
                       MOVE 1 TO MAT-FOUND
                   END-IF
               END-PERFORM
               IF MAT-FOUND = 1 AND STOCK-ENABLED = 1
                       AND MAT-HAS-STOCK(MAT-IDX) = 1
                   SUBTRACT CK-USED(CKPT-USAGE-IDX)
                       FROM MAT-STOCK(MAT-IDX)
                   ADD CK-USED(CKPT-USAGE-IDX)
                       TO MAT-CONSUMED(MAT-IDX)
                   DISPLAY "Carrying "
                       FUNCTION TRIM(CKPT-USED-DISPLAY LEADING)
                       " of " CK-MAT(CKPT-USAGE-IDX)
                       " used by the unfinished batch into this "
                       "session's stock."
               ELSE
                   DISPLAY "The unfinished batch used "
                       FUNCTION TRIM(CKPT-USED-DISPLAY LEADING)
                       " of " CK-MAT(CKPT-USAGE-IDX)
                       ", which is not stocked this session - "
                       "adjust MATSTOCK.DAT by hand."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-PERFORM.

       OFFER-BATCH-RESUME.
           MOVE CKPT-DONE-COUNT TO CKPT-COUNT-DISPLAY.
           DISPLAY " ".
           IF CKPT-LIST-MATCHES = 0
               DISPLAY "A SHAPES.TXT batch from " CKPT-DATE
                   " stopped after record "
                   FUNCTION TRIM(CKPT-COUNT-DISPLAY LEADING)
                   ", but SHAPES.TXT no longer matches it - the "
                   "list runs from the top."
           ELSE
               IF SUITE-DRIVEN = 1
                   MOVE "Y" TO CKPT-ANSWER
               ELSE
                   DISPLAY "A SHAPES.TXT batch from " CKPT-DATE
                       " (operator " FUNCTION TRIM(CKPT-OPER)
                       ") stopped after record "
                       FUNCTION TRIM(CKPT-COUNT-DISPLAY LEADING)
                       " of the list."
                   DISPLAY "Resume it now? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT CKPT-ANSWER
               END-IF
               IF CKPT-ANSWER = "Y" OR CKPT-ANSWER = "y"
                   MOVE CKPT-DONE-COUNT TO BATCH-SKIP-COUNT
                   MOVE 1 TO BATCH-RESUMED
                   DISPLAY "Resuming after record "
                       FUNCTION TRIM(CKPT-COUNT-DISPLAY LEADING)
                       " - the records before it were posted and "
                       "are skipped."
               ELSE
                   DISPLAY "Running the list from the top - records "
                       "1-" FUNCTION TRIM(CKPT-COUNT-DISPLAY LEADING)
                       " will post a second time."
               END-IF
           END-IF.

      *Rewrite the checkpoint after a record is fully posted: how
      *many records are done, the last of them, and every material's
      *usage so far (carried-in usage included), none of which is
      *on MATSTOCK.DAT until the session-end write-back
       WRITE-BATCH-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN OUTPUT BATCHCKP-FILE.
           MOVE "BATCHCKP.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE SPACES TO CKPT-LINE.
           STRING
               "DONE=" BATCH-RECORD-NO
               " DATE=" WS-TIMESTAMP(1:8)
               " TIME=" WS-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO CKPT-LINE.
           MOVE CKPT-LINE TO BATCHCKP-RECORD.
           WRITE BATCHCKP-RECORD.
           MOVE BATCHCKP-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE SPACES TO CKPT-LINE.
           STRING "LAST=" SHAPE-RECORD
               DELIMITED BY SIZE INTO CKPT-LINE.
           MOVE CKPT-LINE TO BATCHCKP-RECORD.
           WRITE BATCHCKP-RECORD.
           MOVE BATCHCKP-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE 0 TO MAT-IDX.
           PERFORM UNTIL MAT-IDX >= MATERIAL-COUNT
               ADD 1 TO MAT-IDX
               IF MAT-CONSUMED(MAT-IDX) > 0
                   MOVE MAT-CONSUMED(MAT-IDX) TO CKPT-USED-DISPLAY
                   MOVE SPACES TO CKPT-LINE
                   STRING "MAT=" MAT-CODE(MAT-IDX)
                       " USED=" CKPT-USED-DISPLAY
                       DELIMITED BY SIZE INTO CKPT-LINE
                   MOVE CKPT-LINE TO BATCHCKP-RECORD
                   WRITE BATCHCKP-RECORD
                   MOVE BATCHCKP-FILE-STATUS TO ERR-STATUS
                   PERFORM CHECK-IO-STATUS
               END-IF
           END-PERFORM.
           CLOSE BATCHCKP-FILE.

      *An empty BATCHCKP.DAT means no batch is waiting to resume
       CLEAR-BATCH-CHECKPOINT.
           OPEN OUTPUT BATCHCKP-FILE.
           CLOSE BATCHCKP-FILE.

      *Pull one SHAPES.TXT record apart into its shape code and
      *dimensions, validate them the same way manual entry is
      *validated, and run the matching compute paragraph. A record
      *with an unknown code or a bad dimension is rejected and
      *reported, the way VALIDATE-RADIUS-INPUT rejections already are.
      *The P, O, X and E records of a composite part are sorted out
      *here first; an O or X record's shape is then run through
      *PROCESS-SHAPE-TEXT like any other.
       PROCESS-SHAPE-RECORD.
           MOVE FUNCTION TRIM(SHAPE-RECORD LEADING) TO SHAPE-TEXT.
           MOVE SPACES TO PART-TOKEN.
           UNSTRING SHAPE-TEXT DELIMITED BY ALL SPACES
               INTO PART-TOKEN.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(PART-TOKEN))
               WHEN "P"
                   IF QUOTE-ACTIVE = 1
                       DISPLAY "Skipping part record "
                           FUNCTION TRIM(SHAPE-RECORD)
                           " - composite parts are not quoted."
                       MOVE 1 TO HAD-INVALID-INPUT
                   ELSE
                       PERFORM OPEN-BATCH-PART
                   END-IF
               WHEN "O"
               WHEN "X"
                   IF QUOTE-ACTIVE = 0
                       PERFORM TAKE-PART-SHAPE-RECORD
                   END-IF
               WHEN "E"
                   IF QUOTE-ACTIVE = 0
                       PERFORM CLOSE-BATCH-PART
                   END-IF
               WHEN OTHER
                   IF PART-OPEN = 1
                       PERFORM DROP-UNCLOSED-PART
                   END-IF
                   PERFORM PROCESS-SHAPE-TEXT
           END-EVALUATE.

      *A P record opens a part: its ID (up to 8 characters), the
      *material it is cut from and, optionally, its job. A part
      *left open by a missing E record is dropped first.
       OPEN-BATCH-PART.
           IF PART-OPEN = 1
               PERFORM DROP-UNCLOSED-PART
           END-IF.
           PERFORM RESET-PART.
           MOVE 1 TO PART-OPEN.
           MOVE SPACES TO PART-ID-INPUT.
           MOVE SPACES TO MAT-TOKEN-INPUT.
           MOVE SPACES TO JOB-TOKEN-INPUT.
           UNSTRING SHAPE-TEXT DELIMITED BY ALL SPACES
               INTO PART-TOKEN PART-ID-INPUT MAT-TOKEN-INPUT
                   JOB-TOKEN-INPUT.
           IF PART-ID-INPUT = SPACES
                   OR FUNCTION LENGTH(FUNCTION TRIM(PART-ID-INPUT))
                       > 8
               DISPLAY "Skipping part record "
                   FUNCTION TRIM(SHAPE-RECORD)
                   " - part ID must be 1 to 8 characters."
               MOVE 1 TO HAD-INVALID-INPUT
               MOVE 1 TO PART-BAD
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PART-ID-INPUT))
                   TO PART-ID
               MOVE FUNCTION TRIM(MAT-TOKEN-INPUT) TO PART-MAT-CODE
               MOVE FUNCTION TRIM(JOB-TOKEN-INPUT) TO PART-JOB-NO
           END-IF.

      *An O or X record: the shape behind the record type is
      *computed as the part's outer blank or as one of its cut-outs.
      *A part with a rejected shape is not posted at its E record.
       TAKE-PART-SHAPE-RECORD.
           IF PART-OPEN = 0
               DISPLAY "Skipping record "
                   FUNCTION TRIM(SHAPE-RECORD)
                   " - outer and cut-out records belong inside a part."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               IF PART-BAD = 0
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PART-TOKEN))
                       TO PART-ROLE
                   IF PART-ROLE = "O" AND PART-HAS-OUTER = 1
                       DISPLAY "Part " FUNCTION TRIM(PART-ID)
                           " already has an outer shape - record "
                           FUNCTION TRIM(SHAPE-RECORD) " rejected."
                       MOVE 1 TO PART-BAD
                   END-IF
                   IF PART-ROLE = "X" AND PART-HAS-OUTER = 0
                       DISPLAY "Part " FUNCTION TRIM(PART-ID)
                           " has a cut-out before its outer shape - "
                           "record " FUNCTION TRIM(SHAPE-RECORD)
                           " rejected."
                       MOVE 1 TO PART-BAD
                   END-IF
                   IF PART-BAD = 0
                       MOVE PART-CUT-COUNT TO PART-CUTS-BEFORE
                       MOVE 1 TO PART-TEXT-PTR
                       UNSTRING SHAPE-TEXT DELIMITED BY ALL SPACES
                           INTO PART-TOKEN
                           WITH POINTER PART-TEXT-PTR
                       MOVE SPACES TO SHAPE-TEXT-HOLD
                       IF PART-TEXT-PTR <= 40
                           MOVE SHAPE-TEXT(PART-TEXT-PTR:)
                               TO SHAPE-TEXT-HOLD
                       END-IF
                       MOVE SHAPE-TEXT-HOLD TO SHAPE-TEXT
                       PERFORM PROCESS-SHAPE-TEXT
                       IF PART-ROLE = "O" AND PART-HAS-OUTER = 0
                           MOVE 1 TO PART-BAD
                       END-IF
                       IF PART-ROLE = "X"
                               AND PART-CUT-COUNT = PART-CUTS-BEFORE
                           MOVE 1 TO PART-BAD
                       END-IF
                   END-IF
                   MOVE SPACE TO PART-ROLE
               END-IF
           END-IF.

      *An E record ends the part and posts it
       CLOSE-BATCH-PART.
           IF PART-OPEN = 0
               DISPLAY "Skipping record "
                   FUNCTION TRIM(SHAPE-RECORD)
                   " - end-of-part record outside a part."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE 0 TO PART-OPEN
               IF PART-BAD = 1
                   DISPLAY "Part " FUNCTION TRIM(PART-ID)
                       " not posted - one of its records was "
                       "rejected."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   MOVE PART-MAT-CODE TO CURRENT-MAT-CODE
                   MOVE PART-JOB-NO TO CURRENT-JOB-NO
                   PERFORM POST-PART
               END-IF
           END-IF.

      *A part with no E record before the next shape, part or the
      *end of the list is not posted
       DROP-UNCLOSED-PART.
           IF PART-ID = SPACES
               DISPLAY "Part record has no E record - not posted."
           ELSE
               DISPLAY "Part " FUNCTION TRIM(PART-ID)
                   " has no E record - not posted."
           END-IF.
           MOVE 1 TO HAD-INVALID-INPUT.
           MOVE 0 TO PART-OPEN.
           MOVE SPACE TO PART-ROLE.

       RESET-PART.
           MOVE 0 TO PART-BAD.
           MOVE SPACE TO PART-ROLE.
           MOVE SPACES TO PART-ID.
           MOVE SPACES TO PART-MAT-CODE.
           MOVE SPACES TO PART-JOB-NO.
           MOVE 0 TO PART-HAS-OUTER.
           MOVE 0 TO PART-GROSS-AREA.
           MOVE 0 TO PART-CUT-AREA.
           MOVE SPACES TO PART-OUTER-DIMS.
           MOVE 0 TO PART-CUT-COUNT.
           MOVE SPACES TO PART-CUT-TABLE.

      *Manual entry of a part: its ID, the outer shape, then
      *cut-outs until the operator enters 0 (five at most); the
      *material and job are asked for when the part is costed
       ENTER-PART.
           PERFORM RESET-PART.
           DISPLAY "Part ID (up to 8 characters): " WITH NO ADVANCING.
           ACCEPT PART-ID-INPUT.
           IF PART-ID-INPUT = SPACES
                   OR FUNCTION LENGTH(FUNCTION TRIM(PART-ID-INPUT))
                       > 8
               DISPLAY "Part ID must be 1 to 8 characters."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PART-ID-INPUT))
                   TO PART-ID
               MOVE "O" TO PART-ROLE
               DISPLAY "Outer shape [1] Circle  [2] Rectangle  "
                   "[3] Triangle: " WITH NO ADVANCING
               ACCEPT SHAPE-CHOICE
               PERFORM ENTER-PART-SHAPE
               IF PART-HAS-OUTER = 0
                   DISPLAY "Part " FUNCTION TRIM(PART-ID)
                       " has no outer shape - not posted."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   MOVE "X" TO PART-ROLE
                   MOVE 0 TO PART-CUTS-DONE
                   PERFORM ENTER-PART-CUT-OUT
                       UNTIL PART-CUTS-DONE = 1
                   MOVE SPACE TO PART-ROLE
                   PERFORM POST-PART
               END-IF
           END-IF.
           MOVE SPACE TO PART-ROLE.

       ENTER-PART-CUT-OUT.
           IF PART-CUT-COUNT >= 5
               MOVE 1 TO PART-CUTS-DONE
           ELSE
               DISPLAY "Cut-out [1] Circle  [2] Rectangle  "
                   "[3] Triangle  (0 when done): " WITH NO ADVANCING
               ACCEPT SHAPE-CHOICE
               IF SHAPE-CHOICE = 0
                   MOVE 1 TO PART-CUTS-DONE
               ELSE
                   PERFORM ENTER-PART-SHAPE
               END-IF
           END-IF.

       ENTER-PART-SHAPE.
           EVALUATE SHAPE-CHOICE
               WHEN 1
                   PERFORM ENTER-CIRCLE-DIMS
               WHEN 2
                   PERFORM ENTER-RECTANGLE-DIMS
               WHEN 3
                   PERFORM ENTER-TRIANGLE-DIMS
               WHEN OTHER
                   DISPLAY "Invalid shape choice."
                   MOVE 1 TO HAD-INVALID-INPUT
           END-EVALUATE.

      *Hold the shape just computed for the part being built: the
      *outer blank, or one more cut-out
       STORE-PART-SHAPE.
           IF PART-ROLE = "O"
               MOVE CURRENT-AREA TO PART-GROSS-AREA
               MOVE WS-LOG-DIMS TO PART-OUTER-DIMS
               MOVE 1 TO PART-HAS-OUTER
           ELSE
               IF PART-CUT-COUNT >= 5
                   DISPLAY "Part " FUNCTION TRIM(PART-ID)
                       " already has 5 cut-outs - no more are taken."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   ADD 1 TO PART-CUT-COUNT
                   MOVE QS-CODE-HOLD TO PCUT-CODE(PART-CUT-COUNT)
                   MOVE CURRENT-UNIT TO PCUT-UNIT(PART-CUT-COUNT)
                   MOVE QS-DIM1-HOLD TO PCUT-DIM1(PART-CUT-COUNT)
                   MOVE QS-DIM2-HOLD TO PCUT-DIM2(PART-CUT-COUNT)
                   ADD CURRENT-AREA TO PART-CUT-AREA
               END-IF
           END-IF.

      *Cost, tag and log a finished part as one result: the net area
      *(outer blank less its cut-outs) is what is priced and logged
      *under shape PART with the outer shape's dims
       POST-PART.
           IF PART-CUT-COUNT = 0
               DISPLAY "Part " FUNCTION TRIM(PART-ID)
                   " has no cut-outs - not posted; enter a plain "
                   "shape instead."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               IF PART-CUT-AREA >= PART-GROSS-AREA
                   DISPLAY "Part " FUNCTION TRIM(PART-ID)
                       " - the cut-outs take the whole outer shape;"
                       " not posted."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   COMPUTE CURRENT-AREA =
                       PART-GROSS-AREA - PART-CUT-AREA
                   MOVE CURRENT-AREA TO S-AREA
                   MOVE PART-GROSS-AREA TO PART-AREA-DISPLAY
                   DISPLAY "The net area of part "
                       FUNCTION TRIM(PART-ID) " is "
                       FUNCTION TRIM(S-AREA LEADING)
                       " (outer blank "
                       FUNCTION TRIM(PART-AREA-DISPLAY LEADING) ")."
                   MOVE "PART" TO WS-LOG-SHAPE
                   MOVE PART-OUTER-DIMS TO WS-LOG-DIMS
                   MOVE CURRENT-AREA TO WS-LOG-AREA
                   MOVE 1 TO PART-POSTING
                   PERFORM APPLY-MATERIAL-COST
                   PERFORM APPLY-JOB-TAG
                   PERFORM LOG-RESULT
                   MOVE 0 TO PART-POSTING
               END-IF
           END-IF.

      *Pull one shape apart into its code and dimensions and run the
      *matching compute paragraph
       PROCESS-SHAPE-TEXT.
           MOVE SPACES TO SHAPE-CODE-INPUT.
           MOVE SPACES TO UNIT-TOKEN-INPUT.
           MOVE SPACES TO DIM1-INPUT.
           MOVE SPACES TO DIM2-INPUT.
           MOVE SPACES TO MAT-TOKEN-INPUT.
           MOVE SPACES TO JOB-TOKEN-INPUT.
           UNSTRING SHAPE-TEXT DELIMITED BY ALL SPACES
               INTO SHAPE-CODE-INPUT UNIT-TOKEN-INPUT DIM1-INPUT
                   DIM2-INPUT MAT-TOKEN-INPUT JOB-TOKEN-INPUT.

               WHEN OTHER
                   DISPLAY "Skipping record "
                       FUNCTION TRIM(SHAPE-RECORD)
                       " - shape code must be C, R, T or P."
                   MOVE 1 TO HAD-INVALID-INPUT
           END-EVALUATE.

           STRING "RADIUS=" WS-RESULT-RAD CURRENT-UNIT
               DELIMITED BY SIZE INTO WS-LOG-DIMS.
           MOVE CURRENT-AREA TO WS-LOG-AREA.
           MOVE "C" TO QS-CODE-HOLD.
           MOVE RAD TO QS-DIM1-HOLD.
           MOVE 0 TO QS-DIM2-HOLD.
      *    A quote run only accumulates the list's total area, and
      *    a shape that is part of a composite part is held for the
      *    part; costing, job tagging and all posting stand down
           EVALUATE TRUE
               WHEN QUOTE-ACTIVE = 1
                   ADD CURRENT-AREA TO QUOTE-TOTAL-AREA
                   ADD 1 TO QUOTE-SHAPE-COUNT
                   PERFORM STORE-QUOTE-SHAPE
               WHEN PART-ROLE NOT = SPACE
                   PERFORM STORE-PART-SHAPE
               WHEN OTHER
                   PERFORM APPLY-MATERIAL-COST
                   PERFORM APPLY-JOB-TAG
                   PERFORM LOG-RESULT
           END-EVALUATE.

      *Ask for a circle's radius (manual entry), then compute its
      *area; batch mode validates the radius from a SHAPES.TXT record
      *and goes straight to COMPUTE-AREA instead
       ENTER-CIRCLE-DIMS.
           PERFORM GET-UNIT-CHOICE.
           DISPLAY "Enter radius: " WITH NO ADVANCING.
           ACCEPT RAD-INPUT.
           PERFORM VALIDATE-RADIUS-INPUT.
           IF RAD-IS-VALID = 1
               PERFORM COMPUTE-AREA
           ELSE
               MOVE RADIUS-CEILING TO RADIUS-CEILING-DISPLAY
               DISPLAY "Radius must be a positive whole "
                   "number within 1-"
                   FUNCTION TRIM(RADIUS-CEILING-DISPLAY) "."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Compute for the circumference of the Circle, for the same radius
               " WID=" RECT-WID CURRENT-UNIT
               DELIMITED BY SIZE INTO WS-LOG-DIMS.
           MOVE CURRENT-AREA TO WS-LOG-AREA.
           MOVE "R" TO QS-CODE-HOLD.
           MOVE RECT-LEN TO QS-DIM1-HOLD.
           MOVE RECT-WID TO QS-DIM2-HOLD.
      *    A quote run only accumulates the list's total area, and
      *    a shape that is part of a composite part is held for the
      *    part; costing, job tagging and all posting stand down
           EVALUATE TRUE
               WHEN QUOTE-ACTIVE = 1
                   ADD CURRENT-AREA TO QUOTE-TOTAL-AREA
                   ADD 1 TO QUOTE-SHAPE-COUNT
                   PERFORM STORE-QUOTE-SHAPE
               WHEN PART-ROLE NOT = SPACE
                   PERFORM STORE-PART-SHAPE
               WHEN OTHER
                   PERFORM APPLY-MATERIAL-COST
                   PERFORM APPLY-JOB-TAG
                   PERFORM LOG-RESULT
           END-EVALUATE.

      *Ask for a triangle's dimensions (manual entry), then compute
      *its area; batch mode sets TRI-BASE/TRI-HEIGHT from a SHAPES.TXT
               " HEIGHT=" TRI-HEIGHT CURRENT-UNIT
               DELIMITED BY SIZE INTO WS-LOG-DIMS.
           MOVE CURRENT-AREA TO WS-LOG-AREA.
           MOVE "T" TO QS-CODE-HOLD.
           MOVE TRI-BASE TO QS-DIM1-HOLD.
           MOVE TRI-HEIGHT TO QS-DIM2-HOLD.
      *    A quote run only accumulates the list's total area, and
      *    a shape that is part of a composite part is held for the
      *    part; costing, job tagging and all posting stand down
           EVALUATE TRUE
               WHEN QUOTE-ACTIVE = 1
                   ADD CURRENT-AREA TO QUOTE-TOTAL-AREA
                   ADD 1 TO QUOTE-SHAPE-COUNT
                   PERFORM STORE-QUOTE-SHAPE
               WHEN PART-ROLE NOT = SPACE
                   PERFORM STORE-PART-SHAPE
               WHEN OTHER
                   PERFORM APPLY-MATERIAL-COST
                   PERFORM APPLY-JOB-TAG
                   PERFORM LOG-RESULT
           END-EVALUATE.

      *Append the shape just computed and its area to RESULTS.TXT so the
      *figure is still on hand after the session ends
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE RESULTS-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "S" TO LOGDIR-LOG.
           MOVE RESULTS-RECORD TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.
           IF PART-POSTING = 1
               PERFORM LOG-PART-LINE
           END-IF.

           IF RESMAST-ENABLED = 1
               PERFORM WRITE-MASTER-RESULT
           END-IF.

      *The PART= line behind a part's result: the part ID, the outer
      *blank's area (the stock it used) and each cut-out as shape
      *code/unit/dim1/dim2. It carries no SHAPE= or COST= tag, so
      *the reconciliations and control totals pass over it.
       LOG-PART-LINE.
           MOVE PART-GROSS-AREA TO PART-AREA-DISPLAY.
           MOVE SPACES TO PART-LINE.
           MOVE 1 TO PART-LINE-PTR.
           STRING
               "PART=" PART-ID
               " OUTER=" PART-AREA-DISPLAY
               " CUTS=" PART-CUT-COUNT
               DELIMITED BY SIZE INTO PART-LINE
               WITH POINTER PART-LINE-PTR.
           MOVE 0 TO PART-CUT-IDX.
           PERFORM UNTIL PART-CUT-IDX >= PART-CUT-COUNT
               ADD 1 TO PART-CUT-IDX
               STRING
                   " " PCUT-CODE(PART-CUT-IDX)
                   "/" PCUT-UNIT(PART-CUT-IDX)
                   "/" PCUT-DIM1(PART-CUT-IDX)
                   "/" PCUT-DIM2(PART-CUT-IDX)
                   DELIMITED BY SIZE INTO PART-LINE
                   WITH POINTER PART-LINE-PTR
           END-PERFORM.
           STRING
               " DATE=" WS-TIMESTAMP(1:8)
               " TIME=" WS-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO PART-LINE
               WITH POINTER PART-LINE-PTR.
           MOVE PART-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           MOVE RESULTS-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "S" TO LOGDIR-LOG.
           MOVE RESULTS-RECORD TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Record a bad cut as scrap against the result it was cut for.
      *The original must be on the live master and still stand (not
      *voided, not itself scrap); the reason must be an active code
      *on SCRAPRSN.DAT. Nothing is posted until the operator says so.
       ENTER-SCRAP.
           MOVE 0 TO SCRAP-OK.
           IF RESMAST-ENABLED = 0
               DISPLAY "Results master unavailable - scrap cannot be "
                   "recorded this session."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               IF SR-COUNT = 0
                   DISPLAY "No scrap reasons on SCRAPRSN.DAT - scrap "
                       "cannot be recorded."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   PERFORM GET-SCRAP-ORIGINAL
                   IF SCRAP-OK = 1
                       PERFORM GET-SCRAP-REASON
                   END-IF
                   IF SCRAP-OK = 1
                       DISPLAY "Record this cut as scrap (Y/N)? "
                           WITH NO ADVANCING
                       ACCEPT SCRAP-ANSWER
                       IF SCRAP-ANSWER = "Y" OR SCRAP-ANSWER = "y"
                           PERFORM POST-SCRAP
                       ELSE
                           DISPLAY "Nothing recorded."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Read the original result back by its sequence number and
      *hold it whole for the scrap record
       GET-SCRAP-ORIGINAL.
           DISPLAY "Sequence number of the original result: "
               WITH NO ADVANCING.
           ACCEPT SCRAP-SEQ-INPUT.
           IF FUNCTION TRIM(SCRAP-SEQ-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(SCRAP-SEQ-INPUT)
                   TO SCRAP-SEQ-NUMERIC
               IF SCRAP-SEQ-NUMERIC >= 1
                       AND SCRAP-SEQ-NUMERIC <= 999999
                   MOVE SCRAP-SEQ-NUMERIC TO RM-SEQ
                   READ RESMAST-FILE
                       INVALID KEY
                           DISPLAY "No result with sequence "
                               FUNCTION TRIM(SCRAP-SEQ-INPUT)
                               " on the live master."
                           MOVE 1 TO HAD-INVALID-INPUT
                       NOT INVALID KEY
                           PERFORM CHECK-SCRAP-ORIGINAL
                   END-READ
               ELSE
                   DISPLAY "Sequence number must be within "
                       "1-999999."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           ELSE
               DISPLAY "Sequence number must be numeric."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *A second bad cut is scrap against the same original, never
      *scrap of scrap, so the quality report ties every bad cut to
      *the production result it was meant to be
       CHECK-SCRAP-ORIGINAL.
           MOVE RM-SEQ TO SCRAP-SEQ-DISPLAY.
           IF RM-VOID-FLAG = "V"
               DISPLAY "Result " FUNCTION TRIM(SCRAP-SEQ-DISPLAY)
                   " was voided on " RM-VOID-DATE
                   " - scrap cannot be recorded against it."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               IF RM-SCRAP-FLAG = "S"
                   MOVE RM-SCRAP-OF TO SCRAP-SEQ-DISPLAY
                   DISPLAY "That result is itself scrap - record it "
                       "against the original, result "
                       FUNCTION TRIM(SCRAP-SEQ-DISPLAY) "."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   MOVE RM-AREA TO S-AREA
                   DISPLAY "Result " FUNCTION TRIM(SCRAP-SEQ-DISPLAY)
                       ": " FUNCTION TRIM(RM-SHAPE) " "
                       FUNCTION TRIM(RM-DIMS) " AREA="
                       FUNCTION TRIM(S-AREA LEADING) " MAT=" RM-MAT
                       " JOB=" FUNCTION TRIM(RM-JOB)
                       " cut " RM-DATE " by "
                       FUNCTION TRIM(RM-OPER)
                   MOVE RM-SEQ TO SCRAP-ORIG-SEQ
                   MOVE RESMAST-RECORD TO SCRAP-HOLD-RECORD
                   MOVE 1 TO SCRAP-OK
               END-IF
           END-IF.

      *List the active reasons and take one
       GET-SCRAP-REASON.
           MOVE 0 TO SCRAP-OK.
           DISPLAY "Scrap reasons:".
           MOVE 0 TO SR-IDX.
           PERFORM UNTIL SR-IDX >= SR-COUNT
               ADD 1 TO SR-IDX
               IF SR-STATUS(SR-IDX) = "A"
                   DISPLAY "  " SR-CODE(SR-IDX) "  " SR-DESC(SR-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "Reason code: " WITH NO ADVANCING.
           ACCEPT SR-LOOKUP-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SR-LOOKUP-CODE))
               TO SR-LOOKUP-CODE.
           PERFORM FIND-SCRAP-REASON.
           IF SR-FOUND = 1 AND SR-STATUS(SR-IDX) = "A"
               MOVE SR-CODE(SR-IDX) TO SCRAP-REASON
               MOVE 1 TO SCRAP-OK
           ELSE
               IF SR-FOUND = 1
                   DISPLAY "Reason " FUNCTION TRIM(SR-LOOKUP-CODE)
                       " is retired - nothing recorded."
               ELSE
                   DISPLAY "Unknown reason code "
                       FUNCTION TRIM(SR-LOOKUP-CODE)
                       " - nothing recorded."
               END-IF
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Cost and post the scrap: the original's area at today's
      *price, the stock consumed again (a part's whole outer blank,
      *as when it was first cut), a SCRAP= line in RESULTS.TXT and
      *a scrap record on the master. A material no longer priced
      *cannot be costed, so nothing is posted for it.
       POST-SCRAP.
           MOVE SCRAP-HOLD-RECORD TO RESMAST-RECORD.
           MOVE RM-AREA TO CURRENT-AREA.
           MOVE RM-SHAPE TO WS-LOG-SHAPE.
           MOVE RM-DIMS TO WS-LOG-DIMS.
           MOVE CURRENT-AREA TO WS-LOG-AREA.
           MOVE RM-JOB TO WS-LOG-JOB.
           MOVE 0 TO MAT-COST.
           MOVE "NONE" TO WS-LOG-MAT.
           MOVE 1 TO MAT-FOUND.
           IF RM-MAT NOT = "NONE" AND RM-MAT NOT = SPACES
               MOVE RM-MAT TO CURRENT-MAT-CODE
               PERFORM LOOKUP-MATERIAL
           END-IF.
           IF MAT-FOUND = 0
               DISPLAY "Material " FUNCTION TRIM(CURRENT-MAT-CODE)
                   " has no price in force today - scrap not "
                   "recorded."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               IF RM-MAT NOT = "NONE" AND RM-MAT NOT = SPACES
                   COMPUTE MAT-COST ROUNDED =
                       CURRENT-AREA * MAT-PRICE(MAT-IDX)
                   MOVE CURRENT-MAT-CODE TO WS-LOG-MAT
                   ADD MAT-COST TO SESSION-COST-TOTAL
                   IF RM-SHAPE = "PART"
                       MOVE RM-PART-GROSS TO PART-GROSS-AREA
                       MOVE 1 TO PART-POSTING
                   END-IF
                   PERFORM POST-MATERIAL-USAGE
                   MOVE 0 TO PART-POSTING
                   MOVE 0 TO PART-GROSS-AREA
               END-IF
               MOVE MAT-COST TO WS-LOG-COST
               MOVE MAT-COST TO S-MAT-COST
               DISPLAY "Scrap cost is "
                   FUNCTION TRIM(S-MAT-COST LEADING) "."
               PERFORM LOG-SCRAP-LINE
               PERFORM WRITE-SCRAP-RECORD
           END-IF.

      *The SCRAP= line: the original's sequence number and the
      *reason ahead of the same fields a result line carries, the
      *padding trimmed so it fits the line. It has no SHAPE= tag,
      *so RESRECON and RESSYNC pass over it, while DAYCLOSE still
      *totals its COST=.
       LOG-SCRAP-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SCRAP-ORIG-SEQ TO SCRAP-SEQ-DISPLAY.
           MOVE SPACES TO SCRAP-LINE.
           STRING
               "SCRAP=" FUNCTION TRIM(SCRAP-SEQ-DISPLAY)
               " REASON=" SCRAP-REASON
               " " FUNCTION TRIM(WS-LOG-SHAPE)
               " " FUNCTION TRIM(WS-LOG-DIMS)
               " AREA=" FUNCTION TRIM(WS-LOG-AREA LEADING)
               " MAT=" WS-LOG-MAT
               " COST=" FUNCTION TRIM(WS-LOG-COST LEADING)
               " JOB=" WS-LOG-JOB
               " DATE=" WS-TIMESTAMP(1:8)
               " TIME=" WS-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO SCRAP-LINE.
           MOVE SCRAP-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           MOVE "RESULTS.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE RESULTS-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "S" TO LOGDIR-LOG.
           MOVE RESULTS-RECORD TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Key the scrap record under the next sequence number: the
      *original's shape, dims, job and part fields, today's cost,
      *stamp and operator, and the scrap fields pointing back
       WRITE-SCRAP-RECORD.
           MOVE SCRAP-HOLD-RECORD TO RESMAST-RECORD.
           MOVE NEXT-RESULT-SEQ TO RM-SEQ.
           MOVE WS-LOG-MAT TO RM-MAT.
           MOVE MAT-COST TO RM-COST.
           MOVE WS-TIMESTAMP(1:8) TO RM-DATE.
           MOVE WS-TIMESTAMP(9:6) TO RM-TIME.
           MOVE OPERATOR-ID TO RM-OPER.
           MOVE SPACE TO RM-VOID-FLAG.
           MOVE 0 TO RM-VOID-DATE.
           MOVE SPACES TO RM-VOID-OPER.
           MOVE SPACES TO RM-VOID-REASON.
           MOVE "S" TO RM-SCRAP-FLAG.
           MOVE SCRAP-ORIG-SEQ TO RM-SCRAP-OF.
           MOVE SCRAP-REASON TO RM-SCRAP-REASON.
           WRITE RESMAST-RECORD
               INVALID KEY
                   DISPLAY "Could not key scrap " RM-SEQ
                       " into the results master."
               NOT INVALID KEY
                   MOVE RM-SEQ TO SCRAP-SEQ-DISPLAY
                   DISPLAY "Scrap recorded as result "
                       FUNCTION TRIM(SCRAP-SEQ-DISPLAY) "."
           END-WRITE.
           ADD 1 TO NEXT-RESULT-SEQ.

      *Read the same SHAPES.TXT cutting list batch mode reads, with
      *the same record validation, but price the whole list against
      *every material instead of posting anything. Since every
                   CLOSE SHAPE-FILE
                   COMPUTE QUOTE-REJECT-COUNT =
                       QUOTE-RECORD-COUNT - QUOTE-SHAPE-COUNT
                   PERFORM FIND-CHEAPEST-MATERIAL
                   IF QUOTE-SHAPE-COUNT > 0 AND QUOTE-BEST-IDX > 0
                       PERFORM GET-QUOTE-TERMS
                       PERFORM NEXT-QUOTE-NUMBER
                   END-IF
                   PERFORM WRITE-QUOTE-DOCUMENT
                   IF QUOTE-CHOSEN-IDX > 0
                       PERFORM APPEND-QUOTE-REGISTER
                   END-IF
               END-IF
           END-IF.

      *Keep the shape just priced for the priced list and the
      *register; a list longer than the table is still totalled,
      *but cannot be registered line by line
       STORE-QUOTE-SHAPE.
           IF QUOTE-SHAPE-IDX >= 200
               ADD 1 TO QUOTE-SHAPES-DROPPED
           ELSE
               ADD 1 TO QUOTE-SHAPE-IDX
               MOVE QS-CODE-HOLD TO QS-CODE(QUOTE-SHAPE-IDX)
               MOVE CURRENT-UNIT TO QS-UNIT(QUOTE-SHAPE-IDX)
               MOVE QS-DIM1-HOLD TO QS-DIM1(QUOTE-SHAPE-IDX)
               MOVE QS-DIM2-HOLD TO QS-DIM2(QUOTE-SHAPE-IDX)
               MOVE WS-LOG-SHAPE TO QS-SHAPE(QUOTE-SHAPE-IDX)
               MOVE WS-LOG-DIMS TO QS-DIMS(QUOTE-SHAPE-IDX)
               MOVE CURRENT-AREA TO QS-AREA(QUOTE-SHAPE-IDX)
           END-IF.

      *The cheapest active material for the whole list - what the
      *quote offers unless the customer asked for another
       FIND-CHEAPEST-MATERIAL.
           MOVE 0 TO QUOTE-BEST-IDX.
           MOVE 0 TO MAT-IDX.
           PERFORM UNTIL MAT-IDX >= MATERIAL-COUNT
               ADD 1 TO MAT-IDX
               IF MAT-STATUS(MAT-IDX) = "A"
                   COMPUTE QUOTE-COST ROUNDED =
                       QUOTE-TOTAL-AREA * MAT-PRICE(MAT-IDX)
                   IF QUOTE-BEST-IDX = 0
                           OR QUOTE-COST < QUOTE-BEST-COST
                       MOVE QUOTE-COST TO QUOTE-BEST-COST
                       MOVE MAT-IDX TO QUOTE-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *Who the quote is for, which material it is quoted in and
      *for how many days the price holds. The customer comes off
      *the customer master by number, bringing the markup and tier
      *the selling price is worked out with; a walk-in (blank) is
      *sold at cost. A suite-driven run has nobody to ask: it
      *quotes the cheapest material for 30 days, customer not
      *given.
       GET-QUOTE-TERMS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO QUOTE-TODAY.
           MOVE QUOTE-BEST-IDX TO QUOTE-CHOSEN-IDX.
           MOVE 30 TO QUOTE-DAYS.
           MOVE "NOT GIVEN" TO QUOTE-CUST.
           MOVE SPACES TO QUOTE-CUSTNO.
           MOVE SPACES TO QUOTE-CUST-TERMS.
           MOVE 0 TO SELL-MARKUP-PCT.
           MOVE 0 TO SELL-TIER.
           IF SUITE-DRIVEN = 0
               PERFORM LOAD-CUSTOMER-MASTER
               MOVE 0 TO QUOTE-TERMS-OK
               PERFORM UNTIL QUOTE-TERMS-OK = 1
                   DISPLAY "Customer number (blank if not on the "
                       "customer master): " WITH NO ADVANCING
                   ACCEPT QUOTE-CUST-INPUT
                   IF FUNCTION TRIM(QUOTE-CUST-INPUT) = SPACES
                       MOVE 1 TO QUOTE-TERMS-OK
                   ELSE
                       IF FUNCTION TRIM(QUOTE-CUST-INPUT) IS NUMERIC
                               AND FUNCTION LENGTH(FUNCTION TRIM(
                               QUOTE-CUST-INPUT)) <= 6
                           MOVE FUNCTION NUMVAL(QUOTE-CUST-INPUT)
                               TO QUOTE-CUSTNO-NUMERIC
                           MOVE QUOTE-CUSTNO-NUMERIC TO CUST-LOOKUP-NO
                           PERFORM FIND-CUSTOMER
                           IF CUSTOMER-FOUND = 1
                               MOVE CM-NO(CUSTOMER-IDX) TO QUOTE-CUSTNO
                               MOVE CM-NAME(CUSTOMER-IDX) TO QUOTE-CUST
                               MOVE CM-TERMS(CUSTOMER-IDX)
                                   TO QUOTE-CUST-TERMS
                               MOVE CM-MARKUP(CUSTOMER-IDX)
                                   TO SELL-MARKUP-PCT
                               MOVE CM-TIER(CUSTOMER-IDX) TO SELL-TIER
                               DISPLAY "Quoting for "
                                   FUNCTION TRIM(QUOTE-CUST) "."
                               MOVE 1 TO QUOTE-TERMS-OK
                           ELSE
                               DISPLAY "Customer " CUST-LOOKUP-NO
                                   " is not on the customer master."
                               MOVE 1 TO HAD-INVALID-INPUT
                           END-IF
                       ELSE
                           DISPLAY "Customer number must be 1-6 "
                               "digits."
                           MOVE 1 TO HAD-INVALID-INPUT
                       END-IF
                   END-IF
               END-PERFORM

               MOVE 0 TO QUOTE-TERMS-OK
               PERFORM UNTIL QUOTE-TERMS-OK = 1
                   DISPLAY "Material quoted (blank for the cheapest, "
                       MAT-CODE(QUOTE-BEST-IDX) "): "
                       WITH NO ADVANCING
                   ACCEPT MAT-CODE-INPUT
                   IF FUNCTION TRIM(MAT-CODE-INPUT) = SPACES
                       MOVE QUOTE-BEST-IDX TO QUOTE-CHOSEN-IDX
                       MOVE 1 TO QUOTE-TERMS-OK
                   ELSE
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           MAT-CODE-INPUT)) TO CURRENT-MAT-CODE
                       MOVE 0 TO MAT-FOUND
                       MOVE 0 TO MAT-IDX
                       PERFORM UNTIL MAT-FOUND = 1
                               OR MAT-IDX >= MATERIAL-COUNT
                           ADD 1 TO MAT-IDX
                           IF MAT-CODE(MAT-IDX) = CURRENT-MAT-CODE
                                   AND MAT-STATUS(MAT-IDX) = "A"
                               MOVE 1 TO MAT-FOUND
                           END-IF
                       END-PERFORM
                       IF MAT-FOUND = 1
                           MOVE MAT-IDX TO QUOTE-CHOSEN-IDX
                           MOVE 1 TO QUOTE-TERMS-OK
                       ELSE
                           DISPLAY "Material "
                               FUNCTION TRIM(CURRENT-MAT-CODE)
                               " is not an active material."
                           MOVE 1 TO HAD-INVALID-INPUT
                       END-IF
                   END-IF
               END-PERFORM

               MOVE 0 TO QUOTE-TERMS-OK
               PERFORM UNTIL QUOTE-TERMS-OK = 1
                   DISPLAY "Days the price holds (1-365, blank for "
                       "30): " WITH NO ADVANCING
                   ACCEPT QUOTE-DAYS-INPUT
                   IF FUNCTION TRIM(QUOTE-DAYS-INPUT) = SPACES
                       MOVE 30 TO QUOTE-DAYS
                       MOVE 1 TO QUOTE-TERMS-OK
                   ELSE
                       IF FUNCTION TRIM(QUOTE-DAYS-INPUT) IS NUMERIC
                           MOVE FUNCTION NUMVAL(QUOTE-DAYS-INPUT)
                               TO QUOTE-DAYS-NUMERIC
                           IF QUOTE-DAYS-NUMERIC >= 1
                                   AND QUOTE-DAYS-NUMERIC <= 365
                               MOVE QUOTE-DAYS-NUMERIC TO QUOTE-DAYS
                               MOVE 1 TO QUOTE-TERMS-OK
                           END-IF
                       END-IF
                       IF QUOTE-TERMS-OK = 0
                           DISPLAY "Days must be a whole number "
                               "1-365."
                           MOVE 1 TO HAD-INVALID-INPUT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE QUOTE-VALID-UNTIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(QUOTE-TODAY) + QUOTE-DAYS).
           COMPUTE QUOTE-CHOSEN-COST ROUNDED =
               QUOTE-TOTAL-AREA * MAT-PRICE(QUOTE-CHOSEN-IDX).
           MOVE QUOTE-CHOSEN-COST TO SELL-COST.
           PERFORM PRICE-FOR-CUSTOMER.

      *The next quote number: one past the highest on the register
       NEXT-QUOTE-NUMBER.
           MOVE 0 TO QUOTE-LAST-NO.
           MOVE 0 TO QUOTEREG-EOF.
           OPEN INPUT QUOTEREG-FILE.
           IF QUOTEREG-FILE-STATUS = "00"
               PERFORM UNTIL QUOTEREG-EOF = 1
                   READ QUOTEREG-FILE
                       AT END
                           MOVE 1 TO QUOTEREG-EOF
                       NOT AT END
                           IF QUOTEREG-RECORD(1:6) = "QUOTE="
                                   AND QUOTEREG-RECORD(7:6) IS NUMERIC
                                   AND QUOTEREG-RECORD(7:6)
                                   > QUOTE-LAST-NO
                               MOVE QUOTEREG-RECORD(7:6)
                                   TO QUOTE-LAST-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTEREG-FILE
           END-IF.
           COMPUTE QUOTE-NO = QUOTE-LAST-NO + 1.

      *Append the quote to the register: the HEAD line with its
      *terms and totals, then one LINE per priced shape. A list too
      *long to keep line by line is not registered at all - a
      *register entry that cannot be converted would be worse than
      *none.
       APPEND-QUOTE-REGISTER.
           IF QUOTE-SHAPES-DROPPED > 0
               DISPLAY "Cutting list longer than 200 shapes - quote "
                   "written to QUOTE.TXT but not registered."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               OPEN INPUT QUOTEREG-FILE
               IF QUOTEREG-FILE-STATUS = "00"
                   CLOSE QUOTEREG-FILE
                   OPEN EXTEND QUOTEREG-FILE
               ELSE
                   OPEN OUTPUT QUOTEREG-FILE
               END-IF
               MOVE "QUOTEREG.DAT" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION

               MOVE MAT-PRICE(QUOTE-CHOSEN-IDX) TO S-MAT-COST
               MOVE QUOTE-TOTAL-AREA TO QUOTE-AREA-DISPLAY
               MOVE QUOTE-CHOSEN-COST TO QUOTE-COST-DISPLAY
               MOVE QUOTE-SHAPE-COUNT TO QUOTE-COUNT-DISPLAY
               IF QUOTE-CUSTNO = SPACES
                   MOVE "NONE" TO QUOTE-CUSTNO-TEXT
               ELSE
                   MOVE QUOTE-CUSTNO TO QUOTE-CUSTNO-TEXT
               END-IF
               MOVE SELL-MARKUP-PCT TO QUOTE-PCT-DISPLAY
               MOVE SELL-PRICE TO S-SESSION-COST
               MOVE SPACES TO QUOTEREG-LINE
               STRING
                   "QUOTE=" QUOTE-NO
                   " TYPE=HEAD DATE=" QUOTE-TODAY
                   " VALID=" QUOTE-VALID-UNTIL
                   " DAYS=" QUOTE-DAYS
                   " MAT=" MAT-CODE(QUOTE-CHOSEN-IDX)
                   " PRICE=" FUNCTION TRIM(S-MAT-COST LEADING)
                   " AREA=" FUNCTION TRIM(QUOTE-AREA-DISPLAY LEADING)
                   " TOTAL=" FUNCTION TRIM(QUOTE-COST-DISPLAY LEADING)
                   " SHAPES="
                   FUNCTION TRIM(QUOTE-COUNT-DISPLAY LEADING)
                   " OPER=" OPERATOR-ID
                   " CUSTNO=" QUOTE-CUSTNO-TEXT
                   " MARKUP=" FUNCTION TRIM(QUOTE-PCT-DISPLAY)
                   " TIER=" SELL-TIER
                   " SELL=" FUNCTION TRIM(S-SESSION-COST LEADING)
                   " CUST=" QUOTE-CUST
                   DELIMITED BY SIZE INTO QUOTEREG-LINE
               PERFORM WRITE-QUOTEREG-LINE

               MOVE 0 TO QUOTE-LINE-NO
               PERFORM UNTIL QUOTE-LINE-NO >= QUOTE-SHAPE-IDX
                   ADD 1 TO QUOTE-LINE-NO
                   COMPUTE QUOTE-LINE-COST ROUNDED =
                       QS-AREA(QUOTE-LINE-NO)
                       * MAT-PRICE(QUOTE-CHOSEN-IDX)
                   MOVE QS-AREA(QUOTE-LINE-NO)
                       TO QUOTE-LINE-AREA-DISPLAY
                   MOVE QUOTE-LINE-COST TO S-MAT-COST
                   MOVE SPACES TO QUOTEREG-LINE
                   STRING
                       "QUOTE=" QUOTE-NO
                       " TYPE=LINE NO=" QUOTE-LINE-NO
                       " SHAPE=" QS-CODE(QUOTE-LINE-NO)
                       " UNIT=" QS-UNIT(QUOTE-LINE-NO)
                       " DIM1=" QS-DIM1(QUOTE-LINE-NO)
                       " DIM2=" QS-DIM2(QUOTE-LINE-NO)
                       " AREA="
                       FUNCTION TRIM(QUOTE-LINE-AREA-DISPLAY LEADING)
                       " COST=" FUNCTION TRIM(S-MAT-COST LEADING)
                       DELIMITED BY SIZE INTO QUOTEREG-LINE
                   PERFORM WRITE-QUOTEREG-LINE
               END-PERFORM
               CLOSE QUOTEREG-FILE
               MOVE QUOTE-NO TO QUOTE-NO-DISPLAY
               DISPLAY "Quote " QUOTE-NO-DISPLAY
                   " kept on the quote register QUOTEREG.DAT."
           END-IF.

       WRITE-QUOTEREG-LINE.
           MOVE QUOTEREG-LINE TO QUOTEREG-RECORD.
           WRITE QUOTEREG-RECORD.
           MOVE QUOTEREG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *Write the quote document fresh: the run's stamp, what was
      *priced, one line per active material, and the cheapest
      *option - the answer sales actually asked for

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO QUOTE-LINE.
           IF QUOTE-CHOSEN-IDX > 0
               STRING
                   "MATERIAL QUOTATION " QUOTE-NO
                   " - RUN ON " WS-TIMESTAMP(1:8)
                   " AT " WS-TIMESTAMP(9:6)
                   " OPER=" OPERATOR-ID
                   DELIMITED BY SIZE INTO QUOTE-LINE
               PERFORM WRITE-QUOTE-LINE
               MOVE SPACES TO QUOTE-LINE
               IF QUOTE-CUSTNO = SPACES
                   STRING
                       "CUSTOMER: " QUOTE-CUST
                       "  VALID UNTIL: " QUOTE-VALID-UNTIL
                       DELIMITED BY SIZE INTO QUOTE-LINE
               ELSE
                   STRING
                       "CUSTOMER: " QUOTE-CUSTNO " " QUOTE-CUST
                       "  TERMS: " QUOTE-CUST-TERMS
                       "  VALID UNTIL: " QUOTE-VALID-UNTIL
                       DELIMITED BY SIZE INTO QUOTE-LINE
               END-IF
           ELSE
               STRING
                   "MATERIAL QUOTATION - RUN ON " WS-TIMESTAMP(1:8)
                   " AT " WS-TIMESTAMP(9:6)
                   " OPER=" OPERATOR-ID
                   DELIMITED BY SIZE INTO QUOTE-LINE
           END-IF.
           PERFORM WRITE-QUOTE-LINE.

           MOVE QUOTE-SHAPE-COUNT TO QUOTE-COUNT-DISPLAY.
               DELIMITED BY SIZE INTO QUOTE-LINE.
           PERFORM WRITE-QUOTE-LINE.

           MOVE 0 TO MAT-IDX.
           PERFORM UNTIL MAT-IDX >= MATERIAL-COUNT
               ADD 1 TO MAT-IDX
               PERFORM WRITE-QUOTE-LINE
           END-IF.

           IF QUOTE-CHOSEN-IDX > 0
               PERFORM WRITE-PRICED-LIST
           END-IF.

           CLOSE QUOTE-FILE.
           DISPLAY "Quote written to QUOTE.TXT.".

      *The cutting list priced line by line in the material quoted,
      *and the quote total the customer is offered
       WRITE-PRICED-LIST.
           MOVE SPACES TO QUOTE-LINE.
           PERFORM WRITE-QUOTE-LINE.
           MOVE MAT-PRICE(QUOTE-CHOSEN-IDX) TO S-MAT-COST.
           MOVE SPACES TO QUOTE-LINE.
           STRING
               "QUOTED IN: " MAT-CODE(QUOTE-CHOSEN-IDX) " ("
               FUNCTION TRIM(MAT-DESC(QUOTE-CHOSEN-IDX))
               ") AT " FUNCTION TRIM(S-MAT-COST LEADING)
               " PER SQ CM"
               DELIMITED BY SIZE INTO QUOTE-LINE.
           PERFORM WRITE-QUOTE-LINE.
           MOVE SPACES TO QUOTE-LINE.
           STRING
               "NO   SHAPE      DIMENSIONS                "
               "AREA        COST"
               DELIMITED BY SIZE INTO QUOTE-LINE.
           PERFORM WRITE-QUOTE-LINE.
           MOVE 0 TO QUOTE-LINE-NO.
           PERFORM UNTIL QUOTE-LINE-NO >= QUOTE-SHAPE-IDX
               ADD 1 TO QUOTE-LINE-NO
               COMPUTE QUOTE-LINE-COST ROUNDED =
                   QS-AREA(QUOTE-LINE-NO)
                   * MAT-PRICE(QUOTE-CHOSEN-IDX)
               MOVE QS-AREA(QUOTE-LINE-NO) TO QUOTE-LINE-AREA-DISPLAY
               MOVE QUOTE-LINE-COST TO S-MAT-COST
               MOVE SPACES TO QUOTE-LINE
               STRING
                   QUOTE-LINE-NO "  " QS-SHAPE(QUOTE-LINE-NO) "  "
                   QS-DIMS(QUOTE-LINE-NO) "  "
                   QUOTE-LINE-AREA-DISPLAY "  " S-MAT-COST
                   DELIMITED BY SIZE INTO QUOTE-LINE
               PERFORM WRITE-QUOTE-LINE
           END-PERFORM.
           IF QUOTE-SHAPES-DROPPED > 0
               MOVE QUOTE-SHAPES-DROPPED TO QUOTE-COUNT-DISPLAY
               MOVE SPACES TO QUOTE-LINE
               STRING
                   "(" FUNCTION TRIM(QUOTE-COUNT-DISPLAY LEADING)
                   " more shape(s) priced in the total, not listed)"
                   DELIMITED BY SIZE INTO QUOTE-LINE
               PERFORM WRITE-QUOTE-LINE
           END-IF.
           MOVE QUOTE-CHOSEN-COST TO QUOTE-COST-DISPLAY.
           MOVE SPACES TO QUOTE-LINE.
           STRING
               "MATERIAL COST: "
               FUNCTION TRIM(QUOTE-COST-DISPLAY LEADING)
               DELIMITED BY SIZE INTO QUOTE-LINE.
           PERFORM WRITE-QUOTE-LINE.
           MOVE SELL-MARKUP-PCT TO QUOTE-PCT-DISPLAY.
           MOVE SELL-MARKUP-AMT TO QUOTE-COST-DISPLAY.
           MOVE SPACES TO QUOTE-LINE.
           STRING
               "MARKUP " FUNCTION TRIM(QUOTE-PCT-DISPLAY) "%: "
               FUNCTION TRIM(QUOTE-COST-DISPLAY LEADING)
               DELIMITED BY SIZE INTO QUOTE-LINE.
           PERFORM WRITE-QUOTE-LINE.
           IF SELL-DISC-PCT > 0
               MOVE SELL-DISC-PCT TO QUOTE-PCT-DISPLAY
               MOVE SELL-DISC-AMT TO QUOTE-COST-DISPLAY
               MOVE SPACES TO QUOTE-LINE
               STRING
                   "LESS TIER " SELL-TIER " DISCOUNT "
                   FUNCTION TRIM(QUOTE-PCT-DISPLAY) "%: "
                   FUNCTION TRIM(QUOTE-COST-DISPLAY LEADING)
                   DELIMITED BY SIZE INTO QUOTE-LINE
               PERFORM WRITE-QUOTE-LINE
           END-IF.
           MOVE SELL-PRICE TO QUOTE-COST-DISPLAY.
           MOVE SPACES TO QUOTE-LINE.
           STRING
               "QUOTE TOTAL (SELLING PRICE): "
               FUNCTION TRIM(QUOTE-COST-DISPLAY LEADING)
               DELIMITED BY SIZE INTO QUOTE-LINE.
           PERFORM WRITE-QUOTE-LINE.

       WRITE-ONE-QUOTE-OPTION.
           COMPUTE QUOTE-COST ROUNDED =
               QUOTE-TOTAL-AREA * MAT-PRICE(MAT-IDX).
           MOVE MAT-PRICE(MAT-IDX) TO S-MAT-COST.
           MOVE QUOTE-COST TO QUOTE-COST-DISPLAY.
           MOVE SPACES TO QUOTE-LINE.
      *run as failed
       FLAG-IO-ABORT.
           CLOSE QUOTE-FILE.
           CLOSE QUOTEREG-FILE.
           CLOSE RESULTS-FILE.
           CLOSE MATSTOCK-FILE.
           CLOSE MATUSAGE-FILE.
           CLOSE BATCHCKP-FILE.
           IF RESMAST-ENABLED = 1
               CLOSE RESMAST-FILE
           END-IF.

           COPY ERRLOGP.

           COPY LOGDIRP.

           COPY CLOSECHKP.

           COPY CUSTMASTP.

           COPY SCRAPRSNP.
