      *            the tally tail ran past 200 and the history
      *            line was silently truncated, which RUNCOMP then
      *            misparsed. RUNCOMP reads the wider records too.
      *2025-11-18: A failed run can now be restarted from the step
      *            that stopped it. SUITERUN.DAT records each run's
      *            steps as they complete, with the RUNLOG entries
      *            each step left. When today's run has a failed or
      *            never-reached step, RESTART=Y in SUITECFG.TXT (or
      *            a Y at the attended prompt) reruns the same run:
      *            finished steps are skipped, the calendar and
      *            double-run guard are not applied again, and
      *            DAILYRUN.TXT and the run's own SUITEHIST.TXT line
      *            are rewritten as one run with a RESTART= time, so
      *            RUNCOMP sees one run instead of two. History
      *            records widened to 340 for the new tag.
      *2026-01-27: The new XREFCHK cross-master integrity check may
      *            now be a configured suite step; it hands back "F"
      *            on any orphan or dangling reference.
      *2026-02-03: Every line this program appends to ERRLOG.TXT is now
      *            also filed in the indexed log directory LOGDIR.DAT
      *            (shared LOGDIR/LOGDIRP copybooks), so the log queries
      *            can go straight to a day's lines instead of reading
      *            the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNALL.

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
           SELECT RUNCAL-FILE ASSIGN TO "RUNCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCAL-FILE-STATUS.
           SELECT SUITERUN-FILE ASSIGN TO "SUITERUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUITERUN-FILE-STATUS.
           SELECT HISTWORK-FILE ASSIGN TO "SHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTWORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ERRLOG-FILE.
       01 ERRLOG-RECORD PIC X(120).

       FD LOGDIR-FILE.
       01 LOGDIR-RECORD.
           02 LOGDIR-KEY PIC X(34).
           02 LOGDIR-LOG-KEY PIC X(16).
           02 LOGDIR-DATA PIC X(173).

       FD OPERMAST-FILE.
       01 OPERMAST-RECORD PIC X(40).

       01 RUNCAL-RECORD PIC X(40).

       FD SUITEHIST-FILE.
       01 SUITEHIST-RECORD PIC X(340).

      *The latest run's progress, rewritten as each step finishes: a
      *RUN= header (start date and time, and the SUITEHIST stamp
      *once the run's history line is written), one STEP= STATUS=
      *line per configured step ("-" not reached yet), and one LOG=
      *line per RUNLOG entry a step left behind
       FD SUITERUN-FILE.
       01 SUITERUN-RECORD PIC X(80).

      *Work copy used while a restarted run's history line is
      *replaced in place
       FD HISTWORK-FILE.
       01 HISTWORK-RECORD PIC X(340).

       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       COPY SESSLOCK.
       COPY OPERID.
       COPY ERRLOG.
       COPY LOGDIR.

      *SUITECFG.TXT parsing fields; a usable config file is what
      *switches the suite from attended (each program prompting) to
               03 STEP-STOPFAIL PIC X(1).
               03 STEP-ONLYIF PIC X(12).
               03 STEP-STATUS PIC X(1).
               03 STEP-CARRIED PIC X(1).
               03 STEP-LAST-LINE PIC 9(6).
       77 STEP-COUNT PIC 99 VALUE 0.
       77 STEP-IDX PIC 99 VALUE 0.
       77 STEP-DEP-IDX PIC 99 VALUE 0.
      *Suite-history working fields: one-word outcome per step
      *(SUCCESS/REJECTS/FAILED/SKIPPED/NOTRUN) and the appended
      *line, built a step at a time; records are 320 wide so even
      *12 longest-named steps at their longest outcome fit whole,
      *with room for a restart's RESTART= tag
       77 SUITEHIST-FILE-STATUS PIC X(02) VALUE "00".
       77 HIST-STATUS-WORD PIC X(8) VALUE SPACES.
       77 HIST-LINE PIC X(340) VALUE SPACES.
       77 HIST-PIECE PIC X(340) VALUE SPACES.

      *Restart working fields. RUN-DATE/RUN-TIME is when the run
      *first started and HIST-STAMP the DATE/TIME its SUITEHIST line
      *carries; a restart keeps both and rewrites that one line.
       77 SUITERUN-FILE-STATUS PIC X(02) VALUE "00".
       77 SUITERUN-EOF PIC 9 VALUE 0.
       77 HISTWORK-FILE-STATUS PIC X(02) VALUE "00".
       77 CFG-RESTART PIC X(01) VALUE "N".
       77 RESTART-AVAILABLE PIC 9 VALUE 0.
       77 RESTART-RUN PIC 9 VALUE 0.
       77 RESTART-FROM PIC X(12) VALUE SPACES.
       77 RESTART-TIME PIC X(6) VALUE SPACES.
       77 RESTART-ANSWER PIC X(1).
       77 RUN-DATE PIC X(8) VALUE SPACES.
       77 RUN-TIME PIC X(6) VALUE SPACES.
       77 HIST-STAMP PIC X(14) VALUE SPACES.
       77 HIST-REPLACED PIC 9 VALUE 0.
       77 PROGRESS-LINE PIC X(80) VALUE SPACES.
       01 PRIOR-STEP-TABLE.
           02 PRIOR-STEP-ENTRY OCCURS 12 TIMES.
               03 PRIOR-NAME PIC X(12).
               03 PRIOR-STATUS PIC X(1).
       77 PRIOR-STEP-COUNT PIC 99 VALUE 0.
       77 PRIOR-IDX PIC 99 VALUE 0.
       01 PRIOR-LOG-TABLE.
           02 PRIOR-LOG-ENTRY OCCURS 30 TIMES.
               03 PLOG-STEP PIC X(12).
               03 PLOG-PROGRAM PIC X(10).
               03 PLOG-EVENT PIC X(05).
               03 PLOG-REASON PIC X(16).
       77 PRIOR-LOG-COUNT PIC 9(3) VALUE 0.
       77 PRIOR-LOG-IDX PIC 9(3) VALUE 0.

      *Line-count bookkeeping used to find just this run's own START/
      *END lines in RUNLOG.TXT once the suite finishes, since the file
      *layout LOG-RUN-EVENT writes them in (see RUNLOG.CPY)
       01 SUMMARY-TABLE.
           02 SUMMARY-ENTRY OCCURS 30 TIMES.
               03 SUM-STEP PIC X(12).
               03 SUM-PROGRAM PIC X(10).
               03 SUM-EVENT PIC X(05).
               03 SUM-REASON PIC X(20).
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO DAILYRUN-TIMESTAMP.
           MOVE DAILYRUN-TIMESTAMP(1:8) TO TODAY-DATE.

      *A run of today's that stopped short may be restarted instead
      *of run afresh - it is the same run, already past the
      *calendar and the double-run guard
           PERFORM CHECK-FOR-RESTART.

      *The run calendar and the double-run guard come before any
      *baseline arithmetic: a holiday or an already-ran morning
      *backs out with return code 2, which the scheduler reads as
      *"skipped", not as a failure to page anyone about
           IF RESTART-RUN = 0
               PERFORM LOAD-RUN-CALENDAR
               IF RUNCAL-PRESENT = 1
                   PERFORM CHECK-TODAY-ON-CALENDAR
                   IF SUITE-SKIPPED = 1
                       PERFORM RELEASE-SESSION-LOCK
                       MOVE 2 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM REPORT-MISSED-RUNS
               END-IF
               PERFORM CHECK-ALREADY-RAN-TODAY
               IF SUITE-SKIPPED = 1
                   PERFORM RELEASE-SESSION-LOCK
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM COUNT-RUNLOG-LINES.
           MOVE THIS-LINE-COUNT TO BASELINE-LINE-COUNT.

      *A fresh run starts its own progress record; a restart
      *carries the finished steps and their RUNLOG entries over
           MOVE 0 TO SUMMARY-COUNT.
           IF RESTART-RUN = 1
               PERFORM APPLY-RESTART-STATE
           ELSE
               MOVE DAILYRUN-TIMESTAMP(1:8) TO RUN-DATE
               MOVE DAILYRUN-TIMESTAMP(9:6) TO RUN-TIME
               MOVE SPACES TO HIST-STAMP
           END-IF.
           PERFORM WRITE-RUN-PROGRESS.

      *Run whatever steps were configured, in their configured
      *order; the classic four are the default when SUITECFG.TXT
      *names none

           PERFORM COLLECT-THIS-RUNS-ENTRIES.
           PERFORM WRITE-SUMMARY-REPORT.
           IF RESTART-RUN = 1
               PERFORM REPLACE-SUITE-HISTORY
           ELSE
               PERFORM APPEND-SUITE-HISTORY
           END-IF.
           PERFORM WRITE-RUN-PROGRESS.

           PERFORM RELEASE-SESSION-LOCK.
           MOVE SUITE-RC TO RETURN-CODE.
           EVALUATE TRUE
               WHEN SUITE-STOPPED-EARLY = 1
                   CONTINUE
               WHEN STEP-CARRIED(STEP-IDX) = "Y"
                   IF STEP-STATUS(STEP-IDX) = "R" AND SUITE-RC < 4
                       MOVE 4 TO SUITE-RC
                   END-IF
                   DISPLAY FUNCTION TRIM(STEP-NAME(STEP-IDX))
                       " already completed in this run - skipped."
               WHEN STEP-SKIP(STEP-IDX) = "Y"
                   MOVE "K" TO STEP-STATUS(STEP-IDX)
                   DISPLAY FUNCTION TRIM(STEP-NAME(STEP-IDX))
                   MOVE "F" TO SUITE-PROGRAM-STATUS
           END-CALL.
           PERFORM RECORD-STEP-RESULT.
      *    Note where this step's RUNLOG lines end and that it has
      *    finished, so a restart knows what is already done
           PERFORM COUNT-RUNLOG-LINES.
           MOVE THIS-LINE-COUNT TO STEP-LAST-LINE(STEP-IDX).
           PERFORM WRITE-RUN-PROGRESS.

      *Fold the status the step just handed back into the step
      *table and the suite return code, and decide whether a
               MOVE "N" TO STEP-STOPFAIL(STEP-COUNT)
               MOVE SPACES TO STEP-ONLYIF(STEP-COUNT)
               MOVE SPACE TO STEP-STATUS(STEP-COUNT)
               MOVE "N" TO STEP-CARRIED(STEP-COUNT)
               MOVE 0 TO STEP-LAST-LINE(STEP-COUNT)
           ELSE
               DISPLAY "Step list is full (12) - ignoring "
                   FUNCTION TRIM(STEP-VALUE) "."
                       WHEN OTHER
                           PERFORM REPORT-BAD-CONFIG-LINE
                   END-EVALUATE
               WHEN "RESTART"
                   IF FUNCTION TRIM(CFG-VALUE) = "Y"
                           OR FUNCTION TRIM(CFG-VALUE) = "N"
                       MOVE CFG-VALUE(1:1) TO CFG-RESTART
                   ELSE
                       PERFORM REPORT-BAD-CONFIG-LINE
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-BAD-CONFIG-LINE
           END-EVALUATE.
               WHEN "RUNCOMP"
               WHEN "RESRECON"
               WHEN "ERRRPT"
               WHEN "XREFCHK"
                   MOVE 1 TO STEP-KNOWN
               WHEN OTHER
                   CONTINUE
      *Re-read RUNLOG.TXT and keep only the lines past BASELINE-LINE-
      *COUNT - the START/END lines this suite's own four CALLs just
      *appended - parsed back into SUMMARY-TABLE.
      *On a restart SUMMARY-TABLE already holds the finished steps'
      *entries from the first pass, and these follow them.
       COLLECT-THIS-RUNS-ENTRIES.
           MOVE 0 TO RUNLOG-EOF.
           MOVE 0 TO THIS-LINE-COUNT.
           OPEN INPUT RUNLOG-FILE.
           PERFORM UNTIL RUNLOG-EOF = 1
               READ RUNLOG-FILE
      *RUNLOG-RECORD is always built by LOG-RUN-EVENT (see RUNLOG.CPY)
      *as "PROGRAM=<10> EVENT=<5> DATE=<8> TIME=<6> REASON=<20>", so
      *each field sits at a fixed position - no UNSTRING needed.
      *The entry belongs to the first step whose own lines end at or
      *after it.
       PARSE-RUNLOG-LINE.
           IF SUMMARY-COUNT < 30
               ADD 1 TO SUMMARY-COUNT
               MOVE SPACES TO SUM-STEP(SUMMARY-COUNT)
               MOVE 0 TO STEP-DEP-IDX
               PERFORM UNTIL STEP-DEP-IDX >= STEP-COUNT
                       OR SUM-STEP(SUMMARY-COUNT) NOT = SPACES
                   ADD 1 TO STEP-DEP-IDX
                   IF STEP-LAST-LINE(STEP-DEP-IDX) > 0
                           AND STEP-LAST-LINE(STEP-DEP-IDX)
                           >= THIS-LINE-COUNT
                       MOVE STEP-NAME(STEP-DEP-IDX)
                           TO SUM-STEP(SUMMARY-COUNT)
                   END-IF
               END-PERFORM
               MOVE RUNLOG-RECORD(9:10) TO SUM-PROGRAM(SUMMARY-COUNT)
               MOVE RUNLOG-RECORD(26:5) TO SUM-EVENT(SUMMARY-COUNT)
               MOVE RUNLOG-RECORD(65:16) TO SUM-REASON(SUMMARY-COUNT)
               "BATCH SUITE SUMMARY - RUN ON "
               DAILYRUN-TIMESTAMP(1:8) " AT " DAILYRUN-TIMESTAMP(9:6)
               DELIMITED BY SIZE INTO DAILYRUN-LINE.
           IF RESTART-RUN = 1
               MOVE SPACES TO DAILYRUN-LINE
               STRING
                   "BATCH SUITE SUMMARY - RUN ON " RUN-DATE
                   " AT " RUN-TIME
                   DELIMITED BY SIZE INTO DAILYRUN-LINE
           END-IF.
           MOVE DAILYRUN-LINE TO DAILYRUN-RECORD.
           WRITE DAILYRUN-RECORD.
           MOVE DAILYRUN-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           IF RESTART-RUN = 1
               MOVE SPACES TO DAILYRUN-LINE
               STRING
                   "RESTARTED ON " DAILYRUN-TIMESTAMP(1:8)
                   " AT " RESTART-TIME " FROM STEP "
                   FUNCTION TRIM(RESTART-FROM)
                   DELIMITED BY SIZE INTO DAILYRUN-LINE
               MOVE DAILYRUN-LINE TO DAILYRUN-RECORD
               WRITE DAILYRUN-RECORD
               MOVE DAILYRUN-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-IF.

           MOVE 0 TO NORMAL-END-COUNT.
           MOVE 0 TO INVALID-END-COUNT.
                           " DID-NOT-RUN"
                           DELIMITED BY SIZE INTO DAILYRUN-LINE
               END-EVALUATE
               IF STEP-CARRIED(STEP-IDX) = "Y"
                   MOVE SPACES TO HIST-PIECE
                   STRING FUNCTION TRIM(DAILYRUN-LINE)
                       " (BEFORE RESTART)"
                       DELIMITED BY SIZE INTO HIST-PIECE
                   MOVE HIST-PIECE TO DAILYRUN-LINE
               END-IF
               MOVE DAILYRUN-LINE TO DAILYRUN-RECORD
               WRITE DAILYRUN-RECORD
               MOVE DAILYRUN-FILE-STATUS TO ERR-STATUS
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO DAILYRUN-TIMESTAMP.
           MOVE DAILYRUN-TIMESTAMP(1:14) TO HIST-STAMP.
           PERFORM BUILD-HIST-LINE.
           MOVE HIST-LINE TO SUITEHIST-RECORD.
           WRITE SUITEHIST-RECORD.
           MOVE "SUITEHIST.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE SUITEHIST-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE SUITEHIST-FILE.

      *One history line for the run, stamped HIST-STAMP; a restarted
      *run's line also says when the restart happened
       BUILD-HIST-LINE.
           MOVE SPACES TO HIST-LINE.
           STRING
               "DATE=" HIST-STAMP(1:8)
               " TIME=" HIST-STAMP(9:6)
               DELIMITED BY SIZE INTO HIST-LINE.

      *    One <step>=<outcome> pair per configured step, whatever
               " FAILED=" FUNCTION TRIM(FAILED-END-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO HIST-PIECE.
           MOVE HIST-PIECE TO HIST-LINE.
           IF RESTART-RUN = 1
               MOVE SPACES TO HIST-PIECE
               STRING
                   FUNCTION TRIM(HIST-LINE)
                   " RESTART=" RESTART-TIME
                   DELIMITED BY SIZE INTO HIST-PIECE
               MOVE HIST-PIECE TO HIST-LINE
           END-IF.

      *A restarted run replaces its own history line, found by the
      *stamp it was first written with, so SUITEHIST.TXT (and
      *RUNCOMP after it) sees one run, not a failed run followed by
      *a half run. The file is copied through SHIST.TMP with that
      *one line swapped; if the line is not there (the first pass
      *never got as far as writing it) the run is appended.
       REPLACE-SUITE-HISTORY.
           MOVE 0 TO HIST-REPLACED.
           IF HIST-STAMP = SPACES
               MOVE DAILYRUN-TIMESTAMP(1:8) TO HIST-STAMP(1:8)
               MOVE RESTART-TIME TO HIST-STAMP(9:6)
           END-IF.
           PERFORM BUILD-HIST-LINE.
           MOVE "SHIST.TMP" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           OPEN OUTPUT HISTWORK-FILE.
           MOVE 0 TO HIST-EOF.
           OPEN INPUT SUITEHIST-FILE.
           IF SUITEHIST-FILE-STATUS = "00"
               PERFORM UNTIL HIST-EOF = 1
                   READ SUITEHIST-FILE
                       AT END
                           MOVE 1 TO HIST-EOF
                       NOT AT END
                           PERFORM COPY-ONE-HIST-LINE
                   END-READ
               END-PERFORM
               CLOSE SUITEHIST-FILE
           END-IF.
           IF HIST-REPLACED = 0
               MOVE HIST-LINE TO HISTWORK-RECORD
               WRITE HISTWORK-RECORD
               MOVE HISTWORK-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-IF.
           CLOSE HISTWORK-FILE.

           MOVE "SUITEHIST.TXT" TO ERR-FILE-NAME.
           OPEN OUTPUT SUITEHIST-FILE.
           OPEN INPUT HISTWORK-FILE.
           MOVE 0 TO HIST-EOF.
           PERFORM UNTIL HIST-EOF = 1
               READ HISTWORK-FILE
                   AT END
                       MOVE 1 TO HIST-EOF
                   NOT AT END
                       MOVE HISTWORK-RECORD TO SUITEHIST-RECORD
                       WRITE SUITEHIST-RECORD
                       MOVE SUITEHIST-FILE-STATUS TO ERR-STATUS
                       PERFORM CHECK-IO-STATUS
               END-READ
           END-PERFORM.
           CLOSE HISTWORK-FILE.
           CLOSE SUITEHIST-FILE.

       COPY-ONE-HIST-LINE.
           IF HIST-REPLACED = 0
                   AND SUITEHIST-RECORD(1:5) = "DATE="
                   AND SUITEHIST-RECORD(6:8) = HIST-STAMP(1:8)
                   AND SUITEHIST-RECORD(20:6) = HIST-STAMP(9:6)
               MOVE HIST-LINE TO HISTWORK-RECORD
               MOVE 1 TO HIST-REPLACED
           ELSE
               MOVE SUITEHIST-RECORD TO HISTWORK-RECORD
           END-IF.
           WRITE HISTWORK-RECORD.
           MOVE HISTWORK-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *Read SUITERUN.DAT. Today's run with a step that failed or was
      *never reached can be restarted: unattended when SUITECFG.TXT
      *says RESTART=Y, attended when the desk answers Y.
       CHECK-FOR-RESTART.
           MOVE 0 TO RESTART-AVAILABLE.
           MOVE 0 TO RESTART-RUN.
           MOVE 0 TO PRIOR-STEP-COUNT.
           MOVE 0 TO PRIOR-LOG-COUNT.
           MOVE SPACES TO RUN-DATE.
           MOVE SPACES TO RUN-TIME.
           MOVE SPACES TO HIST-STAMP.
           MOVE SPACES TO RESTART-FROM.
           MOVE 0 TO SUITERUN-EOF.
           OPEN INPUT SUITERUN-FILE.
           IF SUITERUN-FILE-STATUS = "00"
               PERFORM UNTIL SUITERUN-EOF = 1
                   READ SUITERUN-FILE
                       AT END
                           MOVE 1 TO SUITERUN-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-PROGRESS-LINE
                   END-READ
               END-PERFORM
               CLOSE SUITERUN-FILE
           END-IF.
           IF RUN-DATE = DAILYRUN-TIMESTAMP(1:8)
               MOVE 0 TO PRIOR-IDX
               PERFORM UNTIL PRIOR-IDX >= PRIOR-STEP-COUNT
                       OR RESTART-AVAILABLE = 1
                   ADD 1 TO PRIOR-IDX
                   IF PRIOR-STATUS(PRIOR-IDX) NOT = "N"
                           AND PRIOR-STATUS(PRIOR-IDX) NOT = "R"
                           AND PRIOR-STATUS(PRIOR-IDX) NOT = "K"
                       MOVE 1 TO RESTART-AVAILABLE
                       MOVE PRIOR-NAME(PRIOR-IDX) TO RESTART-FROM
                   END-IF
               END-PERFORM
           END-IF.
           IF RESTART-AVAILABLE = 1
               IF SUITE-ACTIVE = "Y"
                   MOVE CFG-RESTART TO RESTART-ANSWER
                   IF CFG-RESTART = "Y"
                       DISPLAY "Restarting today's run (started "
                           RUN-TIME ") per SUITECFG.TXT RESTART=Y."
                   ELSE
                       DISPLAY "Today's run (started " RUN-TIME
                           ") stopped at step "
                           FUNCTION TRIM(RESTART-FROM)
                           " - RESTART=Y in SUITECFG.TXT restarts it."
                   END-IF
               ELSE
                   DISPLAY "Today's run (started " RUN-TIME
                       ") stopped at step "
                       FUNCTION TRIM(RESTART-FROM) "."
                   DISPLAY "Restart it from there? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT RESTART-ANSWER
               END-IF
               IF RESTART-ANSWER = "Y" OR RESTART-ANSWER = "y"
                   MOVE 1 TO RESTART-RUN
                   MOVE DAILYRUN-TIMESTAMP(9:6) TO RESTART-TIME
               END-IF
           END-IF.

       TAKE-ONE-PROGRESS-LINE.
           EVALUATE TRUE
               WHEN SUITERUN-RECORD(1:4) = "RUN="
                   MOVE SUITERUN-RECORD(5:8) TO RUN-DATE
                   MOVE SUITERUN-RECORD(19:6) TO RUN-TIME
                   MOVE SUITERUN-RECORD(31:14) TO HIST-STAMP
               WHEN SUITERUN-RECORD(1:5) = "STEP="
                   IF PRIOR-STEP-COUNT < 12
                       ADD 1 TO PRIOR-STEP-COUNT
                       MOVE SUITERUN-RECORD(6:12)
                           TO PRIOR-NAME(PRIOR-STEP-COUNT)
                       MOVE SUITERUN-RECORD(26:1)
                           TO PRIOR-STATUS(PRIOR-STEP-COUNT)
                   END-IF
               WHEN SUITERUN-RECORD(1:4) = "LOG="
                   IF PRIOR-LOG-COUNT < 30
                       ADD 1 TO PRIOR-LOG-COUNT
                       MOVE SUITERUN-RECORD(5:12)
                           TO PLOG-STEP(PRIOR-LOG-COUNT)
                       MOVE SUITERUN-RECORD(18:10)
                           TO PLOG-PROGRAM(PRIOR-LOG-COUNT)
                       MOVE SUITERUN-RECORD(29:5)
                           TO PLOG-EVENT(PRIOR-LOG-COUNT)
                       MOVE SUITERUN-RECORD(35:16)
                           TO PLOG-REASON(PRIOR-LOG-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Carry every step that finished (SUCCESS or REJECTS) in the
      *first pass over, by name, with the RUNLOG entries it left;
      *everything else - the failed step, the steps behind it, and
      *an ONLYIF step whose dependency failed - runs now
       APPLY-RESTART-STATE.
           MOVE 0 TO STEP-IDX.
           PERFORM UNTIL STEP-IDX >= STEP-COUNT
               ADD 1 TO STEP-IDX
               MOVE 0 TO PRIOR-IDX
               PERFORM UNTIL PRIOR-IDX >= PRIOR-STEP-COUNT
                   ADD 1 TO PRIOR-IDX
                   IF PRIOR-NAME(PRIOR-IDX) = STEP-NAME(STEP-IDX)
                           AND (PRIOR-STATUS(PRIOR-IDX) = "N"
                           OR PRIOR-STATUS(PRIOR-IDX) = "R")
                       MOVE PRIOR-STATUS(PRIOR-IDX)
                           TO STEP-STATUS(STEP-IDX)
                       MOVE "Y" TO STEP-CARRIED(STEP-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO PRIOR-LOG-IDX.
           PERFORM UNTIL PRIOR-LOG-IDX >= PRIOR-LOG-COUNT
               ADD 1 TO PRIOR-LOG-IDX
               MOVE 0 TO STEP-IDX
               PERFORM UNTIL STEP-IDX >= STEP-COUNT
                   ADD 1 TO STEP-IDX
                   IF STEP-NAME(STEP-IDX) = PLOG-STEP(PRIOR-LOG-IDX)
                           AND STEP-CARRIED(STEP-IDX) = "Y"
                           AND SUMMARY-COUNT < 30
                       ADD 1 TO SUMMARY-COUNT
                       MOVE PLOG-STEP(PRIOR-LOG-IDX)
                           TO SUM-STEP(SUMMARY-COUNT)
                       MOVE PLOG-PROGRAM(PRIOR-LOG-IDX)
                           TO SUM-PROGRAM(SUMMARY-COUNT)
                       MOVE PLOG-EVENT(PRIOR-LOG-IDX)
                           TO SUM-EVENT(SUMMARY-COUNT)
                       MOVE PLOG-REASON(PRIOR-LOG-IDX)
                           TO SUM-REASON(SUMMARY-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO STEP-IDX.

      *Rewrite SUITERUN.DAT with where the run stands now
       WRITE-RUN-PROGRESS.
           MOVE "SUITERUN.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           OPEN OUTPUT SUITERUN-FILE.
           MOVE SPACES TO PROGRESS-LINE.
           STRING
               "RUN=" RUN-DATE
               " TIME=" RUN-TIME
               " HIST=" HIST-STAMP
               DELIMITED BY SIZE INTO PROGRESS-LINE.
           PERFORM WRITE-PROGRESS-LINE.
           MOVE 0 TO PRIOR-IDX.
           PERFORM UNTIL PRIOR-IDX >= STEP-COUNT
               ADD 1 TO PRIOR-IDX
               MOVE SPACES TO PROGRESS-LINE
               STRING
                   "STEP=" STEP-NAME(PRIOR-IDX)
                   " STATUS=" STEP-STATUS(PRIOR-IDX)
                   DELIMITED BY SIZE INTO PROGRESS-LINE
               IF STEP-STATUS(PRIOR-IDX) = SPACE
                   MOVE "-" TO PROGRESS-LINE(26:1)
               END-IF
               PERFORM WRITE-PROGRESS-LINE
           END-PERFORM.
           MOVE 0 TO PRIOR-LOG-IDX.
           PERFORM UNTIL PRIOR-LOG-IDX >= SUMMARY-COUNT
               ADD 1 TO PRIOR-LOG-IDX
               MOVE SPACES TO PROGRESS-LINE
               STRING
                   "LOG=" SUM-STEP(PRIOR-LOG-IDX)
                   " " SUM-PROGRAM(PRIOR-LOG-IDX)
                   " " SUM-EVENT(PRIOR-LOG-IDX)
                   " " SUM-REASON(PRIOR-LOG-IDX)
                   DELIMITED BY SIZE INTO PROGRESS-LINE
               PERFORM WRITE-PROGRESS-LINE
           END-PERFORM.
           CLOSE SUITERUN-FILE.

       WRITE-PROGRESS-LINE.
           MOVE PROGRESS-LINE TO SUITERUN-RECORD.
           WRITE SUITERUN-RECORD.
           MOVE SUITERUN-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close the report so what was written survives
       FLAG-IO-ABORT.
           CLOSE DAILYRUN-FILE.
           CLOSE SUITERUN-FILE.
           CLOSE HISTWORK-FILE.
           CLOSE SUITEHIST-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.
