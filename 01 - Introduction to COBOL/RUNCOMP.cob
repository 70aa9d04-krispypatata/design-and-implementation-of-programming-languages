      *            when today is already sealed by DAYCLOSE - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2025-11-18: A restarted suite run's history line carries a
      *            RESTART= tag; it is bookkeeping, not a step.
      *            Records and parse fields widened to 340 with
      *            RUNALL's.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCOMP.

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
       DATA DIVISION.
       FILE SECTION.
       FD SUITEHIST-FILE.
       01 SUITEHIST-RECORD PIC X(340).

       FD RUNLOG-FILE.
       01 RUNLOG-RECORD PIC X(120).
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

       77 SUITEHIST-FILE-STATUS PIC X(02) VALUE "00".

      *The last two history lines, kept as the file is read
      *through: PREV slides to make room for LATEST
       77 LATEST-LINE PIC X(340) VALUE SPACES.
       77 PREV-LINE PIC X(340) VALUE SPACES.

      *One history line pulled apart: its date and time, then
      *every <step>=<outcome> token by name - the step list is
      *configurable, so nothing about the names is assumed
       77 PARSE-LINE PIC X(340) VALUE SPACES.
       77 PARSE-JUNK PIC X(340) VALUE SPACES.
       77 PARSE-REST PIC X(340) VALUE SPACES.
       77 HIST-DATE PIC X(8) VALUE SPACES.
       77 HIST-TIME PIC X(6) VALUE SPACES.
       01 HIST-TOKEN-TABLE.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Slide through the whole history keeping only the last two
      *lines - the file is append-only, so the latest run is the

      *Pull one history line (in PARSE-LINE) apart into its date,
      *time and its <step>=<outcome> pairs. Tokens whose key is
      *DATE, TIME, NORMAL, INVALID, FAILED or RESTART are the
      *line's own bookkeeping; everything else with an = in it is
      *a step.
       PARSE-HIST-LINE.
           MOVE SPACES TO HIST-DATE.
           MOVE SPACES TO HIST-TIME.
               WHEN "NORMAL"
               WHEN "INVALID"
               WHEN "FAILED"
               WHEN "RESTART"
                   CONTINUE
               WHEN SPACES
                   CONTINUE

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
