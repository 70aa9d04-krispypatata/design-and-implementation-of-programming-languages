      *            when today is already sealed by DAYCLOSE - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2026-02-03: The day's RUNLOG.TXT and TRANSLOG.TXT lines now
      *            come straight from the indexed log directory
      *            LOGDIR.DAT (shared LOGDIR/LOGDIRP copybooks)
      *            instead of a read of both whole logs; with no
      *            directory the logs are read as before. This
      *            program's own RUNLOG and ERRLOG lines are filed
      *            in the directory as they are written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRPT.

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

       77 TXN-LOG-FILE-STATUS PIC X(02) VALUE "00".
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Ask which date (YYYYMMDD) to report on, one try - a report is
      *usually run from a list of known dates, so a bad entry is
           END-IF.

      *Tally runs (START lines) and rejecting/failed sessions (END
      *lines whose reason is not NORMAL) per operator for the date,
      *taking just the day's lines from the log directory; with no
      *directory, the whole log is read as before
       TALLY-RUNLOG.
           MOVE "R" TO LOGDIR-SCAN-LOG.
           MOVE WANTED-DATE TO LOGDIR-FROM-DATE.
           MOVE WANTED-DATE TO LOGDIR-TO-DATE.
           MOVE SPACES TO LOGDIR-WANT-OPER.
           PERFORM START-LOG-DIRECTORY-SCAN.
           IF LOGDIR-SCAN-OPEN = 1
               PERFORM UNTIL LOGDIR-SCAN-EOF = 1
                   PERFORM READ-LOG-DIRECTORY-NEXT
                   IF LOGDIR-ENTRY-WANTED = 1
                       MOVE LD-TEXT TO PARSE-LINE
                       PERFORM TALLY-ONE-RUNLOG-LINE
                   END-IF
               END-PERFORM
               PERFORM END-LOG-DIRECTORY-SCAN
           ELSE
               PERFORM TALLY-RUNLOG-FILE
           END-IF.

       TALLY-RUNLOG-FILE.
           MOVE 0 TO LOG-EOF.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = "00"
               END-IF
           END-IF.

      *Tally calculations per operator for the date, from the
      *directory the same way
       TALLY-TRANSLOG.
           MOVE "T" TO LOGDIR-SCAN-LOG.
           MOVE WANTED-DATE TO LOGDIR-FROM-DATE.
           MOVE WANTED-DATE TO LOGDIR-TO-DATE.
           MOVE SPACES TO LOGDIR-WANT-OPER.
           PERFORM START-LOG-DIRECTORY-SCAN.
           IF LOGDIR-SCAN-OPEN = 1
               PERFORM UNTIL LOGDIR-SCAN-EOF = 1
                   PERFORM READ-LOG-DIRECTORY-NEXT
                   IF LOGDIR-ENTRY-WANTED = 1
                       MOVE LD-TEXT TO PARSE-LINE
                       PERFORM TALLY-ONE-TRANSLOG-LINE
                   END-IF
               END-PERFORM
               PERFORM END-LOG-DIRECTORY-SCAN
           ELSE
               PERFORM TALLY-TRANSLOG-FILE
           END-IF.

       TALLY-TRANSLOG-FILE.
           MOVE 0 TO LOG-EOF.
           OPEN INPUT TXN-LOG-FILE.
           IF TXN-LOG-FILE-STATUS NOT = "00"

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
