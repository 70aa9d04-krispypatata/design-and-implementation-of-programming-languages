      *            same check the four suite programs run - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2026-02-03: The date range's entries now come straight from
      *            the indexed log directory LOGDIR.DAT (shared
      *            LOGDIR/LOGDIRP copybooks), with a second short
      *            look from yesterday on for the freshness check,
      *            instead of a read of ERRLOG.TXT from the first
      *            line; with no directory the log is read as
      *            before. This program's own RUNLOG and ERRLOG
      *            lines are filed as they are written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRRPT.

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

       77 LOG-EOF PIC 9 VALUE 0.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Ask for the date range, blank leaving that side open, the
      *way LOGQUERY asks
               END-IF
           END-IF.

      *The range's entries, straight from the log directory, folded
      *into all four tallies; the newest date anywhere in the log
      *(range or not) drives the freshness return code. With no
      *directory the whole log is read as before.
       TALLY-THE-ERRLOG.
           MOVE "E" TO LOGDIR-SCAN-LOG.
           MOVE DATE-FROM TO LOGDIR-FROM-DATE.
           MOVE DATE-TO TO LOGDIR-TO-DATE.
           MOVE SPACES TO LOGDIR-WANT-OPER.
           PERFORM START-LOG-DIRECTORY-SCAN.
           IF LOGDIR-SCAN-OPEN = 1
               PERFORM UNTIL LOGDIR-SCAN-EOF = 1
                   PERFORM READ-LOG-DIRECTORY-NEXT
                   IF LOGDIR-ENTRY-WANTED = 1
                       MOVE LD-TEXT TO PARSE-LINE
                       PERFORM TALLY-ONE-ERRLOG-LINE
                   END-IF
               END-PERFORM
               PERFORM END-LOG-DIRECTORY-SCAN
               PERFORM FIND-NEWEST-ENTRY-DATE
           ELSE
               PERFORM TALLY-THE-ERRLOG-FILE
           END-IF.

      *The range scan saw only the range. Freshness turns on whether
      *anything is dated yesterday or later, so that is all the
      *directory is asked for.
       FIND-NEWEST-ENTRY-DATE.
           MOVE "E" TO LOGDIR-SCAN-LOG.
           COMPUTE LOGDIR-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1).
           MOVE 99999999 TO LOGDIR-TO-DATE.
           PERFORM START-LOG-DIRECTORY-SCAN.
           IF LOGDIR-SCAN-OPEN = 1
               PERFORM UNTIL LOGDIR-SCAN-EOF = 1
                   PERFORM READ-LOG-DIRECTORY-NEXT
                   IF LOGDIR-ENTRY-WANTED = 1
                           AND LD-DATE > NEWEST-DATE
                       MOVE LD-DATE TO NEWEST-DATE
                   END-IF
               END-PERFORM
               PERFORM END-LOG-DIRECTORY-SCAN
           END-IF.

       TALLY-THE-ERRLOG-FILE.
           MOVE 0 TO LOG-EOF.
           OPEN INPUT ERRLOG-FILE.
           IF ERRLOG-FILE-STATUS NOT = "00"

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
