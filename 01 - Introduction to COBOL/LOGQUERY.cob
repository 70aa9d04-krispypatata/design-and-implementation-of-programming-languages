      *            when today is already sealed by DAYCLOSE - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2026-02-03: The query now reads only the date range's lines,
      *            straight from the indexed log directory
      *            LOGDIR.DAT (shared LOGDIR/LOGDIRP copybooks),
      *            instead of RUNLOG.TXT from the first line; with
      *            no directory the log is read as before. This
      *            program's own RUNLOG and ERRLOG lines are filed
      *            in the directory as they are written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGQUERY.

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
      *One RUNLOG line pulled apart on the fixed layout the
      *LOG-RUN-EVENT paragraphs write (lines from before the OPER=
      *field simply parse with a blank operator)
       77 QUERY-LINE PIC X(120) VALUE SPACES.
       77 LINE-PROG PIC X(10) VALUE SPACES.
       77 LINE-EVENT PIC X(5) VALUE SPACES.
       77 LINE-DATE-TEXT PIC X(8) VALUE SPACES.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Ask for the three filters; a blank answer leaves that filter
      *off, the way supervisors actually ask ("all gabinete runs
           IF RUNLOG-FILE-STATUS NOT = "00"
               DISPLAY "RUNLOG.TXT not found - nothing to query."
           ELSE
               CLOSE RUNLOG-FILE
               DISPLAY " "
               DISPLAY "PROGRAM    DATE     START  END    "
                   "REASON               OPER     SECONDS"
               PERFORM READ-THE-RANGE
               PERFORM REPORT-UNMATCHED-STARTS
               DISPLAY " "
               MOVE MATCH-COUNT TO COUNT-DISPLAY
               DISPLAY FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " session(s) shown, " WITH NO ADVANCING
               MOVE OPEN-COUNT TO COUNT-DISPLAY
               DISPLAY FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " with no matching END."
           END-IF.

      *The lines from the start of the date range on, in the order
      *they were written, straight from the log directory. The scan
      *runs a day past the end of the range so a session that
      *crossed midnight still finds its END; with no directory the
      *whole log is read as before.
       READ-THE-RANGE.
           MOVE "R" TO LOGDIR-SCAN-LOG.
           MOVE DATE-FROM TO LOGDIR-FROM-DATE.
           IF DATE-TO < 99999999
                   AND FUNCTION TEST-DATE-YYYYMMDD(DATE-TO) = 0
               COMPUTE LOGDIR-TO-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATE-TO) + 1)
           ELSE
               MOVE 99999999 TO LOGDIR-TO-DATE
           END-IF.
           MOVE SPACES TO LOGDIR-WANT-OPER.
           PERFORM START-LOG-DIRECTORY-SCAN.
           IF LOGDIR-SCAN-OPEN = 1
               PERFORM UNTIL LOGDIR-SCAN-EOF = 1
                   PERFORM READ-LOG-DIRECTORY-NEXT
                   IF LOGDIR-ENTRY-WANTED = 1
                       MOVE LD-TEXT TO QUERY-LINE
                       PERFORM PROCESS-RUNLOG-LINE
                   END-IF
               END-PERFORM
               PERFORM END-LOG-DIRECTORY-SCAN
           ELSE
               MOVE 0 TO LOG-EOF
               OPEN INPUT RUNLOG-FILE
               PERFORM UNTIL LOG-EOF = 1
                   READ RUNLOG-FILE
                       AT END
                           MOVE 1 TO LOG-EOF
                       NOT AT END
                           MOVE RUNLOG-RECORD TO QUERY-LINE
                           PERFORM PROCESS-RUNLOG-LINE
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
           END-IF.

      *RUNLOG-RECORD is always built by the LOG-RUN-EVENT paragraphs
      *as "PROGRAM=<10> EVENT=<5> DATE=<8> TIME=<6> REASON=<20>
      *OPER=<8>", so each field sits at a fixed position
       PROCESS-RUNLOG-LINE.
           MOVE QUERY-LINE(9:10) TO LINE-PROG.
           MOVE QUERY-LINE(26:5) TO LINE-EVENT.
           MOVE QUERY-LINE(37:8) TO LINE-DATE-TEXT.
           MOVE QUERY-LINE(51:6) TO LINE-TIME-TEXT.
           MOVE QUERY-LINE(65:20) TO LINE-REASON.
           MOVE QUERY-LINE(91:8) TO LINE-OPER.
           IF LINE-DATE-TEXT IS NUMERIC
               MOVE LINE-DATE-TEXT TO LINE-DATE
               EVALUATE FUNCTION TRIM(LINE-EVENT)

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
