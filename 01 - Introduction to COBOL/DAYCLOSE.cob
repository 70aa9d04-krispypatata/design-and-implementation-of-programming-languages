      *            tokenizing, so the day's RESULTS control total
      *            seals as the real figure instead of always 0
      *            and Verify's cost-drift check means something.
      *2026-02-03: Close and Verify now count the date's lines
      *            straight from the indexed log directory
      *            LOGDIR.DAT (shared LOGDIR/LOGDIRP copybooks)
      *            instead of reading all three logs from the first
      *            line; with no directory the logs are read as
      *            before. This program's own RUNLOG and ERRLOG
      *            lines are filed in the directory as they are
      *            written.
      *2026-02-17: Verify counts from the logs themselves again - it
      *            is there to catch a log line changed or removed
      *            after the seal, which the directory's copies of
      *            the lines would never show. Close uses the
      *            directory only for a log whose line count it
      *            still agrees with, and reads the log otherwise.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCLOSE.

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

       77 CLOSECTL-FILE-STATUS PIC X(02) VALUE "00".
       77 TXN-LOG-FILE-STATUS PIC X(02) VALUE "00".
      *2 COST=, 0 none (RUNLOG counts lines only)
       77 AMOUNT-WANTED PIC 9 VALUE 0.

      *Whether the log directory may stand in for the log being
      *counted: its control count against the log's own line count
       77 DIRECTORY-IN-STEP PIC 9 VALUE 0.
       77 DIR-COUNT-FOUND PIC 9 VALUE 0.
       77 DIR-LINE-COUNT PIC 9(7) VALUE 0.
       77 FILE-LINE-COUNT PIC 9(7) VALUE 0.

       77 COUNT-DISPLAY PIC Z(5)9.
       77 TOTAL-DISPLAY PIC -(12)9.9(2).
       77 TOTAL-DISPLAY-2 PIC -(12)9.9(2).
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

       GET-CLOSE-MODE.
           MOVE 0 TO MODE-CHOICE.
           PERFORM COUNT-RESULTS.
           PERFORM COUNT-RUNLOG.

      *Verify always reads the logs themselves, since a line edited
      *or removed after the seal shows only there. Close takes the
      *date's lines from the log directory when the directory is in
      *step with the log, and otherwise reads the whole log.
       COUNT-TRANSLOG.
           MOVE 1 TO CTL-IDX.
           MOVE 1 TO AMOUNT-WANTED.
           MOVE "T" TO LOGDIR-SCAN-LOG.
           PERFORM CHECK-DIRECTORY-IN-STEP.
           IF DIRECTORY-IN-STEP = 1
               PERFORM START-DAY-SCAN
           END-IF.
           IF DIRECTORY-IN-STEP = 1 AND LOGDIR-SCAN-OPEN = 1
               PERFORM COUNT-DIRECTORY-ENTRIES
           ELSE
               PERFORM COUNT-TRANSLOG-FILE
           END-IF.

       COUNT-RESULTS.
           MOVE 2 TO CTL-IDX.
           MOVE 2 TO AMOUNT-WANTED.
           MOVE "S" TO LOGDIR-SCAN-LOG.
           PERFORM CHECK-DIRECTORY-IN-STEP.
           IF DIRECTORY-IN-STEP = 1
               PERFORM START-DAY-SCAN
           END-IF.
           IF DIRECTORY-IN-STEP = 1 AND LOGDIR-SCAN-OPEN = 1
               PERFORM COUNT-DIRECTORY-ENTRIES
           ELSE
               PERFORM COUNT-RESULTS-FILE
           END-IF.

       COUNT-RUNLOG.
           MOVE 3 TO CTL-IDX.
           MOVE 0 TO AMOUNT-WANTED.
           MOVE "R" TO LOGDIR-SCAN-LOG.
           PERFORM CHECK-DIRECTORY-IN-STEP.
           IF DIRECTORY-IN-STEP = 1
               PERFORM START-DAY-SCAN
           END-IF.
           IF DIRECTORY-IN-STEP = 1 AND LOGDIR-SCAN-OPEN = 1
               PERFORM COUNT-DIRECTORY-ENTRIES
           ELSE
               PERFORM COUNT-RUNLOG-FILE
           END-IF.

      *On a Close, the directory's control count for the log in
      *LOGDIR-SCAN-LOG must equal the lines the log really holds;
      *a directory that has drifted is reported and passed over
       CHECK-DIRECTORY-IN-STEP.
           MOVE 0 TO DIRECTORY-IN-STEP.
           IF MODE-CHOICE = 1
               PERFORM READ-DIRECTORY-LINE-COUNT
               IF DIR-COUNT-FOUND = 1
                   PERFORM COUNT-LOG-FILE-LINES
                   IF DIR-LINE-COUNT = FILE-LINE-COUNT
                       MOVE 1 TO DIRECTORY-IN-STEP
                   ELSE
                       DISPLAY "LOGDIR.DAT is out of step with "
                           FUNCTION TRIM(CTL-FILE-NAME(CTL-IDX))
                           " - counting from the log itself. Run "
                           "LOGREBLD to rebuild the directory."
                   END-IF
               END-IF
           END-IF.

       READ-DIRECTORY-LINE-COUNT.
           MOVE 0 TO DIR-COUNT-FOUND.
           MOVE 0 TO DIR-LINE-COUNT.
           MOVE LOGDIR-SCAN-LOG TO LOGDIR-LOG.
           PERFORM SET-CONTROL-ENTRY.
           OPEN INPUT LOGDIR-FILE.
           IF LOGDIR-FILE-STATUS = "00"
               MOVE LD-KEY TO LOGDIR-KEY
               READ LOGDIR-FILE KEY IS LOGDIR-KEY
                   INVALID KEY
                       MOVE 0 TO DIR-COUNT-FOUND
                   NOT INVALID KEY
                       MOVE 1 TO DIR-COUNT-FOUND
                       MOVE LOGDIR-RECORD TO LOGDIR-ENTRY
                       MOVE LD-COUNT TO DIR-LINE-COUNT
               END-READ
               CLOSE LOGDIR-FILE
           END-IF.

      *Every line of the log being counted, dated or not, the way
      *the directory's control count tallies them
       COUNT-LOG-FILE-LINES.
           MOVE 0 TO FILE-LINE-COUNT.
           MOVE 0 TO LOG-EOF.
           EVALUATE CTL-IDX
               WHEN 1
                   OPEN INPUT TXN-LOG-FILE
                   IF TXN-LOG-FILE-STATUS = "00"
                       PERFORM UNTIL LOG-EOF = 1
                           READ TXN-LOG-FILE
                               AT END
                                   MOVE 1 TO LOG-EOF
                               NOT AT END
                                   ADD 1 TO FILE-LINE-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE TXN-LOG-FILE
                   END-IF
               WHEN 2
                   OPEN INPUT RESULTS-FILE
                   IF RESULTS-FILE-STATUS = "00"
                       PERFORM UNTIL LOG-EOF = 1
                           READ RESULTS-FILE
                               AT END
                                   MOVE 1 TO LOG-EOF
                               NOT AT END
                                   ADD 1 TO FILE-LINE-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE RESULTS-FILE
                   END-IF
               WHEN OTHER
                   OPEN INPUT RUNLOG-FILE
                   IF RUNLOG-FILE-STATUS = "00"
                       PERFORM UNTIL LOG-EOF = 1
                           READ RUNLOG-FILE
                               AT END
                                   MOVE 1 TO LOG-EOF
                               NOT AT END
                                   ADD 1 TO FILE-LINE-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE RUNLOG-FILE
                   END-IF
           END-EVALUATE.

       START-DAY-SCAN.
           MOVE WANTED-DATE TO LOGDIR-FROM-DATE.
           MOVE WANTED-DATE TO LOGDIR-TO-DATE.
           MOVE SPACES TO LOGDIR-WANT-OPER.
           PERFORM START-LOG-DIRECTORY-SCAN.

       COUNT-DIRECTORY-ENTRIES.
           PERFORM UNTIL LOGDIR-SCAN-EOF = 1
               PERFORM READ-LOG-DIRECTORY-NEXT
               IF LOGDIR-ENTRY-WANTED = 1
                   MOVE LD-TEXT TO PARSE-LINE
                   PERFORM COUNT-ONE-LOG-LINE
               END-IF
           END-PERFORM.
           PERFORM END-LOG-DIRECTORY-SCAN.

       COUNT-TRANSLOG-FILE.
           MOVE 0 TO LOG-EOF.
           OPEN INPUT TXN-LOG-FILE.
           IF TXN-LOG-FILE-STATUS = "00"
               CLOSE TXN-LOG-FILE
           END-IF.

       COUNT-RESULTS-FILE.
           MOVE 0 TO LOG-EOF.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-FILE-STATUS = "00"
               CLOSE RESULTS-FILE
           END-IF.

       COUNT-RUNLOG-FILE.
           MOVE 0 TO LOG-EOF.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS = "00"
       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.
