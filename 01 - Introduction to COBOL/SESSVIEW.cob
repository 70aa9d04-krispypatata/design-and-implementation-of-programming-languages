      *            same check the four suite programs run - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2026-02-03: The operator's lines for the date now come
      *            straight from the indexed log directory
      *            LOGDIR.DAT (shared LOGDIR/LOGDIRP copybooks),
      *            keyed by date and operator, instead of a read of
      *            all four logs from the first line - a month-end
      *            lookup no longer wades through the whole
      *            retention period. With no directory the logs are
      *            read as before. This program's own RUNLOG and
      *            ERRLOG lines are filed as they are written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSVIEW.

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

      *Whose session, which day, and (optionally) what part of it
       GET-AUDIT-FILTERS.
               MOVE 1 TO TIME-IS-VALID
           END-IF.

      *Pull the operator's lines for the date out of all four logs.
      *The log directory holds them together under the date and
      *operator, so they come straight from there, each tagged with
      *the log it sits in; with no directory every log is read
      *whole as before.
       COLLECT-ALL-LOGS.
           MOVE SPACE TO LOGDIR-SCAN-LOG.
           MOVE WANTED-DATE TO LOGDIR-FROM-DATE.
           MOVE WANTED-DATE TO LOGDIR-TO-DATE.
           MOVE AUDIT-OPER TO LOGDIR-WANT-OPER.
           PERFORM START-LOG-DIRECTORY-SCAN.
           IF LOGDIR-SCAN-OPEN = 1
               PERFORM UNTIL LOGDIR-SCAN-EOF = 1
                   PERFORM READ-LOG-DIRECTORY-NEXT
                   IF LOGDIR-ENTRY-WANTED = 1
                       PERFORM SET-SOURCE-FROM-ENTRY
                       MOVE LD-TEXT TO PARSE-LINE
                       PERFORM KEEP-LINE-IF-WANTED
                   END-IF
               END-PERFORM
               PERFORM END-LOG-DIRECTORY-SCAN
           ELSE
               PERFORM COLLECT-ALL-LOG-FILES
           END-IF.

       SET-SOURCE-FROM-ENTRY.
           EVALUATE LD-LOG
               WHEN "R"
                   MOVE "RUNLOG" TO CURRENT-SOURCE
               WHEN "T"
                   MOVE "TRANSLOG" TO CURRENT-SOURCE
               WHEN "S"
                   MOVE "RESULTS" TO CURRENT-SOURCE
               WHEN OTHER
                   MOVE "ERRLOG" TO CURRENT-SOURCE
           END-EVALUATE.

      *Each pass over a whole log tags its source so the merged
      *account says where every line came from
       COLLECT-ALL-LOG-FILES.
           MOVE "RUNLOG" TO CURRENT-SOURCE.
           PERFORM COLLECT-RUNLOG.
           MOVE "TRANSLOG" TO CURRENT-SOURCE.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
