      *DESCRIPTION: Checking and rebuilding the log directory from
      *the logs themselves, COPYied into the PROCEDURE DIVISION of
      *LOGREBLD and of HOUSEKP (which must rebuild after every trim,
      *since a trim renumbers the lines it keeps). The caller also
      *COPYs LOGDIRP, whose BUILD-DIRECTORY-ENTRY files each line
      *exactly the way posting does, and needs a SELECT/FD for
      *LOGSCAN-FILE (LINE SEQUENTIAL, ASSIGN TO DYNAMIC LOGSCAN-NAME,
      *LOGSCAN-RECORD PIC X(200)). LOAD-LOG-DIRECTORY-NAMES fills
      *the table of the four logs; CHECK-LOG-DIRECTORY compares
      *each log's lines and dated lines against the directory's
      *count and entries and leaves the number of logs that
      *disagree in LOGDIR-DRIFT-COUNT; REBUILD-LOG-DIRECTORY writes
      *LOGDIR.DAT over from scratch. A log that does not exist
      *counts as empty.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: February 3, 2026

       LOAD-LOG-DIRECTORY-NAMES.
           MOVE "R" TO LR-LETTER(1).
           MOVE "RUNLOG.TXT" TO LR-NAME(1).
           MOVE "T" TO LR-LETTER(2).
           MOVE "TRANSLOG.TXT" TO LR-NAME(2).
           MOVE "S" TO LR-LETTER(3).
           MOVE "RESULTS.TXT" TO LR-NAME(3).
           MOVE "E" TO LR-LETTER(4).
           MOVE "ERRLOG.TXT" TO LR-NAME(4).
           MOVE 0 TO LOGDIR-LOG-IDX.
           PERFORM UNTIL LOGDIR-LOG-IDX >= 4
               ADD 1 TO LOGDIR-LOG-IDX
               MOVE 0 TO LR-LINES(LOGDIR-LOG-IDX)
               MOVE 0 TO LR-DATED(LOGDIR-LOG-IDX)
               MOVE 0 TO LR-DIR-COUNT(LOGDIR-LOG-IDX)
               MOVE 0 TO LR-ENTRIES(LOGDIR-LOG-IDX)
           END-PERFORM.

      *Log by log: what the file holds, what the directory thinks it
      *holds, and whether the two agree
       CHECK-LOG-DIRECTORY.
           MOVE 0 TO LOGDIR-DRIFT-COUNT.
           MOVE 0 TO LOGDIR-LOG-IDX.
           PERFORM UNTIL LOGDIR-LOG-IDX >= 4
               ADD 1 TO LOGDIR-LOG-IDX
               PERFORM COUNT-ONE-LOG-FILE
           END-PERFORM.

           OPEN INPUT LOGDIR-FILE.
           IF LOGDIR-FILE-STATUS = "00"
               MOVE 0 TO LOGDIR-LOG-IDX
               PERFORM UNTIL LOGDIR-LOG-IDX >= 4
                   ADD 1 TO LOGDIR-LOG-IDX
                   PERFORM COUNT-ONE-LOG-DIRECTORY
               END-PERFORM
               CLOSE LOGDIR-FILE
           ELSE
               DISPLAY "LOGDIR.DAT not available (status "
                   LOGDIR-FILE-STATUS ") - nothing is indexed."
           END-IF.

           DISPLAY " ".
           DISPLAY "LOG            LINES  DIR-CNT    DATED  ENTRIES".
           MOVE 0 TO LOGDIR-LOG-IDX.
           PERFORM UNTIL LOGDIR-LOG-IDX >= 4
               ADD 1 TO LOGDIR-LOG-IDX
               MOVE LR-LINES(LOGDIR-LOG-IDX) TO LOGDIR-COUNT-DISPLAY
               MOVE LR-DIR-COUNT(LOGDIR-LOG-IDX)
                   TO LOGDIR-COUNT-DISPLAY-2
               DISPLAY LR-NAME(LOGDIR-LOG-IDX) " "
                   LOGDIR-COUNT-DISPLAY "  " LOGDIR-COUNT-DISPLAY-2
                   WITH NO ADVANCING
               MOVE LR-DATED(LOGDIR-LOG-IDX) TO LOGDIR-COUNT-DISPLAY
               MOVE LR-ENTRIES(LOGDIR-LOG-IDX)
                   TO LOGDIR-COUNT-DISPLAY-2
               DISPLAY "  " LOGDIR-COUNT-DISPLAY "  "
                   LOGDIR-COUNT-DISPLAY-2 WITH NO ADVANCING
               IF LR-LINES(LOGDIR-LOG-IDX)
                       = LR-DIR-COUNT(LOGDIR-LOG-IDX)
                       AND LR-DATED(LOGDIR-LOG-IDX)
                       = LR-ENTRIES(LOGDIR-LOG-IDX)
                   DISPLAY "  AGREES"
               ELSE
                   DISPLAY "  DISAGREES"
                   ADD 1 TO LOGDIR-DRIFT-COUNT
               END-IF
           END-PERFORM.

      *Every line of one log, and how many of them carry a date
       COUNT-ONE-LOG-FILE.
           MOVE LR-NAME(LOGDIR-LOG-IDX) TO LOGSCAN-NAME.
           MOVE LR-LETTER(LOGDIR-LOG-IDX) TO LOGDIR-LOG.
           MOVE 0 TO LOGDIR-LINE-NO.
           MOVE 0 TO LOGSCAN-EOF.
           OPEN INPUT LOGSCAN-FILE.
           IF LOGSCAN-FILE-STATUS = "00"
               PERFORM UNTIL LOGSCAN-EOF = 1
                   READ LOGSCAN-FILE
                       AT END
                           MOVE 1 TO LOGSCAN-EOF
                       NOT AT END
                           ADD 1 TO LOGDIR-LINE-NO
                           MOVE LOGSCAN-RECORD TO LOGDIR-TEXT
                           PERFORM BUILD-DIRECTORY-ENTRY
                           IF LD-DATE > 0
                               ADD 1 TO LR-DATED(LOGDIR-LOG-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGSCAN-FILE
           END-IF.
           MOVE LOGDIR-LINE-NO TO LR-LINES(LOGDIR-LOG-IDX).

      *The log's control count, then its entries walked on the
      *log/date key
       COUNT-ONE-LOG-DIRECTORY.
           MOVE LR-LETTER(LOGDIR-LOG-IDX) TO LOGDIR-LOG.
           PERFORM SET-CONTROL-ENTRY.
           MOVE LD-KEY TO LOGDIR-KEY.
           READ LOGDIR-FILE KEY IS LOGDIR-KEY
               INVALID KEY
                   MOVE 0 TO LR-DIR-COUNT(LOGDIR-LOG-IDX)
               NOT INVALID KEY
                   MOVE LOGDIR-RECORD TO LOGDIR-ENTRY
                   MOVE LD-COUNT TO LR-DIR-COUNT(LOGDIR-LOG-IDX)
           END-READ.

           MOVE 0 TO LOGDIR-SCAN-EOF.
           MOVE LOGDIR-LOG TO LOGDIR-SCAN-LOG.
           MOVE 1 TO LOGDIR-FROM-DATE.
           MOVE 99999999 TO LOGDIR-TO-DATE.
           MOVE LOW-VALUES TO LOGDIR-LOG-KEY.
           MOVE LOGDIR-SCAN-LOG TO LOGDIR-LOG-KEY(1:1).
           MOVE LOGDIR-FROM-DATE TO LOGDIR-LOG-KEY(2:8).
           START LOGDIR-FILE KEY >= LOGDIR-LOG-KEY
               INVALID KEY
                   MOVE 1 TO LOGDIR-SCAN-EOF
           END-START.
           PERFORM UNTIL LOGDIR-SCAN-EOF = 1
               PERFORM READ-LOG-DIRECTORY-NEXT
               IF LOGDIR-ENTRY-WANTED = 1
                   ADD 1 TO LR-ENTRIES(LOGDIR-LOG-IDX)
               END-IF
           END-PERFORM.

      *LOGDIR.DAT written over from the four logs as they stand now
       REBUILD-LOG-DIRECTORY.
           OPEN OUTPUT LOGDIR-FILE.
           MOVE "LOGDIR.DAT" TO ERR-FILE-NAME.
           MOVE "OPEN" TO ERR-OPERATION.
           MOVE LOGDIR-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE 0 TO LOGDIR-LOG-IDX.
           PERFORM UNTIL LOGDIR-LOG-IDX >= 4
               ADD 1 TO LOGDIR-LOG-IDX
               MOVE 0 TO LR-LINES(LOGDIR-LOG-IDX)
               MOVE 0 TO LR-ENTRIES(LOGDIR-LOG-IDX)
               PERFORM REBUILD-ONE-LOG
           END-PERFORM.
           CLOSE LOGDIR-FILE.

           DISPLAY " ".
           DISPLAY "LOGDIR.DAT rebuilt:".
           MOVE 0 TO LOGDIR-LOG-IDX.
           PERFORM UNTIL LOGDIR-LOG-IDX >= 4
               ADD 1 TO LOGDIR-LOG-IDX
               MOVE LR-LINES(LOGDIR-LOG-IDX) TO LOGDIR-COUNT-DISPLAY
               MOVE LR-ENTRIES(LOGDIR-LOG-IDX)
                   TO LOGDIR-COUNT-DISPLAY-2
               DISPLAY "  " LR-NAME(LOGDIR-LOG-IDX) " "
                   LOGDIR-COUNT-DISPLAY " line(s), "
                   LOGDIR-COUNT-DISPLAY-2 " entr(ies)"
           END-PERFORM.

      *One log read end to end: an entry per dated line, then its
      *control entry with the line count
       REBUILD-ONE-LOG.
           MOVE LR-NAME(LOGDIR-LOG-IDX) TO LOGSCAN-NAME.
           MOVE LR-LETTER(LOGDIR-LOG-IDX) TO LOGDIR-LOG.
           MOVE 0 TO LOGDIR-LINE-NO.
           MOVE 0 TO LOGSCAN-EOF.
           OPEN INPUT LOGSCAN-FILE.
           IF LOGSCAN-FILE-STATUS = "00"
               PERFORM UNTIL LOGSCAN-EOF = 1
                   READ LOGSCAN-FILE
                       AT END
                           MOVE 1 TO LOGSCAN-EOF
                       NOT AT END
                           ADD 1 TO LOGDIR-LINE-NO
                           MOVE LOGSCAN-RECORD TO LOGDIR-TEXT
                           PERFORM BUILD-DIRECTORY-ENTRY
                           IF LD-DATE > 0
                               PERFORM WRITE-REBUILT-ENTRY
                               ADD 1 TO LR-ENTRIES(LOGDIR-LOG-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGSCAN-FILE
           END-IF.
           MOVE LOGDIR-LINE-NO TO LR-LINES(LOGDIR-LOG-IDX).
           PERFORM SET-CONTROL-ENTRY.
           MOVE LR-LINES(LOGDIR-LOG-IDX) TO LD-COUNT.
           PERFORM WRITE-REBUILT-ENTRY.

       WRITE-REBUILT-ENTRY.
           MOVE LOGDIR-ENTRY TO LOGDIR-RECORD.
           WRITE LOGDIR-RECORD.
           MOVE "LOGDIR.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE LOGDIR-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
