      *DESCRIPTION: The log directory paragraphs that go with the
      *LOGDIR fields, COPYied into the PROCEDURE DIVISION of every
      *program that appends to the four shared logs. After each line
      *it writes to a log, the caller moves the log's letter to
      *LOGDIR-LOG and the line to LOGDIR-TEXT and PERFORMs
      *POST-LOG-DIRECTORY, which counts the line against that log
      *and files a directory entry for it when it carries a DATE=
      *tag. With no LOGDIR.DAT yet (status 35) posting stands down
      *quietly; any other failure is shown once with a pointer to
      *LOGREBLD and the session carries on - the log line itself is
      *already written, and only the directory is behind. A query
      *sets a date range and a log (or an operator), PERFORMs
      *START-LOG-DIRECTORY-SCAN, then READ-LOG-DIRECTORY-NEXT until
      *LOGDIR-SCAN-EOF, taking each entry with LOGDIR-ENTRY-WANTED
      *set, and ends with END-LOG-DIRECTORY-SCAN. LOGDIR-SCAN-OPEN
      *comes back 0 when there is no directory to scan, and the
      *query reads the whole log the way it always has.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: February 3, 2026

       POST-LOG-DIRECTORY.
           OPEN I-O LOGDIR-FILE.
           IF LOGDIR-FILE-STATUS = "00"
               PERFORM BUMP-LOG-LINE-COUNT
               IF LOGDIR-FILE-STATUS = "00"
                   PERFORM BUILD-DIRECTORY-ENTRY
                   IF LD-DATE > 0
                       MOVE LOGDIR-ENTRY TO LOGDIR-RECORD
                       WRITE LOGDIR-RECORD
                   END-IF
               END-IF
               IF LOGDIR-FILE-STATUS NOT = "00"
                   PERFORM WARN-LOG-DIRECTORY
               END-IF
               CLOSE LOGDIR-FILE
           ELSE
               IF LOGDIR-FILE-STATUS NOT = "35"
                   PERFORM WARN-LOG-DIRECTORY
               END-IF
           END-IF.

      *The log's control entry holds how many lines it has; the
      *line just written is one more, and that is its line number
       BUMP-LOG-LINE-COUNT.
           PERFORM SET-CONTROL-ENTRY.
           MOVE LD-KEY TO LOGDIR-KEY.
           MOVE 0 TO LOGDIR-LINE-NO.
           READ LOGDIR-FILE KEY IS LOGDIR-KEY
               INVALID KEY
                   MOVE 0 TO LOGDIR-FOUND
               NOT INVALID KEY
                   MOVE 1 TO LOGDIR-FOUND
                   MOVE LOGDIR-RECORD TO LOGDIR-ENTRY
                   MOVE LD-COUNT TO LOGDIR-LINE-NO
           END-READ.
           ADD 1 TO LOGDIR-LINE-NO.
           PERFORM SET-CONTROL-ENTRY.
           MOVE LOGDIR-LINE-NO TO LD-COUNT.
           MOVE LOGDIR-ENTRY TO LOGDIR-RECORD.
           IF LOGDIR-FOUND = 1
               REWRITE LOGDIR-RECORD
           ELSE
               WRITE LOGDIR-RECORD
           END-IF.

       SET-CONTROL-ENTRY.
           MOVE 0 TO LD-DATE.
           MOVE SPACES TO LD-OPER.
           MOVE SPACES TO LD-PROGRAM.
           MOVE LOGDIR-LOG TO LD-LOG.
           MOVE 0 TO LD-LINE-NO.
           MOVE LOGDIR-LOG TO LD-LK-LOG.
           MOVE 0 TO LD-LK-DATE.
           MOVE 0 TO LD-LK-LINE-NO.
           MOVE 0 TO LD-TIME.
           MOVE 0 TO LD-COUNT.
           MOVE SPACES TO LD-TEXT.

      *The entry for the line in LOGDIR-TEXT, line LOGDIR-LINE-NO of
      *log LOGDIR-LOG, taken from its tags the way the query
      *programs read them. RUNLOG and ERRLOG lines name their
      *program; a TRANSLOG line is the calculator's, a RESULTS line
      *the area program's unless it is a VOID= reversal. A line with
      *no usable DATE= tag (a header) comes back with LD-DATE zero
      *and gets no entry, though it still counts as a line.
       BUILD-DIRECTORY-ENTRY.
           MOVE 0 TO LD-DATE.
           MOVE SPACES TO LD-OPER.
           MOVE SPACES TO LD-PROGRAM.
           MOVE 0 TO LD-TIME.
           MOVE 0 TO LD-COUNT.
           MOVE LOGDIR-TEXT TO LD-TEXT.

           MOVE SPACES TO LOGDIR-JUNK.
           MOVE SPACES TO LOGDIR-REST.
           UNSTRING LOGDIR-TEXT DELIMITED BY " DATE="
               INTO LOGDIR-JUNK LOGDIR-REST.
           MOVE LOGDIR-REST(1:8) TO LOGDIR-DATE-TEXT.
           IF LOGDIR-DATE-TEXT IS NUMERIC
               MOVE LOGDIR-DATE-TEXT TO LD-DATE
           END-IF.

           MOVE SPACES TO LOGDIR-JUNK.
           MOVE SPACES TO LOGDIR-REST.
           UNSTRING LOGDIR-TEXT DELIMITED BY " TIME="
               INTO LOGDIR-JUNK LOGDIR-REST.
           MOVE LOGDIR-REST(1:6) TO LOGDIR-TIME-TEXT.
           IF LOGDIR-TIME-TEXT IS NUMERIC
               MOVE LOGDIR-TIME-TEXT TO LD-TIME
           END-IF.

           MOVE SPACES TO LOGDIR-JUNK.
           MOVE SPACES TO LOGDIR-REST.
           UNSTRING LOGDIR-TEXT DELIMITED BY " OPER="
               INTO LOGDIR-JUNK LOGDIR-REST.
           MOVE LOGDIR-REST(1:8) TO LD-OPER.

           IF LOGDIR-TEXT(1:8) = "PROGRAM="
               MOVE LOGDIR-TEXT(9:10) TO LD-PROGRAM
           ELSE
               EVALUATE LOGDIR-LOG
                   WHEN "T"
                       MOVE "SAMPLE" TO LD-PROGRAM
                   WHEN "S"
                       IF LOGDIR-TEXT(1:5) = "VOID="
                           MOVE "RESVOID" TO LD-PROGRAM
                       ELSE
                           MOVE "AREA" TO LD-PROGRAM
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           MOVE LOGDIR-LOG TO LD-LOG.
           MOVE LOGDIR-LINE-NO TO LD-LINE-NO.
           MOVE LOGDIR-LOG TO LD-LK-LOG.
           MOVE LD-DATE TO LD-LK-DATE.
           MOVE LOGDIR-LINE-NO TO LD-LK-LINE-NO.

       WARN-LOG-DIRECTORY.
           IF LOGDIR-WARNED = 0
               MOVE 1 TO LOGDIR-WARNED
               DISPLAY "WARNING: LOGDIR.DAT could not be updated "
                   "(status " LOGDIR-FILE-STATUS ") - run LOGREBLD "
                   "to bring the log directory back in line."
           END-IF.

      *Position on the first entry of the range: by log and date
      *when LOGDIR-SCAN-LOG names one log, otherwise by date and
      *(when one is wanted) operator. A range starting at zero
      *starts at the first dated entry, past the control entries.
       START-LOG-DIRECTORY-SCAN.
           MOVE 0 TO LOGDIR-SCAN-OPEN.
           MOVE 0 TO LOGDIR-SCAN-EOF.
           IF LOGDIR-FROM-DATE = 0
               MOVE 1 TO LOGDIR-FROM-DATE
           END-IF.
           OPEN INPUT LOGDIR-FILE.
           IF LOGDIR-FILE-STATUS = "00"
               MOVE 1 TO LOGDIR-SCAN-OPEN
               IF LOGDIR-SCAN-LOG = SPACE
                   MOVE LOW-VALUES TO LOGDIR-KEY
                   MOVE LOGDIR-FROM-DATE TO LOGDIR-KEY(1:8)
                   IF LOGDIR-WANT-OPER NOT = SPACES
                       MOVE LOGDIR-WANT-OPER TO LOGDIR-KEY(9:8)
                   END-IF
                   START LOGDIR-FILE KEY >= LOGDIR-KEY
                       INVALID KEY
                           MOVE 1 TO LOGDIR-SCAN-EOF
                   END-START
               ELSE
                   MOVE LOW-VALUES TO LOGDIR-LOG-KEY
                   MOVE LOGDIR-SCAN-LOG TO LOGDIR-LOG-KEY(1:1)
                   MOVE LOGDIR-FROM-DATE TO LOGDIR-LOG-KEY(2:8)
                   START LOGDIR-FILE KEY >= LOGDIR-LOG-KEY
                       INVALID KEY
                           MOVE 1 TO LOGDIR-SCAN-EOF
                   END-START
               END-IF
           ELSE
               IF LOGDIR-WARNED = 0
                   MOVE 1 TO LOGDIR-WARNED
                   DISPLAY "LOGDIR.DAT not available (status "
                       LOGDIR-FILE-STATUS ") - reading the whole "
                       "log. Run LOGREBLD to rebuild the directory."
               END-IF
           END-IF.

      *The next entry, into LOGDIR-ENTRY. The scan ends past the
      *last date of the range, past the wanted log, or - for one
      *operator on one day - past that operator's entries.
       READ-LOG-DIRECTORY-NEXT.
           MOVE 0 TO LOGDIR-ENTRY-WANTED.
           IF LOGDIR-SCAN-EOF = 0
               READ LOGDIR-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO LOGDIR-SCAN-EOF
                   NOT AT END
                       MOVE LOGDIR-RECORD TO LOGDIR-ENTRY
                       PERFORM CHECK-DIRECTORY-ENTRY
               END-READ
           END-IF.

       CHECK-DIRECTORY-ENTRY.
           IF LOGDIR-SCAN-LOG = SPACE
               IF LD-DATE > LOGDIR-TO-DATE
                   MOVE 1 TO LOGDIR-SCAN-EOF
               ELSE
                   IF LOGDIR-WANT-OPER = SPACES
                           OR LD-OPER = LOGDIR-WANT-OPER
                       MOVE 1 TO LOGDIR-ENTRY-WANTED
                   ELSE
                       IF LOGDIR-FROM-DATE = LOGDIR-TO-DATE
                               AND LD-OPER > LOGDIR-WANT-OPER
                           MOVE 1 TO LOGDIR-SCAN-EOF
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF LD-LK-LOG NOT = LOGDIR-SCAN-LOG
                       OR LD-LK-DATE > LOGDIR-TO-DATE
                   MOVE 1 TO LOGDIR-SCAN-EOF
               ELSE
                   MOVE 1 TO LOGDIR-ENTRY-WANTED
               END-IF
           END-IF.

       END-LOG-DIRECTORY-SCAN.
           IF LOGDIR-SCAN-OPEN = 1
               CLOSE LOGDIR-FILE
               MOVE 0 TO LOGDIR-SCAN-OPEN
           END-IF.
