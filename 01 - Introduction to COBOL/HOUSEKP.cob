      *            when today is already sealed by DAYCLOSE - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2026-02-03: A trim renumbers the lines it keeps, so after
      *            any log is trimmed the indexed log directory
      *            LOGDIR.DAT is rebuilt from the logs as they now
      *            stand (shared LOGDIR/LOGDIRP/LOGDIRBP copybooks,
      *            the rebuild LOGREBLD runs). This program's own
      *            RUNLOG and ERRLOG lines are filed in the
      *            directory as they are written.
      *2026-02-17: RETENTION.CFG may now name PURCHORD.DAT, the
      *            purchase-order file REORDER and GOODSRCV keep.
      *            A CLOSED order line whose last delivery (or, with
      *            none, whose raising) is older than the cutoff is
      *            archived or dropped like an aged log line; OPEN
      *            and PART lines are always kept, as is the
      *            highest-numbered order so order numbers are
      *            never issued twice. Only a trim of an actual log
      *            rebuilds the log directory.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKP.

           SELECT ARCH-FILE ASSIGN TO DYNAMIC ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT LOGSCAN-FILE ASSIGN TO DYNAMIC LOGSCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGSCAN-FILE-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.
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
       FD ARCH-FILE.
       01 ARCH-RECORD PIC X(200).

       FD LOGSCAN-FILE.
       01 LOGSCAN-RECORD PIC X(200).

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

       77 CFG-FILE-STATUS PIC X(02) VALUE "00".
       77 TOTAL-DROPPED PIC 9(6) VALUE 0.
       77 COUNT-DISPLAY PIC Z(5)9.
       77 LOGS-PROCESSED PIC 9(2) VALUE 0.
       77 LOGS-TRIMMED PIC 9(2) VALUE 0.

      *PURCHORD.DAT: the highest order number on file, whose line is
      *never archived since REORDER numbers the next order from it
       77 PO-HIGH-NO PIC 9(6) VALUE 0.
       77 LINE-PO-NO PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
      *Housekeeping rewrites the shared logs, so the session lock is
               CLOSE KEEP-FILE
           END-IF.

      *A trim renumbers every line it keeps, so the log directory is
      *rebuilt from the logs as they now stand
           IF LOGS-TRIMMED > 0
               PERFORM LOAD-LOG-DIRECTORY-NAMES
               PERFORM REBUILD-LOG-DIRECTORY
           END-IF.

           IF LOGS-PROCESSED > 0
               DISPLAY " "
               MOVE TOTAL-KEPT TO COUNT-DISPLAY
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Walk RETENTION.CFG and run one trim per usable entry. With no
      *config file nothing is touched - housekeeping never guesses a
           END-IF.

      *One config line: LOG=<name> DAYS=<n> ARCHIVE=<Y/N>. Only the
      *four shared logs and the PURCHORD.DAT purchase-order file are
      *eligible; anything else is reported and skipped.
       APPLY-RETENTION-LINE.
           MOVE 0 TO HK-ENTRY-OK.
           MOVE SPACES TO HK-LOG-NAME.
                   AND (HK-LOG-NAME = "RUNLOG.TXT"
                   OR HK-LOG-NAME = "RESULTS.TXT"
                   OR HK-LOG-NAME = "TRANSLOG.TXT"
                   OR HK-LOG-NAME = "NUMRPT.TXT"
                   OR HK-LOG-NAME = "PURCHORD.DAT")
               PERFORM PROCESS-ONE-LOG
           ELSE
               DISPLAY "Ignoring bad RETENTION.CFG line: "
           MOVE 0 TO KEPT-COUNT.
           MOVE 0 TO ARCHIVED-COUNT.
           MOVE 0 TO DROPPED-COUNT.
           IF HK-LOG-NAME = "PURCHORD.DAT"
               PERFORM FIND-HIGHEST-ORDER
           END-IF.

           OPEN INPUT LOG-FILE.
           IF LOG-FILE-STATUS NOT = "00"
               PERFORM REWRITE-LOG-FROM-KEEP
               PERFORM REPORT-ONE-LOG
               ADD 1 TO LOGS-PROCESSED
               IF HK-LOG-NAME NOT = "PURCHORD.DAT"
                   ADD 1 TO LOGS-TRIMMED
               END-IF
               ADD KEPT-COUNT TO TOTAL-KEPT
               ADD ARCHIVED-COUNT TO TOTAL-ARCHIVED
               ADD DROPPED-COUNT TO TOTAL-DROPPED
           END-IF.

      *One pass over PURCHORD.DAT for the highest order number on
      *file before its lines are classified
       FIND-HIGHEST-ORDER.
           MOVE 0 TO PO-HIGH-NO.
           OPEN INPUT LOG-FILE.
           IF LOG-FILE-STATUS = "00"
               MOVE 0 TO LOG-EOF
               PERFORM UNTIL LOG-EOF = 1
                   READ LOG-FILE
                       AT END
                           MOVE 1 TO LOG-EOF
                       NOT AT END
                           IF LOG-RECORD(1:6) IS NUMERIC
                               MOVE LOG-RECORD(1:6) TO LINE-PO-NO
                               IF LINE-PO-NO > PO-HIGH-NO
                                   MOVE LINE-PO-NO TO PO-HIGH-NO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

      *Aged lines for one run all land in <base>-<today>.ARC, so a
      *month-end sweep leaves one dated archive per log that had
      *anything to archive; opened by the first aged line
      *line, kept unconditionally; otherwise the date decides. The
      *tag sits in column 1 on NUMRPT.TXT lines and mid-line (after
      *a space) on the other three logs, so both shapes are checked.
      *A PURCHORD.DAT line is dated only when it can go at all.
       CLASSIFY-LOG-LINE.
           MOVE LOG-RECORD TO PARSE-LINE.
           MOVE SPACES TO LINE-DATE-TEXT.
           IF HK-LOG-NAME = "PURCHORD.DAT"
               PERFORM DATE-ORDER-LINE
           ELSE
               IF LOG-RECORD(1:5) = "DATE="
                   MOVE LOG-RECORD(6:8) TO LINE-DATE-TEXT
               ELSE
                   MOVE SPACES TO PARSE-JUNK
                   MOVE SPACES TO PARSE-REST
                   UNSTRING PARSE-LINE DELIMITED BY " DATE="
                       INTO PARSE-JUNK PARSE-REST
                   IF PARSE-REST NOT = SPACES
                       MOVE PARSE-REST(1:8) TO LINE-DATE-TEXT
                   END-IF
               END-IF
           END-IF.

               PERFORM WRITE-KEEP-LINE
           END-IF.

      *A CLOSED order line other than the highest-numbered one ages
      *from its last delivery, or from the day it was raised when
      *nothing was ever delivered (the rest written off); any other
      *line is left undated and so kept
       DATE-ORDER-LINE.
           IF LOG-RECORD(1:6) IS NUMERIC
                   AND LOG-RECORD(56:6) = "CLOSED"
               MOVE LOG-RECORD(1:6) TO LINE-PO-NO
               IF LINE-PO-NO NOT = PO-HIGH-NO
                   IF LOG-RECORD(81:8) NOT = SPACES
                       MOVE LOG-RECORD(81:8) TO LINE-DATE-TEXT
                   ELSE
                       MOVE LOG-RECORD(63:8) TO LINE-DATE-TEXT
                   END-IF
               END-IF
           END-IF.

       WRITE-KEEP-LINE.
           MOVE LOG-RECORD TO KEEP-RECORD.
           WRITE KEEP-RECORD.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY LOGDIRBP.

       COPY CLOSECHKP.
