      *DESCRIPTION: Shared WORKING-STORAGE fields for the indexed log
      *directory LOGDIR.DAT (see LOGDIRP for the paragraphs), shared
      *the way CLOSECHK is: one definition COPYied into every program
      *that appends to RUNLOG.TXT, TRANSLOG.TXT, RESULTS.TXT or
      *ERRLOG.TXT. Each dated log line has one directory entry keyed
      *by date, operator and program, with the log it sits in and
      *its line number there, so a one-day or one-operator query
      *goes straight to its lines instead of reading every log from
      *the first line. The logs are line sequential and cannot be
      *positioned, so the entry carries a copy of the line itself.
      *A second key (log, date, line number) gives one log's lines
      *for a date range in the order they were written. Each log
      *also has a control entry (date zero) holding its line count,
      *which is how an appended line learns its line number and how
      *LOGREBLD tells a directory that has drifted from its logs.
      *The caller needs a SELECT/FD for LOGDIR-FILE on "LOGDIR.DAT"
      *(INDEXED, ACCESS DYNAMIC, RECORD KEY LOGDIR-KEY, ALTERNATE
      *RECORD KEY LOGDIR-LOG-KEY) with LOGDIR-RECORD made up of
      *LOGDIR-KEY PIC X(34), LOGDIR-LOG-KEY PIC X(16) and
      *LOGDIR-DATA PIC X(173).
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: February 3, 2026
       77 LOGDIR-FILE-STATUS PIC X(02) VALUE "00".

      *One directory entry as it sits on LOGDIR.DAT. LD-LOG says
      *which log: R RUNLOG.TXT, T TRANSLOG.TXT, S RESULTS.TXT,
      *E ERRLOG.TXT. A control entry has LD-DATE zero and its log's
      *line count in LD-COUNT.
       01 LOGDIR-ENTRY.
           02 LD-KEY.
               03 LD-DATE PIC 9(8).
               03 LD-OPER PIC X(8).
               03 LD-PROGRAM PIC X(10).
               03 LD-LOG PIC X(1).
               03 LD-LINE-NO PIC 9(7).
           02 LD-LOG-KEY.
               03 LD-LK-LOG PIC X(1).
               03 LD-LK-DATE PIC 9(8).
               03 LD-LK-LINE-NO PIC 9(7).
           02 LD-TIME PIC 9(6).
           02 LD-COUNT PIC 9(7).
           02 LD-TEXT PIC X(160).

      *Posting: the caller moves the log's letter and the line just
      *written, then PERFORMs POST-LOG-DIRECTORY
       77 LOGDIR-LOG PIC X(1) VALUE SPACE.
       77 LOGDIR-TEXT PIC X(160) VALUE SPACES.
       77 LOGDIR-LINE-NO PIC 9(7) VALUE 0.
       77 LOGDIR-WARNED PIC 9 VALUE 0.

      *Scanning: a date range, and either one log (LOGDIR-SCAN-LOG,
      *lines in written order) or, with LOGDIR-SCAN-LOG blank, every
      *log's lines in date/operator/program order, optionally for one
      *operator (LOGDIR-WANT-OPER)
       77 LOGDIR-SCAN-LOG PIC X(1) VALUE SPACE.
       77 LOGDIR-FROM-DATE PIC 9(8) VALUE 0.
       77 LOGDIR-TO-DATE PIC 9(8) VALUE 0.
       77 LOGDIR-WANT-OPER PIC X(8) VALUE SPACES.
       77 LOGDIR-SCAN-OPEN PIC 9 VALUE 0.
       77 LOGDIR-SCAN-EOF PIC 9 VALUE 0.
       77 LOGDIR-ENTRY-WANTED PIC 9 VALUE 0.

      *One line pulled apart on its tags for its directory entry
       77 LOGDIR-JUNK PIC X(160) VALUE SPACES.
       77 LOGDIR-REST PIC X(160) VALUE SPACES.
       77 LOGDIR-DATE-TEXT PIC X(8) VALUE SPACES.
       77 LOGDIR-TIME-TEXT PIC X(6) VALUE SPACES.
       77 LOGDIR-FOUND PIC 9 VALUE 0.

      *Checking and rebuilding (LOGDIRBP): the four logs, the lines
      *and dated lines each holds, and what the directory says.
      *LOGDIRBP also needs a SELECT/FD for LOGSCAN-FILE, assigned
      *DYNAMIC to LOGSCAN-NAME, with LOGSCAN-RECORD PIC X(200).
       01 LOGDIR-LOG-TABLE.
           02 LOGDIR-LOG-ROW OCCURS 4 TIMES.
               03 LR-LETTER PIC X(1).
               03 LR-NAME PIC X(12).
               03 LR-LINES PIC 9(7).
               03 LR-DATED PIC 9(7).
               03 LR-DIR-COUNT PIC 9(7).
               03 LR-ENTRIES PIC 9(7).
       77 LOGDIR-LOG-IDX PIC 9 VALUE 0.
       77 LOGSCAN-NAME PIC X(30) VALUE SPACES.
       77 LOGSCAN-FILE-STATUS PIC X(02) VALUE "00".
       77 LOGSCAN-EOF PIC 9 VALUE 0.
       77 LOGDIR-DRIFT-COUNT PIC 9 VALUE 0.
       77 LOGDIR-COUNT-DISPLAY PIC Z(6)9.
       77 LOGDIR-COUNT-DISPLAY-2 PIC Z(6)9.
