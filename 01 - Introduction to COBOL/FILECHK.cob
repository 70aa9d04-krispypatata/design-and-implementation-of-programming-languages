      *            when today is already sealed by DAYCLOSE - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECHK.

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

       77 MAX-SLOTS PIC 99 VALUE 20.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *NUMARR.DAT must open with a numeric 1-20 header, hold exactly
      *that many records after it, every one a number within 1-99

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
