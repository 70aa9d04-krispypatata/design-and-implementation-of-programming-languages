      *            same check the four suite programs run - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2025-11-04: The archive and work-file records follow the
      *            master to 140 bytes for its new void fields; a
      *            voided record is archived like any other, void
      *            details and all.
      *2025-12-02: The archive and work-file records follow the
      *            master to 193 bytes for its composite-part fields.
      *2025-12-16: The archive and work-file records follow the
      *            master to 204 bytes for its scrap fields.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESARCH.

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
       FD RESMAST-FILE.
       COPY RESMAST.

      *The archive carries the same 204-byte layout under its own
      *key field; whole-record MOVEs keep the two in step
       FD RESARC-FILE.
       01 RA-RECORD.
           02 RA-SEQ PIC 9(6).
           02 RA-REST PIC X(198).

      *Work file holding the kept records while the live master is
      *rebuilt, the way HOUSEKP trims a log through HKEEP.TMP
       FD KEEP-FILE.
       01 KEEP-RECORD PIC X(204).

      *One line per archive ever cut, read by RESINQ to find where
      *an archived sequence number went
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

       77 RESMAST-FILE-STATUS PIC X(02) VALUE "00".
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Which date closes out the old year; everything dated before
      *it moves

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
