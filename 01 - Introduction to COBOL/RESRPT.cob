      *            same check the four suite programs run - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2025-11-04: Results voided through RESVOID are left out of
      *            every breakdown and the grand totals; the grand-
      *            total page reports how many of the month's
      *            results were voided instead.
      *2025-12-16: Scrap records (bad cuts recorded against the
      *            original result) are left out of the production
      *            breakdowns and totals the same way; the grand-
      *            total page counts them, and QUALRPT reports what
      *            they cost.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESRPT.

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

       77 RESMAST-FILE-STATUS PIC X(02) VALUE "00".

      *Grand totals
       77 GRAND-COUNT PIC 9(6) VALUE 0.
       77 VOID-COUNT PIC 9(6) VALUE 0.
       77 SCRAP-COUNT PIC 9(6) VALUE 0.
       77 GRAND-AREA PIC 9(11)V9(2) VALUE 0.
       77 GRAND-COST PIC 9(13)V9(2) VALUE 0.

           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Ask which month (YYYYMM) to report on, one try, the way
      *OPERRPT asks for its date
       TALLY-ONE-RECORD.
           MOVE RM-DATE TO RM-DATE-TEXT.
           IF RM-DATE-TEXT(1:6) = WANTED-MONTH
                   AND RM-VOID-FLAG = "V"
               ADD 1 TO VOID-COUNT
           END-IF.
           IF RM-DATE-TEXT(1:6) = WANTED-MONTH
                   AND RM-VOID-FLAG NOT = "V"
                   AND RM-SCRAP-FLAG = "S"
               ADD 1 TO SCRAP-COUNT
           END-IF.
           IF RM-DATE-TEXT(1:6) = WANTED-MONTH
                   AND RM-VOID-FLAG NOT = "V"
                   AND RM-SCRAP-FLAG NOT = "S"
               ADD 1 TO GRAND-COUNT
               ADD RM-AREA TO GRAND-AREA
               ADD RM-COST TO GRAND-COST
               FUNCTION TRIM(GRAND-COST-DISPLAY LEADING)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE VOID-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING
               "VOIDED (EXCLUDED): "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SCRAP-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING
               "SCRAP (EXCLUDED):  "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF TALLY-DROPPED > 0
               MOVE TALLY-DROPPED TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
