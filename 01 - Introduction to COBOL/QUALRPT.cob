      *DESCRIPTION: Monthly quality report over the results master -
      *what bad cuts cost us and where they come from. When a cut
      *goes wrong the area program records it as scrap against the
      *original result, with a reason code from SCRAPRSN.DAT; this
      *report folds every scrap record of a chosen month (YYYYMM)
      *into totals of scrap count, area and cost by reason, by
      *material and by operator, and sets the month's scrap cost
      *against its production cost. The area is the stock the bad
      *cut used (a part's whole outer blank); the cost is the
      *record's own, priced the way production is. A voided scrap
      *record is left out. Written as a paginated report to
      *QUALRPT.TXT in the same form as RESRPT's production summary.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: December 16, 2025
      *Modification History:
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESMAST-FILE ASSIGN TO "RESMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-SEQ
               FILE STATUS IS RESMAST-FILE-STATUS.
           SELECT SCRAPRSN-FILE ASSIGN TO "SCRAPRSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRAPRSN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "QUALRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "SESSION.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
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
           SELECT CLOSECTL-FILE ASSIGN TO "CLOSECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSECTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Layout shared with the area program through the RESMAST
      *copybook
       FD RESMAST-FILE.
       COPY RESMAST.

      *Layout described in the SCRAPRSN copybook
       FD SCRAPRSN-FILE.
       01 SCRAPRSN-RECORD PIC X(40).

      *The printable report, overwritten fresh each run
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       FD RUNLOG-FILE.
       01 RUNLOG-RECORD PIC X(120).

       FD LOCK-FILE.
       01 LOCK-RECORD PIC X(60).

       FD ERRLOG-FILE.
       01 ERRLOG-RECORD PIC X(120).

       FD LOGDIR-FILE.
       01 LOGDIR-RECORD.
           02 LOGDIR-KEY PIC X(34).
           02 LOGDIR-LOG-KEY PIC X(16).
           02 LOGDIR-DATA PIC X(173).

       FD OPERMAST-FILE.
       01 OPERMAST-RECORD PIC X(40).

       FD CLOSECTL-FILE.
       01 CLOSECTL-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       COPY SESSLOCK.
       COPY OPERID.
       COPY ERRLOG.
       COPY LOGDIR.
       COPY CLOSECHK.
       COPY SCRAPRSN.

       77 RESMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 REPORT-FILE-STATUS PIC X(02) VALUE "00".
       77 RESMAST-EOF PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.

      *The month being reported, validated the way RESRPT
      *validates it
       77 MONTH-INPUT PIC X(10).
       77 MONTH-NUMERIC PIC 9(10) VALUE 0.
       77 MONTH-IS-VALID PIC 9 VALUE 0.
       77 WANTED-MONTH PIC X(6) VALUE SPACES.
       77 RM-DATE-TEXT PIC X(8) VALUE SPACES.

      *The stock one scrap record used: a part's outer blank, the
      *shape's own area otherwise
       77 SCRAP-AREA PIC 9(7)V9(2) VALUE 0.

      *By-reason, by-material and by-operator tallies, rows added as
      *codes are met, with a visible warning when a table fills
       01 RSN-TALLY-TABLE.
           02 RSN-TALLY-ENTRY OCCURS 30 TIMES.
               03 RT-CODE PIC X(4).
               03 RT-COUNT PIC 9(5).
               03 RT-AREA PIC 9(9)V9(2).
               03 RT-COST PIC 9(11)V9(2).
       77 RSN-TALLY-COUNT PIC 99 VALUE 0.
       77 RSN-TALLY-IDX PIC 99 VALUE 0.
       01 MAT-TALLY-TABLE.
           02 MAT-TALLY-ENTRY OCCURS 20 TIMES.
               03 MT-CODE PIC X(4).
               03 MT-COUNT PIC 9(5).
               03 MT-AREA PIC 9(9)V9(2).
               03 MT-COST PIC 9(11)V9(2).
       77 MAT-TALLY-COUNT PIC 99 VALUE 0.
       77 MAT-TALLY-IDX PIC 99 VALUE 0.
       01 OPER-TALLY-TABLE.
           02 OPER-TALLY-ENTRY OCCURS 20 TIMES.
               03 OP-ID PIC X(8).
               03 OP-COUNT PIC 9(5).
               03 OP-AREA PIC 9(9)V9(2).
               03 OP-COST PIC 9(11)V9(2).
       77 OPER-TALLY-COUNT PIC 99 VALUE 0.
       77 OPER-TALLY-IDX PIC 99 VALUE 0.
       77 TALLY-FOUND PIC 9 VALUE 0.
       77 TALLY-DROPPED PIC 9(5) VALUE 0.

      *Grand totals, and the month's production for the scrap rate
       77 SCRAP-COUNT PIC 9(6) VALUE 0.
       77 SCRAP-AREA-TOTAL PIC 9(11)V9(2) VALUE 0.
       77 SCRAP-COST-TOTAL PIC 9(13)V9(2) VALUE 0.
       77 PROD-COUNT PIC 9(6) VALUE 0.
       77 PROD-COST-TOTAL PIC 9(13)V9(2) VALUE 0.
       77 SCRAP-RATE PIC 9(5)V9(2) VALUE 0.
       77 RATE-DISPLAY PIC Z(4)9.9(2).

      *Pagination: a fresh heading every PAGE-LIMIT lines and at
      *the top of every section
       77 PAGE-NUMBER PIC 9(3) VALUE 0.
       77 PAGE-LINE-COUNT PIC 9(2) VALUE 0.
       77 PAGE-LIMIT PIC 9(2) VALUE 55.
       77 PAGE-NUMBER-DISPLAY PIC ZZ9.
       77 SECTION-TITLE PIC X(30) VALUE SPACES.

       77 COUNT-DISPLAY PIC Z(4)9.
       77 AREA-TALLY-DISPLAY PIC Z(8)9.9(2).
       77 COST-TALLY-DISPLAY PIC Z(10)9.9(2).
       77 GRAND-AREA-DISPLAY PIC Z(10)9.9(2).
       77 GRAND-COST-DISPLAY PIC Z(12)9.9(2).
       77 REASON-DESC PIC X(20) VALUE SPACES.
       77 RPT-TIMESTAMP PIC X(21).
       77 REPORT-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "QUALRPT" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "QUALRPT" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "QUALRPT" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           PERFORM GET-REPORT-MONTH.
           IF MONTH-IS-VALID = 1
               PERFORM LOAD-SCRAP-REASONS
               PERFORM TALLY-THE-MONTH
               IF RUN-FAILED = 0
                   PERFORM WRITE-THE-REPORT
               END-IF
           END-IF.

           MOVE "END" TO RUNLOG-EVENT.
           EVALUATE TRUE
               WHEN RUN-FAILED = 1
                   MOVE "FAILED" TO RUNLOG-REASON
               WHEN HAD-INVALID-INPUT = 1
                   MOVE "INVALID-INPUT" TO RUNLOG-REASON
               WHEN OTHER
                   MOVE "NORMAL" TO RUNLOG-REASON
           END-EVALUATE.
           PERFORM LOG-RUN-EVENT.

           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
      *by the caller first), so report runs show up in the same
      *consolidated daily log as the other programs' runs
       LOG-RUN-EVENT.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS = "00"
               CLOSE RUNLOG-FILE
               OPEN EXTEND RUNLOG-FILE
           ELSE
               OPEN OUTPUT RUNLOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUNLOG-TIMESTAMP.
           MOVE SPACES TO RUNLOG-LINE.
           STRING
               "PROGRAM=" RUNLOG-PROGRAM
               " EVENT=" RUNLOG-EVENT
               " DATE=" RUNLOG-TIMESTAMP(1:8)
               " TIME=" RUNLOG-TIMESTAMP(9:6)
               " REASON=" RUNLOG-REASON
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO RUNLOG-LINE.
           MOVE RUNLOG-LINE TO RUNLOG-RECORD.
           WRITE RUNLOG-RECORD.
           MOVE "RUNLOG.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Ask which month (YYYYMM) to report on, one try, the way
      *RESRPT asks
       GET-REPORT-MONTH.
           MOVE 0 TO MONTH-IS-VALID.
           DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING.
           ACCEPT MONTH-INPUT.
           IF FUNCTION TRIM(MONTH-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(MONTH-INPUT) TO MONTH-NUMERIC
               IF MONTH-NUMERIC >= 190001
                       AND MONTH-NUMERIC <= 999912
                       AND FUNCTION MOD(MONTH-NUMERIC 100) >= 1
                       AND FUNCTION MOD(MONTH-NUMERIC 100) <= 12
                   MOVE FUNCTION TRIM(MONTH-INPUT)
                       TO WANTED-MONTH
                   MOVE 1 TO MONTH-IS-VALID
               END-IF
           END-IF.
           IF MONTH-IS-VALID = 0
               DISPLAY "Month must be entered as YYYYMM."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Walk the master and fold each record of the wanted month in:
      *scrap into the breakdowns, production into the total the
      *scrap rate is taken against
       TALLY-THE-MONTH.
           OPEN INPUT RESMAST-FILE.
           IF RESMAST-FILE-STATUS NOT = "00"
               DISPLAY "Results master RESMAST.DAT unavailable "
                   "(status " RESMAST-FILE-STATUS ") - nothing to "
                   "report."
               MOVE 1 TO RUN-FAILED
           ELSE
               MOVE 0 TO RESMAST-EOF
               MOVE 0 TO RM-SEQ
               START RESMAST-FILE KEY >= RM-SEQ
                   INVALID KEY
                       MOVE 1 TO RESMAST-EOF
               END-START
               PERFORM UNTIL RESMAST-EOF = 1
                   READ RESMAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RESMAST-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESMAST-FILE
           END-IF.

       TALLY-ONE-RECORD.
           MOVE RM-DATE TO RM-DATE-TEXT.
           IF RM-DATE-TEXT(1:6) = WANTED-MONTH
                   AND RM-VOID-FLAG NOT = "V"
               IF RM-SCRAP-FLAG = "S"
                   IF RM-SHAPE = "PART"
                       MOVE RM-PART-GROSS TO SCRAP-AREA
                   ELSE
                       MOVE RM-AREA TO SCRAP-AREA
                   END-IF
                   ADD 1 TO SCRAP-COUNT
                   ADD SCRAP-AREA TO SCRAP-AREA-TOTAL
                   ADD RM-COST TO SCRAP-COST-TOTAL
                   PERFORM TALLY-BY-REASON
                   PERFORM TALLY-BY-MATERIAL
                   PERFORM TALLY-BY-OPERATOR
               ELSE
                   ADD 1 TO PROD-COUNT
                   ADD RM-COST TO PROD-COST-TOTAL
               END-IF
           END-IF.

       TALLY-BY-REASON.
           MOVE 0 TO TALLY-FOUND.
           MOVE 0 TO RSN-TALLY-IDX.
           PERFORM UNTIL TALLY-FOUND = 1
                   OR RSN-TALLY-IDX >= RSN-TALLY-COUNT
               ADD 1 TO RSN-TALLY-IDX
               IF RT-CODE(RSN-TALLY-IDX) = RM-SCRAP-REASON
                   MOVE 1 TO TALLY-FOUND
               END-IF
           END-PERFORM.
           IF TALLY-FOUND = 0 AND RSN-TALLY-COUNT < 30
               ADD 1 TO RSN-TALLY-COUNT
               MOVE RSN-TALLY-COUNT TO RSN-TALLY-IDX
               MOVE RM-SCRAP-REASON TO RT-CODE(RSN-TALLY-IDX)
               MOVE 0 TO RT-COUNT(RSN-TALLY-IDX)
               MOVE 0 TO RT-AREA(RSN-TALLY-IDX)
               MOVE 0 TO RT-COST(RSN-TALLY-IDX)
               MOVE 1 TO TALLY-FOUND
           END-IF.
           IF TALLY-FOUND = 1
               ADD 1 TO RT-COUNT(RSN-TALLY-IDX)
               ADD SCRAP-AREA TO RT-AREA(RSN-TALLY-IDX)
               ADD RM-COST TO RT-COST(RSN-TALLY-IDX)
           ELSE
               ADD 1 TO TALLY-DROPPED
           END-IF.

       TALLY-BY-MATERIAL.
           MOVE 0 TO TALLY-FOUND.
           MOVE 0 TO MAT-TALLY-IDX.
           PERFORM UNTIL TALLY-FOUND = 1
                   OR MAT-TALLY-IDX >= MAT-TALLY-COUNT
               ADD 1 TO MAT-TALLY-IDX
               IF MT-CODE(MAT-TALLY-IDX) = RM-MAT
                   MOVE 1 TO TALLY-FOUND
               END-IF
           END-PERFORM.
           IF TALLY-FOUND = 0 AND MAT-TALLY-COUNT < 20
               ADD 1 TO MAT-TALLY-COUNT
               MOVE MAT-TALLY-COUNT TO MAT-TALLY-IDX
               MOVE RM-MAT TO MT-CODE(MAT-TALLY-IDX)
               MOVE 0 TO MT-COUNT(MAT-TALLY-IDX)
               MOVE 0 TO MT-AREA(MAT-TALLY-IDX)
               MOVE 0 TO MT-COST(MAT-TALLY-IDX)
               MOVE 1 TO TALLY-FOUND
           END-IF.
           IF TALLY-FOUND = 1
               ADD 1 TO MT-COUNT(MAT-TALLY-IDX)
               ADD SCRAP-AREA TO MT-AREA(MAT-TALLY-IDX)
               ADD RM-COST TO MT-COST(MAT-TALLY-IDX)
           ELSE
               ADD 1 TO TALLY-DROPPED
           END-IF.

       TALLY-BY-OPERATOR.
           MOVE 0 TO TALLY-FOUND.
           MOVE 0 TO OPER-TALLY-IDX.
           PERFORM UNTIL TALLY-FOUND = 1
                   OR OPER-TALLY-IDX >= OPER-TALLY-COUNT
               ADD 1 TO OPER-TALLY-IDX
               IF OP-ID(OPER-TALLY-IDX) = RM-OPER
                   MOVE 1 TO TALLY-FOUND
               END-IF
           END-PERFORM.
           IF TALLY-FOUND = 0 AND OPER-TALLY-COUNT < 20
               ADD 1 TO OPER-TALLY-COUNT
               MOVE OPER-TALLY-COUNT TO OPER-TALLY-IDX
               MOVE RM-OPER TO OP-ID(OPER-TALLY-IDX)
               MOVE 0 TO OP-COUNT(OPER-TALLY-IDX)
               MOVE 0 TO OP-AREA(OPER-TALLY-IDX)
               MOVE 0 TO OP-COST(OPER-TALLY-IDX)
               MOVE 1 TO TALLY-FOUND
           END-IF.
           IF TALLY-FOUND = 1
               ADD 1 TO OP-COUNT(OPER-TALLY-IDX)
               ADD SCRAP-AREA TO OP-AREA(OPER-TALLY-IDX)
               ADD RM-COST TO OP-COST(OPER-TALLY-IDX)
           ELSE
               ADD 1 TO TALLY-DROPPED
           END-IF.

      *The report itself: one page heading per section, a line
      *limit that starts a fresh page mid-section, and a
      *grand-total page at the end
       WRITE-THE-REPORT.
           MOVE "QUALRPT.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO RPT-TIMESTAMP.

           MOVE "SCRAP BY REASON" TO SECTION-TITLE.
           PERFORM START-NEW-PAGE.
           MOVE SPACES TO REPORT-LINE.
           STRING
               "CODE DESCRIPTION          CUTS "
               "        AREA           COST"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF RSN-TALLY-COUNT = 0
               MOVE "(no scrap for the month)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE 0 TO RSN-TALLY-IDX.
           PERFORM UNTIL RSN-TALLY-IDX >= RSN-TALLY-COUNT
               ADD 1 TO RSN-TALLY-IDX
               MOVE RT-CODE(RSN-TALLY-IDX) TO SR-LOOKUP-CODE
               PERFORM FIND-SCRAP-REASON
               IF SR-FOUND = 1
                   MOVE SR-DESC(SR-IDX) TO REASON-DESC
               ELSE
                   MOVE "(NOT ON SCRAPRSN)" TO REASON-DESC
               END-IF
               MOVE RT-COUNT(RSN-TALLY-IDX) TO COUNT-DISPLAY
               MOVE RT-AREA(RSN-TALLY-IDX) TO AREA-TALLY-DISPLAY
               MOVE RT-COST(RSN-TALLY-IDX) TO COST-TALLY-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING
                   RT-CODE(RSN-TALLY-IDX) " " REASON-DESC
                   COUNT-DISPLAY " " AREA-TALLY-DISPLAY
                   " " COST-TALLY-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           MOVE "SCRAP BY MATERIAL" TO SECTION-TITLE.
           PERFORM START-NEW-PAGE.
           MOVE "MAT   CUTS         AREA           COST"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF MAT-TALLY-COUNT = 0
               MOVE "(no scrap for the month)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE 0 TO MAT-TALLY-IDX.
           PERFORM UNTIL MAT-TALLY-IDX >= MAT-TALLY-COUNT
               ADD 1 TO MAT-TALLY-IDX
               MOVE MT-COUNT(MAT-TALLY-IDX) TO COUNT-DISPLAY
               MOVE MT-AREA(MAT-TALLY-IDX) TO AREA-TALLY-DISPLAY
               MOVE MT-COST(MAT-TALLY-IDX) TO COST-TALLY-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING
                   MT-CODE(MAT-TALLY-IDX) " " COUNT-DISPLAY
                   " " AREA-TALLY-DISPLAY
                   " " COST-TALLY-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           MOVE "SCRAP BY OPERATOR" TO SECTION-TITLE.
           PERFORM START-NEW-PAGE.
           MOVE "OPERATOR  CUTS         AREA           COST"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF OPER-TALLY-COUNT = 0
               MOVE "(no scrap for the month)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE 0 TO OPER-TALLY-IDX.
           PERFORM UNTIL OPER-TALLY-IDX >= OPER-TALLY-COUNT
               ADD 1 TO OPER-TALLY-IDX
               MOVE OP-COUNT(OPER-TALLY-IDX) TO COUNT-DISPLAY
               MOVE OP-AREA(OPER-TALLY-IDX) TO AREA-TALLY-DISPLAY
               MOVE OP-COST(OPER-TALLY-IDX) TO COST-TALLY-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING
                   OP-ID(OPER-TALLY-IDX) " " COUNT-DISPLAY
                   " " AREA-TALLY-DISPLAY
                   " " COST-TALLY-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           MOVE "GRAND TOTALS" TO SECTION-TITLE.
           PERFORM START-NEW-PAGE.
           MOVE SCRAP-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING
               "BAD CUTS:            "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SCRAP-AREA-TOTAL TO GRAND-AREA-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING
               "SCRAP AREA:          "
               FUNCTION TRIM(GRAND-AREA-DISPLAY LEADING)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SCRAP-COST-TOTAL TO GRAND-COST-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING
               "SCRAP COST:          "
               FUNCTION TRIM(GRAND-COST-DISPLAY LEADING)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE PROD-COST-TOTAL TO GRAND-COST-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING
               "PRODUCTION COST:     "
               FUNCTION TRIM(GRAND-COST-DISPLAY LEADING)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF PROD-COST-TOTAL > 0
               COMPUTE SCRAP-RATE ROUNDED =
                   SCRAP-COST-TOTAL * 100 / PROD-COST-TOTAL
               MOVE SCRAP-RATE TO RATE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING
                   "SCRAP AS % OF PROD:  "
                   FUNCTION TRIM(RATE-DISPLAY LEADING) "%"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF TALLY-DROPPED > 0
               MOVE TALLY-DROPPED TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING
                   "WARNING: a tally table filled - "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " tally entr(ies) not broken down"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

           CLOSE REPORT-FILE.
           DISPLAY "Quality report for " WANTED-MONTH
               " written to QUALRPT.TXT.".

      *A fresh page: number, report title, the month, the section,
      *and a blank line; also run mid-section when the line limit
      *is hit
       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE 0 TO PAGE-LINE-COUNT.
           MOVE PAGE-NUMBER TO PAGE-NUMBER-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING
               "MONTHLY SCRAP QUALITY REPORT  MONTH " WANTED-MONTH
               "  RUN " RPT-TIMESTAMP(1:8)
               "  PAGE " FUNCTION TRIM(PAGE-NUMBER-DISPLAY)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-HEADING-LINE.
           MOVE SECTION-TITLE TO REPORT-LINE.
           PERFORM WRITE-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-HEADING-LINE.

      *Heading lines bypass the page-limit check (they ARE the new
      *page)
       WRITE-HEADING-LINE.
           MOVE REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REPORT-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           ADD 1 TO PAGE-LINE-COUNT.

       WRITE-REPORT-LINE.
           IF PAGE-LINE-COUNT >= PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF.
           MOVE REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REPORT-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           ADD 1 TO PAGE-LINE-COUNT.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close the report so what was written survives
       FLAG-IO-ABORT.
           CLOSE REPORT-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY SCRAPRSNP.
