      *DESCRIPTION: Void and reversal of a posted shape result. A
      *shape keyed wrongly - the wrong material, the wrong job, a
      *mistyped dimension - used to stay on RESMAST.DAT, in
      *RESULTS.TXT and in the stock figures for good, and to keep
      *turning up in JOBRPT, RESRPT and RESRECON. This program takes
      *the result's RM-SEQ, shows it, and after a reason and a
      *confirmation marks the master record voided (RM-VOID-FLAG
      *"V" with the date, the supervisor and the reason - the record
      *itself stays for the audit trail), gives the area it consumed
      *back to its material on MATSTOCK.DAT, and appends reversing
      *lines to RESULTS.TXT and MATUSAGE.TXT so the flat logs still
      *add up: a VOID= line in RESULTS.TXT carries the result's area
      *and cost negated, and a MATUSAGE.TXT line shows the stock
      *before and after with a negative USED=. The reports and the
      *reconciliation leave voided records out. A result already on
      *an invoice in INVREG.DAT is refused - that wants a credit,
      *not a void. Voiding is a supervisor's job (OPER-ROLE "S").
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: November 4, 2025
      *Modification History:
      *2025-12-02: A composite part (shape PART) used its whole
      *            outer blank from stock, so voiding one gives back
      *            RM-PART-GROSS rather than the net area, and the
      *            reversing MATUSAGE.TXT line shows the same figure.
      *2026-02-03: Every line this program appends to RUNLOG.TXT,
      *            RESULTS.TXT and ERRLOG.TXT is now also filed in the
      *            indexed log directory LOGDIR.DAT (shared
      *            LOGDIR/LOGDIRP copybooks), so the log queries can go
      *            straight to a day's lines instead of reading the
      *            whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESVOID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESMAST-FILE ASSIGN TO "RESMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-SEQ
               FILE STATUS IS RESMAST-FILE-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-FILE-STATUS.
           SELECT MATSTOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATSTOCK-FILE-STATUS.
           SELECT MATUSAGE-FILE ASSIGN TO "MATUSAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATUSAGE-FILE-STATUS.
           SELECT INVREG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVREG-FILE-STATUS.
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

       FD RESULTS-FILE.
       01 RESULTS-RECORD PIC X(140).

      *One rack line: material code in columns 1-4, square units
      *on hand in 6-17 (the area program's layout)
       FD MATSTOCK-FILE.
       01 MATSTOCK-RECORD PIC X(40).

       FD MATUSAGE-FILE.
       01 MATUSAGE-RECORD PIC X(120).

      *The invoice register INVOICE keeps; a TYPE=LINE line names
      *every RM-SEQ billed
       FD INVREG-FILE.
       01 INVREG-RECORD PIC X(100).

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

       77 RESMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 RESULTS-FILE-STATUS PIC X(02) VALUE "00".
       77 MATSTOCK-FILE-STATUS PIC X(02) VALUE "00".
       77 MATUSAGE-FILE-STATUS PIC X(02) VALUE "00".
       77 INVREG-FILE-STATUS PIC X(02) VALUE "00".
       77 MATSTOCK-EOF PIC 9 VALUE 0.
       77 INVREG-EOF PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.
       77 VOIDING-DONE PIC 9 VALUE 0.
       77 VOIDED-COUNT PIC 9(5) VALUE 0.

      *Entry fields, each read raw and validated before it is
      *trusted
       77 SEQ-INPUT PIC X(20).
       77 SEQ-NUMERIC PIC 9(7) VALUE 0.
       77 REASON-INPUT PIC X(40).
       77 CONFIRM-INPUT PIC X(5).
       77 VOID-REASON PIC X(30) VALUE SPACES.

      *Whether the result being voided was billed, and on which
      *invoice
       77 INVOICED-FOUND PIC 9 VALUE 0.
       77 INVOICED-NO PIC X(6) VALUE SPACES.
       77 PARSE-JUNK PIC X(100) VALUE SPACES.
       77 PARSE-REST PIC X(100) VALUE SPACES.

      *MATSTOCK.DAT held whole while one material's figure changes,
      *so every other line is written back exactly as it was read
       01 STOCK-LINE-TABLE.
           02 STOCK-LINE OCCURS 100 TIMES PIC X(40).
       77 STOCK-LINE-COUNT PIC 9(3) VALUE 0.
       77 STOCK-LINE-IDX PIC 9(3) VALUE 0.
       77 STOCK-FILE-FULL PIC 9 VALUE 0.
       77 STOCK-LINE-FOUND PIC 9 VALUE 0.
       77 STOCK-RETURNED PIC 9 VALUE 0.
       77 MATUSAGE-FILE-IS-NEW PIC 9 VALUE 0.
       77 STOCK-TEXT PIC X(12).
       77 STOCK-BEFORE PIC S9(8)V9(2) VALUE 0.
       77 STOCK-AFTER PIC S9(8)V9(2) VALUE 0.
       77 STOCK-BACK-AREA PIC 9(7)V9(2) VALUE 0.
       77 STOCK-DISPLAY PIC -(6)9.9(2).
       77 STOCK-OPEN-DISPLAY PIC -(6)9.9(2).

       77 VOID-TIMESTAMP PIC X(21) VALUE SPACES.
       77 OUT-LINE PIC X(140) VALUE SPACES.
       77 SEQ-DISPLAY PIC Z(5)9.
       77 AREA-DISPLAY PIC Z(6)9.9(2).
       77 COST-DISPLAY PIC Z(8)9.9(2).
       77 COUNT-DISPLAY PIC Z(4)9.

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written - and before the master, the racks and the logs the
      *area program also writes are touched
           MOVE "RESVOID" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "RESVOID" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "RESVOID" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           IF OPER-ROLE NOT = "S"
               DISPLAY "Voiding a result needs a supervisor sign-on."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               OPEN I-O RESMAST-FILE
               IF RESMAST-FILE-STATUS NOT = "00"
                   DISPLAY "Results master RESMAST.DAT unavailable "
                       "(status " RESMAST-FILE-STATUS ") - nothing "
                       "can be voided."
                   MOVE 1 TO RUN-FAILED
               ELSE
                   PERFORM VOID-ONE-RESULT UNTIL VOIDING-DONE = 1
                   CLOSE RESMAST-FILE
                   MOVE VOIDED-COUNT TO COUNT-DISPLAY
                   DISPLAY FUNCTION TRIM(COUNT-DISPLAY LEADING)
                       " result(s) voided this session."
               END-IF
           END-IF.

           MOVE "END" TO RUNLOG-EVENT.
           IF RUN-FAILED = 1
               MOVE "FAILED" TO RUNLOG-REASON
           ELSE
               IF HAD-INVALID-INPUT = 1
                   MOVE "INVALID-INPUT" TO RUNLOG-REASON
               ELSE
                   MOVE "NORMAL" TO RUNLOG-REASON
               END-IF
           END-IF.
           PERFORM LOG-RUN-EVENT.

           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
      *by the caller first), so void sessions show up in the same
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

      *Ask for one sequence number and void it, or 0 to finish. Only
      *the live master is searched - an archived result belongs to
      *a closed year and is not voided.
       VOID-ONE-RESULT.
           DISPLAY " ".
           DISPLAY "Sequence number to void (0 to exit): "
               WITH NO ADVANCING.
           ACCEPT SEQ-INPUT.
           IF FUNCTION TRIM(SEQ-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(SEQ-INPUT) TO SEQ-NUMERIC
               IF SEQ-NUMERIC = 0
                   MOVE 1 TO VOIDING-DONE
               ELSE
                   IF SEQ-NUMERIC <= 999999
                       MOVE SEQ-NUMERIC TO RM-SEQ
                       READ RESMAST-FILE
                           INVALID KEY
                               DISPLAY "No result with sequence "
                                   FUNCTION TRIM(SEQ-INPUT)
                                   " on the live master."
                               MOVE 1 TO HAD-INVALID-INPUT
                           NOT INVALID KEY
                               PERFORM CHECK-AND-VOID
                       END-READ
                   ELSE
                       DISPLAY "Sequence number must be within "
                           "1-999999."
                       MOVE 1 TO HAD-INVALID-INPUT
                   END-IF
               END-IF
           ELSE
               DISPLAY "Sequence number must be numeric."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Show the record, refuse it if it is already voided or already
      *billed, then take the reason and the confirmation
       CHECK-AND-VOID.
           PERFORM DISPLAY-RESULT.
           IF RM-VOID-FLAG = "V"
               DISPLAY "Already voided on " RM-VOID-DATE " by "
                   FUNCTION TRIM(RM-VOID-OPER) ": "
                   FUNCTION TRIM(RM-VOID-REASON)
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               PERFORM FIND-INVOICED-SEQ
               IF INVOICED-FOUND = 1
                   DISPLAY "Billed on invoice " INVOICED-NO
                       " - it cannot be voided; credit the invoice "
                       "instead."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   PERFORM GET-VOID-REASON
                   IF VOID-REASON NOT = SPACES
                       DISPLAY "Void this result and give its "
                           "material back? (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT CONFIRM-INPUT
                       IF CONFIRM-INPUT = "Y" OR CONFIRM-INPUT = "y"
                           PERFORM POST-THE-VOID
                       ELSE
                           DISPLAY "Not voided."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DISPLAY-RESULT.
           MOVE RM-SEQ TO SEQ-DISPLAY.
           MOVE RM-AREA TO AREA-DISPLAY.
           MOVE RM-COST TO COST-DISPLAY.
           DISPLAY SEQ-DISPLAY " " RM-SHAPE " " RM-DIMS
               " AREA=" AREA-DISPLAY " MAT=" RM-MAT
               " COST=" COST-DISPLAY " JOB=" RM-JOB
               " " RM-DATE " " RM-TIME " " RM-OPER.

      *Look the sequence number up among the TYPE=LINE lines of the
      *invoice register
       FIND-INVOICED-SEQ.
           MOVE 0 TO INVOICED-FOUND.
           MOVE SPACES TO INVOICED-NO.
           MOVE 0 TO INVREG-EOF.
           OPEN INPUT INVREG-FILE.
           IF INVREG-FILE-STATUS = "00"
               PERFORM UNTIL INVREG-EOF = 1 OR INVOICED-FOUND = 1
                   READ INVREG-FILE
                       AT END
                           MOVE 1 TO INVREG-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-INVOICE-LINE
                   END-READ
               END-PERFORM
               CLOSE INVREG-FILE
           END-IF.

       CHECK-ONE-INVOICE-LINE.
           IF INVREG-RECORD(1:4) = "INV="
               MOVE SPACES TO PARSE-JUNK
               MOVE SPACES TO PARSE-REST
               UNSTRING INVREG-RECORD DELIMITED BY " TYPE="
                   INTO PARSE-JUNK PARSE-REST
               IF PARSE-REST(1:4) = "LINE"
                   MOVE SPACES TO PARSE-JUNK
                   MOVE SPACES TO PARSE-REST
                   UNSTRING INVREG-RECORD DELIMITED BY " SEQ="
                       INTO PARSE-JUNK PARSE-REST
                   IF PARSE-REST(1:6) = RM-SEQ
                       MOVE 1 TO INVOICED-FOUND
                       MOVE INVREG-RECORD(5:6) TO INVOICED-NO
                   END-IF
               END-IF
           END-IF.

      *The reason goes on the master with the void: required, and
      *no longer than the 30 characters RM-VOID-REASON holds
       GET-VOID-REASON.
           MOVE SPACES TO VOID-REASON.
           DISPLAY "Reason for the void (1-30 characters): "
               WITH NO ADVANCING.
           ACCEPT REASON-INPUT.
           IF FUNCTION TRIM(REASON-INPUT) = SPACES
               DISPLAY "A reason is required - not voided."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(REASON-INPUT)) > 30
                   DISPLAY "Reason is longer than 30 characters - "
                       "not voided."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   MOVE FUNCTION TRIM(REASON-INPUT) TO VOID-REASON
               END-IF
           END-IF.

      *Stamp the master first: once the record reads voided the
      *reports stop counting it, and the stock and log reversals
      *follow it
       POST-THE-VOID.
           MOVE FUNCTION CURRENT-DATE TO VOID-TIMESTAMP.
           MOVE "V" TO RM-VOID-FLAG.
           MOVE VOID-TIMESTAMP(1:8) TO RM-VOID-DATE.
           MOVE OPERATOR-ID TO RM-VOID-OPER.
           MOVE VOID-REASON TO RM-VOID-REASON.
           REWRITE RESMAST-RECORD
               INVALID KEY
                   DISPLAY "Could not rewrite result " RM-SEQ
                       " on the results master - not voided."
                   MOVE 1 TO RUN-FAILED
               NOT INVALID KEY
                   PERFORM RETURN-MATERIAL-STOCK
                   PERFORM LOG-REVERSING-RESULT
                   IF STOCK-RETURNED = 1
                       PERFORM LOG-REVERSING-USAGE
                   END-IF
                   ADD 1 TO VOIDED-COUNT
                   MOVE RM-SEQ TO SEQ-DISPLAY
                   DISPLAY "Result "
                       FUNCTION TRIM(SEQ-DISPLAY LEADING)
                       " voided."
           END-REWRITE.

      *Give the result's area back to its material's rack - for a
      *composite part the whole outer blank it used. A result
      *with no material, a material with no rack line, or no
      *MATSTOCK.DAT at all has nothing to give back; the void still
      *stands and the operator is told.
       RETURN-MATERIAL-STOCK.
           MOVE 0 TO STOCK-RETURNED.
           IF RM-SHAPE = "PART"
               MOVE RM-PART-GROSS TO STOCK-BACK-AREA
           ELSE
               MOVE RM-AREA TO STOCK-BACK-AREA
           END-IF.
           IF RM-MAT = "NONE" OR RM-MAT = SPACES
               DISPLAY "No material on the result - no stock to "
                   "give back."
           ELSE
               PERFORM LOAD-STOCK-LINES
               IF STOCK-FILE-FULL = 1
                   DISPLAY "MATSTOCK.DAT holds more than 100 lines - "
                       "stock not given back; adjust "
                       FUNCTION TRIM(RM-MAT) " by hand."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   IF STOCK-LINE-FOUND = 0
                       DISPLAY "No usable MATSTOCK.DAT line for "
                           FUNCTION TRIM(RM-MAT)
                           " - no stock given back."
                   ELSE
                       COMPUTE STOCK-AFTER =
                           STOCK-BEFORE + STOCK-BACK-AREA
                       MOVE STOCK-AFTER TO STOCK-DISPLAY
                       MOVE STOCK-DISPLAY
                           TO STOCK-LINE(STOCK-LINE-IDX)(6:12)
                       PERFORM REWRITE-STOCK-LINES
                       MOVE 1 TO STOCK-RETURNED
                       DISPLAY FUNCTION TRIM(RM-MAT)
                           " stock on hand now "
                           FUNCTION TRIM(STOCK-DISPLAY LEADING) "."
                   END-IF
               END-IF
           END-IF.

      *Read the whole rack file, noting the line for RM-MAT and the
      *figure it holds
       LOAD-STOCK-LINES.
           MOVE 0 TO STOCK-LINE-COUNT.
           MOVE 0 TO STOCK-FILE-FULL.
           MOVE 0 TO STOCK-LINE-FOUND.
           MOVE 0 TO STOCK-LINE-IDX.
           MOVE 0 TO MATSTOCK-EOF.
           OPEN INPUT MATSTOCK-FILE.
           IF MATSTOCK-FILE-STATUS = "00"
               PERFORM UNTIL MATSTOCK-EOF = 1
                   READ MATSTOCK-FILE
                       AT END
                           MOVE 1 TO MATSTOCK-EOF
                       NOT AT END
                           PERFORM KEEP-ONE-STOCK-LINE
                   END-READ
               END-PERFORM
               CLOSE MATSTOCK-FILE
           END-IF.

       KEEP-ONE-STOCK-LINE.
           IF STOCK-LINE-COUNT >= 100
               MOVE 1 TO STOCK-FILE-FULL
               MOVE 1 TO MATSTOCK-EOF
           ELSE
               ADD 1 TO STOCK-LINE-COUNT
               MOVE MATSTOCK-RECORD TO STOCK-LINE(STOCK-LINE-COUNT)
               MOVE MATSTOCK-RECORD(6:12) TO STOCK-TEXT
               IF STOCK-LINE-FOUND = 0
                       AND MATSTOCK-RECORD(1:4) = RM-MAT
                       AND FUNCTION TEST-NUMVAL(STOCK-TEXT) = 0
                   MOVE 1 TO STOCK-LINE-FOUND
                   MOVE STOCK-LINE-COUNT TO STOCK-LINE-IDX
                   MOVE FUNCTION NUMVAL(STOCK-TEXT) TO STOCK-BEFORE
               END-IF
           END-IF.

       REWRITE-STOCK-LINES.
           OPEN OUTPUT MATSTOCK-FILE.
           MOVE "MATSTOCK.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO STOCK-LINE-IDX.
           PERFORM UNTIL STOCK-LINE-IDX >= STOCK-LINE-COUNT
               ADD 1 TO STOCK-LINE-IDX
               MOVE STOCK-LINE(STOCK-LINE-IDX) TO MATSTOCK-RECORD
               WRITE MATSTOCK-RECORD
               MOVE MATSTOCK-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM.
           CLOSE MATSTOCK-FILE.

      *The reversing RESULTS.TXT line: the result's area and cost
      *negated, dated today under the supervisor's ID. It starts
      *with VOID= rather than SHAPE=, so RESRECON and RESSYNC do not
      *take it for a result of its own, while DAYCLOSE's COST= total
      *for the day nets the void off.
       LOG-REVERSING-RESULT.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-FILE-STATUS = "00"
               CLOSE RESULTS-FILE
               OPEN EXTEND RESULTS-FILE
           ELSE
               OPEN OUTPUT RESULTS-FILE
           END-IF.
           MOVE RM-AREA TO AREA-DISPLAY.
           MOVE RM-COST TO COST-DISPLAY.
           MOVE SPACES TO OUT-LINE.
           STRING
               "VOID=" RM-SEQ
               " DATE=" VOID-TIMESTAMP(1:8)
               " TIME=" VOID-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               " SHAPE=" FUNCTION TRIM(RM-SHAPE)
               " AREA=-" FUNCTION TRIM(AREA-DISPLAY LEADING)
               " MAT=" RM-MAT
               " COST=-" FUNCTION TRIM(COST-DISPLAY LEADING)
               " JOB=" FUNCTION TRIM(RM-JOB)
               DELIMITED BY SIZE INTO OUT-LINE.
           MOVE OUT-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           MOVE "RESULTS.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE RESULTS-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           MOVE "S" TO LOGDIR-LOG.
           MOVE OUT-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.
           CLOSE RESULTS-FILE.

      *The reversing MATUSAGE.TXT line, in the area program's usage
      *layout: stock before, the area given back as a negative
      *USED=, stock after, and the sequence number voided
       LOG-REVERSING-USAGE.
           MOVE 0 TO MATUSAGE-FILE-IS-NEW.
           OPEN INPUT MATUSAGE-FILE.
           IF MATUSAGE-FILE-STATUS = "00"
               CLOSE MATUSAGE-FILE
               OPEN EXTEND MATUSAGE-FILE
           ELSE
               OPEN OUTPUT MATUSAGE-FILE
               MOVE 1 TO MATUSAGE-FILE-IS-NEW
           END-IF.
           MOVE "MATUSAGE.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           IF MATUSAGE-FILE-IS-NEW = 1
               MOVE SPACES TO OUT-LINE
               STRING
                   "MATERIAL USAGE REPORT - CREATED "
                   VOID-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO OUT-LINE
               MOVE OUT-LINE TO MATUSAGE-RECORD
               WRITE MATUSAGE-RECORD
               MOVE MATUSAGE-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-IF.
           MOVE STOCK-BEFORE TO STOCK-OPEN-DISPLAY.
           MOVE STOCK-AFTER TO STOCK-DISPLAY.
           MOVE STOCK-BACK-AREA TO AREA-DISPLAY.
           MOVE SPACES TO OUT-LINE.
           STRING
               "MAT=" RM-MAT
               " OPEN=" FUNCTION TRIM(STOCK-OPEN-DISPLAY LEADING)
               " USED=-" FUNCTION TRIM(AREA-DISPLAY LEADING)
               " LEFT=" FUNCTION TRIM(STOCK-DISPLAY LEADING)
               " DATE=" VOID-TIMESTAMP(1:8)
               " TIME=" VOID-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               " VOID=" RM-SEQ
               DELIMITED BY SIZE INTO OUT-LINE.
           MOVE OUT-LINE TO MATUSAGE-RECORD.
           WRITE MATUSAGE-RECORD.
           MOVE MATUSAGE-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE MATUSAGE-FILE.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close whatever may be open
       FLAG-IO-ABORT.
           CLOSE RESMAST-FILE.
           CLOSE RESULTS-FILE.
           CLOSE MATSTOCK-FILE.
           CLOSE MATUSAGE-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
