      *DESCRIPTION: Daily general-ledger journal export of costed
      *production. Accounts used to rekey the day's material cost
      *from the RESRPT printout. For a business date DAYCLOSE has
      *sealed, this program walks RESMAST.DAT and builds one
      *balanced journal: work-in-progress is debited per job and
      *raw-material inventory credited per material, under the GL
      *account codes the GLMAP.DAT mapping table holds for each
      *material code. A record dated to the day posts its cost; a
      *record voided on the day posts the same cost back the other
      *way, just as RESVOID's VOID= line nets it out of the day's
      *RESULTS.TXT COST= total. The journal's net must agree with
      *the COST= total DAYCLOSE sealed for RESULTS.TXT in
      *CLOSECTL.DAT, and debits must equal credits, or nothing is
      *exported. A good batch is appended to the GLJRNL.DAT
      *interface file in fixed columns (a header, one detail line
      *per account and job or material, a trailer carrying the
      *control totals) and recorded on the GLEXPREG.DAT export
      *register. A date already on the register is refused; a
      *supervisor (OPER-ROLE "S") may override after confirming,
      *and the override is marked on the batch and the register.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: December 23, 2025
      *Modification History:
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESMAST-FILE ASSIGN TO "RESMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-SEQ
               FILE STATUS IS RESMAST-FILE-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLMAP-FILE-STATUS.
           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT GLEXPREG-FILE ASSIGN TO "GLEXPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLEXPREG-FILE-STATUS.
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

      *One mapping line per material: material code in columns
      *1-4, raw-material inventory account in 6-15, work-in-
      *progress account in 17-26
       FD GLMAP-FILE.
       01 GLMAP-RECORD PIC X(40).

      *The ledger interface file, appended to one batch at a time
      *in the fixed layouts of GL-HEAD-LINE, GL-DETAIL-LINE and
      *GL-TRAILER-LINE below
       FD GLJRNL-FILE.
       01 GLJRNL-RECORD PIC X(80).

      *The export register, appended to and never rewritten:
      *BATCH=nnnnnn BUSDATE= LINES= DEBITS= CONTROL= OVERRIDE=
      *DATE= TIME= OPER= for each batch exported
       FD GLEXPREG-FILE.
       01 GLEXPREG-RECORD PIC X(120).

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
       77 GLMAP-FILE-STATUS PIC X(02) VALUE "00".
       77 GLJRNL-FILE-STATUS PIC X(02) VALUE "00".
       77 GLEXPREG-FILE-STATUS PIC X(02) VALUE "00".
       77 RESMAST-EOF PIC 9 VALUE 0.
       77 GLMAP-EOF PIC 9 VALUE 0.
       77 GLEXPREG-EOF PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.
       77 EXPORT-OK PIC 9 VALUE 0.
       77 EXPORT-TIMESTAMP PIC X(21).

      *The business date being exported, as keyed
       77 DATE-INPUT PIC X(10).
       77 DATE-NUMERIC PIC 9(10) VALUE 0.
       77 WANTED-DATE PIC X(8) VALUE SPACES.
       77 WANTED-DATE-NUM PIC 9(8) VALUE 0.

      *What DAYCLOSE sealed for RESULTS.TXT on the date
       77 SEALED-FOUND PIC 9 VALUE 0.
       77 SEALED-COST PIC S9(13)V9(2) VALUE 0.

      *What the export register already says: the highest batch
      *number issued, and any earlier batch for the same date
       77 LAST-BATCH-NO PIC 9(6) VALUE 0.
       77 NEXT-BATCH-NO PIC 9(6) VALUE 0.
       77 LINE-BATCH-NO PIC 9(6) VALUE 0.
       77 PRIOR-BATCH-NO PIC 9(6) VALUE 0.
       77 PRIOR-EXPORT-DATE PIC X(8) VALUE SPACES.
       77 PRIOR-EXPORT-OPER PIC X(8) VALUE SPACES.
       77 ALREADY-EXPORTED PIC 9 VALUE 0.
       77 OVERRIDE-FLAG PIC X(1) VALUE "N".
       77 CONFIRM-INPUT PIC X(10).

      *The GL account mapping table, one entry per material code
       01 GL-MAP-TABLE.
           02 GL-MAP-ENTRY OCCURS 50 TIMES.
               03 GM-MAT PIC X(4).
               03 GM-INV-ACCOUNT PIC X(10).
               03 GM-WIP-ACCOUNT PIC X(10).
       77 GL-MAP-COUNT PIC 9(3) VALUE 0.
       77 GL-MAP-IDX PIC 9(3) VALUE 0.
       77 GL-MAP-FOUND PIC 9 VALUE 0.
       77 GL-MAP-FULL PIC 9 VALUE 0.

      *The day's postings summed two ways: per job under its WIP
      *account, and per material under its inventory account.
      *Amounts are signed - a void on the day posts back.
       01 JOB-POST-TABLE.
           02 JOB-POST-ENTRY OCCURS 200 TIMES.
               03 JP-JOB PIC X(8).
               03 JP-ACCOUNT PIC X(10).
               03 JP-AMOUNT PIC S9(11)V9(2).
       77 JOB-POST-COUNT PIC 9(3) VALUE 0.
       77 JOB-POST-IDX PIC 9(3) VALUE 0.
       77 JOB-POST-FOUND PIC 9 VALUE 0.
       01 MAT-POST-TABLE.
           02 MAT-POST-ENTRY OCCURS 50 TIMES.
               03 MP-MAT PIC X(4).
               03 MP-ACCOUNT PIC X(10).
               03 MP-AMOUNT PIC S9(11)V9(2).
       77 MAT-POST-COUNT PIC 9(3) VALUE 0.
       77 MAT-POST-IDX PIC 9(3) VALUE 0.
       77 MAT-POST-FOUND PIC 9 VALUE 0.
       77 POST-TABLE-FULL PIC 9 VALUE 0.

      *Materials met on the day with no GLMAP.DAT line, listed
      *once each
       01 UNMAPPED-TABLE.
           02 UNMAPPED-ENTRY OCCURS 20 TIMES.
               03 UM-MAT PIC X(4).
       77 UNMAPPED-COUNT PIC 9(3) VALUE 0.
       77 UNMAPPED-IDX PIC 9(3) VALUE 0.
       77 UNMAPPED-FOUND PIC 9 VALUE 0.

      *One record's contribution and the day's running figures
       77 POST-AMOUNT PIC S9(11)V9(2) VALUE 0.
       77 RECORDS-POSTED PIC 9(5) VALUE 0.
       77 VOIDS-POSTED PIC 9(5) VALUE 0.
       77 DAY-NET-COST PIC S9(13)V9(2) VALUE 0.
       77 TOTAL-DEBITS PIC 9(13)V9(2) VALUE 0.
       77 TOTAL-CREDITS PIC 9(13)V9(2) VALUE 0.
       77 JOURNAL-LINES PIC 9(4) VALUE 0.

      *The ledger interface records, each 80 bytes. Amounts carry
      *two implied decimals; the debit/credit side is its own
      *column so every amount is unsigned.
       01 GL-HEAD-LINE.
           02 GH-TYPE PIC X(1) VALUE "H".
           02 GH-BATCH PIC 9(6).
           02 GH-BUS-DATE PIC 9(8).
           02 GH-RUN-DATE PIC 9(8).
           02 GH-RUN-TIME PIC 9(6).
           02 GH-OPER PIC X(8).
           02 GH-SOURCE PIC X(8) VALUE "AREAPROD".
           02 GH-OVERRIDE PIC X(1).
           02 FILLER PIC X(34) VALUE SPACES.
       01 GL-DETAIL-LINE.
           02 GD-TYPE PIC X(1) VALUE "D".
           02 GD-BATCH PIC 9(6).
           02 GD-LINE-NO PIC 9(4).
           02 GD-ACCOUNT PIC X(10).
           02 GD-SIDE PIC X(1).
           02 GD-AMOUNT PIC 9(11)V9(2).
           02 GD-JOB PIC X(8).
           02 GD-MAT PIC X(4).
           02 GD-TEXT PIC X(20).
           02 FILLER PIC X(13) VALUE SPACES.
       01 GL-TRAILER-LINE.
           02 GT-TYPE PIC X(1) VALUE "T".
           02 GT-BATCH PIC 9(6).
           02 GT-LINES PIC 9(4).
           02 GT-DEBITS PIC 9(13)V9(2).
           02 GT-CREDITS PIC 9(13)V9(2).
           02 GT-CONTROL PIC S9(13)V9(2) SIGN LEADING SEPARATE.
           02 FILLER PIC X(23) VALUE SPACES.

      *One register or control line pulled apart on its tags
       77 PARSE-LINE PIC X(120) VALUE SPACES.
       77 PARSE-JUNK PIC X(120) VALUE SPACES.
       77 PARSE-REST PIC X(120) VALUE SPACES.
       77 TOKEN-TEXT PIC X(20) VALUE SPACES.

       77 GLEXPREG-LINE PIC X(120) VALUE SPACES.
       77 COUNT-DISPLAY PIC Z(4)9.
       77 TOTAL-DISPLAY PIC -(12)9.9(2).
       77 TOTAL-DISPLAY-2 PIC -(12)9.9(2).

       PROCEDURE DIVISION.
      *Take the shared session lock: the day's master records must
      *not move while the journal is built from them
           MOVE "GLEXPORT" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "GLEXPORT" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "GLEXPORT" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           MOVE FUNCTION CURRENT-DATE TO EXPORT-TIMESTAMP.

           PERFORM GET-EXPORT-DATE.
           IF EXPORT-OK = 1
               PERFORM READ-SEALED-COST
           END-IF.
           IF EXPORT-OK = 1
               PERFORM LOAD-EXPORT-REGISTER
               PERFORM CHECK-ALREADY-EXPORTED
           END-IF.
           IF EXPORT-OK = 1
               PERFORM LOAD-GL-MAP
           END-IF.
           IF EXPORT-OK = 1
               PERFORM COLLECT-DAY-POSTINGS
           END-IF.
           IF EXPORT-OK = 1
               PERFORM PROVE-THE-JOURNAL
           END-IF.
           IF EXPORT-OK = 1
               PERFORM WRITE-THE-JOURNAL
               PERFORM APPEND-EXPORT-REGISTER
               MOVE JOURNAL-LINES TO COUNT-DISPLAY
               MOVE TOTAL-DEBITS TO TOTAL-DISPLAY
               DISPLAY "Batch " NEXT-BATCH-NO " for " WANTED-DATE
                   " exported to GLJRNL.DAT: "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " line(s), debits = credits = "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING) "."
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

           IF RUN-FAILED = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
      *by the caller first), so export runs show up in the same
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

      *The business date to export, typed the way DAYCLOSE takes
      *the date it seals
       GET-EXPORT-DATE.
           MOVE 0 TO EXPORT-OK.
           DISPLAY "Business date to export (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT DATE-INPUT.
           IF FUNCTION TRIM(DATE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(DATE-INPUT) TO DATE-NUMERIC
               IF DATE-NUMERIC >= 19000101
                       AND DATE-NUMERIC <= 99991231
                   MOVE FUNCTION TRIM(DATE-INPUT) TO WANTED-DATE
                   MOVE DATE-NUMERIC TO WANTED-DATE-NUM
                   MOVE 1 TO EXPORT-OK
               END-IF
           END-IF.
           IF EXPORT-OK = 0
               DISPLAY "Date must be entered as YYYYMMDD."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Only a sealed day is exported: its RESULTS.TXT control line
      *in CLOSECTL.DAT gives the COST= total the journal must agree
      *with
       READ-SEALED-COST.
           MOVE 0 TO SEALED-FOUND.
           MOVE 0 TO SEALED-COST.
           MOVE 0 TO CLOSECTL-EOF.
           OPEN INPUT CLOSECTL-FILE.
           IF CLOSECTL-FILE-STATUS = "00"
               PERFORM UNTIL CLOSECTL-EOF = 1
                   READ CLOSECTL-FILE
                       AT END
                           MOVE 1 TO CLOSECTL-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE CLOSECTL-FILE
           END-IF.
           IF SEALED-FOUND = 0
               DISPLAY WANTED-DATE " has not been closed by DAYCLOSE"
                   " - nothing exported."
               MOVE 0 TO EXPORT-OK
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       TAKE-ONE-CONTROL-LINE.
           IF CLOSECTL-RECORD(1:7) = "CLOSED="
                   AND CLOSECTL-RECORD(8:8) = WANTED-DATE
               MOVE CLOSECTL-RECORD TO PARSE-LINE
               MOVE SPACES TO PARSE-JUNK
               MOVE SPACES TO PARSE-REST
               UNSTRING PARSE-LINE DELIMITED BY " FILE="
                   INTO PARSE-JUNK PARSE-REST
               MOVE SPACES TO TOKEN-TEXT
               UNSTRING PARSE-REST DELIMITED BY ALL SPACES
                   INTO TOKEN-TEXT
               IF TOKEN-TEXT = "RESULTS.TXT"
                   MOVE SPACES TO PARSE-JUNK
                   MOVE SPACES TO PARSE-REST
                   UNSTRING PARSE-LINE DELIMITED BY " TOTAL="
                       INTO PARSE-JUNK PARSE-REST
                   MOVE SPACES TO TOKEN-TEXT
                   UNSTRING PARSE-REST DELIMITED BY ALL SPACES
                       INTO TOKEN-TEXT
                   IF FUNCTION TEST-NUMVAL(TOKEN-TEXT) = 0
                       MOVE FUNCTION NUMVAL(TOKEN-TEXT)
                           TO SEALED-COST
                       MOVE 1 TO SEALED-FOUND
                   END-IF
               END-IF
           END-IF.

      *The highest batch number issued so far, and whether the
      *date is already on the register
       LOAD-EXPORT-REGISTER.
           MOVE 0 TO LAST-BATCH-NO.
           MOVE 0 TO ALREADY-EXPORTED.
           MOVE 0 TO GLEXPREG-EOF.
           OPEN INPUT GLEXPREG-FILE.
           IF GLEXPREG-FILE-STATUS = "00"
               PERFORM UNTIL GLEXPREG-EOF = 1
                   READ GLEXPREG-FILE
                       AT END
                           MOVE 1 TO GLEXPREG-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE GLEXPREG-FILE
           END-IF.
           COMPUTE NEXT-BATCH-NO = LAST-BATCH-NO + 1.

       TAKE-ONE-REGISTER-LINE.
           IF GLEXPREG-RECORD(1:6) = "BATCH="
                   AND GLEXPREG-RECORD(7:6) IS NUMERIC
               MOVE GLEXPREG-RECORD(7:6) TO LINE-BATCH-NO
               IF LINE-BATCH-NO > LAST-BATCH-NO
                   MOVE LINE-BATCH-NO TO LAST-BATCH-NO
               END-IF
               MOVE GLEXPREG-RECORD TO PARSE-LINE
               MOVE SPACES TO PARSE-JUNK
               MOVE SPACES TO PARSE-REST
               UNSTRING PARSE-LINE DELIMITED BY " BUSDATE="
                   INTO PARSE-JUNK PARSE-REST
               IF PARSE-REST(1:8) = WANTED-DATE
                   MOVE 1 TO ALREADY-EXPORTED
                   MOVE LINE-BATCH-NO TO PRIOR-BATCH-NO
                   MOVE SPACES TO PARSE-JUNK
                   MOVE SPACES TO PARSE-REST
                   UNSTRING PARSE-LINE DELIMITED BY " DATE="
                       INTO PARSE-JUNK PARSE-REST
                   MOVE PARSE-REST(1:8) TO PRIOR-EXPORT-DATE
                   MOVE SPACES TO PARSE-JUNK
                   MOVE SPACES TO PARSE-REST
                   UNSTRING PARSE-LINE DELIMITED BY " OPER="
                       INTO PARSE-JUNK PARSE-REST
                   MOVE PARSE-REST(1:8) TO PRIOR-EXPORT-OPER
               END-IF
           END-IF.

      *A date goes to the ledger once. Sending it again would post
      *the day twice, so only a supervisor may, and only after
      *saying so.
       CHECK-ALREADY-EXPORTED.
           MOVE "N" TO OVERRIDE-FLAG.
           IF ALREADY-EXPORTED = 1
               DISPLAY WANTED-DATE " was already exported as batch "
                   PRIOR-BATCH-NO " on " PRIOR-EXPORT-DATE " by "
                   FUNCTION TRIM(PRIOR-EXPORT-OPER) "."
               IF OPER-ROLE NOT = "S"
                   DISPLAY "Exporting a date again needs a "
                       "supervisor sign-on - nothing exported."
                   MOVE 0 TO EXPORT-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   DISPLAY "Export it again anyway? The ledger will "
                       "see the day twice unless the first batch "
                       "is reversed there. (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT CONFIRM-INPUT
                   IF CONFIRM-INPUT = "Y" OR CONFIRM-INPUT = "y"
                       MOVE "Y" TO OVERRIDE-FLAG
                   ELSE
                       DISPLAY "Not exported."
                       MOVE 0 TO EXPORT-OK
                   END-IF
               END-IF
           END-IF.

      *The GL account mapping table, read whole
       LOAD-GL-MAP.
           MOVE 0 TO GL-MAP-COUNT.
           MOVE 0 TO GL-MAP-FULL.
           MOVE 0 TO GLMAP-EOF.
           OPEN INPUT GLMAP-FILE.
           IF GLMAP-FILE-STATUS NOT = "00"
               DISPLAY "GL account map GLMAP.DAT unavailable "
                   "(status " GLMAP-FILE-STATUS ") - nothing "
                   "exported."
               MOVE 0 TO EXPORT-OK
               MOVE 1 TO RUN-FAILED
           ELSE
               PERFORM UNTIL GLMAP-EOF = 1
                   READ GLMAP-FILE
                       AT END
                           MOVE 1 TO GLMAP-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-MAP-LINE
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
           END-IF.
           IF GL-MAP-FULL = 1
               DISPLAY "More than 50 lines in GLMAP.DAT - nothing "
                   "exported."
               MOVE 0 TO EXPORT-OK
               MOVE 1 TO RUN-FAILED
           END-IF.

       TAKE-ONE-MAP-LINE.
           IF GLMAP-RECORD(1:4) NOT = SPACES
               IF GL-MAP-COUNT >= 50
                   MOVE 1 TO GL-MAP-FULL
               ELSE
                   ADD 1 TO GL-MAP-COUNT
                   MOVE GLMAP-RECORD(1:4) TO GM-MAT(GL-MAP-COUNT)
                   MOVE GLMAP-RECORD(6:10)
                       TO GM-INV-ACCOUNT(GL-MAP-COUNT)
                   MOVE GLMAP-RECORD(17:10)
                       TO GM-WIP-ACCOUNT(GL-MAP-COUNT)
               END-IF
           END-IF.

      *Walk the results master for the day: a record dated to it
      *posts its cost, a record voided on it posts the cost back.
      *Scrap consumed stock like any cut and is in the day's COST=
      *total, so it posts to its job the same way.
       COLLECT-DAY-POSTINGS.
           MOVE 0 TO JOB-POST-COUNT.
           MOVE 0 TO MAT-POST-COUNT.
           MOVE 0 TO POST-TABLE-FULL.
           MOVE 0 TO UNMAPPED-COUNT.
           MOVE 0 TO RECORDS-POSTED.
           MOVE 0 TO VOIDS-POSTED.
           MOVE 0 TO DAY-NET-COST.
           OPEN INPUT RESMAST-FILE.
           IF RESMAST-FILE-STATUS NOT = "00"
               DISPLAY "Results master RESMAST.DAT unavailable "
                   "(status " RESMAST-FILE-STATUS ") - nothing "
                   "exported."
               MOVE 0 TO EXPORT-OK
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
                           PERFORM TAKE-ONE-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESMAST-FILE
           END-IF.
           IF EXPORT-OK = 1 AND UNMAPPED-COUNT > 0
               DISPLAY "No GL accounts in GLMAP.DAT for these "
                   "material(s) - nothing exported:"
               MOVE 0 TO UNMAPPED-IDX
               PERFORM UNTIL UNMAPPED-IDX >= UNMAPPED-COUNT
                   ADD 1 TO UNMAPPED-IDX
                   DISPLAY "  " UM-MAT(UNMAPPED-IDX)
               END-PERFORM
               MOVE 0 TO EXPORT-OK
               MOVE 1 TO RUN-FAILED
           END-IF.
           IF EXPORT-OK = 1 AND POST-TABLE-FULL = 1
               DISPLAY "More than 200 jobs or 50 materials on "
                   WANTED-DATE " - nothing exported."
               MOVE 0 TO EXPORT-OK
               MOVE 1 TO RUN-FAILED
           END-IF.
           IF EXPORT-OK = 1
                   AND RECORDS-POSTED = 0 AND VOIDS-POSTED = 0
               DISPLAY "No costed production on " WANTED-DATE
                   " - nothing to export."
               MOVE 0 TO EXPORT-OK
           END-IF.

       TAKE-ONE-MASTER-RECORD.
           IF RM-DATE = WANTED-DATE-NUM
               MOVE RM-COST TO POST-AMOUNT
               ADD 1 TO RECORDS-POSTED
               PERFORM POST-ONE-AMOUNT
           END-IF.
           IF RM-VOID-FLAG = "V" AND RM-VOID-DATE = WANTED-DATE-NUM
               COMPUTE POST-AMOUNT = 0 - RM-COST
               ADD 1 TO VOIDS-POSTED
               PERFORM POST-ONE-AMOUNT
           END-IF.

      *Add one signed amount to its job's WIP line and its
      *material's inventory line, once the material's accounts
      *are known
       POST-ONE-AMOUNT.
           ADD POST-AMOUNT TO DAY-NET-COST.
           MOVE 0 TO GL-MAP-FOUND.
           MOVE 0 TO GL-MAP-IDX.
           PERFORM UNTIL GL-MAP-FOUND = 1 OR GL-MAP-IDX >= GL-MAP-COUNT
               ADD 1 TO GL-MAP-IDX
               IF GM-MAT(GL-MAP-IDX) = RM-MAT
                   MOVE 1 TO GL-MAP-FOUND
               END-IF
           END-PERFORM.
           IF GL-MAP-FOUND = 0
               PERFORM NOTE-UNMAPPED-MATERIAL
           ELSE
               PERFORM POST-TO-JOB
               PERFORM POST-TO-MATERIAL
           END-IF.

       POST-TO-JOB.
           MOVE 0 TO JOB-POST-FOUND.
           MOVE 0 TO JOB-POST-IDX.
           PERFORM UNTIL JOB-POST-FOUND = 1
                   OR JOB-POST-IDX >= JOB-POST-COUNT
               ADD 1 TO JOB-POST-IDX
               IF JP-JOB(JOB-POST-IDX) = RM-JOB
                       AND JP-ACCOUNT(JOB-POST-IDX)
                       = GM-WIP-ACCOUNT(GL-MAP-IDX)
                   MOVE 1 TO JOB-POST-FOUND
               END-IF
           END-PERFORM.
           IF JOB-POST-FOUND = 0
               IF JOB-POST-COUNT >= 200
                   MOVE 1 TO POST-TABLE-FULL
               ELSE
                   ADD 1 TO JOB-POST-COUNT
                   MOVE JOB-POST-COUNT TO JOB-POST-IDX
                   MOVE RM-JOB TO JP-JOB(JOB-POST-IDX)
                   MOVE GM-WIP-ACCOUNT(GL-MAP-IDX)
                       TO JP-ACCOUNT(JOB-POST-IDX)
                   MOVE 0 TO JP-AMOUNT(JOB-POST-IDX)
                   MOVE 1 TO JOB-POST-FOUND
               END-IF
           END-IF.
           IF JOB-POST-FOUND = 1
               ADD POST-AMOUNT TO JP-AMOUNT(JOB-POST-IDX)
           END-IF.

       POST-TO-MATERIAL.
           MOVE 0 TO MAT-POST-FOUND.
           MOVE 0 TO MAT-POST-IDX.
           PERFORM UNTIL MAT-POST-FOUND = 1
                   OR MAT-POST-IDX >= MAT-POST-COUNT
               ADD 1 TO MAT-POST-IDX
               IF MP-MAT(MAT-POST-IDX) = RM-MAT
                   MOVE 1 TO MAT-POST-FOUND
               END-IF
           END-PERFORM.
           IF MAT-POST-FOUND = 0
               IF MAT-POST-COUNT >= 50
                   MOVE 1 TO POST-TABLE-FULL
               ELSE
                   ADD 1 TO MAT-POST-COUNT
                   MOVE MAT-POST-COUNT TO MAT-POST-IDX
                   MOVE RM-MAT TO MP-MAT(MAT-POST-IDX)
                   MOVE GM-INV-ACCOUNT(GL-MAP-IDX)
                       TO MP-ACCOUNT(MAT-POST-IDX)
                   MOVE 0 TO MP-AMOUNT(MAT-POST-IDX)
                   MOVE 1 TO MAT-POST-FOUND
               END-IF
           END-IF.
           IF MAT-POST-FOUND = 1
               ADD POST-AMOUNT TO MP-AMOUNT(MAT-POST-IDX)
           END-IF.

       NOTE-UNMAPPED-MATERIAL.
           MOVE 0 TO UNMAPPED-FOUND.
           MOVE 0 TO UNMAPPED-IDX.
           PERFORM UNTIL UNMAPPED-FOUND = 1
                   OR UNMAPPED-IDX >= UNMAPPED-COUNT
               ADD 1 TO UNMAPPED-IDX
               IF UM-MAT(UNMAPPED-IDX) = RM-MAT
                   MOVE 1 TO UNMAPPED-FOUND
               END-IF
           END-PERFORM.
           IF UNMAPPED-FOUND = 0 AND UNMAPPED-COUNT < 20
               ADD 1 TO UNMAPPED-COUNT
               MOVE RM-MAT TO UM-MAT(UNMAPPED-COUNT)
           END-IF.

      *Before anything is written: the debits must equal the
      *credits, and the journal's net must be the COST= total the
      *day was sealed with. A master that no longer agrees with
      *the sealed logs is a matter for DAYCLOSE Verify and
      *RESRECON, not for the ledger.
       PROVE-THE-JOURNAL.
           MOVE 0 TO TOTAL-DEBITS.
           MOVE 0 TO TOTAL-CREDITS.
           MOVE 0 TO JOURNAL-LINES.
           MOVE 0 TO JOB-POST-IDX.
           PERFORM UNTIL JOB-POST-IDX >= JOB-POST-COUNT
               ADD 1 TO JOB-POST-IDX
               IF JP-AMOUNT(JOB-POST-IDX) > 0
                   ADD JP-AMOUNT(JOB-POST-IDX) TO TOTAL-DEBITS
                   ADD 1 TO JOURNAL-LINES
               END-IF
               IF JP-AMOUNT(JOB-POST-IDX) < 0
                   SUBTRACT JP-AMOUNT(JOB-POST-IDX)
                       FROM TOTAL-CREDITS
                   ADD 1 TO JOURNAL-LINES
               END-IF
           END-PERFORM.
           MOVE 0 TO MAT-POST-IDX.
           PERFORM UNTIL MAT-POST-IDX >= MAT-POST-COUNT
               ADD 1 TO MAT-POST-IDX
               IF MP-AMOUNT(MAT-POST-IDX) > 0
                   ADD MP-AMOUNT(MAT-POST-IDX) TO TOTAL-CREDITS
                   ADD 1 TO JOURNAL-LINES
               END-IF
               IF MP-AMOUNT(MAT-POST-IDX) < 0
                   SUBTRACT MP-AMOUNT(MAT-POST-IDX)
                       FROM TOTAL-DEBITS
                   ADD 1 TO JOURNAL-LINES
               END-IF
           END-PERFORM.
           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
               MOVE TOTAL-DEBITS TO TOTAL-DISPLAY
               MOVE TOTAL-CREDITS TO TOTAL-DISPLAY-2
               DISPLAY "Journal does not balance: debits "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING)
                   ", credits "
                   FUNCTION TRIM(TOTAL-DISPLAY-2 LEADING)
                   " - nothing exported."
               MOVE 0 TO EXPORT-OK
               MOVE 1 TO RUN-FAILED
           END-IF.
           IF EXPORT-OK = 1 AND DAY-NET-COST NOT = SEALED-COST
               MOVE SEALED-COST TO TOTAL-DISPLAY
               MOVE DAY-NET-COST TO TOTAL-DISPLAY-2
               DISPLAY "Control total disagrees: DAYCLOSE sealed "
                   "COST= " FUNCTION TRIM(TOTAL-DISPLAY LEADING)
                   " for " WANTED-DATE ", the master gives "
                   FUNCTION TRIM(TOTAL-DISPLAY-2 LEADING)
                   " - nothing exported."
               MOVE 0 TO EXPORT-OK
               MOVE 1 TO RUN-FAILED
           END-IF.
           IF EXPORT-OK = 1 AND JOURNAL-LINES = 0
               DISPLAY "The day's postings net to nothing on every "
                   "account - nothing to export."
               MOVE 0 TO EXPORT-OK
           END-IF.

      *Append the batch to the interface file: header, the WIP
      *lines per job, the inventory lines per material, trailer
       WRITE-THE-JOURNAL.
           OPEN INPUT GLJRNL-FILE.
           IF GLJRNL-FILE-STATUS = "00"
               CLOSE GLJRNL-FILE
               OPEN EXTEND GLJRNL-FILE
           ELSE
               OPEN OUTPUT GLJRNL-FILE
           END-IF.
           MOVE "GLJRNL.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.

           MOVE NEXT-BATCH-NO TO GH-BATCH.
           MOVE WANTED-DATE-NUM TO GH-BUS-DATE.
           MOVE EXPORT-TIMESTAMP(1:8) TO GH-RUN-DATE.
           MOVE EXPORT-TIMESTAMP(9:6) TO GH-RUN-TIME.
           MOVE OPERATOR-ID TO GH-OPER.
           MOVE OVERRIDE-FLAG TO GH-OVERRIDE.
           MOVE GL-HEAD-LINE TO GLJRNL-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.

           MOVE 0 TO GD-LINE-NO.
           MOVE 0 TO JOB-POST-IDX.
           PERFORM UNTIL JOB-POST-IDX >= JOB-POST-COUNT
               ADD 1 TO JOB-POST-IDX
               IF JP-AMOUNT(JOB-POST-IDX) NOT = 0
                   MOVE JP-ACCOUNT(JOB-POST-IDX) TO GD-ACCOUNT
                   MOVE JP-JOB(JOB-POST-IDX) TO GD-JOB
                   MOVE SPACES TO GD-MAT
                   MOVE "WIP MATERIAL COST" TO GD-TEXT
                   IF JP-AMOUNT(JOB-POST-IDX) > 0
                       MOVE "D" TO GD-SIDE
                       MOVE JP-AMOUNT(JOB-POST-IDX) TO GD-AMOUNT
                   ELSE
                       MOVE "C" TO GD-SIDE
                       COMPUTE GD-AMOUNT =
                           0 - JP-AMOUNT(JOB-POST-IDX)
                   END-IF
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.
           MOVE 0 TO MAT-POST-IDX.
           PERFORM UNTIL MAT-POST-IDX >= MAT-POST-COUNT
               ADD 1 TO MAT-POST-IDX
               IF MP-AMOUNT(MAT-POST-IDX) NOT = 0
                   MOVE MP-ACCOUNT(MAT-POST-IDX) TO GD-ACCOUNT
                   MOVE SPACES TO GD-JOB
                   MOVE MP-MAT(MAT-POST-IDX) TO GD-MAT
                   MOVE "RAW MATERIAL ISSUED" TO GD-TEXT
                   IF MP-AMOUNT(MAT-POST-IDX) > 0
                       MOVE "C" TO GD-SIDE
                       MOVE MP-AMOUNT(MAT-POST-IDX) TO GD-AMOUNT
                   ELSE
                       MOVE "D" TO GD-SIDE
                       COMPUTE GD-AMOUNT =
                           0 - MP-AMOUNT(MAT-POST-IDX)
                   END-IF
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.

           MOVE NEXT-BATCH-NO TO GT-BATCH.
           MOVE JOURNAL-LINES TO GT-LINES.
           MOVE TOTAL-DEBITS TO GT-DEBITS.
           MOVE TOTAL-CREDITS TO GT-CREDITS.
           MOVE DAY-NET-COST TO GT-CONTROL.
           MOVE GL-TRAILER-LINE TO GLJRNL-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.
           CLOSE GLJRNL-FILE.

       WRITE-DETAIL-LINE.
           ADD 1 TO GD-LINE-NO.
           MOVE NEXT-BATCH-NO TO GD-BATCH.
           MOVE GL-DETAIL-LINE TO GLJRNL-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           WRITE GLJRNL-RECORD.
           MOVE GLJRNL-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *Record the batch on the export register, so the date is
      *refused the next time unless a supervisor overrides
       APPEND-EXPORT-REGISTER.
           OPEN INPUT GLEXPREG-FILE.
           IF GLEXPREG-FILE-STATUS = "00"
               CLOSE GLEXPREG-FILE
               OPEN EXTEND GLEXPREG-FILE
           ELSE
               OPEN OUTPUT GLEXPREG-FILE
           END-IF.
           MOVE "GLEXPREG.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE JOURNAL-LINES TO COUNT-DISPLAY.
           MOVE TOTAL-DEBITS TO TOTAL-DISPLAY.
           MOVE DAY-NET-COST TO TOTAL-DISPLAY-2.
           MOVE SPACES TO GLEXPREG-LINE.
           STRING
               "BATCH=" NEXT-BATCH-NO
               " BUSDATE=" WANTED-DATE
               " LINES=" FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " DEBITS=" FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               " CONTROL=" FUNCTION TRIM(TOTAL-DISPLAY-2 LEADING)
               " OVERRIDE=" OVERRIDE-FLAG
               " DATE=" EXPORT-TIMESTAMP(1:8)
               " TIME=" EXPORT-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO GLEXPREG-LINE.
           MOVE GLEXPREG-LINE TO GLEXPREG-RECORD.
           WRITE GLEXPREG-RECORD.
           MOVE GLEXPREG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE GLEXPREG-FILE.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE GLJRNL-FILE.
           CLOSE GLEXPREG-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
