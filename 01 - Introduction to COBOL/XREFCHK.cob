      *DESCRIPTION: Cross-master referential integrity check. Every
      *file that names a key held on another master is walked and
      *each reference looked up on the master that should hold it,
      *so a record left pointing at a deleted operator, job,
      *customer or material is caught here rather than by an
      *invoice or a job roll-up that silently drops it:
      *  RESMAST.DAT and every archive RESARC.CAT lists - RM-OPER
      *  and RM-VOID-OPER on OPERMAST.DAT, RM-JOB on JOBMAST.DAT,
      *  RM-MAT on MATERIALS.DAT, and a scrap record's RM-SCRAP-OF
      *  on the master or one of the archives;
      *  RESARC.CAT itself - every catalogued archive must open;
      *  MATSTOCK.DAT - every stock code on MATERIALS.DAT;
      *  JOBMAST.DAT - every job's customer number on CUSTMAST.DAT;
      *  JOBLINES.DAT - every order line's job and material;
      *  SHAPES.TXT - every batch record's job tag and material.
      *Each break is listed by file and key with what it points at.
      *Ends with return code 8 when anything dangles; CALLed with
      *the shared SUITEPRM parameter area the outcome is handed
      *back through SUITE-PROGRAM-STATUS ("F" on any break) and the
      *suite's lock and operator are used instead of taking our
      *own, so RUNALL can run it as a configured step.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: January 27, 2026
      *Modification History:
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-17: A master that cannot be opened (OPERMAST.DAT,
      *            MATERIALS.DAT, JOBMAST.DAT or CUSTMAST.DAT) fails
      *            the run, the way an unreadable RESMAST.DAT does -
      *            nothing was checked against it, so the step must
      *            not hand back a clean "N".
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESMAST-FILE ASSIGN TO "RESMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-SEQ
               FILE STATUS IS RESMAST-FILE-STATUS.
           SELECT RESARC-FILE ASSIGN TO DYNAMIC ARCHIVE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-SEQ
               FILE STATUS IS RESARC-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "RESARC.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT MATERIALS-FILE ASSIGN TO "MATERIALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATERIALS-FILE-STATUS.
           SELECT MATSTOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATSTOCK-FILE-STATUS.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBMAST-FILE-STATUS.
           SELECT JOBLINES-FILE ASSIGN TO "JOBLINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLINES-FILE-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT SHAPES-FILE ASSIGN TO "SHAPES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHAPES-FILE-STATUS.
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

      *A year-end archive carries the same 204-byte layout under its
      *own key field; a whole-record MOVE puts an archived record
      *where the checks read it
       FD RESARC-FILE.
       01 RA-RECORD.
           02 RA-SEQ PIC 9(6).
           02 RA-REST PIC X(198).

      *One line per archive RESARCH ever cut: name, cutoff and key
      *range
       FD CATALOG-FILE.
       01 CATALOG-RECORD PIC X(120).

       FD MATERIALS-FILE.
       01 MATERIAL-RECORD PIC X(50).

       FD MATSTOCK-FILE.
       01 MATSTOCK-RECORD PIC X(40).

       FD JOBMAST-FILE.
       01 JOBMAST-RECORD PIC X(80).

       FD JOBLINES-FILE.
       01 JOBLINES-RECORD PIC X(60).

       FD CUSTMAST-FILE.
       01 CUSTMAST-RECORD PIC X(100).

       FD SHAPES-FILE.
       01 SHAPE-RECORD PIC X(40).

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
       77 RESARC-FILE-STATUS PIC X(02) VALUE "00".
       77 CATALOG-FILE-STATUS PIC X(02) VALUE "00".
       77 MATERIALS-FILE-STATUS PIC X(02) VALUE "00".
       77 MATSTOCK-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBLINES-FILE-STATUS PIC X(02) VALUE "00".
       77 CUSTMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 SHAPES-FILE-STATUS PIC X(02) VALUE "00".
       77 RESMAST-EOF PIC 9 VALUE 0.
       77 RESMAST-OPEN PIC 9 VALUE 0.
       77 INPUT-EOF PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.

      *The keys each master holds. A master that is not on disk
      *leaves its PRESENT switch at 0 and the references to it are
      *not checked - every one would otherwise read as a break.
       01 OPER-KEY-TABLE.
           02 OPER-KEY PIC X(8) OCCURS 50 TIMES.
       77 OPER-KEY-COUNT PIC 9(3) VALUE 0.
       77 OPER-KEYS-PRESENT PIC 9 VALUE 0.
       01 MAT-KEY-TABLE.
           02 MAT-KEY PIC X(4) OCCURS 100 TIMES.
       77 MAT-KEY-COUNT PIC 9(3) VALUE 0.
       77 MAT-KEYS-PRESENT PIC 9 VALUE 0.
       01 JOB-KEY-TABLE.
           02 JOB-KEY PIC X(8) OCCURS 200 TIMES.
       77 JOB-KEY-COUNT PIC 9(3) VALUE 0.
       77 JOB-KEYS-PRESENT PIC 9 VALUE 0.
       01 CUST-KEY-TABLE.
           02 CUST-KEY PIC X(6) OCCURS 200 TIMES.
       77 CUST-KEY-COUNT PIC 9(3) VALUE 0.
       77 CUST-KEYS-PRESENT PIC 9 VALUE 0.
       77 KEY-IDX PIC 9(3) VALUE 0.
       77 KEY-FOUND PIC 9 VALUE 0.
       77 LOOKUP-KEY PIC X(8) VALUE SPACES.
       77 TABLE-FULL PIC 9 VALUE 0.

      *RESARC.CAT held in memory: walked once for the archive pass
      *and again for every scrap reference the master cannot settle
       01 CAT-TABLE.
           02 CAT-ENTRY OCCURS 50 TIMES.
               03 CT-FILE PIC X(30).
               03 CT-FROM PIC 9(6).
               03 CT-TO PIC 9(6).
       77 CAT-COUNT PIC 9(3) VALUE 0.
       77 CAT-IDX PIC 9(3) VALUE 0.
       77 CAT-PRESENT PIC 9 VALUE 0.
       77 CAT-FILE-NAME PIC X(30) VALUE SPACES.
       77 CAT-FROM-TEXT PIC X(6) VALUE SPACES.
       77 CAT-TO-TEXT PIC X(6) VALUE SPACES.
       77 ARCHIVE-NAME PIC X(30) VALUE SPACES.
       77 ARCHIVE-HIT PIC 9 VALUE 0.

      *A scrap record's RM-SCRAP-OF, held until every result file
      *has been walked; the original may sit on the master or in
      *any archive
       01 SCRAP-REF-TABLE.
           02 SCRAP-REF-ENTRY OCCURS 200 TIMES.
               03 SR-SEQ PIC 9(6).
               03 SR-OF PIC 9(6).
               03 SR-FILE PIC X(30).
       77 SCRAP-REF-COUNT PIC 9(3) VALUE 0.
       77 SCRAP-REF-IDX PIC 9(3) VALUE 0.
       77 SCRAP-REF-FULL PIC 9 VALUE 0.
       77 SCRAP-WANTED PIC 9(6) VALUE 0.

      *The file and key of the record being checked, and what the
      *break line says it points at
       77 BREAK-FILE PIC X(30) VALUE SPACES.
       77 BREAK-KEY PIC X(20) VALUE SPACES.
       77 BREAK-TEXT PIC X(60) VALUE SPACES.
       77 SEQ-DISPLAY PIC Z(5)9.
       77 LINE-NO PIC 9(5) VALUE 0.
       77 LINE-NO-DISPLAY PIC Z(4)9.

      *A SHAPES.TXT record pulled apart the way the area program's
      *batch loader pulls it apart
       77 SHAPE-TEXT PIC X(40) VALUE SPACES.
       77 SHAPE-TOK1 PIC X(10) VALUE SPACES.
       77 SHAPE-TOK2 PIC X(10) VALUE SPACES.
       77 SHAPE-TOK3 PIC X(10) VALUE SPACES.
       77 SHAPE-TOK4 PIC X(10) VALUE SPACES.
       77 SHAPE-TOK5 PIC X(10) VALUE SPACES.
       77 SHAPE-TOK6 PIC X(10) VALUE SPACES.
       77 SHAPE-MAT PIC X(10) VALUE SPACES.
       77 SHAPE-JOB PIC X(10) VALUE SPACES.
       77 PARSE-JUNK PIC X(120) VALUE SPACES.
       77 PARSE-REST PIC X(120) VALUE SPACES.
       77 TOKEN-TEXT PIC X(30) VALUE SPACES.

      *Tallies for the summary and the return code
       77 CHECKED-COUNT PIC 9(5) VALUE 0.
       77 BREAK-COUNT PIC 9(5) VALUE 0.
       77 MASTER-BREAKS PIC 9(5) VALUE 0.
       77 ARCHIVE-BREAKS PIC 9(5) VALUE 0.
       77 STOCK-BREAKS PIC 9(5) VALUE 0.
       77 JOB-BREAKS PIC 9(5) VALUE 0.
       77 LINE-BREAKS PIC 9(5) VALUE 0.
       77 SHAPE-BREAKS PIC 9(5) VALUE 0.
       77 SCRAP-BREAKS PIC 9(5) VALUE 0.
       77 IN-ARCHIVE PIC 9 VALUE 0.
       77 COUNT-DISPLAY PIC Z(4)9.

      *SUITE-LINKED is raised when the caller really handed us the
      *RUNALL parameter area (eyecatcher checked); under the suite
      *the suite's lock and operator cover us
       77 SUITE-LINKED PIC 9 VALUE 0.

       LINKAGE SECTION.
       COPY SUITEPRM.

       PROCEDURE DIVISION USING SUITE-PARMS.
           IF ADDRESS OF SUITE-PARMS NOT = NULL
               IF SUITE-EYE = "SUITEPRM"
                   MOVE 1 TO SUITE-LINKED
               END-IF
           END-IF.

           IF SUITE-LINKED = 0
               MOVE "XREFCHK" TO LOCK-PROGRAM
               PERFORM GET-SESSION-LOCK
               IF LOCK-ACQUIRED = 0
                   DISPLAY "Exiting without running."
                   GOBACK
               END-IF
           END-IF.

           IF SUITE-LINKED = 1
               MOVE SUITE-OPERATOR TO OPERATOR-ID
           ELSE
               PERFORM GET-OPERATOR-ID
           END-IF.

           MOVE "XREFCHK" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "XREFCHK" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           PERFORM LOAD-OPERATOR-KEYS.
           PERFORM LOAD-MATERIAL-KEYS.
           PERFORM LOAD-JOB-KEYS.
           PERFORM LOAD-CUSTOMER-KEYS.
           PERFORM LOAD-CATALOG.

           PERFORM CHECK-RESULTS-MASTER.
           PERFORM CHECK-ARCHIVES.
           PERFORM CHECK-SCRAP-REFERENCES.
           PERFORM CHECK-STOCK-FILE.
           PERFORM CHECK-JOB-CUSTOMERS.
           PERFORM CHECK-JOB-LINES.
           PERFORM CHECK-SHAPES-FILE.
           PERFORM PRINT-XREF-SUMMARY.

           IF BREAK-COUNT > 0
               MOVE 1 TO RUN-FAILED
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

           IF SUITE-LINKED = 1
               IF RUN-FAILED = 1
                   MOVE "F" TO SUITE-PROGRAM-STATUS
               ELSE
                   MOVE "N" TO SUITE-PROGRAM-STATUS
               END-IF
           END-IF.
           IF RUN-FAILED = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
      *by the caller first), so integrity runs show up in the same
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

      *Every operator ID on OPERMAST.DAT
       LOAD-OPERATOR-KEYS.
           MOVE 0 TO OPER-KEY-COUNT.
           MOVE 0 TO TABLE-FULL.
           MOVE 0 TO INPUT-EOF.
           OPEN INPUT OPERMAST-FILE.
           IF OPERMAST-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.DAT not found - operator references "
                   "cannot be checked."
               MOVE 1 TO RUN-FAILED
           ELSE
               MOVE 1 TO OPER-KEYS-PRESENT
               PERFORM UNTIL INPUT-EOF = 1
                   READ OPERMAST-FILE
                       AT END
                           MOVE 1 TO INPUT-EOF
                       NOT AT END
                           IF OPERMAST-RECORD(1:8) NOT = SPACES
                               IF OPER-KEY-COUNT >= 50
                                   MOVE 1 TO TABLE-FULL
                               ELSE
                                   ADD 1 TO OPER-KEY-COUNT
                                   MOVE OPERMAST-RECORD(1:8)
                                       TO OPER-KEY(OPER-KEY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMAST-FILE
               IF TABLE-FULL = 1
                   DISPLAY "OPERMAST.DAT holds more than 50 "
                       "operators - the rest were not loaded."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Every material code on MATERIALS.DAT. A delisted code is still
      *on the master - history and old results go on naming it - so
      *every line counts, whatever its status.
       LOAD-MATERIAL-KEYS.
           MOVE 0 TO MAT-KEY-COUNT.
           MOVE 0 TO TABLE-FULL.
           MOVE 0 TO INPUT-EOF.
           OPEN INPUT MATERIALS-FILE.
           IF MATERIALS-FILE-STATUS NOT = "00"
               DISPLAY "MATERIALS.DAT not found - material references "
                   "cannot be checked."
               MOVE 1 TO RUN-FAILED
           ELSE
               MOVE 1 TO MAT-KEYS-PRESENT
               PERFORM UNTIL INPUT-EOF = 1
                   READ MATERIALS-FILE
                       AT END
                           MOVE 1 TO INPUT-EOF
                       NOT AT END
                           IF MATERIAL-RECORD(1:4) NOT = SPACES
                               MOVE MATERIAL-RECORD(1:4) TO LOOKUP-KEY
                               PERFORM FIND-MATERIAL-KEY
                               IF KEY-FOUND = 0
                                   PERFORM ADD-MATERIAL-KEY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIALS-FILE
               IF TABLE-FULL = 1
                   DISPLAY "MATERIALS.DAT holds more than 100 "
                       "codes - the rest were not loaded."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

       ADD-MATERIAL-KEY.
           IF MAT-KEY-COUNT >= 100
               MOVE 1 TO TABLE-FULL
           ELSE
               ADD 1 TO MAT-KEY-COUNT
               MOVE LOOKUP-KEY(1:4) TO MAT-KEY(MAT-KEY-COUNT)
           END-IF.

      *Every job number on JOBMAST.DAT, whatever its status - a
      *closed job is still a job
       LOAD-JOB-KEYS.
           MOVE 0 TO JOB-KEY-COUNT.
           MOVE 0 TO TABLE-FULL.
           MOVE 0 TO INPUT-EOF.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-FILE-STATUS NOT = "00"
               DISPLAY "JOBMAST.DAT not found - job references "
                   "cannot be checked."
               MOVE 1 TO RUN-FAILED
           ELSE
               MOVE 1 TO JOB-KEYS-PRESENT
               PERFORM UNTIL INPUT-EOF = 1
                   READ JOBMAST-FILE
                       AT END
                           MOVE 1 TO INPUT-EOF
                       NOT AT END
                           IF JOBMAST-RECORD(1:8) NOT = SPACES
                               IF JOB-KEY-COUNT >= 200
                                   MOVE 1 TO TABLE-FULL
                               ELSE
                                   ADD 1 TO JOB-KEY-COUNT
                                   MOVE JOBMAST-RECORD(1:8)
                                       TO JOB-KEY(JOB-KEY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBMAST-FILE
               IF TABLE-FULL = 1
                   DISPLAY "JOBMAST.DAT holds more than 200 "
                       "jobs - the rest were not loaded."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Every customer number on CUSTMAST.DAT
       LOAD-CUSTOMER-KEYS.
           MOVE 0 TO CUST-KEY-COUNT.
           MOVE 0 TO TABLE-FULL.
           MOVE 0 TO INPUT-EOF.
           OPEN INPUT CUSTMAST-FILE.
           IF CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT not found - job customers "
                   "cannot be checked."
               MOVE 1 TO RUN-FAILED
           ELSE
               MOVE 1 TO CUST-KEYS-PRESENT
               PERFORM UNTIL INPUT-EOF = 1
                   READ CUSTMAST-FILE
                       AT END
                           MOVE 1 TO INPUT-EOF
                       NOT AT END
                           IF CUSTMAST-RECORD(1:6) NOT = SPACES
                               IF CUST-KEY-COUNT >= 200
                                   MOVE 1 TO TABLE-FULL
                               ELSE
                                   ADD 1 TO CUST-KEY-COUNT
                                   MOVE CUSTMAST-RECORD(1:6)
                                       TO CUST-KEY(CUST-KEY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTMAST-FILE
               IF TABLE-FULL = 1
                   DISPLAY "CUSTMAST.DAT holds more than 200 "
                       "customers - the rest were not loaded."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Every RESARC.CAT line RESARCH wrote: archive name and the key
      *range it took. A line that does not read is itself a break -
      *whatever archive it stood for can no longer be found.
       LOAD-CATALOG.
           MOVE 0 TO CAT-COUNT.
           MOVE 0 TO TABLE-FULL.
           MOVE 0 TO INPUT-EOF.
           MOVE 0 TO LINE-NO.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-STATUS = "00"
               MOVE 1 TO CAT-PRESENT
               PERFORM UNTIL INPUT-EOF = 1
                   READ CATALOG-FILE
                       AT END
                           MOVE 1 TO INPUT-EOF
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF CATALOG-RECORD NOT = SPACES
                               PERFORM LOAD-ONE-CATALOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               IF TABLE-FULL = 1
                   DISPLAY "RESARC.CAT lists more than 50 archives "
                       "- the rest were not checked."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

       LOAD-ONE-CATALOG-LINE.
           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING CATALOG-RECORD DELIMITED BY "FILE="
               INTO PARSE-JUNK PARSE-REST.
           MOVE SPACES TO TOKEN-TEXT.
           UNSTRING PARSE-REST DELIMITED BY ALL SPACES
               INTO TOKEN-TEXT.
           MOVE TOKEN-TEXT TO CAT-FILE-NAME.

           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING CATALOG-RECORD DELIMITED BY " FROM="
               INTO PARSE-JUNK PARSE-REST.
           MOVE PARSE-REST(1:6) TO CAT-FROM-TEXT.

           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING CATALOG-RECORD DELIMITED BY " TO="
               INTO PARSE-JUNK PARSE-REST.
           MOVE PARSE-REST(1:6) TO CAT-TO-TEXT.

           IF CAT-FILE-NAME = SPACES
                   OR CAT-FROM-TEXT IS NOT NUMERIC
                   OR CAT-TO-TEXT IS NOT NUMERIC
               MOVE "RESARC.CAT" TO BREAK-FILE
               MOVE LINE-NO TO LINE-NO-DISPLAY
               MOVE SPACES TO BREAK-KEY
               STRING "line " FUNCTION TRIM(LINE-NO-DISPLAY LEADING)
                   DELIMITED BY SIZE INTO BREAK-KEY
               MOVE "unreadable catalog entry" TO BREAK-TEXT
               ADD 1 TO ARCHIVE-BREAKS
               PERFORM REPORT-BREAK
           ELSE
               IF CAT-COUNT >= 50
                   MOVE 1 TO TABLE-FULL
               ELSE
                   ADD 1 TO CAT-COUNT
                   MOVE CAT-FILE-NAME TO CT-FILE(CAT-COUNT)
                   MOVE CAT-FROM-TEXT TO CT-FROM(CAT-COUNT)
                   MOVE CAT-TO-TEXT TO CT-TO(CAT-COUNT)
               END-IF
           END-IF.

      *Walk the live master and check each record's references
       CHECK-RESULTS-MASTER.
           MOVE 0 TO IN-ARCHIVE.
           MOVE "RESMAST.DAT" TO BREAK-FILE.
           OPEN INPUT RESMAST-FILE.
           IF RESMAST-FILE-STATUS NOT = "00"
               DISPLAY "Results master RESMAST.DAT unavailable "
                   "(status " RESMAST-FILE-STATUS ") - nothing to "
                   "check."
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
                           PERFORM CHECK-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE RESMAST-FILE
           END-IF.

      *Walk every catalogued archive the same way. An archive the
      *catalog lists but that will not open is a dangling catalog
      *entry - the results it took are lost to every lookup.
       CHECK-ARCHIVES.
           MOVE 1 TO IN-ARCHIVE.
           MOVE 0 TO CAT-IDX.
           PERFORM UNTIL CAT-IDX >= CAT-COUNT
               ADD 1 TO CAT-IDX
               MOVE CT-FILE(CAT-IDX) TO ARCHIVE-NAME
               OPEN INPUT RESARC-FILE
               IF RESARC-FILE-STATUS NOT = "00"
                   MOVE "RESARC.CAT" TO BREAK-FILE
                   MOVE CT-FILE(CAT-IDX) TO BREAK-KEY
                   MOVE SPACES TO BREAK-TEXT
                   STRING "catalogued archive will not open (status "
                       RESARC-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   ADD 1 TO ARCHIVE-BREAKS
                   PERFORM REPORT-BREAK
               ELSE
                   MOVE ARCHIVE-NAME TO BREAK-FILE
                   PERFORM WALK-ONE-ARCHIVE
                   CLOSE RESARC-FILE
               END-IF
           END-PERFORM.
           MOVE 0 TO IN-ARCHIVE.

       WALK-ONE-ARCHIVE.
           MOVE 0 TO RESMAST-EOF.
           MOVE 0 TO RA-SEQ.
           START RESARC-FILE KEY >= RA-SEQ
               INVALID KEY
                   MOVE 1 TO RESMAST-EOF
           END-START.
           PERFORM UNTIL RESMAST-EOF = 1
               READ RESARC-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RESMAST-EOF
                   NOT AT END
                       MOVE RA-RECORD TO RESMAST-RECORD
                       PERFORM CHECK-ONE-RESULT
               END-READ
           END-PERFORM.

      *One result record, live or archived: who computed it, who
      *voided it, the job and material it was costed to, and - for
      *a scrap record - the original it was scrapped against (held
      *for CHECK-SCRAP-REFERENCES)
       CHECK-ONE-RESULT.
           ADD 1 TO CHECKED-COUNT.
           MOVE RM-SEQ TO SEQ-DISPLAY.
           MOVE SPACES TO BREAK-KEY.
           STRING "seq " FUNCTION TRIM(SEQ-DISPLAY LEADING)
               DELIMITED BY SIZE INTO BREAK-KEY.

           IF RM-OPER NOT = SPACES AND OPER-KEYS-PRESENT = 1
               MOVE RM-OPER TO LOOKUP-KEY
               PERFORM FIND-OPERATOR-KEY
               IF KEY-FOUND = 0
                   MOVE SPACES TO BREAK-TEXT
                   STRING "operator " FUNCTION TRIM(RM-OPER)
                       " not on OPERMAST.DAT"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   PERFORM REPORT-RESULT-BREAK
               END-IF
           END-IF.

           IF RM-VOID-FLAG = "V" AND RM-VOID-OPER NOT = SPACES
                   AND OPER-KEYS-PRESENT = 1
               MOVE RM-VOID-OPER TO LOOKUP-KEY
               PERFORM FIND-OPERATOR-KEY
               IF KEY-FOUND = 0
                   MOVE SPACES TO BREAK-TEXT
                   STRING "voiding supervisor "
                       FUNCTION TRIM(RM-VOID-OPER)
                       " not on OPERMAST.DAT"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   PERFORM REPORT-RESULT-BREAK
               END-IF
           END-IF.

           IF RM-JOB NOT = SPACES AND RM-JOB NOT = "NONE"
                   AND JOB-KEYS-PRESENT = 1
               MOVE RM-JOB TO LOOKUP-KEY
               PERFORM FIND-JOB-KEY
               IF KEY-FOUND = 0
                   MOVE SPACES TO BREAK-TEXT
                   STRING "job " FUNCTION TRIM(RM-JOB)
                       " not on JOBMAST.DAT"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   PERFORM REPORT-RESULT-BREAK
               END-IF
           END-IF.

           IF RM-MAT NOT = SPACES AND MAT-KEYS-PRESENT = 1
               MOVE RM-MAT TO LOOKUP-KEY
               PERFORM FIND-MATERIAL-KEY
               IF KEY-FOUND = 0
                   MOVE SPACES TO BREAK-TEXT
                   STRING "material " FUNCTION TRIM(RM-MAT)
                       " not on MATERIALS.DAT"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   PERFORM REPORT-RESULT-BREAK
               END-IF
           END-IF.

           IF RM-SCRAP-FLAG = "S"
               IF SCRAP-REF-COUNT >= 200
                   MOVE 1 TO SCRAP-REF-FULL
               ELSE
                   ADD 1 TO SCRAP-REF-COUNT
                   MOVE RM-SEQ TO SR-SEQ(SCRAP-REF-COUNT)
                   MOVE RM-SCRAP-OF TO SR-OF(SCRAP-REF-COUNT)
                   MOVE BREAK-FILE TO SR-FILE(SCRAP-REF-COUNT)
               END-IF
           END-IF.

       REPORT-RESULT-BREAK.
           IF IN-ARCHIVE = 1
               ADD 1 TO ARCHIVE-BREAKS
           ELSE
               ADD 1 TO MASTER-BREAKS
           END-IF.
           PERFORM REPORT-BREAK.

      *A scrap record's original must still exist somewhere: read
      *the live master by key, then whichever archive's key range
      *covers it
       CHECK-SCRAP-REFERENCES.
           IF SCRAP-REF-FULL = 1
               DISPLAY "More than 200 scrap records - the rest were "
                   "not traced to their originals."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.
           IF SCRAP-REF-COUNT > 0
               MOVE 0 TO RESMAST-OPEN
               OPEN INPUT RESMAST-FILE
               IF RESMAST-FILE-STATUS = "00"
                   MOVE 1 TO RESMAST-OPEN
               END-IF
               MOVE 0 TO SCRAP-REF-IDX
               PERFORM UNTIL SCRAP-REF-IDX >= SCRAP-REF-COUNT
                   ADD 1 TO SCRAP-REF-IDX
                   PERFORM TRACE-ONE-SCRAP-REF
               END-PERFORM
               IF RESMAST-OPEN = 1
                   CLOSE RESMAST-FILE
               END-IF
           END-IF.

       TRACE-ONE-SCRAP-REF.
           MOVE SR-OF(SCRAP-REF-IDX) TO SCRAP-WANTED.
           MOVE 0 TO ARCHIVE-HIT.
           IF RESMAST-OPEN = 1
               MOVE SCRAP-WANTED TO RM-SEQ
               READ RESMAST-FILE KEY IS RM-SEQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO ARCHIVE-HIT
               END-READ
           END-IF.
           IF ARCHIVE-HIT = 0
               PERFORM SEARCH-THE-ARCHIVES
           END-IF.
           IF ARCHIVE-HIT = 0
               MOVE SR-FILE(SCRAP-REF-IDX) TO BREAK-FILE
               MOVE SR-SEQ(SCRAP-REF-IDX) TO SEQ-DISPLAY
               MOVE SPACES TO BREAK-KEY
               STRING "seq " FUNCTION TRIM(SEQ-DISPLAY LEADING)
                   DELIMITED BY SIZE INTO BREAK-KEY
               MOVE SCRAP-WANTED TO SEQ-DISPLAY
               MOVE SPACES TO BREAK-TEXT
               STRING "scrap of seq "
                   FUNCTION TRIM(SEQ-DISPLAY LEADING)
                   " - original on no master or archive"
                   DELIMITED BY SIZE INTO BREAK-TEXT
               ADD 1 TO SCRAP-BREAKS
               PERFORM REPORT-BREAK
           END-IF.

       SEARCH-THE-ARCHIVES.
           MOVE 0 TO CAT-IDX.
           PERFORM UNTIL CAT-IDX >= CAT-COUNT OR ARCHIVE-HIT = 1
               ADD 1 TO CAT-IDX
               IF SCRAP-WANTED >= CT-FROM(CAT-IDX)
                       AND SCRAP-WANTED <= CT-TO(CAT-IDX)
                   MOVE CT-FILE(CAT-IDX) TO ARCHIVE-NAME
                   OPEN INPUT RESARC-FILE
                   IF RESARC-FILE-STATUS = "00"
                       MOVE SCRAP-WANTED TO RA-SEQ
                       READ RESARC-FILE KEY IS RA-SEQ
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO ARCHIVE-HIT
                       END-READ
                       CLOSE RESARC-FILE
                   END-IF
               END-IF
           END-PERFORM.

      *Every MATSTOCK.DAT stock line must be for a material the
      *master knows
       CHECK-STOCK-FILE.
           MOVE 0 TO INPUT-EOF.
           MOVE "MATSTOCK.DAT" TO BREAK-FILE.
           OPEN INPUT MATSTOCK-FILE.
           IF MATSTOCK-FILE-STATUS = "00"
               PERFORM UNTIL INPUT-EOF = 1
                   READ MATSTOCK-FILE
                       AT END
                           MOVE 1 TO INPUT-EOF
                       NOT AT END
                           IF MATSTOCK-RECORD(1:4) NOT = SPACES
                                   AND MAT-KEYS-PRESENT = 1
                               PERFORM CHECK-ONE-STOCK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATSTOCK-FILE
           END-IF.

       CHECK-ONE-STOCK-LINE.
           ADD 1 TO CHECKED-COUNT.
           MOVE MATSTOCK-RECORD(1:4) TO LOOKUP-KEY.
           PERFORM FIND-MATERIAL-KEY.
           IF KEY-FOUND = 0
               MOVE MATSTOCK-RECORD(1:4) TO BREAK-KEY
               MOVE "stock held for a code not on MATERIALS.DAT"
                   TO BREAK-TEXT
               ADD 1 TO STOCK-BREAKS
               PERFORM REPORT-BREAK
           END-IF.

      *Every job's customer number must be on CUSTMAST.DAT. A job
      *keyed before customer numbers were carried has none and is
      *left alone.
       CHECK-JOB-CUSTOMERS.
           MOVE 0 TO INPUT-EOF.
           MOVE "JOBMAST.DAT" TO BREAK-FILE.
           IF CUST-KEYS-PRESENT = 1
               OPEN INPUT JOBMAST-FILE
               IF JOBMAST-FILE-STATUS = "00"
                   PERFORM UNTIL INPUT-EOF = 1
                       READ JOBMAST-FILE
                           AT END
                               MOVE 1 TO INPUT-EOF
                           NOT AT END
                               IF JOBMAST-RECORD(1:8) NOT = SPACES
                                   PERFORM CHECK-ONE-JOB-CUSTOMER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOBMAST-FILE
               END-IF
           END-IF.

       CHECK-ONE-JOB-CUSTOMER.
           ADD 1 TO CHECKED-COUNT.
           IF JOBMAST-RECORD(49:6) NOT = SPACES
                   AND JOBMAST-RECORD(49:6) NOT = "000000"
               MOVE JOBMAST-RECORD(49:6) TO LOOKUP-KEY
               PERFORM FIND-CUSTOMER-KEY
               IF KEY-FOUND = 0
                   MOVE JOBMAST-RECORD(1:8) TO BREAK-KEY
                   MOVE SPACES TO BREAK-TEXT
                   STRING "customer " JOBMAST-RECORD(49:6)
                       " not on CUSTMAST.DAT"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   ADD 1 TO JOB-BREAKS
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.

      *Every JOBLINES.DAT order line must belong to a job on the
      *master and name a material the master knows
       CHECK-JOB-LINES.
           MOVE 0 TO INPUT-EOF.
           MOVE "JOBLINES.DAT" TO BREAK-FILE.
           OPEN INPUT JOBLINES-FILE.
           IF JOBLINES-FILE-STATUS = "00"
               PERFORM UNTIL INPUT-EOF = 1
                   READ JOBLINES-FILE
                       AT END
                           MOVE 1 TO INPUT-EOF
                       NOT AT END
                           IF JOBLINES-RECORD(1:8) NOT = SPACES
                               PERFORM CHECK-ONE-JOB-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBLINES-FILE
           END-IF.

       CHECK-ONE-JOB-LINE.
           ADD 1 TO CHECKED-COUNT.
           MOVE SPACES TO BREAK-KEY.
           STRING FUNCTION TRIM(JOBLINES-RECORD(1:8)) " line "
               JOBLINES-RECORD(10:3)
               DELIMITED BY SIZE INTO BREAK-KEY.
           IF JOB-KEYS-PRESENT = 1
               MOVE JOBLINES-RECORD(1:8) TO LOOKUP-KEY
               PERFORM FIND-JOB-KEY
               IF KEY-FOUND = 0
                   MOVE SPACES TO BREAK-TEXT
                   STRING "order line for job "
                       FUNCTION TRIM(JOBLINES-RECORD(1:8))
                       " not on JOBMAST.DAT"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   ADD 1 TO LINE-BREAKS
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.
           IF JOBLINES-RECORD(25:4) NOT = SPACES
                   AND MAT-KEYS-PRESENT = 1
               MOVE JOBLINES-RECORD(25:4) TO LOOKUP-KEY
               PERFORM FIND-MATERIAL-KEY
               IF KEY-FOUND = 0
                   MOVE SPACES TO BREAK-TEXT
                   STRING "material " JOBLINES-RECORD(25:4)
                       " not on MATERIALS.DAT"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   ADD 1 TO LINE-BREAKS
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.

      *Every SHAPES.TXT batch record's job tag and material must
      *still be on their masters, so tonight's batch does not cost a
      *shape to a job that has gone. A P record carries its part's
      *material and job; the O, X and E records of a part carry
      *neither.
       CHECK-SHAPES-FILE.
           MOVE 0 TO INPUT-EOF.
           MOVE 0 TO LINE-NO.
           MOVE "SHAPES.TXT" TO BREAK-FILE.
           OPEN INPUT SHAPES-FILE.
           IF SHAPES-FILE-STATUS = "00"
               PERFORM UNTIL INPUT-EOF = 1
                   READ SHAPES-FILE
                       AT END
                           MOVE 1 TO INPUT-EOF
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF SHAPE-RECORD NOT = SPACES
                               PERFORM CHECK-ONE-SHAPE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHAPES-FILE
           END-IF.

       CHECK-ONE-SHAPE-RECORD.
           MOVE FUNCTION TRIM(SHAPE-RECORD LEADING) TO SHAPE-TEXT.
           MOVE SPACES TO SHAPE-TOK1.
           MOVE SPACES TO SHAPE-TOK2.
           MOVE SPACES TO SHAPE-TOK3.
           MOVE SPACES TO SHAPE-TOK4.
           MOVE SPACES TO SHAPE-TOK5.
           MOVE SPACES TO SHAPE-TOK6.
           UNSTRING SHAPE-TEXT DELIMITED BY ALL SPACES
               INTO SHAPE-TOK1 SHAPE-TOK2 SHAPE-TOK3 SHAPE-TOK4
                   SHAPE-TOK5 SHAPE-TOK6.
           MOVE SPACES TO SHAPE-MAT.
           MOVE SPACES TO SHAPE-JOB.

      *    As in the area program, a unit token after the shape code
      *    is optional; without one every later token sits one
      *    place earlier
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SHAPE-TOK2))
               WHEN "MM"
               WHEN "CM"
               WHEN "IN"
                   MOVE SHAPE-TOK3 TO SHAPE-TOK2
                   MOVE SHAPE-TOK4 TO SHAPE-TOK3
                   MOVE SHAPE-TOK5 TO SHAPE-TOK4
                   MOVE SHAPE-TOK6 TO SHAPE-TOK5
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SHAPE-TOK1))
               WHEN "C"
               WHEN "P"
                   MOVE SHAPE-TOK3 TO SHAPE-MAT
                   MOVE SHAPE-TOK4 TO SHAPE-JOB
               WHEN "R"
               WHEN "T"
                   MOVE SHAPE-TOK4 TO SHAPE-MAT
                   MOVE SHAPE-TOK5 TO SHAPE-JOB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SHAPE-MAT = SPACES AND SHAPE-JOB = SPACES
               CONTINUE
           ELSE
               ADD 1 TO CHECKED-COUNT
               MOVE LINE-NO TO LINE-NO-DISPLAY
               MOVE SPACES TO BREAK-KEY
               STRING "line " FUNCTION TRIM(LINE-NO-DISPLAY LEADING)
                   DELIMITED BY SIZE INTO BREAK-KEY
               PERFORM CHECK-SHAPE-REFERENCES
           END-IF.

       CHECK-SHAPE-REFERENCES.
           IF SHAPE-JOB NOT = SPACES AND JOB-KEYS-PRESENT = 1
               MOVE SHAPE-JOB TO LOOKUP-KEY
               PERFORM FIND-JOB-KEY
               IF KEY-FOUND = 0
                   MOVE SPACES TO BREAK-TEXT
                   STRING "tagged to job " FUNCTION TRIM(SHAPE-JOB)
                       " not on JOBMAST.DAT"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   ADD 1 TO SHAPE-BREAKS
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.
           IF SHAPE-MAT NOT = SPACES AND MAT-KEYS-PRESENT = 1
               MOVE SHAPE-MAT TO LOOKUP-KEY
               PERFORM FIND-MATERIAL-KEY
               IF KEY-FOUND = 0
                   MOVE SPACES TO BREAK-TEXT
                   STRING "material " FUNCTION TRIM(SHAPE-MAT)
                       " not on MATERIALS.DAT"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                   ADD 1 TO SHAPE-BREAKS
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.

      *The lookups: each leaves KEY-FOUND for the caller
       FIND-OPERATOR-KEY.
           MOVE 0 TO KEY-FOUND.
           MOVE 0 TO KEY-IDX.
           PERFORM UNTIL KEY-IDX >= OPER-KEY-COUNT OR KEY-FOUND = 1
               ADD 1 TO KEY-IDX
               IF OPER-KEY(KEY-IDX) = LOOKUP-KEY
                   MOVE 1 TO KEY-FOUND
               END-IF
           END-PERFORM.

       FIND-MATERIAL-KEY.
           MOVE 0 TO KEY-FOUND.
           MOVE 0 TO KEY-IDX.
           PERFORM UNTIL KEY-IDX >= MAT-KEY-COUNT OR KEY-FOUND = 1
               ADD 1 TO KEY-IDX
               IF MAT-KEY(KEY-IDX) = LOOKUP-KEY
                   MOVE 1 TO KEY-FOUND
               END-IF
           END-PERFORM.

       FIND-JOB-KEY.
           MOVE 0 TO KEY-FOUND.
           MOVE 0 TO KEY-IDX.
           PERFORM UNTIL KEY-IDX >= JOB-KEY-COUNT OR KEY-FOUND = 1
               ADD 1 TO KEY-IDX
               IF JOB-KEY(KEY-IDX) = LOOKUP-KEY
                   MOVE 1 TO KEY-FOUND
               END-IF
           END-PERFORM.

       FIND-CUSTOMER-KEY.
           MOVE 0 TO KEY-FOUND.
           MOVE 0 TO KEY-IDX.
           PERFORM UNTIL KEY-IDX >= CUST-KEY-COUNT OR KEY-FOUND = 1
               ADD 1 TO KEY-IDX
               IF CUST-KEY(KEY-IDX) = LOOKUP-KEY
                   MOVE 1 TO KEY-FOUND
               END-IF
           END-PERFORM.

      *One break line: the file holding the reference, the record's
      *key there, and what it points at
       REPORT-BREAK.
           ADD 1 TO BREAK-COUNT.
           DISPLAY "  BREAK " FUNCTION TRIM(BREAK-FILE) " "
               FUNCTION TRIM(BREAK-KEY) ": "
               FUNCTION TRIM(BREAK-TEXT).

       PRINT-XREF-SUMMARY.
           DISPLAY " ".
           MOVE CHECKED-COUNT TO COUNT-DISPLAY.
           DISPLAY FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " record(s) checked, " WITH NO ADVANCING.
           MOVE BREAK-COUNT TO COUNT-DISPLAY.
           DISPLAY FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " break(s).".
           MOVE MASTER-BREAKS TO COUNT-DISPLAY.
           DISPLAY "  RESMAST.DAT  " COUNT-DISPLAY.
           MOVE ARCHIVE-BREAKS TO COUNT-DISPLAY.
           DISPLAY "  Archives     " COUNT-DISPLAY.
           MOVE SCRAP-BREAKS TO COUNT-DISPLAY.
           DISPLAY "  Scrap of     " COUNT-DISPLAY.
           MOVE STOCK-BREAKS TO COUNT-DISPLAY.
           DISPLAY "  MATSTOCK.DAT " COUNT-DISPLAY.
           MOVE JOB-BREAKS TO COUNT-DISPLAY.
           DISPLAY "  JOBMAST.DAT  " COUNT-DISPLAY.
           MOVE LINE-BREAKS TO COUNT-DISPLAY.
           DISPLAY "  JOBLINES.DAT " COUNT-DISPLAY.
           MOVE SHAPE-BREAKS TO COUNT-DISPLAY.
           DISPLAY "  SHAPES.TXT   " COUNT-DISPLAY.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: make sure RUNALL sees the run as failed
       FLAG-IO-ABORT.
           IF SUITE-LINKED = 1
               MOVE "F" TO SUITE-PROGRAM-STATUS
           END-IF.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
