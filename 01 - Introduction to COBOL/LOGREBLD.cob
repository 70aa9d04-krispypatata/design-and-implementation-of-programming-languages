      *DESCRIPTION: Check and rebuild of LOGDIR.DAT, the indexed log
      *directory LOGQUERY, OPERRPT, SESSVIEW, DAYCLOSE and ERRRPT
      *read instead of the four shared logs. The writing programs
      *file each line as they append it and HOUSEKP rebuilds after a
      *trim, but a log restored from backup, edited by hand or
      *written while LOGDIR.DAT was unavailable leaves the directory
      *out of step, and a query would then quietly miss lines. For
      *each of RUNLOG.TXT, TRANSLOG.TXT, RESULTS.TXT and ERRLOG.TXT
      *this shows the lines and dated lines the log holds beside
      *the count and entries the directory holds, flags the logs
      *that disagree, and offers to write the directory over from
      *the logs as they stand. Ends with return code 8 when a
      *disagreement is left in place.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: February 3, 2026
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGREBLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGSCAN-FILE ASSIGN TO DYNAMIC LOGSCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGSCAN-FILE-STATUS.
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
       FD LOGSCAN-FILE.
       01 LOGSCAN-RECORD PIC X(200).

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

       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.
       77 REBUILD-ANSWER PIC X(10) VALUE SPACES.
       77 REBUILD-WANTED PIC 9 VALUE 0.

       PROCEDURE DIVISION.
      *The rebuild writes the directory over while every writing
      *program would be posting to it, so the session lock is taken
      *first
           MOVE "LOGREBLD" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "LOGREBLD" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "LOGREBLD" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           PERFORM LOAD-LOG-DIRECTORY-NAMES.
           PERFORM CHECK-LOG-DIRECTORY.
           PERFORM ASK-FOR-REBUILD.

           IF REBUILD-WANTED = 1
               PERFORM REBUILD-LOG-DIRECTORY
           ELSE
               IF LOGDIR-DRIFT-COUNT > 0
                   DISPLAY "LOGDIR.DAT left as it is - the queries "
                       "will miss or misplace lines until it is "
                       "rebuilt."
                   MOVE 1 TO RUN-FAILED
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

           IF RUN-FAILED = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
      *by the caller first), so rebuild runs show up in the same
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

      *A directory that disagrees is offered for rebuild; one that
      *agrees can still be rebuilt on request
       ASK-FOR-REBUILD.
           MOVE 0 TO REBUILD-WANTED.
           DISPLAY " ".
           IF LOGDIR-DRIFT-COUNT > 0
               DISPLAY LOGDIR-DRIFT-COUNT " log(s) disagree with "
                   "LOGDIR.DAT."
               DISPLAY "Rebuild LOGDIR.DAT from the logs now (Y/N): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "LOGDIR.DAT agrees with all four logs."
               DISPLAY "Rebuild it anyway (Y/N): " WITH NO ADVANCING
           END-IF.
           ACCEPT REBUILD-ANSWER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(REBUILD-ANSWER))
               TO REBUILD-ANSWER.
           EVALUATE REBUILD-ANSWER
               WHEN "Y"
                   MOVE 1 TO REBUILD-WANTED
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Answer Y or N - nothing rebuilt."
                   MOVE 1 TO HAD-INVALID-INPUT
           END-EVALUATE.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: nothing extra to flag here
       FLAG-IO-ABORT.
           CONTINUE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY LOGDIRBP.

       COPY CLOSECHKP.
