      *FAILED status, return code 12). The caller needs a SELECT/FD
      *for ERRLOG-FILE on "ERRLOG.TXT" with ERRLOG-RECORD PIC X(120),
      *and must provide a FLAG-IO-ABORT paragraph (CONTINUE where
      *there is nothing to flag). The caller also COPYs LOGDIR and
      *LOGDIRP (with their LOGDIR-FILE), since each entry is filed
      *in the log directory as it is written.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: January 14, 2025
      *Modification History:
      *2026-02-03: Each entry written is now also filed in the
      *            indexed log directory LOGDIR.DAT, so ERRRPT and
      *            SESSVIEW go straight to a day's failures.

       CHECK-IO-STATUS.
           IF ERR-STATUS NOT = "00"
           MOVE ERRLOG-LINE TO ERRLOG-RECORD.
           WRITE ERRLOG-RECORD.
           CLOSE ERRLOG-FILE.
           MOVE "E" TO LOGDIR-LOG.
           MOVE ERRLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.
