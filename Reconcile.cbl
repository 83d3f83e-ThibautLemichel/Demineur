           SELECT RECON-REPORT-FILE ASSIGN TO "RECONCILE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.
           SELECT OPTIONAL STEP-COUNT-FILE ASSIGN TO "STEPCOUNT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STEP-COUNT.

       DATA DIVISION.
       FILE SECTION.
       01 SCORE-RECORD.
          05 SCORE-DATE         PIC 9(8).
          05 FILLER             PIC X.
          05 SCORE-GAME-WIDTH   PIC 9(3).
          05 FILLER             PIC X.
          05 SCORE-MINE-NUMBER  PIC 9(3).
          05 FILLER             PIC X.
          05 SCORE-TAG          PIC X.
          05 FILLER             PIC X.
          05 SCORE-BOARD-ID     PIC 9(4).
          05 FILLER             PIC X.
          05 SCORE-GAME-HEIGHT  PIC 9(3).

       FD  MOVE-LOG-FILE.
       01 MOVE-LOG-RECORD.
       FD  RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD   PIC X(80).

       FD  STEP-COUNT-FILE.
       01 STEP-COUNT-RECORD.
          05 STC-PROGRAM        PIC X(16).
          05 FILLER             PIC X.
          05 STC-READ           PIC 9(8).
          05 FILLER             PIC X.
          05 STC-WRITTEN        PIC 9(8).
          05 FILLER             PIC X.
          05 STC-EXCEPTIONS     PIC 9(6).

       WORKING-STORAGE SECTION.

       01 FS-SCORES             PIC XX.
       01 FS-MOVELOG            PIC XX.
       01 FS-REPORT             PIC XX.
       01 FS-STEP-COUNT         PIC XX.
       01 SCORES-EOF            PIC 9.
       01 MOVELOG-EOF           PIC 9.

           IF FS-REPORT NOT EQUAL "00"
              DISPLAY "Could not open RECONCILE.RPT - status "
                 FS-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM WRITE-SUMMARY.

           CLOSE RECON-REPORT-FILE.
           PERFORM WRITE-STEP-COUNTS.
           IF EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       BUILD-SEGMENTS.
           IF FS-MOVELOG NOT EQUAL "00" AND FS-MOVELOG NOT EQUAL "05"
              DISPLAY "Could not open MOVELOG.DAT - status " FS-MOVELOG
              CLOSE RECON-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO MOVELOG-EOF.
           IF FS-SCORES NOT EQUAL "00" AND FS-SCORES NOT EQUAL "05"
              DISPLAY "Could not open SCORES.DAT - status " FS-SCORES
              CLOSE RECON-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO SCORES-EOF.
       PUT-SUMMARY-LINE.
           WRITE RECON-REPORT-RECORD.
           DISPLAY RECON-REPORT-RECORD.

       WRITE-STEP-COUNTS.
           OPEN OUTPUT STEP-COUNT-FILE.
           IF FS-STEP-COUNT EQUAL "00" OR FS-STEP-COUNT EQUAL "05"
              MOVE SPACES TO STEP-COUNT-RECORD
              MOVE "AUDIT-RECON" TO STC-PROGRAM
              MOVE SCORE-TOTAL TO STC-READ
              MOVE 0 TO STC-WRITTEN
              MOVE EXCEPTION-COUNT TO STC-EXCEPTIONS
              WRITE STEP-COUNT-RECORD
              CLOSE STEP-COUNT-FILE
           END-IF.
