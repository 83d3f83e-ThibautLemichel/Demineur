           SELECT PLAYERS-OUT-FILE ASSIGN TO "PLAYERS-EXTRACT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-PLAYERS-OUT.
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

       FD  MATCHES-FILE.
       01 MATCH-RECORD.
          05 MATCH-WINNER-RATING PIC 9(4).
          05 FILLER             PIC X.
          05 MATCH-LOSER-RATING PIC 9(4).
          05 FILLER             PIC X(4).
          05 MATCH-VOID         PIC X.

       FD  PLAYERS-FILE.
       01 PLAYER-RECORD.
          05 PLAYER-PREF-DIFF   PIC X.
          05 PLAYER-STATUS      PIC X.
          05 PLAYER-RATING      PIC 9(4).
          05 PLAYER-MEMBER-NO   PIC X(10).

       FD  CONTROL-FILE.
       01 CONTROL-RECORD.
       FD  PLAYERS-OUT-FILE.
       01 PLAYERS-OUT-RECORD    PIC X(90).

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
       01 FS-SCORES-OUT         PIC XX.
       01 FS-MATCHES-OUT        PIC XX.
       01 FS-PLAYERS-OUT        PIC XX.
       01 FS-STEP-COUNT         PIC XX.

       01 RUN-DATE              PIC 9(8).
       01 FILE-EOF              PIC 9.
       01 SCORE-BNDRY-COUNT     PIC 9(6) VALUE 0.
       01 MATCH-BNDRY-COUNT     PIC 9(6) VALUE 0.
       01 NEW-PLAYER-MARK       PIC 9(4).
       01 SCORE-HEIGHT          PIC 9(3).

       01 SCORES-EXTRACTED      PIC 9(6) VALUE 0.
       01 NOGUESS-EXTRACTED     PIC 9(6) VALUE 0.
       01 MATCHES-EXTRACTED     PIC 9(6) VALUE 0.
       01 PLAYERS-EXTRACTED     PIC 9(6) VALUE 0.
       01 LEGACY-SKIPPED        PIC 9(6) VALUE 0.
       01 VOID-SKIPPED          PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.

           DISPLAY "Nightly extract summary for " RUN-DATE.
           DISPLAY "Scores extracted  : " SCORES-EXTRACTED.
           DISPLAY "  of which no-guess : " NOGUESS-EXTRACTED.
           DISPLAY "Matches extracted : " MATCHES-EXTRACTED.
           DISPLAY "Players extracted : " PLAYERS-EXTRACTED.
           DISPLAY "Legacy rows skipped : " LEGACY-SKIPPED.
           DISPLAY "Void matches skipped : " VOID-SKIPPED.
           PERFORM WRITE-STEP-COUNTS.

           STOP RUN.

                 FS-CONTROL
              DISPLAY "The next run will extract tonight's records "
                 "again."
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO CONTROL-RECORD
              MOVE RUN-DATE TO CTL-RUN-DATE
           OPEN INPUT SCORES-FILE.
           IF FS-SCORES NOT EQUAL "00" AND FS-SCORES NOT EQUAL "05"
              DISPLAY "Could not open SCORES.DAT - status " FS-SCORES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SCORES-OUT-FILE.
           IF FS-SCORES-OUT NOT EQUAL "00"
              DISPLAY "Could not open SCORES-EXTRACT.DAT - status "
                 FS-SCORES-OUT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO OUT-LINE.
           END-IF.

       SEND-ONE-SCORE.
           IF SCORE-GAME-HEIGHT NUMERIC AND SCORE-GAME-HEIGHT > 0
              MOVE SCORE-GAME-HEIGHT TO SCORE-HEIGHT
           ELSE
              MOVE SCORE-GAME-WIDTH TO SCORE-HEIGHT
           END-IF.
           MOVE SPACES TO OUT-LINE.
           STRING SCORE-DATE "|" SCORE-GAME-WIDTH "|"
              SCORE-MINE-NUMBER "|" SCORE-RESULT "|"
              SCORE-MOVES "|" SCORE-ELAPSED "|"
              SCORE-PLAYER-ID "|" SCORE-GAME-ID "|"
              SCORE-HINTS "|" SCORE-TAG "|" SCORE-BOARD-ID "|"
              SCORE-HEIGHT
              DELIMITED BY SIZE INTO OUT-LINE.
           MOVE OUT-LINE TO SCORES-OUT-RECORD.
           WRITE SCORES-OUT-RECORD.
           ADD 1 TO SCORES-EXTRACTED.
           IF SCORE-TAG EQUAL "N" OR SCORE-TAG EQUAL "G"
              ADD 1 TO NOGUESS-EXTRACTED
           END-IF.

       EXTRACT-MATCHES.
           OPEN INPUT MATCHES-FILE.
           IF FS-MATCHES NOT EQUAL "00" AND FS-MATCHES NOT EQUAL "05"
              DISPLAY "Could not open MATCHES.DAT - status " FS-MATCHES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT MATCHES-OUT-FILE.
           IF FS-MATCHES-OUT NOT EQUAL "00"
              DISPLAY "Could not open MATCHES-EXTRACT.DAT - status "
                 FS-MATCHES-OUT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO OUT-LINE.
           END-IF.

       SEND-ONE-MATCH.
           IF MATCH-VOID EQUAL "V"
              ADD 1 TO VOID-SKIPPED
           ELSE
              MOVE SPACES TO OUT-LINE
              STRING MATCH-DATE "|" MATCH-GAME-ID "|"
                 MATCH-WINNER-ID "|" MATCH-LOSER-ID "|"
                 MATCH-WINNER-RATING "|" MATCH-LOSER-RATING
                 DELIMITED BY SIZE INTO OUT-LINE
              MOVE OUT-LINE TO MATCHES-OUT-RECORD
              WRITE MATCHES-OUT-RECORD
              ADD 1 TO MATCHES-EXTRACTED
           END-IF.

       EXTRACT-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           IF FS-PLAYERS NOT EQUAL "00" AND FS-PLAYERS NOT EQUAL "05"
              DISPLAY "Could not open PLAYERS.DAT - status " FS-PLAYERS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PLAYERS-OUT-FILE.
           IF FS-PLAYERS-OUT NOT EQUAL "00"
              DISPLAY "Could not open PLAYERS-EXTRACT.DAT - status "
                 FS-PLAYERS-OUT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO OUT-LINE.
              STRING PLAYER-ID "|" PLAYER-NAME "|"
                 PLAYER-GAMES "|" PLAYER-WINS "|"
                 PLAYER-PREF-DIFF "|" PLAYER-STATUS "|"
                 PLAYER-RATING "|" PLAYER-MEMBER-NO
                 DELIMITED BY SIZE INTO OUT-LINE
              MOVE OUT-LINE TO PLAYERS-OUT-RECORD
              WRITE PLAYERS-OUT-RECORD
                 MOVE PLAYER-ID TO NEW-PLAYER-MARK
              END-IF
           END-IF.

       WRITE-STEP-COUNTS.
           OPEN OUTPUT STEP-COUNT-FILE.
           IF FS-STEP-COUNT EQUAL "00" OR FS-STEP-COUNT EQUAL "05"
              MOVE SPACES TO STEP-COUNT-RECORD
              MOVE "NIGHTLY-EXTRACT" TO STC-PROGRAM
              COMPUTE STC-READ = SCORES-EXTRACTED + MATCHES-EXTRACTED +
                 PLAYERS-EXTRACTED + LEGACY-SKIPPED + VOID-SKIPPED
              COMPUTE STC-WRITTEN = SCORES-EXTRACTED +
                 MATCHES-EXTRACTED + PLAYERS-EXTRACTED
              MOVE 0 TO STC-EXCEPTIONS
              WRITE STEP-COUNT-RECORD
              CLOSE STEP-COUNT-FILE
           END-IF.
