           SELECT OPTIONAL MOVE-LOG-FILE ASSIGN TO "MOVELOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MOVELOG.
           SELECT CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS FS-CHECKPOINT.
           SELECT OPTIONAL BOARDS-FILE ASSIGN TO "BOARDS.DAT"
           SELECT OPTIONAL AWARDS-FILE ASSIGN TO "AWARDS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AWARDS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "BOARDHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-HISTORY.
           SELECT OPTIONAL SESSIONS-FILE ASSIGN TO "SESSIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SESSIONS.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "DEMINEUR.LCK"
              ORGANIZATION IS LINE SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.
       01 SCORE-RECORD.
          05 SCORE-DATE         PIC 9(8).
          05 FILLER             PIC X VALUE SPACE.
          05 SCORE-GAME-WIDTH   PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 SCORE-MINE-NUMBER  PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 SCORE-TAG          PIC X.
          05 FILLER             PIC X VALUE SPACE.
          05 SCORE-BOARD-ID     PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 SCORE-GAME-HEIGHT  PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 SCORE-CORRECTED    PIC X.

       FD  MOVE-LOG-FILE.
       01 MOVE-LOG-RECORD.

       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
          05 CKPT-GAME-WIDTH    PIC 9(3).
          05 CKPT-MINE-NUMBER   PIC 9(3).
          05 CKPT-MOVE-COUNT    PIC 9(6).
          05 CKPT-ELAPSED-SECONDS PIC 9(6).
          05 CKPT-P1-CLOCK      PIC 9(6).
          05 CKPT-P2-CLOCK      PIC 9(6).
          05 CKPT-BOARD-ID      PIC 9(4).
          05 CKPT-GAME-HEIGHT   PIC 9(3).
       01 CHECKPOINT-CELL-RECORD.
          05 CKPT-CELL-CASE        PIC X.
          05 CKPT-CELL-CASE-NUMBER PIC 9.
       01 BOARD-HEADER-RECORD.
          05 BRD-ID             PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 BRD-WIDTH          PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 BRD-MINES          PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 BRD-HEIGHT         PIC 9(3).
       01 BOARD-CELL-RECORD.
          05 BRD-CELL           PIC X.

          05 MATCH-WINNER-RATING PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 MATCH-LOSER-RATING PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 MATCH-RATING-DELTA PIC 9(2).

       FD  PLAYERS-FILE.
       01 PLAYER-RECORD.
          05 PLAYER-PREF-DIFF   PIC X.
          05 PLAYER-STATUS      PIC X.
          05 PLAYER-RATING      PIC 9(4).
          05 PLAYER-MEMBER-NO   PIC X(10).

       FD  TOURNEY-FILE.
       01 FIXTURE-RECORD.
          05 FILLER             PIC X VALUE SPACE.
          05 AWD-DATE           PIC 9(8).

       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
          05 HIST-GAME-ID       PIC 9(16).
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-KIND          PIC X.
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-WIDTH         PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-MINES         PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-GAME-MODE     PIC X.
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-PLAYER1-ID    PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-PLAYER2-ID    PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-GAME-TAG      PIC X.
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-BOARD-ID      PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-HEIGHT        PIC 9(3).
       01 HISTORY-CELL-RECORD.
          05 HIST-CELL-GAME-ID  PIC 9(16).
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-CELL-KIND     PIC X.
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-CELL-X        PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 HIST-CELL-Y        PIC 9(3).

       FD  SESSIONS-FILE.
       01 SESSION-RECORD.
          05 SES-GAME-ID        PIC 9(16).
          05 FILLER             PIC X VALUE SPACE.
          05 SES-PLAYER1-ID     PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 SES-PLAYER2-ID     PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 SES-GAME-MODE      PIC X.
          05 FILLER             PIC X VALUE SPACE.
          05 SES-WIDTH          PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 SES-HEIGHT         PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 SES-MINES          PIC 9(3).
          05 FILLER             PIC X VALUE SPACE.
          05 SES-CHECKPOINT     PIC X(24).

       FD  LOCK-FILE.
       01 LOCK-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.

       01 GAME-WIDTH            PIC 9(3) VALUE 15.
       01 GAME-HEIGHT           PIC 9(3) VALUE 15.
       01 MINE-NUMBER           PIC 9(3) VALUE 20.
       
       01 GAME-TABLE.
       01 GAME-TAG              PIC X    VALUE SPACE.
       01 DAILY-LOADED          PIC 9    VALUE 0.
       01 DAILY-SEED            PIC 9(18).
       01 BOARD-STYLE           PIC X    VALUE "R".
       01 NOGUESS-OK            PIC 9    VALUE 0.
       01 NOGUESS-TRIES         PIC 9(4) VALUE 0.
       01 NOGUESS-LIMIT         PIC 9(4) VALUE 1000.
       01 OPENING-X             PIC 9(3) VALUE 0.
       01 OPENING-Y             PIC 9(3) VALUE 0.
       01 OPENING-PENDING       PIC 9    VALUE 0.
       01 SAFE-ZONE-CELLS       PIC 9(6).
       01 SOLVE-PROGRESS        PIC 9.
       01 SOLVE-CELL-MORE       PIC 9.
       01 SOLVE-TARGET          PIC 9(6).
       01 PAIR-A-NEED           PIC S9(2).
       01 PAIR-A-UNKNOWN        PIC 9(2).
       01 PAIR-DIFF             PIC S9(2).
       01 PAIR-B-FLAGS          PIC 9(2).
       01 PAIR-SHARED           PIC 9(2).
       01 PAIR-OUTSIDE          PIC 9(2).
       01 PAIR-CAND-X           PIC 9(3).
       01 PAIR-CAND-Y           PIC 9(3).
       01 PAIR-X                PIC 9(3).
       01 PAIR-Y                PIC 9(3).
       01 PAIR-MIN-X            PIC 9(3).
       01 PAIR-MIN-Y            PIC 9(3).
       01 PAIR-MAX-X            PIC 9(3).
       01 PAIR-MAX-Y            PIC 9(3).
       01 SCAN-X                PIC 9(3).
       01 SCAN-Y                PIC 9(3).
       01 SCAN-MIN-X            PIC 9(3).
       01 SCAN-MIN-Y            PIC 9(3).
       01 SCAN-MAX-X            PIC 9(3).
       01 SCAN-MAX-Y            PIC 9(3).
       01 LIB-STARS             PIC 9(3).
       01 LIB-HEADER-MINES      PIC 9(3).
       01 LIB-TRUNCATED         PIC 9.
       01 UNDO-Y                PIC 9(3).
       01 UNDO-REVEALED         PIC 9.
       01 CKPT-LOADED           PIC 9    VALUE 0.
       01 CKPT-SQUARE           PIC 9    VALUE 0.
       01 VALID-MOVE            PIC 9    VALUE 0.
       01 TOTAL-CELLS           PIC 9(6).
       01 MOVE-COUNT            PIC 9(6) VALUE 0.
       01 SEAT2-WINS            PIC 9(6) VALUE 0.
       01 PRE-RATING-W          PIC 9(4) VALUE 0.
       01 PRE-RATING-L          PIC 9(4) VALUE 0.
       01 FS-HISTORY            PIC XX.
       01 FS-SESSIONS           PIC XX.
       01 FS-LOCK               PIC XX.
       01 CHECKPOINT-NAME       PIC X(24) VALUE "CHECKPOINT.DAT".
       01 LEGACY-RESUMED        PIC 9    VALUE 0.
       01 SESSIONS-EOF          PIC 9.
       01 RESUME-COUNT          PIC 9(2) VALUE 0.
       01 RESUME-TABLE.
          05 RESUME-ENTRY OCCURS 20 TIMES.
             10 RES-GAME-ID     PIC 9(16).
             10 RES-CHECKPOINT  PIC X(24).
       01 RESUME-PICK           PIC 9(2).
       01 RESUME-IX             PIC 9(2).
       01 RESUME-SEEN           PIC 9.
       01 RESUME-PLAYER         PIC 9(4).
       01 LOCK-HELD             PIC 9    VALUE 0.
       01 LOCK-WAITING          PIC 9    VALUE 0.
       01 LOCK-WAIT-SECONDS     PIC 9(4) VALUE 1.
       01 MOVELOG-OPEN          PIC 9    VALUE 0.

       PROCEDURE DIVISION.
           PERFORM OPEN-PLAYERS-FILE.
           ACCEPT RESUME-CHOICE.

           IF RESUME-CHOICE EQUAL "Y" OR RESUME-CHOICE EQUAL "y"
              PERFORM CHOOSE-RESUME-GAME
           END-IF.

           IF CKPT-LOADED NOT EQUAL 1
              PERFORM GAME-SETTINGS

              DISPLAY "Your Settings: "
              DISPLAY GAME-WIDTH " x " GAME-HEIGHT
              DISPLAY MINE-NUMBER

              IF BOARD-STYLE EQUAL "N"
                 PERFORM CREATE-NOGUESS-BOARD
              ELSE
                 IF LIB-LOADED NOT EQUAL 1 AND DAILY-LOADED NOT EQUAL 1
                    PERFORM CREATE-GAMEBOARD
                 END-IF
              END-IF

              PERFORM CALCULATE-NUMBERS-SURROUNDING
              MOVE FUNCTION CURRENT-DATE(1:16) TO GAME-ID
           END-IF.

           COMPUTE TOTAL-CELLS = GAME-WIDTH * GAME-HEIGHT.

           IF CKPT-LOADED NOT EQUAL 1
              PERFORM NAME-SESSION-CHECKPOINT
              PERFORM WRITE-CHECKPOINT
              PERFORM TAKE-SHARED-LOCK
              PERFORM WRITE-BOARD-HISTORY
              PERFORM WRITE-SESSION-RECORD
              PERFORM RELEASE-SHARED-LOCK
           END-IF.

           PERFORM CAPTURE-START-TIME.

           IF LEGACY-RESUMED EQUAL 1
              PERFORM ADOPT-LEGACY-CHECKPOINT
           ELSE
              IF CKPT-SQUARE EQUAL 1
                 PERFORM WRITE-CHECKPOINT
              END-IF
           END-IF.

           PERFORM PRINT-GAMEBOARD-NUMBER
                   PERFORM GAME
           END-PERFORM

           PERFORM COMPUTE-ELAPSED.
           DISPLAY "Moves made      : " MOVE-COUNT
           DISPLAY "Hints used      : " HINT-COUNT
           DISPLAY "Elapsed seconds : " ELAPSED-SECONDS

           PERFORM TAKE-SHARED-LOCK.
           PERFORM WRITE-SCORE-RECORD.
           PERFORM UPDATE-PLAYER-STATS.
           PERFORM RECORD-MATCH-RESULT.
           PERFORM CHECK-ACHIEVEMENTS.
           PERFORM RELEASE-SHARED-LOCK.

           STOP RUN.

       CHOOSE-RESUME-GAME.
           MOVE PLAYER1-ID TO RESUME-PLAYER.
           MOVE 0 TO RESUME-COUNT.
           OPEN INPUT SESSIONS-FILE.
           IF FS-SESSIONS EQUAL "00" OR FS-SESSIONS EQUAL "05"
              MOVE 0 TO SESSIONS-EOF
              PERFORM UNTIL SESSIONS-EOF EQUAL 1
                      READ SESSIONS-FILE
                         AT END
                            MOVE 1 TO SESSIONS-EOF
                         NOT AT END
                            IF SES-GAME-ID NUMERIC AND
                               (SES-PLAYER1-ID EQUAL RESUME-PLAYER OR
                               (RESUME-PLAYER > 0 AND SES-PLAYER2-ID
                               EQUAL RESUME-PLAYER))
                               MOVE SES-CHECKPOINT TO CHECKPOINT-NAME
                               PERFORM OFFER-CHECKPOINT
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE SESSIONS-FILE
           END-IF.
           MOVE "CHECKPOINT.DAT" TO CHECKPOINT-NAME.
           PERFORM OFFER-CHECKPOINT.
           IF RESUME-COUNT EQUAL 0
              DISPLAY "You have no unfinished game - starting a new "
                 "game."
           ELSE
              MOVE 99 TO RESUME-PICK
              PERFORM UNTIL RESUME-PICK NOT GREATER THAN RESUME-COUNT
                      DISPLAY "Game to resume (0 for a new game) :"
                      ACCEPT RESUME-PICK
              END-PERFORM
              IF RESUME-PICK > 0
                 MOVE RES-CHECKPOINT(RESUME-PICK) TO CHECKPOINT-NAME
                 IF CHECKPOINT-NAME EQUAL "CHECKPOINT.DAT"
                    MOVE 1 TO LEGACY-RESUMED
                 END-IF
                 PERFORM LOAD-CHECKPOINT
              END-IF
           END-IF.

       OFFER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT EQUAL "00"
              READ CHECKPOINT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 0 TO RESUME-SEEN
                    PERFORM VARYING RESUME-IX FROM 1 BY 1 UNTIL
                       RESUME-IX > RESUME-COUNT
                            IF RES-GAME-ID(RESUME-IX) EQUAL CKPT-GAME-ID
                               MOVE 1 TO RESUME-SEEN
                            END-IF
                    END-PERFORM
                    IF CKPT-GAME-DONE EQUAL 0 AND CKPT-GAME-ID NUMERIC
                       AND (CKPT-PLAYER1-ID EQUAL RESUME-PLAYER OR
                       (RESUME-PLAYER > 0 AND CKPT-PLAYER2-ID EQUAL
                       RESUME-PLAYER)) AND RESUME-COUNT < 20 AND
                       RESUME-SEEN EQUAL 0
                       ADD 1 TO RESUME-COUNT
                       MOVE CKPT-GAME-ID TO RES-GAME-ID(RESUME-COUNT)
                       MOVE CHECKPOINT-NAME TO
                          RES-CHECKPOINT(RESUME-COUNT)
                       DISPLAY RESUME-COUNT " - game " CKPT-GAME-ID
                          " board " CKPT-GAME-WIDTH " x "
                          CKPT-GAME-HEIGHT " mines " CKPT-MINE-NUMBER
                          " moves " CKPT-MOVE-COUNT
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

       NAME-SESSION-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-NAME.
           STRING "CKPT" GAME-ID ".DAT" DELIMITED BY SIZE
              INTO CHECKPOINT-NAME.

       WRITE-SESSION-RECORD.
           OPEN EXTEND SESSIONS-FILE.
           IF FS-SESSIONS NOT EQUAL "00" AND FS-SESSIONS NOT EQUAL "05"
              DISPLAY "Could not open SESSIONS.DAT - this game cannot "
                 "be resumed."
           ELSE
              MOVE SPACES TO SESSION-RECORD
              MOVE GAME-ID TO SES-GAME-ID
              MOVE PLAYER1-ID TO SES-PLAYER1-ID
              MOVE PLAYER2-ID TO SES-PLAYER2-ID
              MOVE GAME-MODE TO SES-GAME-MODE
              MOVE GAME-WIDTH TO SES-WIDTH
              MOVE GAME-HEIGHT TO SES-HEIGHT
              MOVE MINE-NUMBER TO SES-MINES
              MOVE CHECKPOINT-NAME TO SES-CHECKPOINT
              WRITE SESSION-RECORD
              IF FS-SESSIONS NOT EQUAL "00"
                 DISPLAY "Error writing SESSIONS.DAT - status "
                    FS-SESSIONS
              END-IF
              CLOSE SESSIONS-FILE
           END-IF.

       ADOPT-LEGACY-CHECKPOINT.
           PERFORM NAME-SESSION-CHECKPOINT.
           PERFORM WRITE-CHECKPOINT.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM WRITE-SESSION-RECORD.
           PERFORM RELEASE-SHARED-LOCK.
           MOVE "CHECKPOINT.DAT" TO CHECKPOINT-NAME.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT EQUAL "00"
              CLOSE CHECKPOINT-FILE
           END-IF.
           PERFORM NAME-SESSION-CHECKPOINT.

       TAKE-SHARED-LOCK.
           MOVE 0 TO LOCK-WAITING.
           PERFORM UNTIL LOCK-HELD EQUAL 1 OR LOCK-WAITING EQUAL 2
                   OPEN EXTEND LOCK-FILE
                   IF FS-LOCK EQUAL "00" OR FS-LOCK EQUAL "05"
                      MOVE 1 TO LOCK-HELD
                   ELSE
                      IF FS-LOCK EQUAL "61"
                         IF LOCK-WAITING EQUAL 0
                            DISPLAY "Another terminal is saving - "
                               "please wait."
                            MOVE 1 TO LOCK-WAITING
                         END-IF
                         CALL "C$SLEEP" USING LOCK-WAIT-SECONDS
                      ELSE
                         DISPLAY "Could not open DEMINEUR.LCK - status "
                            FS-LOCK
                         MOVE 2 TO LOCK-WAITING
                      END-IF
                   END-IF
           END-PERFORM.

       RELEASE-SHARED-LOCK.
           IF LOCK-HELD EQUAL 1
              CLOSE LOCK-FILE
              MOVE 0 TO LOCK-HELD
           END-IF.

       RECORD-MATCH-RESULT.
           IF GAME-MODE EQUAL "2" AND WINNER-SEAT > 0 AND
              PLAYER1-ID > 0 AND PLAYER2-ID > 0
              END-IF
              MOVE 1000 TO RATING-W
              MOVE 1000 TO RATING-L
              MOVE 0 TO RATING-DELTA
              IF PLAYERS-OK EQUAL 1
                 PERFORM UPDATE-RATINGS
              END-IF
                 MOVE LOSER-ID TO MATCH-LOSER-ID
                 MOVE RATING-W TO MATCH-WINNER-RATING
                 MOVE RATING-L TO MATCH-LOSER-RATING
                 MOVE RATING-DELTA TO MATCH-RATING-DELTA
                 WRITE MATCH-RECORD
                 IF FS-MATCHES NOT EQUAL "00"
                    DISPLAY "Error writing MATCHES.DAT - status "
              MOVE "NOHINTS" TO AWARD-TRY
              PERFORM GRANT-AWARD
           END-IF.
           IF SEAT-WON EQUAL 1 AND GAME-WIDTH EQUAL 30 AND
              GAME-HEIGHT EQUAL 16 AND MINE-NUMBER EQUAL 99 AND
              ELAPSED-SECONDS < 600
              MOVE "FASTEXP" TO AWARD-TRY
              PERFORM GRANT-AWARD
           END-IF.
           MOVE 0 TO PLAYER-WINS.
           MOVE "A" TO PLAYER-STATUS.
           MOVE 1000 TO PLAYER-RATING.
           MOVE SPACES TO PLAYER-MEMBER-NO.
           WRITE PLAYER-RECORD
              INVALID KEY
                 DISPLAY "Could not add player - status " FS-PLAYERS
           ELSE
              MOVE SPACES TO SCORE-RECORD
              MOVE FUNCTION CURRENT-DATE(1:8) TO SCORE-DATE
              MOVE GAME-WIDTH TO SCORE-GAME-WIDTH
              MOVE GAME-HEIGHT TO SCORE-GAME-HEIGHT
              MOVE MINE-NUMBER TO SCORE-MINE-NUMBER
              MOVE GAME-RESULT TO SCORE-RESULT
              MOVE MOVE-COUNT TO SCORE-MOVES
              CURRENT-TOTAL-SECONDS - START-TOTAL-SECONDS.

       WRITE-CHECKPOINT.
           MOVE GAME-WIDTH TO CKPT-GAME-WIDTH.
           MOVE GAME-HEIGHT TO CKPT-GAME-HEIGHT.
           MOVE MINE-NUMBER TO CKPT-MINE-NUMBER.
           MOVE MOVE-COUNT TO CKPT-MOVE-COUNT.
           PERFORM COMPUTE-ELAPSED.
           END-IF.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT NOT EQUAL "00"
              DISPLAY "Could not open " CHECKPOINT-NAME " - progress "
                 "not saved."
           ELSE
              WRITE CHECKPOINT-RECORD
              PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                      PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                              MOVE CASE(X, Y) TO CKPT-CELL-CASE
                              MOVE CASE-NUMBER(X, Y) TO
                                 CKPT-CELL-CASE-NUMBER
                      END-PERFORM
              END-PERFORM
              IF FS-CHECKPOINT NOT EQUAL "00"
                 DISPLAY "Error writing " CHECKPOINT-NAME " - status "
                    FS-CHECKPOINT
              END-IF
              CLOSE CHECKPOINT-FILE
           END-IF.

       WRITE-BOARD-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF FS-HISTORY NOT EQUAL "00" AND FS-HISTORY NOT EQUAL "05"
              DISPLAY "Could not open BOARDHIST.DAT - layout not "
                 "kept."
           ELSE
              MOVE SPACES TO HISTORY-RECORD
              MOVE GAME-ID TO HIST-GAME-ID
              MOVE "H" TO HIST-KIND
              MOVE GAME-WIDTH TO HIST-WIDTH
              MOVE GAME-HEIGHT TO HIST-HEIGHT
              MOVE MINE-NUMBER TO HIST-MINES
              MOVE GAME-MODE TO HIST-GAME-MODE
              MOVE PLAYER1-ID TO HIST-PLAYER1-ID
              MOVE PLAYER2-ID TO HIST-PLAYER2-ID
              MOVE GAME-TAG TO HIST-GAME-TAG
              IF GAME-TAG EQUAL "B"
                 MOVE BOARD-PICK TO HIST-BOARD-ID
              ELSE
                 MOVE 0 TO HIST-BOARD-ID
              END-IF
              WRITE HISTORY-RECORD
              PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                      PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                              IF CASE(X, Y) EQUAL "*"
                                 MOVE SPACES TO HISTORY-CELL-RECORD
                                 MOVE GAME-ID TO HIST-CELL-GAME-ID
                                 MOVE "M" TO HIST-CELL-KIND
                                 MOVE X TO HIST-CELL-X
                                 MOVE Y TO HIST-CELL-Y
                                 WRITE HISTORY-CELL-RECORD
                              END-IF
                      END-PERFORM
              END-PERFORM
              IF FS-HISTORY NOT EQUAL "00"
                 DISPLAY "Error writing BOARDHIST.DAT - status "
                    FS-HISTORY
              END-IF
              CLOSE HISTORY-FILE
           END-IF.

       UPDATE-CHECKPOINT-HEADER.
           PERFORM COMPUTE-ELAPSED.
           OPEN I-O CHECKPOINT-FILE.
           IF FS-CHECKPOINT NOT EQUAL "00"
              DISPLAY "Could not open " CHECKPOINT-NAME " - progress "
                 "not saved."
           ELSE
              READ CHECKPOINT-FILE
                 AT END
                    DISPLAY "Checkpoint file is empty - progress not "
                       "saved."
                 NOT AT END
                    MOVE GAME-WIDTH TO CKPT-GAME-WIDTH
                    MOVE GAME-HEIGHT TO CKPT-GAME-HEIGHT
                    MOVE MINE-NUMBER TO CKPT-MINE-NUMBER
                    MOVE MOVE-COUNT TO CKPT-MOVE-COUNT
                    MOVE ELAPSED-SECONDS TO CKPT-ELAPSED-SECONDS
                    END-IF
                    REWRITE CHECKPOINT-RECORD
                    IF FS-CHECKPOINT NOT EQUAL "00"
                       DISPLAY "Error writing " CHECKPOINT-NAME
                          " - status " FS-CHECKPOINT
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
                       DISPLAY "Previous game was already finished - "
                          "starting a new game."
                    ELSE
                       MOVE CKPT-GAME-WIDTH TO GAME-WIDTH
                       IF CKPT-GAME-HEIGHT NUMERIC AND
                          CKPT-GAME-HEIGHT > 0
                          MOVE CKPT-GAME-HEIGHT TO GAME-HEIGHT
                       ELSE
                          MOVE GAME-WIDTH TO GAME-HEIGHT
                          MOVE 1 TO CKPT-SQUARE
                       END-IF
                       MOVE CKPT-MINE-NUMBER TO MINE-NUMBER
                       MOVE CKPT-MOVE-COUNT TO MOVE-COUNT
                       MOVE CKPT-ELAPSED-SECONDS TO
                          PRIOR-ELAPSED-SECONDS
                       MOVE CKPT-GAME-MODE TO GAME-MODE
                       MOVE CKPT-CURRENT-PLAYER TO CURRENT-PLAYER
                       MOVE CKPT-PLAYER1-ID TO PLAYER1-ID
                       MOVE CKPT-PLAYER2-ID TO PLAYER2-ID
                       MOVE CKPT-GAME-ID TO GAME-ID
                       IF CKPT-HINT-COUNT NUMERIC
                          MOVE CKPT-BOARD-ID TO BOARD-PICK
                       END-IF
                       PERFORM VARYING Y FROM 1 BY 1 UNTIL Y >
                          GAME-HEIGHT
                               PERFORM VARYING X FROM 1 BY 1 UNTIL
                                  X > GAME-WIDTH
                                       READ CHECKPOINT-FILE
                                       MOVE CKPT-CELL-CASE TO
                                          CASE(X, Y)
           END-IF.

       APPLY-LOGGED-MOVE.
           IF USER-X EQUAL 0 OR USER-Y EQUAL 0 OR USER-X > GAME-WIDTH
              OR USER-Y > GAME-HEIGHT
              CONTINUE
           ELSE
              IF USER-ACTION EQUAL "U" OR USER-ACTION EQUAL "u"

           IF DIFFICULTY-CHOICE EQUAL "B" OR DIFFICULTY-CHOICE EQUAL
              "b"
              MOVE 9 TO GAME-WIDTH
              MOVE 9 TO GAME-HEIGHT
              MOVE 10 TO MINE-NUMBER
           ELSE
              IF DIFFICULTY-CHOICE EQUAL "I" OR DIFFICULTY-CHOICE
                 EQUAL "i"
                 MOVE 16 TO GAME-WIDTH
                 MOVE 16 TO GAME-HEIGHT
                 MOVE 40 TO MINE-NUMBER
              ELSE
                 IF DIFFICULTY-CHOICE EQUAL "E" OR DIFFICULTY-CHOICE
                    EQUAL "e"
                    MOVE 30 TO GAME-WIDTH
                    MOVE 16 TO GAME-HEIGHT
                    MOVE 99 TO MINE-NUMBER
                 ELSE
                    IF DIFFICULTY-CHOICE EQUAL "D" OR
                          PERFORM LOAD-LIBRARY-BOARD
                          IF LIB-LOADED EQUAL 0
                             DISPLAY "Falling back to a custom board."
                             PERFORM PROMPT-GAME-WIDTH
                             PERFORM PROMPT-GAME-HEIGHT
                             PERFORM PROMPT-MINE-NUMBER
                          END-IF
                       ELSE
                          PERFORM PROMPT-GAME-WIDTH
                          PERFORM PROMPT-GAME-HEIGHT
                          PERFORM PROMPT-MINE-NUMBER
                       END-IF
                    END-IF
              END-IF
           END-IF.

           IF LIB-LOADED NOT EQUAL 1
              PERFORM CHOOSE-BOARD-STYLE
           END-IF.

           DISPLAY "Number of players - (1) Single (2) Two-player :"
           ACCEPT GAME-MODE.
           IF GAME-MODE NOT EQUAL "2"
           END-IF.

       CREATE-DAILY-BOARD.
           MOVE 16 TO GAME-WIDTH.
           MOVE 16 TO GAME-HEIGHT.
           MOVE 40 TO MINE-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-NOW.
           COMPUTE DAILY-SEED =
                   COMPUTE DAILY-SEED =
                      FUNCTION MOD(DAILY-SEED * 16807, 2147483647)
                   COMPUTE X =
                      FUNCTION MOD(DAILY-SEED, GAME-WIDTH) + 1
                   COMPUTE DAILY-SEED =
                      FUNCTION MOD(DAILY-SEED * 16807, 2147483647)
                   COMPUTE Y =
                      FUNCTION MOD(DAILY-SEED, GAME-HEIGHT) + 1
                   IF CASE(X, Y) EQUAL "-"
                      ADD 1 TO MINE-COUNTER
                      MOVE "*" TO CASE(X, Y)
           DISPLAY "Daily challenge board for " DATE-NOW " loaded - "
              "everyone plays the same layout today.".

       CHOOSE-BOARD-STYLE.
           DISPLAY "Board generation - (R)andom (N)o-guess with a "
              "safe opening :".
           ACCEPT BOARD-STYLE.
           IF BOARD-STYLE EQUAL "N" OR BOARD-STYLE EQUAL "n"
              MOVE "N" TO BOARD-STYLE
           ELSE
              MOVE "R" TO BOARD-STYLE
           END-IF.

           IF BOARD-STYLE EQUAL "N"
              IF DAILY-LOADED EQUAL 1
                 COMPUTE OPENING-X = (GAME-WIDTH + 1) / 2
                 COMPUTE OPENING-Y = (GAME-HEIGHT + 1) / 2
              ELSE
                 PERFORM PROMPT-OPENING-CELL
              END-IF
              PERFORM COUNT-SAFE-ZONE
              COMPUTE TOTAL-CELLS = GAME-WIDTH * GAME-HEIGHT
              IF MINE-NUMBER > TOTAL-CELLS - SAFE-ZONE-CELLS
                 DISPLAY "Too many mines to keep the opening clear - "
                    "using a random board."
                 MOVE "R" TO BOARD-STYLE
              END-IF
           END-IF.

       PROMPT-OPENING-CELL.
           MOVE 0 TO OPENING-X.
           PERFORM UNTIL OPENING-X > 0
                   DISPLAY "Opening cell - X Y (blank for the "
                      "centre) :"
                   ACCEPT INPUT-LINE
                   IF INPUT-LINE EQUAL SPACES
                      COMPUTE OPENING-X = (GAME-WIDTH + 1) / 2
                      COMPUTE OPENING-Y = (GAME-HEIGHT + 1) / 2
                   ELSE
                      MOVE SPACES TO X-TEXT
                      MOVE SPACES TO Y-TEXT
                      UNSTRING INPUT-LINE DELIMITED BY ALL " "
                         INTO X-TEXT Y-TEXT
                      PERFORM PARSE-COORDINATES
                      IF COORDS-OK EQUAL 1 AND USER-X > 0 AND
                         USER-Y > 0 AND USER-X NOT > GAME-WIDTH AND
                         USER-Y NOT > GAME-HEIGHT
                         MOVE USER-X TO OPENING-X
                         MOVE USER-Y TO OPENING-Y
                      ELSE
                         DISPLAY "X must be between 1 and "
                            GAME-WIDTH " and Y between 1 and "
                            GAME-HEIGHT
                      END-IF
                   END-IF
           END-PERFORM.

       COUNT-SAFE-ZONE.
           COMPUTE XX = OPENING-X - 1.
           IF XX < 1
              MOVE 1 TO XX
           END-IF.
           COMPUTE MAX-X = OPENING-X + 1.
           IF MAX-X > GAME-WIDTH
              MOVE GAME-WIDTH TO MAX-X
           END-IF.
           COMPUTE YY = OPENING-Y - 1.
           IF YY < 1
              MOVE 1 TO YY
           END-IF.
           COMPUTE MAX-Y = OPENING-Y + 1.
           IF MAX-Y > GAME-HEIGHT
              MOVE GAME-HEIGHT TO MAX-Y
           END-IF.
           COMPUTE SAFE-ZONE-CELLS =
              (MAX-X - XX + 1) * (MAX-Y - YY + 1).

       CREATE-NOGUESS-BOARD.
           COMPUTE TOTAL-CELLS = GAME-WIDTH * GAME-HEIGHT.
           IF DAILY-LOADED EQUAL 1
              MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-NOW
              COMPUTE DAILY-SEED =
                 FUNCTION MOD(DATE-NOW * 7919 + 104729, 2147483647)
              IF DAILY-SEED EQUAL 0
                 MOVE 104729 TO DAILY-SEED
              END-IF
           END-IF.
           MOVE 0 TO NOGUESS-OK.
           MOVE 0 TO NOGUESS-TRIES.
           PERFORM UNTIL NOGUESS-OK EQUAL 1 OR
              NOGUESS-TRIES EQUAL NOGUESS-LIMIT
                   ADD 1 TO NOGUESS-TRIES
                   PERFORM CLEAR-GAMEBOARD
                   PERFORM PLACE-NOGUESS-MINES
                   PERFORM CALCULATE-NUMBERS-SURROUNDING
                   PERFORM SOLVE-FROM-OPENING
           END-PERFORM.

           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                           MOVE 0 TO CASE-VIS(X, Y)
                   END-PERFORM
           END-PERFORM.
           MOVE 0 TO REVEALED-COUNT.

           IF NOGUESS-OK EQUAL 1
              IF DAILY-LOADED EQUAL 1
                 MOVE "G" TO GAME-TAG
              ELSE
                 MOVE "N" TO GAME-TAG
              END-IF
              MOVE 1 TO OPENING-PENDING
              DISPLAY "No-guess board ready - it opens at ("
                 OPENING-X "," OPENING-Y ") and can be cleared by "
                 "logic alone."
           ELSE
              IF DAILY-LOADED EQUAL 1
                 DISPLAY "No no-guess layout found for today - "
                    "playing the standard daily board."
                 PERFORM CLEAR-GAMEBOARD
                 PERFORM CREATE-DAILY-BOARD
              ELSE
                 MOVE SPACE TO GAME-TAG
                 MOVE 1 TO OPENING-PENDING
                 DISPLAY "No fully logical layout found - the opening "
                    "at (" OPENING-X "," OPENING-Y ") is safe but "
                    "later moves may need a guess."
              END-IF
           END-IF.

       CLEAR-GAMEBOARD.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                           MOVE "-" TO CASE(X, Y)
                           MOVE 0 TO CASE-NUMBER(X, Y)
                           MOVE 0 TO CASE-VIS(X, Y)
                   END-PERFORM
           END-PERFORM.
           MOVE 0 TO REVEALED-COUNT.

       PLACE-NOGUESS-MINES.
           MOVE 0 TO MINE-COUNTER.
           PERFORM UNTIL MINE-COUNTER EQUAL MINE-NUMBER
                   IF DAILY-LOADED EQUAL 1
                      COMPUTE DAILY-SEED =
                         FUNCTION MOD(DAILY-SEED * 16807, 2147483647)
                      COMPUTE X =
                         FUNCTION MOD(DAILY-SEED, GAME-WIDTH) + 1
                      COMPUTE DAILY-SEED =
                         FUNCTION MOD(DAILY-SEED * 16807, 2147483647)
                      COMPUTE Y =
                         FUNCTION MOD(DAILY-SEED, GAME-HEIGHT) + 1
                   ELSE
                      COMPUTE RAND = FUNCTION RANDOM * GAME-WIDTH + 1
                      MOVE RAND TO X
                      COMPUTE RAND = FUNCTION RANDOM * GAME-HEIGHT + 1
                      MOVE RAND TO Y
                   END-IF

                   IF CASE(X, Y) EQUAL "-" AND
                      (X + 1 < OPENING-X OR X > OPENING-X + 1 OR
                       Y + 1 < OPENING-Y OR Y > OPENING-Y + 1)
                      ADD 1 TO MINE-COUNTER
                      MOVE "*" TO CASE(X, Y)
                   END-IF
           END-PERFORM.

       SOLVE-FROM-OPENING.
           COMPUTE SOLVE-TARGET = TOTAL-CELLS - MINE-NUMBER.
           MOVE 0 TO REVEALED-COUNT.
           MOVE OPENING-X TO HINT-X.
           MOVE OPENING-Y TO HINT-Y.
           PERFORM SOLVER-OPEN-CELL.
           MOVE 1 TO SOLVE-PROGRESS.
           PERFORM UNTIL SOLVE-PROGRESS EQUAL 0 OR
              REVEALED-COUNT EQUAL SOLVE-TARGET
                   PERFORM SOLVE-ONE-PASS
           END-PERFORM.
           IF REVEALED-COUNT EQUAL SOLVE-TARGET
              MOVE 1 TO NOGUESS-OK
           END-IF.

       SOLVE-ONE-PASS.
           MOVE 0 TO SOLVE-PROGRESS.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                           IF CASE-VIS(X, Y) EQUAL 1 AND
                              CASE-NUMBER(X, Y) > 0
                              MOVE 1 TO SOLVE-CELL-MORE
                              PERFORM UNTIL SOLVE-CELL-MORE EQUAL 0
                                      PERFORM SOLVE-ONE-CELL
                              END-PERFORM
                           END-IF
                   END-PERFORM
           END-PERFORM.

       SOLVE-ONE-CELL.
           MOVE 0 TO SOLVE-CELL-MORE.
           MOVE 0 TO HINT-TYPE.
           MOVE 0 TO MINE-HINT-X.
           MOVE 0 TO MINE-HINT-Y.
           PERFORM JUDGE-HINT-CELL.
           IF HINT-TYPE EQUAL 0 AND MINE-HINT-X EQUAL 0 AND
              UNKNOWN-NEIGHBORS > 0
              PERFORM JUDGE-PAIR-CELL
           END-IF.
           IF HINT-TYPE EQUAL 1
              PERFORM SOLVER-OPEN-CELL
              MOVE 1 TO SOLVE-CELL-MORE
              MOVE 1 TO SOLVE-PROGRESS
           ELSE
              IF MINE-HINT-X > 0
                 MOVE 2 TO CASE-VIS(MINE-HINT-X, MINE-HINT-Y)
                 MOVE 1 TO SOLVE-CELL-MORE
                 MOVE 1 TO SOLVE-PROGRESS
              END-IF
           END-IF.

       SOLVER-OPEN-CELL.
           IF CASE-VIS(HINT-X, HINT-Y) EQUAL 0
              MOVE 1 TO CASE-VIS(HINT-X, HINT-Y)
              ADD 1 TO REVEALED-COUNT
              IF CASE-NUMBER(HINT-X, HINT-Y) EQUAL 0
                 MOVE HINT-X TO USER-X
                 MOVE HINT-Y TO USER-Y
                 PERFORM FLOOD-REVEAL
              END-IF
           END-IF.

       LOAD-LIBRARY-BOARD.
           MOVE 0 TO LIB-LOADED.
           MOVE 0 TO LIB-TRUNCATED.
                            IF BRD-ID EQUAL BOARD-PICK
                               PERFORM LOAD-BOARD-CELLS
                            ELSE
                               IF BRD-HEIGHT NUMERIC AND
                                  BRD-HEIGHT > 0
                                  COMPUTE SKIP-CELLS =
                                     BRD-WIDTH * BRD-HEIGHT
                               ELSE
                                  COMPUTE SKIP-CELLS =
                                     BRD-WIDTH * BRD-WIDTH
                               END-IF
                               PERFORM VARYING SKIP-IX FROM 1 BY 1
                                  UNTIL SKIP-IX > SKIP-CELLS
                                       READ BOARDS-FILE
           END-IF.

       LOAD-BOARD-CELLS.
           MOVE BRD-WIDTH TO GAME-WIDTH.
           IF BRD-HEIGHT NUMERIC AND BRD-HEIGHT > 0
              MOVE BRD-HEIGHT TO GAME-HEIGHT
           ELSE
              MOVE BRD-WIDTH TO GAME-HEIGHT
           END-IF.
           MOVE BRD-MINES TO LIB-HEADER-MINES.
           MOVE 0 TO LIB-STARS.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT OR
              LIB-TRUNCATED EQUAL 1
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                      OR LIB-TRUNCATED EQUAL 1
                           READ BOARDS-FILE
                              AT END
           IF LIB-TRUNCATED EQUAL 1
              DISPLAY "Board " BOARD-PICK " ends early in "
                 "BOARDS.DAT - board not usable."
              PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                      PERFORM VARYING X FROM 1 BY 1 UNTIL X >
                         GAME-WIDTH
                              MOVE "-" TO CASE(X, Y)
                      END-PERFORM
              END-PERFORM
              DISPLAY "Library board " BOARD-PICK " loaded."
           END-IF.

       PROMPT-GAME-WIDTH.
           MOVE 0 TO GAME-WIDTH.
           PERFORM UNTIL GAME-WIDTH > 0 AND GAME-WIDTH < 999
                   DISPLAY "Game Width : "
                   ACCEPT GAME-WIDTH
                   IF GAME-WIDTH EQUAL 0
                      DISPLAY "Game width must be greater than zero."
                   END-IF
                   IF GAME-WIDTH NOT LESS THAN 999
                      DISPLAY "Game width must be 998 or smaller."
                   END-IF
           END-PERFORM.

       PROMPT-GAME-HEIGHT.
           MOVE 0 TO GAME-HEIGHT.
           PERFORM UNTIL GAME-HEIGHT > 0 AND GAME-HEIGHT < 999
                   DISPLAY "Game Height : "
                   ACCEPT GAME-HEIGHT
                   IF GAME-HEIGHT EQUAL 0
                      DISPLAY "Game height must be greater than zero."
                   END-IF
                   IF GAME-HEIGHT NOT LESS THAN 999
                      DISPLAY "Game height must be 998 or smaller."
                   END-IF
           END-PERFORM.

       PROMPT-MINE-NUMBER.
           COMPUTE TOTAL-CELLS = GAME-WIDTH * GAME-HEIGHT.

           MOVE 0 TO MINE-NUMBER.
           PERFORM UNTIL MINE-NUMBER > 0 AND MINE-NUMBER < TOTAL-CELLS
           END-PERFORM.

       PRINT-GAMEBOARD-NUMBER.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT 
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH 
                           IF CASE(X, Y) EQUAL "*"
                              DISPLAY "*" WITH NO ADVANCING
                           ELSE
           END-PERFORM.

       CREATE-GAMEBOARD.
           MOVE 0 TO MINE-COUNTER.
           PERFORM UNTIL MINE-COUNTER EQUAL MINE-NUMBER
                   COMPUTE RAND = FUNCTION RANDOM * GAME-WIDTH + 1
                   MOVE RAND TO X
                   COMPUTE RAND = FUNCTION RANDOM * GAME-HEIGHT + 1
                   MOVE RAND TO Y

                   IF CASE(X, Y) EQUAL "-"
                      ADD 1 TO MINE-COUNTER
           END-PERFORM.

       CALCULATE-NUMBERS-SURROUNDING.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                           IF CASE(X, Y) EQUAL "-"
                              MOVE 0 TO MINE-COUNTER

                              END-IF

                              COMPUTE MAX-X = X + 1
                              IF MAX-X > GAME-WIDTH
                                 MOVE GAME-WIDTH TO MAX-X
                              END-IF

                              COMPUTE YY = Y - 1
                              END-IF

                              COMPUTE MAX-Y = Y + 1
                              IF MAX-Y > GAME-HEIGHT
                                 MOVE GAME-HEIGHT TO MAX-Y
                              END-IF

                              PERFORM VARYING CURR-Y FROM YY BY 1 UNTIL
           END-IF

           COMPUTE MAX-X = FLOOD-PUSH-X + 1
           IF MAX-X > GAME-WIDTH
              MOVE GAME-WIDTH TO MAX-X
           END-IF

           COMPUTE YY = FLOOD-PUSH-Y - 1
           END-IF

           COMPUTE MAX-Y = FLOOD-PUSH-Y + 1
           IF MAX-Y > GAME-HEIGHT
              MOVE GAME-HEIGHT TO MAX-Y
           END-IF

           PERFORM VARYING CURR-Y FROM YY BY 1 UNTIL CURR-Y > MAX-Y

       GAME.
           MOVE 0 TO VALID-MOVE.
           IF OPENING-PENDING EQUAL 1
              MOVE 0 TO OPENING-PENDING
              MOVE "O" TO USER-ACTION
              MOVE OPENING-X TO USER-X
              MOVE OPENING-Y TO USER-Y
              MOVE 1 TO VALID-MOVE
              DISPLAY "Opening move at (" USER-X "," USER-Y ")."
           END-IF.
           PERFORM UNTIL VALID-MOVE EQUAL 1
                   DISPLAY "Command - action X Y, for example O 5 12 "
                      "- (O)pen (F)lag (H)int (U)ndo (Q)uit :"
                                  MOVE "Q" TO GAME-RESULT
                                  MOVE 1 TO VALID-MOVE
                               ELSE
                                  IF USER-X > GAME-WIDTH OR USER-Y >
                                     GAME-HEIGHT
                                     DISPLAY "X must be between 1 and "
                                        GAME-WIDTH " and Y between 1 "
                                        "and " GAME-HEIGHT
                                  ELSE
                                     MOVE 1 TO VALID-MOVE
                                  END-IF
           MOVE 0 TO HINT-Y.
           MOVE 0 TO MINE-HINT-X.
           MOVE 0 TO MINE-HINT-Y.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT OR
              HINT-TYPE EQUAL 1
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                      OR HINT-TYPE EQUAL 1
                           IF CASE-VIS(X, Y) EQUAL 1 AND
                              CASE(X, Y) NOT EQUAL "*" AND
                              CASE-NUMBER(X, Y) > 0
                              PERFORM JUDGE-HINT-CELL
                              IF HINT-TYPE EQUAL 0 AND
                                 UNKNOWN-NEIGHBORS > 0
                                 PERFORM JUDGE-PAIR-CELL
                              END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM.
              MOVE 1 TO XX
           END-IF.
           COMPUTE MAX-X = X + 1.
           IF MAX-X > GAME-WIDTH
              MOVE GAME-WIDTH TO MAX-X
           END-IF.
           COMPUTE YY = Y - 1.
           IF YY < 1
              MOVE 1 TO YY
           END-IF.
           COMPUTE MAX-Y = Y + 1.
           IF MAX-Y > GAME-HEIGHT
              MOVE GAME-HEIGHT TO MAX-Y
           END-IF.

           PERFORM VARYING CURR-Y FROM YY BY 1 UNTIL CURR-Y > MAX-Y
              END-IF
           END-IF.

       JUDGE-PAIR-CELL.
           COMPUTE PAIR-A-NEED = CASE-NUMBER(X, Y) - FLAG-NEIGHBORS.
           MOVE UNKNOWN-NEIGHBORS TO PAIR-A-UNKNOWN.

           IF X < 3
              MOVE 1 TO PAIR-MIN-X
           ELSE
              COMPUTE PAIR-MIN-X = X - 2
           END-IF.
           COMPUTE PAIR-MAX-X = X + 2.
           IF PAIR-MAX-X > GAME-WIDTH
              MOVE GAME-WIDTH TO PAIR-MAX-X
           END-IF.
           IF Y < 3
              MOVE 1 TO PAIR-MIN-Y
           ELSE
              COMPUTE PAIR-MIN-Y = Y - 2
           END-IF.
           COMPUTE PAIR-MAX-Y = Y + 2.
           IF PAIR-MAX-Y > GAME-HEIGHT
              MOVE GAME-HEIGHT TO PAIR-MAX-Y
           END-IF.

           PERFORM VARYING PAIR-Y FROM PAIR-MIN-Y BY 1 UNTIL
              PAIR-Y > PAIR-MAX-Y OR HINT-TYPE EQUAL 1
                   PERFORM VARYING PAIR-X FROM PAIR-MIN-X BY 1 UNTIL
                      PAIR-X > PAIR-MAX-X OR HINT-TYPE EQUAL 1
                           IF NOT (PAIR-X = X AND PAIR-Y = Y)
                              IF CASE-VIS(PAIR-X, PAIR-Y) EQUAL 1 AND
                                 CASE(PAIR-X, PAIR-Y) NOT EQUAL "*"
                                 AND CASE-NUMBER(PAIR-X, PAIR-Y) > 0
                                 PERFORM JUDGE-ONE-PAIR
                              END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM.

       JUDGE-ONE-PAIR.
           MOVE 0 TO PAIR-B-FLAGS.
           MOVE 0 TO PAIR-SHARED.
           MOVE 0 TO PAIR-OUTSIDE.
           MOVE 0 TO PAIR-CAND-X.
           MOVE 0 TO PAIR-CAND-Y.

           COMPUTE SCAN-MIN-X = PAIR-X - 1.
           IF SCAN-MIN-X < 1
              MOVE 1 TO SCAN-MIN-X
           END-IF.
           COMPUTE SCAN-MAX-X = PAIR-X + 1.
           IF SCAN-MAX-X > GAME-WIDTH
              MOVE GAME-WIDTH TO SCAN-MAX-X
           END-IF.
           COMPUTE SCAN-MIN-Y = PAIR-Y - 1.
           IF SCAN-MIN-Y < 1
              MOVE 1 TO SCAN-MIN-Y
           END-IF.
           COMPUTE SCAN-MAX-Y = PAIR-Y + 1.
           IF SCAN-MAX-Y > GAME-HEIGHT
              MOVE GAME-HEIGHT TO SCAN-MAX-Y
           END-IF.

           PERFORM VARYING SCAN-Y FROM SCAN-MIN-Y BY 1 UNTIL
              SCAN-Y > SCAN-MAX-Y
                   PERFORM VARYING SCAN-X FROM SCAN-MIN-X BY 1 UNTIL
                      SCAN-X > SCAN-MAX-X
                           IF CASE-VIS(SCAN-X, SCAN-Y) EQUAL 2
                              ADD 1 TO PAIR-B-FLAGS
                           ELSE
                              IF CASE-VIS(SCAN-X, SCAN-Y) EQUAL 0
                                 IF SCAN-X + 1 NOT < X AND
                                    SCAN-X NOT > X + 1 AND
                                    SCAN-Y + 1 NOT < Y AND
                                    SCAN-Y NOT > Y + 1
                                    ADD 1 TO PAIR-SHARED
                                 ELSE
                                    ADD 1 TO PAIR-OUTSIDE
                                    IF PAIR-CAND-X EQUAL 0
                                       MOVE SCAN-X TO PAIR-CAND-X
                                       MOVE SCAN-Y TO PAIR-CAND-Y
                                    END-IF
                                 END-IF
                              END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM.

           IF PAIR-SHARED EQUAL PAIR-A-UNKNOWN AND PAIR-OUTSIDE > 0
              COMPUTE PAIR-DIFF = CASE-NUMBER(PAIR-X, PAIR-Y) -
                 PAIR-B-FLAGS - PAIR-A-NEED
              IF PAIR-DIFF EQUAL 0
                 MOVE PAIR-CAND-X TO HINT-X
                 MOVE PAIR-CAND-Y TO HINT-Y
                 MOVE 1 TO HINT-TYPE
              ELSE
                 IF PAIR-DIFF EQUAL PAIR-OUTSIDE AND
                    MINE-HINT-X EQUAL 0
                    MOVE PAIR-CAND-X TO MINE-HINT-X
                    MOVE PAIR-CAND-Y TO MINE-HINT-Y
                 END-IF
              END-IF
           END-IF.

       LOG-HINT.
           PERFORM OPEN-MOVE-LOG.
           IF MOVELOG-OPEN EQUAL 1
              MOVE SPACES TO MOVE-LOG-RECORD
              MOVE FUNCTION CURRENT-DATE(9:8) TO LOG-TIME
              MOVE "H" TO LOG-ACTION
              END-IF
              MOVE GAME-ID TO LOG-GAME-ID
              WRITE MOVE-LOG-RECORD
              PERFORM CLOSE-MOVE-LOG
           END-IF.

       LOG-MOVE.
           PERFORM OPEN-MOVE-LOG.
           IF MOVELOG-OPEN EQUAL 1
              MOVE SPACES TO MOVE-LOG-RECORD
              MOVE FUNCTION CURRENT-DATE(9:8) TO LOG-TIME
              MOVE USER-ACTION TO LOG-ACTION
              END-IF
              MOVE GAME-ID TO LOG-GAME-ID
              WRITE MOVE-LOG-RECORD
              PERFORM CLOSE-MOVE-LOG
           END-IF.

       OPEN-MOVE-LOG.
           PERFORM TAKE-SHARED-LOCK.
           OPEN EXTEND MOVE-LOG-FILE.
           IF FS-MOVELOG EQUAL "00" OR FS-MOVELOG EQUAL "05"
              MOVE 1 TO MOVELOG-OPEN
           ELSE
              MOVE 0 TO MOVELOG-OPEN
              DISPLAY "Could not open MOVELOG.DAT - move not logged."
              PERFORM RELEASE-SHARED-LOCK
           END-IF.

       CLOSE-MOVE-LOG.
           CLOSE MOVE-LOG-FILE.
           MOVE 0 TO MOVELOG-OPEN.
           PERFORM RELEASE-SHARED-LOCK.

       CHECK-WIN.
           COMPUTE UNVISITED-COUNT = TOTAL-CELLS - REVEALED-COUNT.


       PRINT-GAME.
           DISPLAY ESC-CHAR "[2J" ESC-CHAR "[H" WITH NO ADVANCING.
           IF GAME-WIDTH > 99
              MOVE SPACES TO BOARD-LINE
              PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                      COMPUTE LINE-POS = X + 4
                      COMPUTE RULER-DIGIT =
                         FUNCTION MOD(FUNCTION INTEGER(X / 100), 10)
              END-PERFORM
              DISPLAY BOARD-LINE(1:LINE-POS)
           END-IF.
           IF GAME-WIDTH > 9
              MOVE SPACES TO BOARD-LINE
              PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                      COMPUTE LINE-POS = X + 4
                      COMPUTE RULER-DIGIT =
                         FUNCTION MOD(FUNCTION INTEGER(X / 10), 10)
              DISPLAY BOARD-LINE(1:LINE-POS)
           END-IF.
           MOVE SPACES TO BOARD-LINE.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                   COMPUTE LINE-POS = X + 4
                   COMPUTE RULER-DIGIT = FUNCTION MOD(X, 10)
                   MOVE RULER-DIGIT TO BOARD-LINE(LINE-POS:1)
           END-PERFORM.
           DISPLAY BOARD-LINE(1:LINE-POS).

           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                   MOVE SPACES TO BOARD-LINE
                   MOVE Y TO BOARD-LINE(1:3)
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                           PERFORM PICK-CELL-CHAR
                           COMPUTE LINE-POS = X + 4
                           MOVE CELL-CHAR TO BOARD-LINE(LINE-POS:1)
