           SELECT OPTIONAL MOVE-LOG-FILE ASSIGN TO "MOVELOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MOVELOG.
           SELECT CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS FS-CHECKPOINT.
           SELECT OPTIONAL SESSIONS-FILE ASSIGN TO "SESSIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SESSIONS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "BOARDHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-HISTORY.

       DATA DIVISION.
       FILE SECTION.

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
          05 CKPT-CELL-CASE-VIS    PIC 9.

       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
          05 HIST-GAME-ID       PIC 9(16).
          05 FILLER             PIC X.
          05 HIST-KIND          PIC X.
          05 FILLER             PIC X.
          05 HIST-WIDTH         PIC 9(3).
          05 FILLER             PIC X.
          05 HIST-MINES         PIC 9(3).
          05 FILLER             PIC X.
          05 HIST-GAME-MODE     PIC X.
          05 FILLER             PIC X.
          05 HIST-PLAYER1-ID    PIC 9(4).
          05 FILLER             PIC X.
          05 HIST-PLAYER2-ID    PIC 9(4).
          05 FILLER             PIC X.
          05 HIST-GAME-TAG      PIC X.
          05 FILLER             PIC X.
          05 HIST-BOARD-ID      PIC 9(4).
          05 FILLER             PIC X.
          05 HIST-HEIGHT        PIC 9(3).
       01 HISTORY-CELL-RECORD.
          05 HIST-CELL-GAME-ID  PIC 9(16).
          05 FILLER             PIC X.
          05 HIST-CELL-KIND     PIC X.
          05 FILLER             PIC X.
          05 HIST-CELL-X        PIC 9(3).
          05 FILLER             PIC X.
          05 HIST-CELL-Y        PIC 9(3).

       FD  SESSIONS-FILE.
       01 SESSION-RECORD.
          05 SES-GAME-ID        PIC 9(16).
          05 FILLER             PIC X.
          05 SES-PLAYER1-ID     PIC 9(4).
          05 FILLER             PIC X.
          05 SES-PLAYER2-ID     PIC 9(4).
          05 FILLER             PIC X.
          05 SES-GAME-MODE      PIC X.
          05 FILLER             PIC X.
          05 SES-WIDTH          PIC 9(3).
          05 FILLER             PIC X.
          05 SES-HEIGHT         PIC 9(3).
          05 FILLER             PIC X.
          05 SES-MINES          PIC 9(3).
          05 FILLER             PIC X.
          05 SES-CHECKPOINT     PIC X(24).

       WORKING-STORAGE SECTION.

       01 GAME-WIDTH            PIC 9(3).
       01 GAME-HEIGHT           PIC 9(3).
       01 MINE-NUMBER           PIC 9(3).
       01 TOTAL-CELLS           PIC 9(6).


       01 FS-MOVELOG            PIC XX.
       01 FS-CHECKPOINT         PIC XX.
       01 FS-HISTORY            PIC XX.
       01 FS-SESSIONS           PIC XX.
       01 SESSIONS-EOF          PIC 9.
       01 CHECKPOINT-NAME       PIC X(24).
       01 CELLS-OUT-OF-RANGE    PIC 9(6) VALUE 0.
       01 MOVELOG-EOF           PIC 9.
       01 HISTORY-EOF           PIC 9.
       01 HISTORY-FOUND         PIC 9    VALUE 0.
       01 MINE-COUNTER          PIC 9(3).

       01 GAMES-COUNT           PIC 9(3) VALUE 0.
       01 GAMES-TABLE.
       01 RULER-DIGIT           PIC 9.

       PROCEDURE DIVISION.
           PERFORM SCAN-GAMES.
           PERFORM PICK-GAME.
           PERFORM LOAD-BOARD.
           PERFORM LOAD-MOVES.

           MOVE 0 TO CURR-STEP.
           STOP RUN.

       LOAD-BOARD.
           PERFORM LOAD-BOARD-FROM-HISTORY.
           IF HISTORY-FOUND EQUAL 0
              PERFORM FIND-GAME-CHECKPOINT
              PERFORM LOAD-BOARD-FROM-CHECKPOINT
              IF CHOSEN-ID NOT EQUAL BOARD-GAME-ID
                 DISPLAY "Warning - no stored layout for game "
                    CHOSEN-ID " and the checkpoint board belongs to "
                    "game " BOARD-GAME-ID
                 DISPLAY "The replay may not match what the player "
                    "saw."
              END-IF
           END-IF.
           COMPUTE TOTAL-CELLS = GAME-WIDTH * GAME-HEIGHT.
           DISPLAY "Board loaded - size " GAME-WIDTH " x " GAME-HEIGHT
              " with " MINE-NUMBER " mines (game " BOARD-GAME-ID ").".

       LOAD-BOARD-FROM-HISTORY.
           MOVE 0 TO HISTORY-FOUND.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT EQUAL "00" AND FS-HISTORY NOT EQUAL "05"
              CONTINUE
           ELSE
              MOVE 0 TO HISTORY-EOF
              PERFORM UNTIL HISTORY-EOF EQUAL 1
                      READ HISTORY-FILE
                         AT END
                            MOVE 1 TO HISTORY-EOF
                         NOT AT END
                            IF HIST-GAME-ID NUMERIC AND HIST-GAME-ID
                               EQUAL CHOSEN-ID
                               IF HIST-KIND EQUAL "H" AND
                                  HISTORY-FOUND EQUAL 0
                                  MOVE 1 TO HISTORY-FOUND
                                  MOVE HIST-WIDTH TO GAME-WIDTH
                                  IF HIST-HEIGHT NUMERIC AND
                                     HIST-HEIGHT > 0
                                     MOVE HIST-HEIGHT TO GAME-HEIGHT
                                  ELSE
                                     MOVE HIST-WIDTH TO GAME-HEIGHT
                                  END-IF
                                  MOVE HIST-MINES TO MINE-NUMBER
                                  MOVE HIST-GAME-ID TO BOARD-GAME-ID
                               ELSE
                                  IF HIST-CELL-KIND EQUAL "M" AND
                                     HISTORY-FOUND EQUAL 1 AND
                                     HIST-CELL-X NUMERIC AND
                                     HIST-CELL-Y NUMERIC AND
                                     HIST-CELL-X > 0 AND
                                     HIST-CELL-Y > 0
                                     IF HIST-CELL-X > GAME-WIDTH OR
                                        HIST-CELL-Y > GAME-HEIGHT
                                        ADD 1 TO CELLS-OUT-OF-RANGE
                                        DISPLAY "Layout row for game "
                                           CHOSEN-ID " has mine at "
                                           HIST-CELL-X "," HIST-CELL-Y
                                           " outside the board - "
                                           "skipped."
                                     ELSE
                                        MOVE "*" TO CASE(HIST-CELL-X,
                                           HIST-CELL-Y)
                                     END-IF
                                  END-IF
                               END-IF
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.
           IF HISTORY-FOUND EQUAL 1
              PERFORM CALCULATE-NUMBERS-SURROUNDING
              IF CELLS-OUT-OF-RANGE > 0
                 DISPLAY "Warning - " CELLS-OUT-OF-RANGE " layout "
                    "rows were skipped; the replay may not match "
                    "what the player saw."
              END-IF
           END-IF.

       FIND-GAME-CHECKPOINT.
           MOVE "CHECKPOINT.DAT" TO CHECKPOINT-NAME.
           OPEN INPUT SESSIONS-FILE.
           IF FS-SESSIONS EQUAL "00"
              MOVE 0 TO SESSIONS-EOF
              PERFORM UNTIL SESSIONS-EOF EQUAL 1
                      READ SESSIONS-FILE
                         AT END
                            MOVE 1 TO SESSIONS-EOF
                         NOT AT END
                            IF SES-GAME-ID NUMERIC AND SES-GAME-ID
                               EQUAL CHOSEN-ID AND SES-CHECKPOINT
                               NOT EQUAL SPACES
                               MOVE SES-CHECKPOINT TO CHECKPOINT-NAME
                               MOVE 1 TO SESSIONS-EOF
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE SESSIONS-FILE
           ELSE
              IF FS-SESSIONS EQUAL "05"
                 CLOSE SESSIONS-FILE
              END-IF
           END-IF.

       LOAD-BOARD-FROM-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT NOT EQUAL "00"
              DISPLAY "No stored layout and no checkpoint board to "
                 "replay - status " FS-CHECKPOINT " on " CHECKPOINT-NAME
              STOP RUN
           END-IF.
           READ CHECKPOINT-FILE
                 CLOSE CHECKPOINT-FILE
                 STOP RUN
           END-READ.
           MOVE CKPT-GAME-WIDTH TO GAME-WIDTH.
           IF CKPT-GAME-HEIGHT NUMERIC AND CKPT-GAME-HEIGHT > 0
              MOVE CKPT-GAME-HEIGHT TO GAME-HEIGHT
           ELSE
              MOVE GAME-WIDTH TO GAME-HEIGHT
           END-IF.
           MOVE CKPT-MINE-NUMBER TO MINE-NUMBER.
           MOVE CKPT-GAME-ID TO BOARD-GAME-ID.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                           READ CHECKPOINT-FILE
                           MOVE CKPT-CELL-CASE TO CASE(X, Y)
                           IF CKPT-CELL-CASE-NUMBER NUMERIC
                   END-PERFORM
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.

       CALCULATE-NUMBERS-SURROUNDING.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                           MOVE 0 TO CASE-NUMBER(X, Y)
                           IF CASE(X, Y) EQUAL "-"
                              MOVE 0 TO MINE-COUNTER
                              COMPUTE XX = X - 1
                              IF XX < 1
                                 MOVE 1 TO XX
                              END-IF
                              COMPUTE MAX-X = X + 1
                              IF MAX-X > GAME-WIDTH
                                 MOVE GAME-WIDTH TO MAX-X
                              END-IF
                              COMPUTE YY = Y - 1
                              IF YY < 1
                                 MOVE 1 TO YY
                              END-IF
                              COMPUTE MAX-Y = Y + 1
                              IF MAX-Y > GAME-HEIGHT
                                 MOVE GAME-HEIGHT TO MAX-Y
                              END-IF
                              PERFORM VARYING CURR-Y FROM YY BY 1 UNTIL
                                 CURR-Y > MAX-Y
                                      PERFORM VARYING CURR-X FROM XX BY
                                         1 UNTIL CURR-X > MAX-X
                                              IF CASE(CURR-X, CURR-Y)
                                                 EQUAL "*"
                                                 ADD 1 TO MINE-COUNTER
                                              END-IF
                                      END-PERFORM
                              END-PERFORM
                              MOVE MINE-COUNTER TO CASE-NUMBER(X, Y)
                           END-IF
                   END-PERFORM
           END-PERFORM.

       SCAN-GAMES.
           OPEN INPUT MOVE-LOG-FILE.
                   ACCEPT PICK
           END-PERFORM.
           MOVE GL-ID(PICK) TO CHOSEN-ID.

       LOAD-MOVES.
           OPEN INPUT MOVE-LOG-FILE.
           END-IF.

       SIMULATE-TO-STEP.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                           MOVE 0 TO CASE-VIS(X, Y)
                   END-PERFORM
           END-PERFORM.
       APPLY-MOVE.
           MOVE MV-X(MOVE-IX) TO USER-X.
           MOVE MV-Y(MOVE-IX) TO USER-Y.
           IF USER-X EQUAL 0 OR USER-Y EQUAL 0 OR USER-X > GAME-WIDTH
              OR USER-Y > GAME-HEIGHT
              CONTINUE
           ELSE
              IF MV-ACTION(MOVE-IX) EQUAL "U" OR MV-ACTION(MOVE-IX)
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

       PRINT-BOARD.
           DISPLAY "    " WITH NO ADVANCING.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                   COMPUTE RULER-DIGIT = FUNCTION MOD(X, 10)
                   DISPLAY RULER-DIGIT WITH NO ADVANCING
           END-PERFORM.
           DISPLAY " ".
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                   DISPLAY Y " " WITH NO ADVANCING
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                           IF CASE-VIS(X, Y) EQUAL 1
                              IF CASE(X, Y) EQUAL "-"
                                 IF CASE-NUMBER(X, Y) EQUAL 0
