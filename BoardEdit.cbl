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

       WORKING-STORAGE SECTION.

       01 MENU-DONE             PIC 9    VALUE 0.

       01 NEW-ID                PIC 9(4).
       01 NEW-WIDTH             PIC 9(3).
       01 NEW-HEIGHT            PIC 9(3).
       01 SAVE-ID               PIC 9(4).
       01 SAVE-WIDTH            PIC 9(3).
       01 SAVE-HEIGHT           PIC 9(3).
       01 SAVE-MINES            PIC 9(3).
       01 ID-TAKEN              PIC 9.
       01 BOARD-COUNT           PIC 9(4).
          05 GRID-ROW OCCURS 998 TIMES.
             10 GRID-CELL OCCURS 998 TIMES PIC X.

       01 CHECK-ID              PIC 9(4).
       01 CHECK-LOADED          PIC 9.
       01 OPEN-X                PIC 9(3).
       01 OPEN-Y                PIC 9(3).
       01 CHECK-PASSED          PIC 9.
       01 ZERO-CELLS            PIC 9(6).
       01 UNSOLVED-CELLS        PIC 9(6).
       01 SOLVE-TARGET          PIC 9(6).
       01 REVEALED-COUNT        PIC 9(6).
       01 SOLVE-PROGRESS        PIC 9.
       01 SOLVE-CELL-MORE       PIC 9.
       01 SAFE-FOUND            PIC 9.
       01 SAFE-X                PIC 9(3).
       01 SAFE-Y                PIC 9(3).
       01 MINE-X                PIC 9(3).
       01 MINE-Y                PIC 9(3).
       01 CAND-X                PIC 9(3).
       01 CAND-Y                PIC 9(3).
       01 FLAG-NEIGHBORS        PIC 9(2).
       01 UNKNOWN-NEIGHBORS     PIC 9(2).
       01 MINE-COUNTER          PIC 9(2).
       01 XX                    PIC 9(3).
       01 YY                    PIC 9(3).
       01 MAX-X                 PIC 9(3).
       01 MAX-Y                 PIC 9(3).
       01 CURR-X                PIC 9(3).
       01 CURR-Y                PIC 9(3).
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
       01 NUM-TABLE.
          05 NUM-ROW OCCURS 998 TIMES.
             10 NUM-CELL OCCURS 998 TIMES PIC 9.
       01 VIS-TABLE.
          05 VIS-ROW OCCURS 998 TIMES.
             10 VIS-CELL OCCURS 998 TIMES PIC 9.
       01 TRIED-TABLE.
          05 TRIED-ROW OCCURS 998 TIMES.
             10 TRIED-CELL OCCURS 998 TIMES PIC 9.
       01 FLOOD-PUSH-X          PIC 9(3).
       01 FLOOD-PUSH-Y          PIC 9(3).
       01 FLOOD-TOP             PIC 9(6) VALUE 0.
       01 FLOOD-STACK.
          05 FLOOD-ENTRY OCCURS 996004 TIMES.
             10 FLOOD-X         PIC 9(3).
             10 FLOOD-Y         PIC 9(3).

       01 STAT-COUNT            PIC 9(3) VALUE 0.
       01 STAT-TABLE.
          05 STAT-ENTRY OCCURS 200 TIMES.
       PROCEDURE DIVISION.
           PERFORM UNTIL MENU-DONE EQUAL 1
                   DISPLAY "Board library - (L)ist (C)reate "
                      "(V)alidate (S)tats (N)o-guess check (Q)uit :"
                   ACCEPT MENU-CHOICE
                   IF MENU-CHOICE EQUAL "L" OR MENU-CHOICE EQUAL "l"
                      PERFORM LIST-BOARDS
                               EQUAL "s"
                               PERFORM BOARD-STATS
                            ELSE
                               IF MENU-CHOICE EQUAL "N" OR MENU-CHOICE
                                  EQUAL "n"
                                  PERFORM NOGUESS-CHECK
                               ELSE
                                  IF MENU-CHOICE EQUAL "Q" OR
                                     MENU-CHOICE EQUAL "q"
                                     MOVE 1 TO MENU-DONE
                                  ELSE
                                     DISPLAY "Unknown choice."
                                  END-IF
                               END-IF
                            END-IF
                         END-IF
                            MOVE 1 TO BOARDS-EOF
                         NOT AT END
                            ADD 1 TO BOARD-COUNT
                            PERFORM TAKE-BOARD-HEADER
                            DISPLAY "Board " BRD-ID " - size "
                               SAVE-WIDTH " x " SAVE-HEIGHT " - "
                               BRD-MINES " mines"
                            PERFORM SKIP-BOARD-CELLS
                      END-READ
              END-PERFORM
              DISPLAY "Boards on file : " BOARD-COUNT
           END-IF.

       TAKE-BOARD-HEADER.
           MOVE BRD-ID TO SAVE-ID.
           MOVE BRD-WIDTH TO SAVE-WIDTH.
           MOVE BRD-MINES TO SAVE-MINES.
           IF BRD-HEIGHT NUMERIC AND BRD-HEIGHT > 0
              MOVE BRD-HEIGHT TO SAVE-HEIGHT
           ELSE
              MOVE BRD-WIDTH TO SAVE-HEIGHT
           END-IF.

       SKIP-BOARD-CELLS.
           COMPUTE CELL-TOTAL = SAVE-WIDTH * SAVE-HEIGHT.
           MOVE 0 TO CELL-COUNT.
           PERFORM UNTIL CELL-COUNT EQUAL CELL-TOTAL OR
              BOARDS-EOF EQUAL 1
           IF ID-TAKEN EQUAL 1
              DISPLAY "Board " NEW-ID " already exists."
           ELSE
              MOVE 0 TO NEW-WIDTH
              PERFORM UNTIL NEW-WIDTH > 0 AND NEW-WIDTH < 999
                      DISPLAY "Board width :"
                      ACCEPT NEW-WIDTH
              END-PERFORM
              MOVE 0 TO NEW-HEIGHT
              PERFORM UNTIL NEW-HEIGHT > 0 AND NEW-HEIGHT < 999
                      DISPLAY "Board height :"
                      ACCEPT NEW-HEIGHT
              END-PERFORM
              MOVE 0 TO STAR-COUNT
              PERFORM ACCEPT-GRID-ROWS
                            IF BRD-ID EQUAL NEW-ID
                               MOVE 1 TO ID-TAKEN
                            ELSE
                               PERFORM TAKE-BOARD-HEADER
                               PERFORM SKIP-BOARD-CELLS
                            END-IF
                      END-READ
           END-IF.

       ACCEPT-GRID-ROWS.
           DISPLAY "Enter " NEW-HEIGHT " rows of " NEW-WIDTH
              " characters, - for empty and * for a mine.".
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > NEW-HEIGHT
                   MOVE 0 TO ROW-OK
                   PERFORM UNTIL ROW-OK EQUAL 1
                           DISPLAY "Row " Y " :"
                           ACCEPT ROW-TEXT
                           PERFORM CHECK-ROW
                   END-PERFORM
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > NEW-WIDTH
                           MOVE ROW-TEXT(X:1) TO GRID-CELL(Y, X)
                           IF ROW-TEXT(X:1) EQUAL "*"
                              ADD 1 TO STAR-COUNT

       CHECK-ROW.
           MOVE 1 TO ROW-OK.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > NEW-WIDTH
                   IF ROW-TEXT(X:1) NOT EQUAL "-" AND ROW-TEXT(X:1)
                      NOT EQUAL "*"
                      MOVE 0 TO ROW-OK
                   END-IF
           END-PERFORM.
           COMPUTE X = NEW-WIDTH + 1.
           IF X < 999
              IF ROW-TEXT(X:1) NOT EQUAL SPACE
                 MOVE 0 TO ROW-OK
              END-IF
           END-IF.
           IF ROW-OK EQUAL 0
              DISPLAY "Rows must be exactly " NEW-WIDTH " characters "
                 "of - and * only."
           END-IF.

       APPEND-BOARD.
           IF STAR-COUNT EQUAL 0 OR STAR-COUNT NOT LESS THAN
              NEW-WIDTH * NEW-HEIGHT
              DISPLAY "A board needs at least one mine and one free "
                 "cell - not saved."
           ELSE
              ELSE
                 MOVE SPACES TO BOARD-HEADER-RECORD
                 MOVE NEW-ID TO BRD-ID
                 MOVE NEW-WIDTH TO BRD-WIDTH
                 MOVE STAR-COUNT TO BRD-MINES
                 MOVE NEW-HEIGHT TO BRD-HEIGHT
                 WRITE BOARD-HEADER-RECORD
                 PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > NEW-HEIGHT
                         PERFORM VARYING X FROM 1 BY 1 UNTIL X >
                            NEW-WIDTH
                                 MOVE GRID-CELL(Y, X) TO BRD-CELL
                                 WRITE BOARD-CELL-RECORD
                         END-PERFORM
                         NOT AT END
                            IF SCORE-TAG EQUAL "B" AND
                               SCORE-BOARD-ID NUMERIC AND
                               SCORE-BOARD-ID > 0 AND
                               SCORE-RESULT NOT EQUAL "V"
                               PERFORM TALLY-BOARD-PLAY
                            END-IF
                      END-READ
           END-IF.

       VALIDATE-ONE-BOARD.
           PERFORM TAKE-BOARD-HEADER.
           IF SAVE-WIDTH EQUAL 0 OR SAVE-WIDTH > 998 OR
              SAVE-HEIGHT EQUAL 0 OR SAVE-HEIGHT > 998
              DISPLAY "Board " SAVE-ID " BAD - size " SAVE-WIDTH
                 " x " SAVE-HEIGHT " is out of range."
           ELSE
              COMPUTE CELL-TOTAL = SAVE-WIDTH * SAVE-HEIGHT
              MOVE 0 TO CELL-COUNT
              MOVE 0 TO STAR-COUNT
              MOVE 0 TO BAD-CELLS
                          "."
                    ELSE
                       DISPLAY "Board " SAVE-ID " OK - size "
                          SAVE-WIDTH " x " SAVE-HEIGHT " with "
                          STAR-COUNT " mines."
                    END-IF
                 END-IF
              END-IF
           END-IF.

       NOGUESS-CHECK.
           MOVE 0 TO CHECK-ID.
           PERFORM UNTIL CHECK-ID > 0
                   DISPLAY "Board ID to check (1-9999) :"
                   ACCEPT CHECK-ID
           END-PERFORM.
           PERFORM LOAD-CHECK-BOARD.
           IF CHECK-LOADED EQUAL 1
              PERFORM COUNT-GRID-NUMBERS
              MOVE 0 TO OPEN-X
              DISPLAY "Opening cell X (0 to try every empty cell) :"
              ACCEPT OPEN-X
              IF OPEN-X > 0
                 MOVE 0 TO OPEN-Y
                 PERFORM UNTIL OPEN-Y > 0 AND OPEN-Y NOT > SAVE-HEIGHT
                         DISPLAY "Opening cell Y (1-" SAVE-HEIGHT ") :"
                         ACCEPT OPEN-Y
                 END-PERFORM
                 IF OPEN-X > SAVE-WIDTH
                    DISPLAY "Board " SAVE-ID " is only " SAVE-WIDTH
                       " cells wide."
                 ELSE
                    PERFORM CHECK-ONE-OPENING
                 END-IF
              ELSE
                 PERFORM CHECK-EVERY-OPENING
              END-IF
           END-IF.

       LOAD-CHECK-BOARD.
           MOVE 0 TO CHECK-LOADED.
           OPEN INPUT BOARDS-FILE.
           IF FS-BOARDS NOT EQUAL "00" AND FS-BOARDS NOT EQUAL "05"
              DISPLAY "Could not open BOARDS.DAT - status " FS-BOARDS
           ELSE
              MOVE 0 TO BOARDS-EOF
              PERFORM UNTIL BOARDS-EOF EQUAL 1 OR CHECK-LOADED EQUAL 1
                      READ BOARDS-FILE
                         AT END
                            MOVE 1 TO BOARDS-EOF
                         NOT AT END
                            PERFORM TAKE-BOARD-HEADER
                            IF BRD-ID EQUAL CHECK-ID
                               PERFORM READ-CHECK-CELLS
                            ELSE
                               PERFORM SKIP-BOARD-CELLS
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE BOARDS-FILE
              IF CHECK-LOADED EQUAL 0
                 DISPLAY "Board " CHECK-ID " is not in the library "
                    "or is damaged - run (V)alidate."
              END-IF
           END-IF.

       READ-CHECK-CELLS.
           IF SAVE-WIDTH EQUAL 0 OR SAVE-WIDTH > 998 OR
              SAVE-HEIGHT EQUAL 0 OR SAVE-HEIGHT > 998
              MOVE 1 TO BOARDS-EOF
           ELSE
              MOVE 0 TO STAR-COUNT
              MOVE 0 TO SHORT-BOARD
              PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > SAVE-HEIGHT OR
                 SHORT-BOARD EQUAL 1
                      PERFORM VARYING X FROM 1 BY 1 UNTIL
                         X > SAVE-WIDTH OR SHORT-BOARD EQUAL 1
                              READ BOARDS-FILE
                                 AT END
                                    MOVE 1 TO SHORT-BOARD
                                 NOT AT END
                                    MOVE BRD-CELL TO GRID-CELL(Y, X)
                                    IF BRD-CELL EQUAL "*"
                                       ADD 1 TO STAR-COUNT
                                    END-IF
                              END-READ
                      END-PERFORM
              END-PERFORM
              IF SHORT-BOARD EQUAL 1
                 MOVE 1 TO BOARDS-EOF
              ELSE
                 MOVE 1 TO CHECK-LOADED
              END-IF
           END-IF.

       COUNT-GRID-NUMBERS.
           MOVE 0 TO ZERO-CELLS.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > SAVE-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > SAVE-WIDTH
                           MOVE 0 TO NUM-CELL(Y, X)
                           MOVE 0 TO TRIED-CELL(Y, X)
                           IF GRID-CELL(Y, X) NOT EQUAL "*"
                              PERFORM COUNT-ONE-CELL
                              IF NUM-CELL(Y, X) EQUAL 0
                                 ADD 1 TO ZERO-CELLS
                              END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM.

       COUNT-ONE-CELL.
           MOVE 0 TO MINE-COUNTER.
           PERFORM SET-NEIGHBOR-BOUNDS.
           PERFORM VARYING CURR-Y FROM YY BY 1 UNTIL CURR-Y > MAX-Y
                   PERFORM VARYING CURR-X FROM XX BY 1 UNTIL
                      CURR-X > MAX-X
                           IF GRID-CELL(CURR-Y, CURR-X) EQUAL "*"
                              ADD 1 TO MINE-COUNTER
                           END-IF
                   END-PERFORM
           END-PERFORM.
           MOVE MINE-COUNTER TO NUM-CELL(Y, X).

       SET-NEIGHBOR-BOUNDS.
           COMPUTE XX = X - 1.
           IF XX < 1
              MOVE 1 TO XX
           END-IF.
           COMPUTE MAX-X = X + 1.
           IF MAX-X > SAVE-WIDTH
              MOVE SAVE-WIDTH TO MAX-X
           END-IF.
           COMPUTE YY = Y - 1.
           IF YY < 1
              MOVE 1 TO YY
           END-IF.
           COMPUTE MAX-Y = Y + 1.
           IF MAX-Y > SAVE-HEIGHT
              MOVE SAVE-HEIGHT TO MAX-Y
           END-IF.

       CHECK-ONE-OPENING.
           IF GRID-CELL(OPEN-Y, OPEN-X) EQUAL "*"
              DISPLAY "Board " SAVE-ID " FAIL - the opening cell ("
                 OPEN-X "," OPEN-Y ") is a mine."
           ELSE
              IF NUM-CELL(OPEN-Y, OPEN-X) > 0
                 DISPLAY "Note - the opening cell touches "
                    NUM-CELL(OPEN-Y, OPEN-X) " mine(s), so it opens "
                    "a single number."
              END-IF
              PERFORM SOLVE-FROM-OPENING
              IF CHECK-PASSED EQUAL 1
                 DISPLAY "Board " SAVE-ID " PASS - no guess needed "
                    "when opened at (" OPEN-X "," OPEN-Y ")."
              ELSE
                 DISPLAY "Board " SAVE-ID " FAIL - opened at ("
                    OPEN-X "," OPEN-Y ") logic stops with "
                    UNSOLVED-CELLS " safe cells still undecided."
              END-IF
           END-IF.

       CHECK-EVERY-OPENING.
           MOVE 0 TO CHECK-PASSED.
           IF ZERO-CELLS EQUAL 0
              DISPLAY "Board " SAVE-ID " FAIL - every free cell "
                 "touches a mine, so there is no safe opening."
           ELSE
              MOVE 1 TO OPEN-Y
              PERFORM UNTIL OPEN-Y > SAVE-HEIGHT OR CHECK-PASSED
                 EQUAL 1
                      MOVE 1 TO OPEN-X
                      PERFORM UNTIL OPEN-X > SAVE-WIDTH OR
                         CHECK-PASSED EQUAL 1
                              IF GRID-CELL(OPEN-Y, OPEN-X) NOT EQUAL
                                 "*" AND NUM-CELL(OPEN-Y, OPEN-X)
                                 EQUAL 0 AND TRIED-CELL(OPEN-Y, OPEN-X)
                                 EQUAL 0
                                 PERFORM SOLVE-FROM-OPENING
                                 IF CHECK-PASSED EQUAL 0
                                    PERFORM MARK-TRIED-CELLS
                                 END-IF
                              END-IF
                              IF CHECK-PASSED EQUAL 0
                                 ADD 1 TO OPEN-X
                              END-IF
                      END-PERFORM
                      IF CHECK-PASSED EQUAL 0
                         ADD 1 TO OPEN-Y
                      END-IF
              END-PERFORM
              IF CHECK-PASSED EQUAL 1
                 DISPLAY "Board " SAVE-ID " PASS - no guess needed "
                    "when opened at (" OPEN-X "," OPEN-Y ")."
              ELSE
                 DISPLAY "Board " SAVE-ID " FAIL - every empty "
                    "opening leaves a position that needs a guess."
              END-IF
           END-IF.

       MARK-TRIED-CELLS.
           PERFORM VARYING CURR-Y FROM 1 BY 1 UNTIL
              CURR-Y > SAVE-HEIGHT
                   PERFORM VARYING CURR-X FROM 1 BY 1 UNTIL
                      CURR-X > SAVE-WIDTH
                           IF VIS-CELL(CURR-Y, CURR-X) EQUAL 1 AND
                              NUM-CELL(CURR-Y, CURR-X) EQUAL 0
                              MOVE 1 TO TRIED-CELL(CURR-Y, CURR-X)
                           END-IF
                   END-PERFORM
           END-PERFORM.

       SOLVE-FROM-OPENING.
           PERFORM VARYING CURR-Y FROM 1 BY 1 UNTIL
              CURR-Y > SAVE-HEIGHT
                   PERFORM VARYING CURR-X FROM 1 BY 1 UNTIL
                      CURR-X > SAVE-WIDTH
                           MOVE 0 TO VIS-CELL(CURR-Y, CURR-X)
                   END-PERFORM
           END-PERFORM.
           COMPUTE SOLVE-TARGET = SAVE-WIDTH * SAVE-HEIGHT - STAR-COUNT.
           MOVE 0 TO REVEALED-COUNT.
           MOVE 0 TO CHECK-PASSED.
           MOVE OPEN-X TO SAFE-X.
           MOVE OPEN-Y TO SAFE-Y.
           PERFORM SOLVER-OPEN-CELL.
           MOVE 1 TO SOLVE-PROGRESS.
           PERFORM UNTIL SOLVE-PROGRESS EQUAL 0 OR
              REVEALED-COUNT EQUAL SOLVE-TARGET
                   PERFORM SOLVE-ONE-PASS
           END-PERFORM.
           IF REVEALED-COUNT EQUAL SOLVE-TARGET
              MOVE 1 TO CHECK-PASSED
              MOVE 0 TO UNSOLVED-CELLS
           ELSE
              COMPUTE UNSOLVED-CELLS = SOLVE-TARGET - REVEALED-COUNT
           END-IF.

       SOLVE-ONE-PASS.
           MOVE 0 TO SOLVE-PROGRESS.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > SAVE-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > SAVE-WIDTH
                           IF VIS-CELL(Y, X) EQUAL 1 AND
                              NUM-CELL(Y, X) > 0
                              MOVE 1 TO SOLVE-CELL-MORE
                              PERFORM UNTIL SOLVE-CELL-MORE EQUAL 0
                                      PERFORM SOLVE-ONE-CELL
                              END-PERFORM
                           END-IF
                   END-PERFORM
           END-PERFORM.

       SOLVE-ONE-CELL.
           MOVE 0 TO SOLVE-CELL-MORE.
           MOVE 0 TO SAFE-FOUND.
           MOVE 0 TO MINE-X.
           MOVE 0 TO MINE-Y.
           PERFORM JUDGE-CELL.
           IF SAFE-FOUND EQUAL 0 AND MINE-X EQUAL 0 AND
              UNKNOWN-NEIGHBORS > 0
              PERFORM JUDGE-PAIR-CELL
           END-IF.
           IF SAFE-FOUND EQUAL 1
              PERFORM SOLVER-OPEN-CELL
              MOVE 1 TO SOLVE-CELL-MORE
              MOVE 1 TO SOLVE-PROGRESS
           ELSE
              IF MINE-X > 0
                 MOVE 2 TO VIS-CELL(MINE-Y, MINE-X)
                 MOVE 1 TO SOLVE-CELL-MORE
                 MOVE 1 TO SOLVE-PROGRESS
              END-IF
           END-IF.

       JUDGE-CELL.
           MOVE 0 TO FLAG-NEIGHBORS.
           MOVE 0 TO UNKNOWN-NEIGHBORS.
           MOVE 0 TO CAND-X.
           MOVE 0 TO CAND-Y.
           PERFORM SET-NEIGHBOR-BOUNDS.
           PERFORM VARYING CURR-Y FROM YY BY 1 UNTIL CURR-Y > MAX-Y
                   PERFORM VARYING CURR-X FROM XX BY 1 UNTIL
                      CURR-X > MAX-X
                           IF VIS-CELL(CURR-Y, CURR-X) EQUAL 2
                              ADD 1 TO FLAG-NEIGHBORS
                           ELSE
                              IF VIS-CELL(CURR-Y, CURR-X) EQUAL 0
                                 ADD 1 TO UNKNOWN-NEIGHBORS
                                 IF CAND-X EQUAL 0
                                    MOVE CURR-X TO CAND-X
                                    MOVE CURR-Y TO CAND-Y
                                 END-IF
                              END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM.

           IF UNKNOWN-NEIGHBORS > 0
              IF NUM-CELL(Y, X) EQUAL FLAG-NEIGHBORS
                 MOVE CAND-X TO SAFE-X
                 MOVE CAND-Y TO SAFE-Y
                 MOVE 1 TO SAFE-FOUND
              ELSE
                 IF NUM-CELL(Y, X) EQUAL FLAG-NEIGHBORS +
                    UNKNOWN-NEIGHBORS
                    MOVE CAND-X TO MINE-X
                    MOVE CAND-Y TO MINE-Y
                 END-IF
              END-IF
           END-IF.

       JUDGE-PAIR-CELL.
           COMPUTE PAIR-A-NEED = NUM-CELL(Y, X) - FLAG-NEIGHBORS.
           MOVE UNKNOWN-NEIGHBORS TO PAIR-A-UNKNOWN.

           IF X < 3
              MOVE 1 TO PAIR-MIN-X
           ELSE
              COMPUTE PAIR-MIN-X = X - 2
           END-IF.
           COMPUTE PAIR-MAX-X = X + 2.
           IF PAIR-MAX-X > SAVE-WIDTH
              MOVE SAVE-WIDTH TO PAIR-MAX-X
           END-IF.
           IF Y < 3
              MOVE 1 TO PAIR-MIN-Y
           ELSE
              COMPUTE PAIR-MIN-Y = Y - 2
           END-IF.
           COMPUTE PAIR-MAX-Y = Y + 2.
           IF PAIR-MAX-Y > SAVE-HEIGHT
              MOVE SAVE-HEIGHT TO PAIR-MAX-Y
           END-IF.

           PERFORM VARYING PAIR-Y FROM PAIR-MIN-Y BY 1 UNTIL
              PAIR-Y > PAIR-MAX-Y OR SAFE-FOUND EQUAL 1 OR
              MINE-X > 0
                   PERFORM VARYING PAIR-X FROM PAIR-MIN-X BY 1 UNTIL
                      PAIR-X > PAIR-MAX-X OR SAFE-FOUND EQUAL 1 OR
                      MINE-X > 0
                           IF NOT (PAIR-X = X AND PAIR-Y = Y)
                              IF VIS-CELL(PAIR-Y, PAIR-X) EQUAL 1 AND
                                 NUM-CELL(PAIR-Y, PAIR-X) > 0
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
           IF SCAN-MAX-X > SAVE-WIDTH
              MOVE SAVE-WIDTH TO SCAN-MAX-X
           END-IF.
           COMPUTE SCAN-MIN-Y = PAIR-Y - 1.
           IF SCAN-MIN-Y < 1
              MOVE 1 TO SCAN-MIN-Y
           END-IF.
           COMPUTE SCAN-MAX-Y = PAIR-Y + 1.
           IF SCAN-MAX-Y > SAVE-HEIGHT
              MOVE SAVE-HEIGHT TO SCAN-MAX-Y
           END-IF.

           PERFORM VARYING SCAN-Y FROM SCAN-MIN-Y BY 1 UNTIL
              SCAN-Y > SCAN-MAX-Y
                   PERFORM VARYING SCAN-X FROM SCAN-MIN-X BY 1 UNTIL
                      SCAN-X > SCAN-MAX-X
                           IF VIS-CELL(SCAN-Y, SCAN-X) EQUAL 2
                              ADD 1 TO PAIR-B-FLAGS
                           ELSE
                              IF VIS-CELL(SCAN-Y, SCAN-X) EQUAL 0
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
              COMPUTE PAIR-DIFF = NUM-CELL(PAIR-Y, PAIR-X) -
                 PAIR-B-FLAGS - PAIR-A-NEED
              IF PAIR-DIFF EQUAL 0
                 MOVE PAIR-CAND-X TO SAFE-X
                 MOVE PAIR-CAND-Y TO SAFE-Y
                 MOVE 1 TO SAFE-FOUND
              ELSE
                 IF PAIR-DIFF EQUAL PAIR-OUTSIDE
                    MOVE PAIR-CAND-X TO MINE-X
                    MOVE PAIR-CAND-Y TO MINE-Y
                 END-IF
              END-IF
           END-IF.

       SOLVER-OPEN-CELL.
           IF VIS-CELL(SAFE-Y, SAFE-X) EQUAL 0
              MOVE 1 TO VIS-CELL(SAFE-Y, SAFE-X)
              ADD 1 TO REVEALED-COUNT
              IF NUM-CELL(SAFE-Y, SAFE-X) EQUAL 0
                 PERFORM FLOOD-REVEAL
              END-IF
           END-IF.

       FLOOD-REVEAL.
           MOVE 0 TO FLOOD-TOP.
           MOVE SAFE-X TO FLOOD-PUSH-X.
           MOVE SAFE-Y TO FLOOD-PUSH-Y.
           PERFORM FLOOD-PUSH-NEIGHBORS.
           PERFORM UNTIL FLOOD-TOP EQUAL 0
                   MOVE FLOOD-X(FLOOD-TOP) TO FLOOD-PUSH-X
                   MOVE FLOOD-Y(FLOOD-TOP) TO FLOOD-PUSH-Y
                   SUBTRACT 1 FROM FLOOD-TOP
                   IF NUM-CELL(FLOOD-PUSH-Y, FLOOD-PUSH-X) EQUAL 0
                      PERFORM FLOOD-PUSH-NEIGHBORS
                   END-IF
           END-PERFORM.

       FLOOD-PUSH-NEIGHBORS.
           COMPUTE SCAN-MIN-X = FLOOD-PUSH-X - 1.
           IF SCAN-MIN-X < 1
              MOVE 1 TO SCAN-MIN-X
           END-IF.
           COMPUTE SCAN-MAX-X = FLOOD-PUSH-X + 1.
           IF SCAN-MAX-X > SAVE-WIDTH
              MOVE SAVE-WIDTH TO SCAN-MAX-X
           END-IF.
           COMPUTE SCAN-MIN-Y = FLOOD-PUSH-Y - 1.
           IF SCAN-MIN-Y < 1
              MOVE 1 TO SCAN-MIN-Y
           END-IF.
           COMPUTE SCAN-MAX-Y = FLOOD-PUSH-Y + 1.
           IF SCAN-MAX-Y > SAVE-HEIGHT
              MOVE SAVE-HEIGHT TO SCAN-MAX-Y
           END-IF.

           PERFORM VARYING SCAN-Y FROM SCAN-MIN-Y BY 1 UNTIL
              SCAN-Y > SCAN-MAX-Y
                   PERFORM VARYING SCAN-X FROM SCAN-MIN-X BY 1 UNTIL
                      SCAN-X > SCAN-MAX-X
                           IF VIS-CELL(SCAN-Y, SCAN-X) EQUAL 0 AND
                              GRID-CELL(SCAN-Y, SCAN-X) NOT EQUAL "*"
                              MOVE 1 TO VIS-CELL(SCAN-Y, SCAN-X)
                              ADD 1 TO REVEALED-COUNT
                              ADD 1 TO FLOOD-TOP
                              MOVE SCAN-X TO FLOOD-X(FLOOD-TOP)
                              MOVE SCAN-Y TO FLOOD-Y(FLOOD-TOP)
                           END-IF
                   END-PERFORM
           END-PERFORM.
