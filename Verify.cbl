       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WIN-VERIFY.
       AUTHOR. Thibaut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCORES-FILE ASSIGN TO "SCORES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SCORES.
           SELECT OPTIONAL MOVE-LOG-FILE ASSIGN TO "MOVELOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MOVELOG.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "BOARDHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-HISTORY.
           SELECT SORTED-SCORES-FILE ASSIGN TO "VFYSCORE.SRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SORTED-SCORES.
           SELECT SORTED-LOG-FILE ASSIGN TO "VFYLOG.SRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SORTED-LOG.
           SELECT SORTED-HISTORY-FILE ASSIGN TO "VFYHIST.SRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SORTED-HISTORY.
           SELECT SCORE-SORT-FILE ASSIGN TO "VFYSCORE.WRK".
           SELECT LOG-SORT-FILE ASSIGN TO "VFYLOG.WRK".
           SELECT HISTORY-SORT-FILE ASSIGN TO "VFYHIST.WRK".
           SELECT VERIFY-REPORT-FILE ASSIGN TO "VERIFY.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.
           SELECT OPTIONAL STEP-COUNT-FILE ASSIGN TO "STEPCOUNT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STEP-COUNT.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORES-FILE.
       01 SCORE-INPUT-RECORD    PIC X(71).

       FD  MOVE-LOG-FILE.
       01 MOVE-LOG-INPUT-RECORD PIC X(46).

       FD  HISTORY-FILE.
       01 HISTORY-INPUT-RECORD  PIC X(49).

       SD  SCORE-SORT-FILE.
       01 SCORE-SORT-RECORD.
          05 FILLER             PIC X(38).
          05 SSK-GAME-ID        PIC X(16).
          05 FILLER             PIC X(17).

       SD  LOG-SORT-FILE.
       01 LOG-SORT-RECORD.
          05 FILLER             PIC X(30).
          05 SLK-GAME-ID        PIC X(16).

       SD  HISTORY-SORT-FILE.
       01 HISTORY-SORT-RECORD.
          05 SHK-GAME-ID        PIC X(16).
          05 FILLER             PIC X(33).

       FD  SORTED-SCORES-FILE.
       01 SCORE-RECORD.
          05 SCORE-DATE         PIC 9(8).
          05 FILLER             PIC X.
          05 SCORE-GAME-WIDTH   PIC 9(3).
          05 FILLER             PIC X.
          05 SCORE-MINE-NUMBER  PIC 9(3).
          05 FILLER             PIC X.
          05 SCORE-RESULT       PIC X.
          05 FILLER             PIC X.
          05 SCORE-MOVES        PIC 9(6).
          05 FILLER             PIC X.
          05 SCORE-ELAPSED      PIC 9(6).
          05 FILLER             PIC X.
          05 SCORE-PLAYER-ID    PIC 9(4).
          05 FILLER             PIC X.
          05 SCORE-GAME-ID      PIC 9(16).
          05 FILLER             PIC X.
          05 SCORE-HINTS        PIC 9(3).
          05 FILLER             PIC X.
          05 SCORE-TAG          PIC X.
          05 FILLER             PIC X.
          05 SCORE-BOARD-ID     PIC 9(4).
          05 FILLER             PIC X.
          05 SCORE-GAME-HEIGHT  PIC 9(3).
          05 FILLER             PIC X.
          05 SCORE-CORRECTED    PIC X.

       FD  SORTED-LOG-FILE.
       01 MOVE-LOG-RECORD.
          05 LOG-TIME           PIC 9(8).
          05 FILLER             PIC X.
          05 LOG-ACTION         PIC X.
          05 FILLER             PIC X.
          05 LOG-X              PIC 9(3).
          05 FILLER             PIC X.
          05 LOG-Y              PIC 9(3).
          05 FILLER             PIC X.
          05 LOG-CASE           PIC X.
          05 FILLER             PIC X.
          05 LOG-CASE-NUMBER    PIC 9.
          05 FILLER             PIC X.
          05 LOG-PLAYER         PIC 9.
          05 FILLER             PIC X.
          05 LOG-PLAYER-ID      PIC 9(4).
          05 FILLER             PIC X.
          05 LOG-GAME-ID        PIC 9(16).

       FD  SORTED-HISTORY-FILE.
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

       FD  VERIFY-REPORT-FILE.
       01 VERIFY-REPORT-RECORD  PIC X(80).

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
       01 FS-HISTORY            PIC XX.
       01 FS-REPORT             PIC XX.
       01 FS-SORTED-SCORES      PIC XX.
       01 FS-SORTED-LOG         PIC XX.
       01 FS-SORTED-HISTORY     PIC XX.
       01 FS-STEP-COUNT         PIC XX.
       01 SCORES-EOF            PIC 9.
       01 MOVELOG-EOF           PIC 9.
       01 HISTORY-EOF           PIC 9.

       01 GAME-WIDTH            PIC 9(3) VALUE 0.
       01 GAME-HEIGHT           PIC 9(3) VALUE 0.
       01 SCORE-HEIGHT          PIC 9(3) VALUE 0.
       01 MINE-NUMBER           PIC 9(3) VALUE 0.
       01 TOTAL-CELLS           PIC 9(6).
       01 CLEAR-WIDTH           PIC 9(3) VALUE 0.
       01 CLEAR-HEIGHT          PIC 9(3) VALUE 0.

       01 GAME-TABLE.
          05 X-COLUMNS OCCURS 999 TIMES.
             10 Y-COLUMNS OCCURS 999 TIMES.
                15 CASE         PIC X    VALUE "-".

       01 GAME-NUMBER-TABLE.
          05 X-NUMBER OCCURS 999 TIMES.
             10 Y-COLUMNS OCCURS 999 TIMES.
                15 CASE-NUMBER  PIC 9.

       01 GAME-VIS-TABLE.
          05 X-VIS OCCURS 999 TIMES.
             10 Y-VIS OCCURS 999 TIMES.
                15 CASE-VIS     PIC 9    VALUE 0.

       01 X                     PIC 9(3).
       01 XX                    PIC 9(3).
       01 CURR-X                PIC 9(3).
       01 USER-X                PIC 9(3).
       01 USER-ACTION           PIC X.
       01 Y                     PIC 9(3).
       01 YY                    PIC 9(3).
       01 CURR-Y                PIC 9(3).
       01 USER-Y                PIC 9(3).
       01 MAX-X                 PIC 9(3).
       01 MAX-Y                 PIC 9(3).
       01 MINE-COUNTER          PIC 9(3).
       01 FLOOD-PUSH-X          PIC 9(3).
       01 FLOOD-PUSH-Y          PIC 9(3).
       01 FLOOD-TOP             PIC 9(6) VALUE 0.
       01 FLOOD-STACK.
          05 FLOOD-ENTRY OCCURS 998001 TIMES.
             10 FLOOD-X         PIC 9(3).
             10 FLOOD-Y         PIC 9(3).

       01 UNDO-AVAIL            PIC 9    VALUE 0.
       01 UNDO-ACTION           PIC X.
       01 UNDO-X                PIC 9(3).
       01 UNDO-Y                PIC 9(3).
       01 UNDO-REVEALED         PIC 9.
       01 REVEALED-COUNT        PIC 9(6).
       01 UNVISITED-COUNT       PIC 9(6).

       01 LAYOUT-FOUND          PIC 9.
       01 LAYOUT-MINES          PIC 9(3).
       01 LOGGED-MOVES          PIC 9(6).
       01 LOGGED-HINTS          PIC 9(6).
       01 TWO-PLAYER-GAME       PIC 9.
       01 WON-STEP              PIC 9(6).
       01 LOST-STEP             PIC 9(6).
       01 MOVES-AFTER-END       PIC 9(6).
       01 REPLAY-RESULT         PIC X.

       01 SCORES-SORTED         PIC 9    VALUE 0.
       01 LOG-SORTED            PIC 9    VALUE 0.
       01 HISTORY-SORTED        PIC 9    VALUE 0.
       01 SORTED-NAME           PIC X(12).
       01 LOADED-GAME-ID        PIC 9(16) VALUE 0.
       01 GAME-LOG-COUNT        PIC 9(6) VALUE 0.
       01 GAME-LOG-DROPPED      PIC 9(6) VALUE 0.
       01 GAME-LOG-IX           PIC 9(6).
       01 GAME-LOG-TABLE.
          05 GAME-LOG-ENTRY OCCURS 999999 TIMES.
             10 GL-ACTION       PIC X.
             10 GL-X            PIC 9(3).
             10 GL-Y            PIC 9(3).
             10 GL-PLAYER       PIC 9.

       01 SCORE-TOTAL           PIC 9(6) VALUE 0.
       01 GAMES-REPLAYED        PIC 9(6) VALUE 0.
       01 WINS-CONFIRMED        PIC 9(6) VALUE 0.
       01 SUSPECT-WINS          PIC 9(6) VALUE 0.
       01 RESULT-MISMATCHES     PIC 9(6) VALUE 0.
       01 MOVES-MISMATCHES      PIC 9(6) VALUE 0.
       01 HINTS-MISMATCHES      PIC 9(6) VALUE 0.
       01 LAYOUT-MISMATCHES     PIC 9(6) VALUE 0.
       01 LATE-MOVE-GAMES       PIC 9(6) VALUE 0.
       01 TIME-FORFEITS         PIC 9(6) VALUE 0.
       01 UNVERIFIED-WINS       PIC 9(6) VALUE 0.
       01 NO-LAYOUT-SCORES      PIC 9(6) VALUE 0.
       01 EARLY-WINS            PIC 9(6) VALUE 0.
       01 FIRST-LAYOUT-ID       PIC 9(16) VALUE 0.
       01 LEGACY-SCORES         PIC 9(6) VALUE 0.
       01 CORRECTED-SCORES      PIC 9(6) VALUE 0.
       01 EXCEPTION-COUNT       PIC 9(6) VALUE 0.

       01 REPORT-LINE.
          05 RPT-TAG            PIC X(18).
          05 FILLER             PIC X     VALUE SPACE.
          05 RPT-GAME-ID        PIC 9(16).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-DETAIL         PIC X(44).
       01 DETAIL-TEXT.
          05 DTL-LABEL-1        PIC X(8).
          05 DTL-VALUE-1        PIC ZZZZZ9.
          05 DTL-LABEL-2        PIC X(8).
          05 DTL-VALUE-2        PIC ZZZZZ9.
          05 DTL-LABEL-3        PIC X(8).
          05 DTL-VALUE-3        PIC ZZZZZ9.
          05 FILLER             PIC X(16) VALUE SPACE.
       01 RESULT-TEXT.
          05 FILLER             PIC X(7)  VALUE "SCORE=".
          05 RT-SCORE-RESULT    PIC X.
          05 FILLER             PIC X(9)  VALUE " REPLAY=".
          05 RT-REPLAY-RESULT   PIC X(10).
          05 FILLER             PIC X(17) VALUE SPACE.

       PROCEDURE DIVISION.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           IF FS-REPORT NOT EQUAL "00"
              DISPLAY "Could not open VERIFY.RPT - status " FS-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM SORT-INPUT-FILES.
           PERFORM VERIFY-SCORES.
           PERFORM WRITE-SUMMARY.

           CLOSE VERIFY-REPORT-FILE.
           PERFORM DELETE-SORTED-FILES.
           PERFORM WRITE-STEP-COUNTS.
           IF EXCEPTION-COUNT > 0 OR UNVERIFIED-WINS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SORT-INPUT-FILES.
           OPEN INPUT SCORES-FILE.
           IF FS-SCORES NOT EQUAL "00" AND FS-SCORES NOT EQUAL "05"
              DISPLAY "Could not open SCORES.DAT - status " FS-SCORES
              PERFORM ABANDON-RUN
           END-IF.
           IF FS-SCORES EQUAL "00"
              MOVE 1 TO SCORES-SORTED
           END-IF.
           CLOSE SCORES-FILE.
           OPEN INPUT MOVE-LOG-FILE.
           IF FS-MOVELOG NOT EQUAL "00" AND FS-MOVELOG NOT EQUAL "05"
              DISPLAY "Could not open MOVELOG.DAT - status " FS-MOVELOG
              PERFORM ABANDON-RUN
           END-IF.
           IF FS-MOVELOG EQUAL "00"
              MOVE 1 TO LOG-SORTED
           END-IF.
           CLOSE MOVE-LOG-FILE.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY EQUAL "00"
              MOVE 1 TO HISTORY-SORTED
           END-IF.
           IF FS-HISTORY EQUAL "00" OR FS-HISTORY EQUAL "05"
              CLOSE HISTORY-FILE
           END-IF.

           IF SCORES-SORTED EQUAL 1
              SORT SCORE-SORT-FILE
                 ON ASCENDING KEY SSK-GAME-ID
                 WITH DUPLICATES IN ORDER
                 USING SCORES-FILE
                 GIVING SORTED-SCORES-FILE
              IF SORT-RETURN NOT EQUAL 0
                 DISPLAY "Could not sort SCORES.DAT by game"
                 PERFORM ABANDON-RUN
              END-IF
           END-IF.
           IF LOG-SORTED EQUAL 1
              SORT LOG-SORT-FILE
                 ON ASCENDING KEY SLK-GAME-ID
                 WITH DUPLICATES IN ORDER
                 USING MOVE-LOG-FILE
                 GIVING SORTED-LOG-FILE
              IF SORT-RETURN NOT EQUAL 0
                 DISPLAY "Could not sort MOVELOG.DAT by game"
                 PERFORM ABANDON-RUN
              END-IF
           END-IF.
           IF HISTORY-SORTED EQUAL 1
              SORT HISTORY-SORT-FILE
                 ON ASCENDING KEY SHK-GAME-ID
                 WITH DUPLICATES IN ORDER
                 USING HISTORY-FILE
                 GIVING SORTED-HISTORY-FILE
              IF SORT-RETURN NOT EQUAL 0
                 DISPLAY "Could not sort BOARDHIST.DAT by game"
                 PERFORM ABANDON-RUN
              END-IF
           END-IF.

       VERIFY-SCORES.
           MOVE 1 TO SCORES-EOF.
           MOVE 1 TO MOVELOG-EOF.
           MOVE 1 TO HISTORY-EOF.
           IF SCORES-SORTED EQUAL 1
              OPEN INPUT SORTED-SCORES-FILE
              IF FS-SORTED-SCORES NOT EQUAL "00"
                 DISPLAY "Could not open VFYSCORE.SRT - status "
                    FS-SORTED-SCORES
                 PERFORM ABANDON-RUN
              END-IF
              MOVE 0 TO SCORES-EOF
           END-IF.
           IF LOG-SORTED EQUAL 1
              OPEN INPUT SORTED-LOG-FILE
              IF FS-SORTED-LOG NOT EQUAL "00"
                 DISPLAY "Could not open VFYLOG.SRT - status "
                    FS-SORTED-LOG
                 PERFORM ABANDON-RUN
              END-IF
              MOVE 0 TO MOVELOG-EOF
              PERFORM READ-SORTED-LOG
           END-IF.
           IF HISTORY-SORTED EQUAL 1
              OPEN INPUT SORTED-HISTORY-FILE
              IF FS-SORTED-HISTORY NOT EQUAL "00"
                 DISPLAY "Could not open VFYHIST.SRT - status "
                    FS-SORTED-HISTORY
                 PERFORM ABANDON-RUN
              END-IF
              MOVE 0 TO HISTORY-EOF
              PERFORM READ-SORTED-HISTORY
           END-IF.
           PERFORM UNTIL SCORES-EOF EQUAL 1
                   READ SORTED-SCORES-FILE
                      AT END
                         MOVE 1 TO SCORES-EOF
                      NOT AT END
                         ADD 1 TO SCORE-TOTAL
                         PERFORM VERIFY-ONE-SCORE
                   END-READ
           END-PERFORM.
           IF SCORES-SORTED EQUAL 1
              CLOSE SORTED-SCORES-FILE
           END-IF.
           IF LOG-SORTED EQUAL 1
              CLOSE SORTED-LOG-FILE
           END-IF.
           IF HISTORY-SORTED EQUAL 1
              CLOSE SORTED-HISTORY-FILE
           END-IF.

       READ-SORTED-LOG.
           READ SORTED-LOG-FILE
              AT END
                 MOVE 1 TO MOVELOG-EOF
           END-READ.

       READ-SORTED-HISTORY.
           READ SORTED-HISTORY-FILE
              AT END
                 MOVE 1 TO HISTORY-EOF
              NOT AT END
                 IF FIRST-LAYOUT-ID EQUAL 0 AND HIST-GAME-ID NUMERIC
                    MOVE HIST-GAME-ID TO FIRST-LAYOUT-ID
                 END-IF
           END-READ.

       ABANDON-RUN.
           CLOSE VERIFY-REPORT-FILE.
           PERFORM DELETE-SORTED-FILES.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       DELETE-SORTED-FILES.
           MOVE "VFYSCORE.SRT" TO SORTED-NAME.
           CALL "CBL_DELETE_FILE" USING SORTED-NAME.
           MOVE "VFYLOG.SRT" TO SORTED-NAME.
           CALL "CBL_DELETE_FILE" USING SORTED-NAME.
           MOVE "VFYHIST.SRT" TO SORTED-NAME.
           CALL "CBL_DELETE_FILE" USING SORTED-NAME.

       VERIFY-ONE-SCORE.
           IF SCORE-GAME-ID NOT NUMERIC OR SCORE-GAME-ID EQUAL 0
              ADD 1 TO LEGACY-SCORES
           ELSE
              IF SCORE-RESULT EQUAL "V" OR SCORE-CORRECTED EQUAL "C"
                 ADD 1 TO CORRECTED-SCORES
                 MOVE "CORRECTED - SKIP" TO RPT-TAG
                 MOVE SCORE-GAME-ID TO RPT-GAME-ID
                 MOVE SPACES TO RPT-DETAIL
                 STRING "RESULT " SCORE-RESULT
                    " SET BY SCORE CORRECTION"
                    DELIMITED BY SIZE INTO RPT-DETAIL
                 PERFORM WRITE-REPORT-LINE
              ELSE
                 PERFORM VERIFY-RECORDED-GAME
              END-IF
           END-IF.

       VERIFY-RECORDED-GAME.
           IF SCORE-GAME-ID NOT EQUAL LOADED-GAME-ID
              PERFORM LOAD-LAYOUT
              IF LAYOUT-FOUND EQUAL 1
                 PERFORM LOAD-GAME-LOG
              END-IF
              MOVE SCORE-GAME-ID TO LOADED-GAME-ID
           END-IF.
           IF LAYOUT-FOUND EQUAL 0
              ADD 1 TO NO-LAYOUT-SCORES
              IF SCORE-RESULT EQUAL "W" AND (FIRST-LAYOUT-ID EQUAL 0
                 OR SCORE-GAME-ID < FIRST-LAYOUT-ID)
                 ADD 1 TO EARLY-WINS
              END-IF
              IF SCORE-RESULT EQUAL "W" AND FIRST-LAYOUT-ID > 0 AND
                 SCORE-GAME-ID > FIRST-LAYOUT-ID
                 ADD 1 TO UNVERIFIED-WINS
                 MOVE "UNVERIFIED WIN" TO RPT-TAG
                 MOVE SCORE-GAME-ID TO RPT-GAME-ID
                 MOVE "NO STORED LAYOUT FOR THIS GAME" TO RPT-DETAIL
                 PERFORM WRITE-REPORT-LINE
              END-IF
           ELSE
              ADD 1 TO GAMES-REPLAYED
              PERFORM CHECK-LAYOUT-HEADER
              PERFORM CALCULATE-NUMBERS-SURROUNDING
              PERFORM REPLAY-LOGGED-MOVES
              PERFORM COMPARE-RESULT
              PERFORM COMPARE-MOVES
              PERFORM COMPARE-HINTS
           END-IF.

       LOAD-LAYOUT.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > CLEAR-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > CLEAR-WIDTH
                           MOVE "-" TO CASE(X, Y)
                           MOVE 0 TO CASE-VIS(X, Y)
                   END-PERFORM
           END-PERFORM.
           MOVE 0 TO LAYOUT-FOUND.
           MOVE 0 TO LAYOUT-MINES.
           PERFORM UNTIL HISTORY-EOF EQUAL 1 OR
              (HIST-GAME-ID NUMERIC AND
               HIST-GAME-ID NOT LESS THAN SCORE-GAME-ID)
                   PERFORM READ-SORTED-HISTORY
           END-PERFORM.
           PERFORM UNTIL HISTORY-EOF EQUAL 1 OR
              HIST-GAME-ID NOT NUMERIC OR
              HIST-GAME-ID NOT EQUAL SCORE-GAME-ID
                   PERFORM TAKE-LAYOUT-ROW
                   PERFORM READ-SORTED-HISTORY
           END-PERFORM.

       TAKE-LAYOUT-ROW.
           IF HIST-GAME-ID NUMERIC AND HIST-GAME-ID EQUAL SCORE-GAME-ID
              IF HIST-KIND EQUAL "H"
                 IF LAYOUT-FOUND EQUAL 0 AND HIST-WIDTH NUMERIC AND
                    HIST-WIDTH > 0 AND HIST-MINES NUMERIC
                    MOVE 1 TO LAYOUT-FOUND
                    MOVE HIST-WIDTH TO GAME-WIDTH
                    IF HIST-HEIGHT NUMERIC AND HIST-HEIGHT > 0
                       MOVE HIST-HEIGHT TO GAME-HEIGHT
                    ELSE
                       MOVE HIST-WIDTH TO GAME-HEIGHT
                    END-IF
                    MOVE HIST-MINES TO MINE-NUMBER
                    MOVE GAME-WIDTH TO CLEAR-WIDTH
                    MOVE GAME-HEIGHT TO CLEAR-HEIGHT
                 END-IF
              ELSE
                 IF HIST-CELL-KIND EQUAL "M" AND LAYOUT-FOUND EQUAL 1
                    AND HIST-CELL-X NUMERIC AND HIST-CELL-Y NUMERIC
                    AND HIST-CELL-X > 0 AND HIST-CELL-Y > 0 AND
                    HIST-CELL-X NOT GREATER THAN GAME-WIDTH AND
                    HIST-CELL-Y NOT GREATER THAN GAME-HEIGHT
                    IF CASE(HIST-CELL-X, HIST-CELL-Y) NOT EQUAL "*"
                       MOVE "*" TO CASE(HIST-CELL-X, HIST-CELL-Y)
                       ADD 1 TO LAYOUT-MINES
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-LAYOUT-HEADER.
           COMPUTE TOTAL-CELLS = GAME-WIDTH * GAME-HEIGHT.
           IF SCORE-GAME-HEIGHT NUMERIC AND SCORE-GAME-HEIGHT > 0
              MOVE SCORE-GAME-HEIGHT TO SCORE-HEIGHT
           ELSE
              MOVE SCORE-GAME-WIDTH TO SCORE-HEIGHT
           END-IF.
           IF SCORE-GAME-WIDTH NOT EQUAL GAME-WIDTH OR
              SCORE-HEIGHT NOT EQUAL GAME-HEIGHT OR
              SCORE-MINE-NUMBER NOT EQUAL MINE-NUMBER
              ADD 1 TO LAYOUT-MISMATCHES
              MOVE "LAYOUT MISMATCH" TO RPT-TAG
              MOVE SCORE-GAME-ID TO RPT-GAME-ID
              MOVE SPACES TO DETAIL-TEXT
              MOVE "WIDTH=" TO DTL-LABEL-1
              MOVE GAME-WIDTH TO DTL-VALUE-1
              MOVE " HEIGHT=" TO DTL-LABEL-2
              MOVE GAME-HEIGHT TO DTL-VALUE-2
              MOVE " MINES=" TO DTL-LABEL-3
              MOVE MINE-NUMBER TO DTL-VALUE-3
              MOVE DETAIL-TEXT TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.

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

       LOAD-GAME-LOG.
           MOVE 0 TO GAME-LOG-COUNT.
           MOVE 0 TO GAME-LOG-DROPPED.
           PERFORM UNTIL MOVELOG-EOF EQUAL 1 OR
              (LOG-GAME-ID NUMERIC AND
               LOG-GAME-ID NOT LESS THAN SCORE-GAME-ID)
                   PERFORM READ-SORTED-LOG
           END-PERFORM.
           PERFORM UNTIL MOVELOG-EOF EQUAL 1 OR
              LOG-GAME-ID NOT NUMERIC OR
              LOG-GAME-ID NOT EQUAL SCORE-GAME-ID
                   IF GAME-LOG-COUNT < 999999
                      ADD 1 TO GAME-LOG-COUNT
                      MOVE LOG-ACTION TO GL-ACTION(GAME-LOG-COUNT)
                      MOVE LOG-X TO GL-X(GAME-LOG-COUNT)
                      MOVE LOG-Y TO GL-Y(GAME-LOG-COUNT)
                      MOVE LOG-PLAYER TO GL-PLAYER(GAME-LOG-COUNT)
                   ELSE
                      ADD 1 TO GAME-LOG-DROPPED
                   END-IF
                   PERFORM READ-SORTED-LOG
           END-PERFORM.

       REPLAY-LOGGED-MOVES.
           MOVE 0 TO LOGGED-MOVES.
           MOVE 0 TO LOGGED-HINTS.
           MOVE 0 TO TWO-PLAYER-GAME.
           MOVE 0 TO WON-STEP.
           MOVE 0 TO LOST-STEP.
           MOVE 0 TO MOVES-AFTER-END.
           MOVE 0 TO REVEALED-COUNT.
           MOVE 0 TO UNDO-AVAIL.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > GAME-HEIGHT
                   PERFORM VARYING X FROM 1 BY 1 UNTIL X > GAME-WIDTH
                           MOVE 0 TO CASE-VIS(X, Y)
                   END-PERFORM
           END-PERFORM.
           PERFORM VARYING GAME-LOG-IX FROM 1 BY 1 UNTIL
              GAME-LOG-IX > GAME-LOG-COUNT
                   PERFORM REPLAY-ONE-ROW
           END-PERFORM.
           IF WON-STEP > 0
              MOVE "W" TO REPLAY-RESULT
           ELSE
              IF LOST-STEP > 0
                 MOVE "L" TO REPLAY-RESULT
              ELSE
                 MOVE "Q" TO REPLAY-RESULT
              END-IF
           END-IF.
           IF GAME-LOG-DROPPED > 0
              MOVE "MOVE LOG TOO LONG" TO RPT-TAG
              MOVE SCORE-GAME-ID TO RPT-GAME-ID
              MOVE SPACES TO DETAIL-TEXT
              MOVE "KEPT=" TO DTL-LABEL-1
              MOVE GAME-LOG-COUNT TO DTL-VALUE-1
              MOVE " EXTRA=" TO DTL-LABEL-2
              MOVE GAME-LOG-DROPPED TO DTL-VALUE-2
              MOVE DETAIL-TEXT TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.

       REPLAY-ONE-ROW.
           IF GL-PLAYER(GAME-LOG-IX) EQUAL 2
              MOVE 1 TO TWO-PLAYER-GAME
           END-IF.
           IF GL-ACTION(GAME-LOG-IX) EQUAL "H" OR
              GL-ACTION(GAME-LOG-IX) EQUAL "h"
              ADD 1 TO LOGGED-HINTS
           ELSE
              ADD 1 TO LOGGED-MOVES
              IF WON-STEP > 0 OR LOST-STEP > 0
                 ADD 1 TO MOVES-AFTER-END
              ELSE
                 MOVE GL-ACTION(GAME-LOG-IX) TO USER-ACTION
                 MOVE GL-X(GAME-LOG-IX) TO USER-X
                 MOVE GL-Y(GAME-LOG-IX) TO USER-Y
                 PERFORM APPLY-MOVE
              END-IF
           END-IF.

       APPLY-MOVE.
           IF USER-X NOT NUMERIC OR USER-Y NOT NUMERIC
              CONTINUE
           ELSE
              IF USER-X EQUAL 0 OR USER-Y EQUAL 0 OR USER-X >
                 GAME-WIDTH OR USER-Y > GAME-HEIGHT
                 CONTINUE
              ELSE
                 IF USER-ACTION EQUAL "U" OR USER-ACTION EQUAL "u"
                    PERFORM APPLY-UNDO
                 ELSE
                    PERFORM APPLY-OPEN-OR-FLAG
                 END-IF
              END-IF
           END-IF.

       APPLY-OPEN-OR-FLAG.
           MOVE 0 TO UNDO-AVAIL.
           MOVE 0 TO UNDO-REVEALED.
           IF USER-ACTION EQUAL "F" OR USER-ACTION EQUAL "f"
              IF CASE-VIS(USER-X, USER-Y) EQUAL 1
                 CONTINUE
              ELSE
                 IF CASE-VIS(USER-X, USER-Y) EQUAL 2
                    MOVE 0 TO CASE-VIS(USER-X, USER-Y)
                 ELSE
                    MOVE 2 TO CASE-VIS(USER-X, USER-Y)
                 END-IF
                 MOVE "F" TO UNDO-ACTION
                 MOVE USER-X TO UNDO-X
                 MOVE USER-Y TO UNDO-Y
                 MOVE 1 TO UNDO-AVAIL
              END-IF
           ELSE
              IF CASE-VIS(USER-X, USER-Y) NOT EQUAL 2
                 IF CASE-VIS(USER-X, USER-Y) EQUAL 0
                    MOVE 1 TO CASE-VIS(USER-X, USER-Y)
                    ADD 1 TO REVEALED-COUNT
                    MOVE 1 TO UNDO-REVEALED
                 END-IF
                 IF CASE(USER-X, USER-Y) EQUAL "*"
                    MOVE LOGGED-MOVES TO LOST-STEP
                 ELSE
                    IF CASE-NUMBER(USER-X, USER-Y) EQUAL 0
                       PERFORM FLOOD-REVEAL
                    ELSE
                       MOVE "O" TO UNDO-ACTION
                       MOVE USER-X TO UNDO-X
                       MOVE USER-Y TO UNDO-Y
                       MOVE 1 TO UNDO-AVAIL
                    END-IF
                    COMPUTE UNVISITED-COUNT =
                       TOTAL-CELLS - REVEALED-COUNT
                    IF UNVISITED-COUNT EQUAL MINE-NUMBER
                       MOVE LOGGED-MOVES TO WON-STEP
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APPLY-UNDO.
           IF UNDO-AVAIL EQUAL 1
              IF UNDO-ACTION EQUAL "F"
                 IF CASE-VIS(UNDO-X, UNDO-Y) EQUAL 2
                    MOVE 0 TO CASE-VIS(UNDO-X, UNDO-Y)
                 ELSE
                    IF CASE-VIS(UNDO-X, UNDO-Y) EQUAL 0
                       MOVE 2 TO CASE-VIS(UNDO-X, UNDO-Y)
                    END-IF
                 END-IF
              ELSE
                 IF UNDO-REVEALED EQUAL 1
                    MOVE 0 TO CASE-VIS(UNDO-X, UNDO-Y)
                    SUBTRACT 1 FROM REVEALED-COUNT
                 END-IF
              END-IF
              MOVE 0 TO UNDO-AVAIL
           END-IF.

       FLOOD-REVEAL.
           MOVE 0 TO FLOOD-TOP.
           MOVE USER-X TO FLOOD-PUSH-X.
           MOVE USER-Y TO FLOOD-PUSH-Y.
           PERFORM FLOOD-PUSH-NEIGHBORS.
           PERFORM UNTIL FLOOD-TOP EQUAL 0
                   MOVE FLOOD-X(FLOOD-TOP) TO FLOOD-PUSH-X
                   MOVE FLOOD-Y(FLOOD-TOP) TO FLOOD-PUSH-Y
                   SUBTRACT 1 FROM FLOOD-TOP
                   IF CASE-NUMBER(FLOOD-PUSH-X, FLOOD-PUSH-Y) EQUAL 0
                      PERFORM FLOOD-PUSH-NEIGHBORS
                   END-IF
           END-PERFORM.

       FLOOD-PUSH-NEIGHBORS.
           COMPUTE XX = FLOOD-PUSH-X - 1
           IF XX < 1
              MOVE 1 TO XX
           END-IF

           COMPUTE MAX-X = FLOOD-PUSH-X + 1
           IF MAX-X > GAME-WIDTH
              MOVE GAME-WIDTH TO MAX-X
           END-IF

           COMPUTE YY = FLOOD-PUSH-Y - 1
           IF YY < 1
              MOVE 1 TO YY
           END-IF

           COMPUTE MAX-Y = FLOOD-PUSH-Y + 1
           IF MAX-Y > GAME-HEIGHT
              MOVE GAME-HEIGHT TO MAX-Y
           END-IF

           PERFORM VARYING CURR-Y FROM YY BY 1 UNTIL CURR-Y > MAX-Y
                   PERFORM VARYING CURR-X FROM XX BY 1 UNTIL CURR-X >
                      MAX-X
                           IF NOT (CURR-X = FLOOD-PUSH-X AND
                              CURR-Y = FLOOD-PUSH-Y)
                              IF CASE-VIS(CURR-X, CURR-Y) EQUAL 0
                                 IF CASE(CURR-X, CURR-Y) NOT EQUAL "*"
                                    MOVE 1 TO CASE-VIS(CURR-X, CURR-Y)
                                    ADD 1 TO REVEALED-COUNT
                                    ADD 1 TO FLOOD-TOP
                                    MOVE CURR-X TO FLOOD-X(FLOOD-TOP)
                                    MOVE CURR-Y TO FLOOD-Y(FLOOD-TOP)
                                 END-IF
                              END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM.

       COMPARE-RESULT.
           MOVE SCORE-RESULT TO RT-SCORE-RESULT.
           IF REPLAY-RESULT EQUAL "W"
              MOVE "WIN" TO RT-REPLAY-RESULT
           ELSE
              IF REPLAY-RESULT EQUAL "L"
                 MOVE "MINE HIT" TO RT-REPLAY-RESULT
              ELSE
                 MOVE "UNFINISHED" TO RT-REPLAY-RESULT
              END-IF
           END-IF.
           IF SCORE-RESULT EQUAL "W"
              IF REPLAY-RESULT EQUAL "W"
                 ADD 1 TO WINS-CONFIRMED
              ELSE
                 ADD 1 TO SUSPECT-WINS
                 MOVE "SUSPECT WIN" TO RPT-TAG
                 MOVE SCORE-GAME-ID TO RPT-GAME-ID
                 MOVE RESULT-TEXT TO RPT-DETAIL
                 PERFORM WRITE-EXCEPTION
              END-IF
           ELSE
              IF SCORE-RESULT EQUAL "L" AND REPLAY-RESULT NOT EQUAL
                 "L" AND TWO-PLAYER-GAME EQUAL 1
                 ADD 1 TO TIME-FORFEITS
              ELSE
                 IF SCORE-RESULT NOT EQUAL REPLAY-RESULT
                    ADD 1 TO RESULT-MISMATCHES
                    MOVE "RESULT MISMATCH" TO RPT-TAG
                    MOVE SCORE-GAME-ID TO RPT-GAME-ID
                    MOVE RESULT-TEXT TO RPT-DETAIL
                    PERFORM WRITE-EXCEPTION
                 END-IF
              END-IF
           END-IF.
           IF MOVES-AFTER-END > 0
              ADD 1 TO LATE-MOVE-GAMES
              MOVE "MOVES AFTER END" TO RPT-TAG
              MOVE SCORE-GAME-ID TO RPT-GAME-ID
              MOVE SPACES TO DETAIL-TEXT
              MOVE "ENDED=" TO DTL-LABEL-1
              IF WON-STEP > 0
                 MOVE WON-STEP TO DTL-VALUE-1
              ELSE
                 MOVE LOST-STEP TO DTL-VALUE-1
              END-IF
              MOVE " LATER=" TO DTL-LABEL-2
              MOVE MOVES-AFTER-END TO DTL-VALUE-2
              MOVE DETAIL-TEXT TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.

       COMPARE-MOVES.
           IF LOGGED-MOVES NOT EQUAL SCORE-MOVES
              ADD 1 TO MOVES-MISMATCHES
              MOVE "MOVES MISMATCH" TO RPT-TAG
              MOVE SCORE-GAME-ID TO RPT-GAME-ID
              MOVE SPACES TO DETAIL-TEXT
              MOVE "SCORE=" TO DTL-LABEL-1
              MOVE SCORE-MOVES TO DTL-VALUE-1
              MOVE " LOGGED=" TO DTL-LABEL-2
              MOVE LOGGED-MOVES TO DTL-VALUE-2
              MOVE DETAIL-TEXT TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.

       COMPARE-HINTS.
           IF LOGGED-HINTS NOT EQUAL SCORE-HINTS
              ADD 1 TO HINTS-MISMATCHES
              MOVE "HINTS MISMATCH" TO RPT-TAG
              MOVE SCORE-GAME-ID TO RPT-GAME-ID
              MOVE SPACES TO DETAIL-TEXT
              MOVE "SCORE=" TO DTL-LABEL-1
              MOVE SCORE-HINTS TO DTL-VALUE-1
              MOVE " LOGGED=" TO DTL-LABEL-2
              MOVE LOGGED-HINTS TO DTL-VALUE-2
              MOVE DETAIL-TEXT TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD.
           DISPLAY REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD.
           PERFORM SUMMARY-LINES.

       SUMMARY-LINES.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "SCORES READ        : " SCORE-TOTAL
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "GAMES REPLAYED     : " GAMES-REPLAYED
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "WINS CONFIRMED     : " WINS-CONFIRMED
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "SUSPECT WINS       : " SUSPECT-WINS
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "RESULT MISMATCHES  : " RESULT-MISMATCHES
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "MOVES MISMATCHES   : " MOVES-MISMATCHES
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "HINTS MISMATCHES   : " HINTS-MISMATCHES
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "LAYOUT MISMATCHES  : " LAYOUT-MISMATCHES
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "MOVES AFTER END    : " LATE-MOVE-GAMES
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "TIME FORFEITS      : " TIME-FORFEITS
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "UNVERIFIED WINS    : " UNVERIFIED-WINS
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "NO LAYOUT ON FILE  : " NO-LAYOUT-SCORES
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "WINS BEFORE LAYOUTS: " EARLY-WINS
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "LEGACY SCORES      : " LEGACY-SCORES
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "CORRECTED SCORES   : " CORRECTED-SCORES
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "EXCEPTIONS TOTAL   : " EXCEPTION-COUNT
              DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.

       PUT-SUMMARY-LINE.
           WRITE VERIFY-REPORT-RECORD.
           DISPLAY VERIFY-REPORT-RECORD.

       WRITE-STEP-COUNTS.
           OPEN OUTPUT STEP-COUNT-FILE.
           IF FS-STEP-COUNT EQUAL "00" OR FS-STEP-COUNT EQUAL "05"
              MOVE SPACES TO STEP-COUNT-RECORD
              MOVE "WIN-VERIFY" TO STC-PROGRAM
              MOVE SCORE-TOTAL TO STC-READ
              MOVE 0 TO STC-WRITTEN
              MOVE EXCEPTION-COUNT TO STC-EXCEPTIONS
              WRITE STEP-COUNT-RECORD
              CLOSE STEP-COUNT-FILE
           END-IF.
