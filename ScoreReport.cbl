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

       01 FS-SCORES             PIC XX.
       01 FS-ARCHIVE            PIC XX.
       01 CURR-MONTH            PIC 9(2).
       01 ASK-MONTH             PIC 9(2).
       01 RECORD-PERIOD         PIC 9(6).
       01 SCORE-HEIGHT          PIC 9(3).
       01 SCORE-NOGUESS         PIC 9.

       01 CONFIG-COUNT          PIC 9(3) VALUE 0.
       01 CONFIG-TABLE.
          05 CONFIG-ENTRY OCCURS 200 TIMES.
             10 CFG-WIDTH       PIC 9(3).
             10 CFG-HEIGHT      PIC 9(3).
             10 CFG-MINES       PIC 9(3).
             10 CFG-NOGUESS     PIC 9.
             10 CFG-GAMES       PIC 9(6).
             10 CFG-WINS        PIC 9(6).
             10 CFG-LOSSES      PIC 9(6).
             10 CFG-WIN-ELAPSED PIC 9(9).
             10 CFG-BEST-WIN    PIC 9(6).
       01 CONFIG-SWAP.
          05 SWAP-WIDTH         PIC 9(3).
          05 SWAP-HEIGHT        PIC 9(3).
          05 SWAP-MINES         PIC 9(3).
          05 SWAP-NOGUESS       PIC 9.
          05 SWAP-GAMES         PIC 9(6).
          05 SWAP-WINS          PIC 9(6).
          05 SWAP-LOSSES        PIC 9(6).
       01 BEST-TABLE.
          05 BEST-ENTRY OCCURS 10 TIMES.
             10 BEST-DATE       PIC 9(8).
             10 BEST-WIDTH      PIC 9(3).
             10 BEST-HEIGHT     PIC 9(3).
             10 BEST-MINES      PIC 9(3).
             10 BEST-MOVES      PIC 9(6).
             10 BEST-ELAPSED    PIC 9(6).
             10 BEST-NOGUESS    PIC 9.
       01 BEST-IX               PIC 9(2).
       01 BEST-SHIFT-IX         PIC 9(2).

       01 REPORT-DATE           PIC 9(8).

       01 CONFIG-HEADING.
          05 FILLER             PIC X(41) VALUE
             "WIDE HIGH MINES  GAMES   WINS LOSSES QUIT".
          05 FILLER             PIC X(31) VALUE
             " WIN% BEST-WIN  AVG-WIN KIND".
       01 CONFIG-LINE.
          05 RPT-WIDTH          PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACE.
          05 RPT-HEIGHT         PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACE.
          05 RPT-MINES          PIC ZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-BEST-WIN       PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-AVG-WIN        PIC X(8).
          05 FILLER             PIC X(4)  VALUE SPACE.
          05 RPT-KIND           PIC X(8).
       01 ELAPSED-EDIT          PIC ZZZZZ9.

       01 BEST-HEADING          PIC X(56) VALUE
          "RANK  DATE     WIDE HIGH MINES  MOVES  ELAPSED KIND".
       01 BEST-LINE.
          05 RPT-RANK           PIC ZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-BEST-DATE      PIC 9(8).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-BEST-WIDTH     PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACE.
          05 RPT-BEST-HEIGHT    PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACE.
          05 RPT-BEST-MINES     PIC ZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-BEST-MOVES     PIC ZZZZZ9.
          05 FILLER             PIC X(2)  VALUE SPACE.
          05 RPT-BEST-ELAPSED   PIC ZZZZZ9.
          05 FILLER             PIC X(5)  VALUE SPACE.
          05 RPT-BEST-KIND      PIC X(8).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE.
           CLOSE SCORES-FILE.

       TALLY-ONE-RECORD.
           IF SCORE-RESULT EQUAL "V"
              CONTINUE
           ELSE
              IF FROM-PERIOD EQUAL 0
                 ADD 1 TO RECORD-COUNT
                 PERFORM TALLY-SCORE
              ELSE
                 IF SCORE-DATE NUMERIC
                    MOVE SCORE-DATE(1:6) TO RECORD-PERIOD
                    IF RECORD-PERIOD NOT LESS THAN FROM-PERIOD AND
                       RECORD-PERIOD NOT GREATER THAN TO-PERIOD
                       ADD 1 TO RECORD-COUNT
                       PERFORM TALLY-SCORE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       TALLY-SCORE.
           IF SCORE-GAME-HEIGHT NUMERIC AND SCORE-GAME-HEIGHT > 0
              MOVE SCORE-GAME-HEIGHT TO SCORE-HEIGHT
           ELSE
              MOVE SCORE-GAME-WIDTH TO SCORE-HEIGHT
           END-IF.
           IF SCORE-TAG EQUAL "N" OR SCORE-TAG EQUAL "G"
              MOVE 1 TO SCORE-NOGUESS
           ELSE
              MOVE 0 TO SCORE-NOGUESS
           END-IF.
           MOVE 0 TO CONFIG-FOUND.
           PERFORM VARYING CONFIG-IX FROM 1 BY 1 UNTIL
              CONFIG-IX > CONFIG-COUNT OR CONFIG-FOUND EQUAL 1
                   IF CFG-WIDTH(CONFIG-IX) EQUAL SCORE-GAME-WIDTH AND
                      CFG-HEIGHT(CONFIG-IX) EQUAL SCORE-HEIGHT AND
                      CFG-MINES(CONFIG-IX) EQUAL SCORE-MINE-NUMBER AND
                      CFG-NOGUESS(CONFIG-IX) EQUAL SCORE-NOGUESS
                      MOVE 1 TO CONFIG-FOUND
                      SUBTRACT 1 FROM CONFIG-IX
                   END-IF
              ELSE
                 ADD 1 TO CONFIG-COUNT
                 MOVE CONFIG-COUNT TO CONFIG-IX
                 MOVE SCORE-GAME-WIDTH TO CFG-WIDTH(CONFIG-IX)
                 MOVE SCORE-HEIGHT TO CFG-HEIGHT(CONFIG-IX)
                 MOVE SCORE-MINE-NUMBER TO CFG-MINES(CONFIG-IX)
                 MOVE SCORE-NOGUESS TO CFG-NOGUESS(CONFIG-IX)
                 MOVE 0 TO CFG-GAMES(CONFIG-IX)
                 MOVE 0 TO CFG-WINS(CONFIG-IX)
                 MOVE 0 TO CFG-LOSSES(CONFIG-IX)

           IF BEST-IX > 0
              MOVE SCORE-DATE TO BEST-DATE(BEST-IX)
              MOVE SCORE-GAME-WIDTH TO BEST-WIDTH(BEST-IX)
              MOVE SCORE-HEIGHT TO BEST-HEIGHT(BEST-IX)
              MOVE SCORE-MINE-NUMBER TO BEST-MINES(BEST-IX)
              MOVE SCORE-MOVES TO BEST-MOVES(BEST-IX)
              MOVE SCORE-ELAPSED TO BEST-ELAPSED(BEST-IX)
              MOVE SCORE-NOGUESS TO BEST-NOGUESS(BEST-IX)
           END-IF.

       SORT-CONFIGS.
                   MOVE 0 TO SORT-SWAPPED
                   PERFORM VARYING SORT-IX FROM 1 BY 1 UNTIL
                      SORT-IX NOT LESS THAN CONFIG-COUNT
                           IF CFG-WIDTH(SORT-IX) >
                              CFG-WIDTH(SORT-IX + 1) OR
                              (CFG-WIDTH(SORT-IX) EQUAL
                              CFG-WIDTH(SORT-IX + 1) AND
                              CFG-HEIGHT(SORT-IX) >
                              CFG-HEIGHT(SORT-IX + 1)) OR
                              (CFG-WIDTH(SORT-IX) EQUAL
                              CFG-WIDTH(SORT-IX + 1) AND
                              CFG-HEIGHT(SORT-IX) EQUAL
                              CFG-HEIGHT(SORT-IX + 1) AND
                              CFG-MINES(SORT-IX) >
                              CFG-MINES(SORT-IX + 1)) OR
                              (CFG-WIDTH(SORT-IX) EQUAL
                              CFG-WIDTH(SORT-IX + 1) AND
                              CFG-HEIGHT(SORT-IX) EQUAL
                              CFG-HEIGHT(SORT-IX + 1) AND
                              CFG-MINES(SORT-IX) EQUAL
                              CFG-MINES(SORT-IX + 1) AND
                              CFG-NOGUESS(SORT-IX) >
                              CFG-NOGUESS(SORT-IX + 1))
                              MOVE CONFIG-ENTRY(SORT-IX) TO CONFIG-SWAP
                              MOVE CONFIG-ENTRY(SORT-IX + 1) TO
                                 CONFIG-ENTRY(SORT-IX)
           DISPLAY CONFIG-HEADING.
           PERFORM VARYING CONFIG-IX FROM 1 BY 1 UNTIL
              CONFIG-IX > CONFIG-COUNT
                   MOVE CFG-WIDTH(CONFIG-IX) TO RPT-WIDTH
                   MOVE CFG-HEIGHT(CONFIG-IX) TO RPT-HEIGHT
                   MOVE CFG-MINES(CONFIG-IX) TO RPT-MINES
                   MOVE CFG-GAMES(CONFIG-IX) TO RPT-GAMES
                   MOVE CFG-WINS(CONFIG-IX) TO RPT-WINS
                      MOVE AVG-WIN TO ELAPSED-EDIT
                      MOVE ELAPSED-EDIT TO RPT-AVG-WIN
                   END-IF
                   IF CFG-NOGUESS(CONFIG-IX) EQUAL 1
                      MOVE "NO-GUESS" TO RPT-KIND
                   ELSE
                      MOVE SPACES TO RPT-KIND
                   END-IF
                   DISPLAY CONFIG-LINE
           END-PERFORM.
           DISPLAY " ".
                 BEST-IX > BEST-COUNT
                      MOVE BEST-IX TO RPT-RANK
                      MOVE BEST-DATE(BEST-IX) TO RPT-BEST-DATE
                      MOVE BEST-WIDTH(BEST-IX) TO RPT-BEST-WIDTH
                      MOVE BEST-HEIGHT(BEST-IX) TO RPT-BEST-HEIGHT
                      MOVE BEST-MINES(BEST-IX) TO RPT-BEST-MINES
                      MOVE BEST-MOVES(BEST-IX) TO RPT-BEST-MOVES
                      MOVE BEST-ELAPSED(BEST-IX) TO RPT-BEST-ELAPSED
                      IF BEST-NOGUESS(BEST-IX) EQUAL 1
                         MOVE "NO-GUESS" TO RPT-BEST-KIND
                      ELSE
                         MOVE SPACES TO RPT-BEST-KIND
                      END-IF
                      DISPLAY BEST-LINE
              END-PERFORM
           END-IF.
