       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REPORT-CARD.
       AUTHOR. Thibaut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCORES-FILE ASSIGN TO "SCORES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SCORES.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING ARCHIVE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARCHIVE.
           SELECT OPTIONAL MATCHES-FILE ASSIGN TO "MATCHES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MATCHES.
           SELECT OPTIONAL AWARDS-FILE ASSIGN TO "AWARDS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AWARDS.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLAYER-ID
              FILE STATUS IS FS-PLAYERS.
           SELECT CARD-REPORT-FILE ASSIGN TO "REPORTCARD.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORES-FILE.
       01 SCORE-INPUT-RECORD    PIC X(80).

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD        PIC X(80).

       FD  MATCHES-FILE.
       01 MATCH-RECORD.
          05 MATCH-DATE         PIC 9(8).
          05 FILLER             PIC X.
          05 MATCH-GAME-ID      PIC 9(16).
          05 FILLER             PIC X.
          05 MATCH-WINNER-ID    PIC 9(4).
          05 FILLER             PIC X.
          05 MATCH-LOSER-ID     PIC 9(4).
          05 FILLER             PIC X.
          05 MATCH-WINNER-RATING PIC 9(4).
          05 FILLER             PIC X.
          05 MATCH-LOSER-RATING PIC 9(4).
          05 FILLER             PIC X.
          05 MATCH-RATING-DELTA PIC 9(2).
          05 FILLER             PIC X.
          05 MATCH-VOID         PIC X.

       FD  AWARDS-FILE.
       01 AWARD-RECORD.
          05 AWD-PLAYER-ID      PIC 9(4).
          05 FILLER             PIC X.
          05 AWD-CODE           PIC X(8).
          05 FILLER             PIC X.
          05 AWD-DATE           PIC 9(8).

       FD  PLAYERS-FILE.
       01 PLAYER-RECORD.
          05 PLAYER-ID          PIC 9(4).
          05 PLAYER-NAME        PIC X(20).
          05 PLAYER-GAMES       PIC 9(6).
          05 PLAYER-WINS        PIC 9(6).
          05 PLAYER-PREF-DIFF   PIC X.
          05 PLAYER-STATUS      PIC X.
          05 PLAYER-RATING      PIC 9(4).
          05 PLAYER-MEMBER-NO   PIC X(10).

       FD  CARD-REPORT-FILE.
       01 CARD-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.

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

       01 FS-SCORES             PIC XX.
       01 FS-ARCHIVE            PIC XX.
       01 FS-MATCHES            PIC XX.
       01 FS-AWARDS             PIC XX.
       01 FS-PLAYERS            PIC XX.
       01 FS-REPORT             PIC XX.
       01 FILE-EOF              PIC 9.
       01 PLAYERS-USABLE        PIC 9    VALUE 0.
       01 ASK-PLAYER-ID         PIC 9(4) VALUE 0.
       01 REPORT-DATE           PIC 9(8).
       01 ARCHIVE-NAME          PIC X(30).
       01 FROM-PERIOD           PIC 9(6) VALUE 0.
       01 TO-PERIOD             PIC 9(6) VALUE 0.
       01 CURR-PERIOD           PIC 9(6).
       01 CURR-MONTH            PIC 9(2).
       01 ASK-MONTH             PIC 9(2).
       01 RECORD-PERIOD         PIC 9(6).
       01 IN-RANGE              PIC 9.
       01 SCORE-HEIGHT          PIC 9(3).
       01 SEEK-ID               PIC 9(4).
       01 SEEK-FOE-ID           PIC 9(4).
       01 SEEK-WON              PIC 9.
       01 SEEK-RATING           PIC 9(4).
       01 GAMES-COUNTED         PIC 9(6) VALUE 0.
       01 MATCHES-COUNTED       PIC 9(6) VALUE 0.
       01 AWARDS-COUNTED        PIC 9(6) VALUE 0.

       01 CARD-COUNT            PIC 9(3) VALUE 0.
       01 CARD-TABLE.
          05 CARD-ENTRY OCCURS 500 TIMES.
             10 CARD-PLAYER-ID  PIC 9(4).
             10 CARD-NAME       PIC X(20).
             10 CARD-STATUS     PIC X.
             10 CARD-RATING     PIC 9(4).
             10 CARD-ON-FILE    PIC 9.
             10 CARD-HINTS      PIC 9(6).
             10 CARD-HINT-GAMES PIC 9(6).
             10 CARD-CLEAN-WINS PIC 9(6).
             10 CARD-DAILY-GAMES PIC 9(6).
             10 CARD-DAILY-WINS PIC 9(6).
             10 CARD-DAILY-BEST PIC 9(6).
             10 CARD-LEVEL OCCURS 4 TIMES.
                15 LVL-GAMES    PIC 9(6).
                15 LVL-WINS     PIC 9(6).
                15 LVL-LOSSES   PIC 9(6).
                15 LVL-QUITS    PIC 9(6).
       01 CARD-IX               PIC 9(3).
       01 CARD-HIT              PIC 9(3).
       01 CARD-OVERFLOW         PIC 9    VALUE 0.
       01 LEVEL-IX              PIC 9.
       01 LEVEL-NAME            PIC X(14).

       01 BEST-COUNT            PIC 9(4) VALUE 0.
       01 BEST-TABLE.
          05 BEST-ENTRY OCCURS 3000 TIMES.
             10 BST-CARD        PIC 9(3).
             10 BST-WIDTH       PIC 9(3).
             10 BST-HEIGHT      PIC 9(3).
             10 BST-MINES       PIC 9(3).
             10 BST-GAMES       PIC 9(6).
             10 BST-WINS        PIC 9(6).
             10 BST-TIME        PIC 9(6).
             10 BST-DATE        PIC 9(8).
       01 BEST-IX               PIC 9(4).
       01 BEST-HIT              PIC 9(4).
       01 BEST-OVERFLOW         PIC 9    VALUE 0.

       01 FOE-COUNT             PIC 9(4) VALUE 0.
       01 FOE-TABLE.
          05 FOE-ENTRY OCCURS 3000 TIMES.
             10 FOE-CARD        PIC 9(3).
             10 FOE-ID          PIC 9(4).
             10 FOE-WINS        PIC 9(6).
             10 FOE-LOSSES      PIC 9(6).
       01 FOE-IX                PIC 9(4).
       01 FOE-HIT               PIC 9(4).
       01 FOE-OVERFLOW          PIC 9    VALUE 0.

       01 PATH-COUNT            PIC 9(4) VALUE 0.
       01 PATH-TABLE.
          05 PATH-ENTRY OCCURS 3000 TIMES.
             10 PATH-CARD       PIC 9(3).
             10 PATH-PERIOD     PIC 9(6).
             10 PATH-MATCHES    PIC 9(6).
             10 PATH-WINS       PIC 9(6).
             10 PATH-LOSSES     PIC 9(6).
             10 PATH-RATING     PIC 9(4).
       01 PATH-IX               PIC 9(4).
       01 PATH-HIT              PIC 9(4).
       01 PATH-OVERFLOW         PIC 9    VALUE 0.
       01 PREV-RATING           PIC 9(4).
       01 RATING-CHANGE         PIC S9(5).

       01 AWARD-COUNT           PIC 9(4) VALUE 0.
       01 AWARD-TABLE.
          05 AWARD-ENTRY OCCURS 2000 TIMES.
             10 AWT-CARD        PIC 9(3).
             10 AWT-CODE        PIC X(8).
             10 AWT-DATE        PIC 9(8).
       01 AWARD-IX              PIC 9(4).
       01 AWARD-OVERFLOW        PIC 9    VALUE 0.
       01 AWARD-CODE            PIC X(8).
       01 AWARD-TEXT            PIC X(40).

       01 SECTION-ROWS          PIC 9(4).
       01 WIN-RATE              PIC 9(3).
       01 TOTAL-GAMES           PIC 9(6).
       01 TOTAL-WINS            PIC 9(6).
       01 TOTAL-LOSSES          PIC 9(6).
       01 TOTAL-QUITS           PIC 9(6).
       01 ELAPSED-EDIT          PIC ZZZZZ9.
       01 FOE-NAME              PIC X(20).

       01 LEVEL-HEADING.
          05 FILLER             PIC X(26) VALUE
             "DIFFICULTY      GAMES   WI".
          05 FILLER             PIC X(20) VALUE
             "NS LOSSES  QUIT WIN%".
       01 LEVEL-LINE.
          05 RPT-LEVEL          PIC X(14).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-L-GAMES        PIC ZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-L-WINS         PIC ZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-L-LOSSES       PIC ZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-L-QUITS        PIC ZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-L-RATE         PIC ZZ9.
          05 FILLER             PIC X(1)  VALUE "%".

       01 CONFIG-HEADING        PIC X(46) VALUE
          "WIDE HIGH MINES  GAMES   WINS BEST-WIN  WON ON".
       01 CONFIG-LINE.
          05 RPT-WIDTH          PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACE.
          05 RPT-HEIGHT         PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACE.
          05 RPT-MINES          PIC ZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-GAMES          PIC ZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-WINS           PIC ZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-BEST-WIN       PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-BEST-DATE      PIC X(8).

       01 FOE-HEADING           PIC X(39) VALUE
          "ID   OPPONENT               WINS LOSSES".
       01 FOE-LINE.
          05 RPT-FOE-ID         PIC 9(4).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-FOE-NAME       PIC X(20).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-FOE-WINS       PIC ZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-FOE-LOSSES     PIC ZZZZZ9.

       01 PATH-HEADING          PIC X(42) VALUE
          "PERIOD MATCHES   WINS LOSSES RATING CHANGE".
       01 PATH-LINE.
          05 RPT-PERIOD         PIC 9(6).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-P-MATCHES      PIC ZZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-P-WINS         PIC ZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-P-LOSSES       PIC ZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-P-RATING       PIC ZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-P-CHANGE       PIC X(6).
       01 CHANGE-EDIT           PIC +++++9.

       01 AWARD-HEADING         PIC X(29) VALUE
          "DATE     CODE     DESCRIPTION".
       01 AWARD-LINE.
          05 RPT-AWD-DATE       PIC 9(8).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-AWD-CODE       PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-AWD-TEXT       PIC X(40).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE.
           DISPLAY "Report card for player ID (0 for every active "
              "player) :".
           ACCEPT ASK-PLAYER-ID.
           PERFORM GET-PERIOD-RANGE.

           PERFORM LOAD-CARD-PLAYERS.
           IF CARD-COUNT EQUAL 0
              DISPLAY "No active players on file - nothing to "
                 "report."
              STOP RUN
           END-IF.

           IF FROM-PERIOD NOT EQUAL 0
              PERFORM READ-ARCHIVE-FILES
           END-IF.
           PERFORM READ-LIVE-SCORES.
           PERFORM READ-MATCHES.
           PERFORM READ-AWARDS.

           PERFORM PRINT-REPORT-CARDS.
           IF PLAYERS-USABLE EQUAL 1
              CLOSE PLAYERS-FILE
           END-IF.
           STOP RUN.

       GET-PERIOD-RANGE.
           DISPLAY "Report from period YYYYMM (0 for the live file "
              "only) :".
           ACCEPT FROM-PERIOD.
           IF FROM-PERIOD NOT EQUAL 0
              MOVE FROM-PERIOD(5:2) TO ASK-MONTH
              IF FROM-PERIOD NOT GREATER THAN 190000 OR
                 ASK-MONTH < 1 OR ASK-MONTH > 12
                 DISPLAY "Not a valid year and month - using the "
                    "live file only."
                 MOVE 0 TO FROM-PERIOD
              END-IF
           END-IF.
           IF FROM-PERIOD NOT EQUAL 0
              MOVE 0 TO TO-PERIOD
              PERFORM UNTIL TO-PERIOD NOT LESS THAN FROM-PERIOD
                      DISPLAY "Report to period YYYYMM :"
                      ACCEPT TO-PERIOD
                      MOVE TO-PERIOD(5:2) TO ASK-MONTH
                      IF TO-PERIOD < FROM-PERIOD OR ASK-MONTH < 1 OR
                         ASK-MONTH > 12
                         DISPLAY "Please give a valid period not "
                            "before " FROM-PERIOD "."
                         MOVE 0 TO TO-PERIOD
                      END-IF
              END-PERFORM
           END-IF.

       LOAD-CARD-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           IF FS-PLAYERS EQUAL "00" OR FS-PLAYERS EQUAL "05"
              MOVE 1 TO PLAYERS-USABLE
           END-IF.
           IF ASK-PLAYER-ID NOT EQUAL 0
              MOVE ASK-PLAYER-ID TO PLAYER-ID
              MOVE SPACES TO PLAYER-NAME
              MOVE "PLAYER" TO PLAYER-NAME
              MOVE ASK-PLAYER-ID TO PLAYER-NAME(8:4)
              MOVE SPACE TO PLAYER-STATUS
              MOVE 0 TO PLAYER-RATING
              IF PLAYERS-USABLE EQUAL 1
                 READ PLAYERS-FILE
                    INVALID KEY
                       DISPLAY "Player " ASK-PLAYER-ID " is not on "
                          "PLAYERS.DAT - reporting from the game "
                          "files only."
                       MOVE ASK-PLAYER-ID TO PLAYER-ID
                    NOT INVALID KEY
                       CONTINUE
                 END-READ
              END-IF
              PERFORM ADD-CARD-PLAYER
           ELSE
              IF PLAYERS-USABLE EQUAL 0
                 DISPLAY "Could not open PLAYERS.DAT - status "
                    FS-PLAYERS
                 STOP RUN
              END-IF
              MOVE 0 TO PLAYER-ID
              START PLAYERS-FILE KEY NOT LESS THAN PLAYER-ID
                 INVALID KEY CONTINUE
              END-START
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ PLAYERS-FILE NEXT RECORD
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF PLAYER-STATUS NOT EQUAL "R"
                               PERFORM ADD-CARD-PLAYER
                            END-IF
                      END-READ
              END-PERFORM
           END-IF.

       ADD-CARD-PLAYER.
           IF CARD-COUNT EQUAL 500
              IF CARD-OVERFLOW EQUAL 0
                 DISPLAY "More than 500 active players - the rest "
                    "are left out."
                 MOVE 1 TO CARD-OVERFLOW
              END-IF
           ELSE
              ADD 1 TO CARD-COUNT
              MOVE PLAYER-ID TO CARD-PLAYER-ID(CARD-COUNT)
              MOVE PLAYER-NAME TO CARD-NAME(CARD-COUNT)
              MOVE PLAYER-STATUS TO CARD-STATUS(CARD-COUNT)
              IF PLAYER-RATING NUMERIC
                 MOVE PLAYER-RATING TO CARD-RATING(CARD-COUNT)
              ELSE
                 MOVE 0 TO CARD-RATING(CARD-COUNT)
              END-IF
              IF PLAYER-STATUS EQUAL SPACE
                 MOVE 0 TO CARD-ON-FILE(CARD-COUNT)
              ELSE
                 MOVE 1 TO CARD-ON-FILE(CARD-COUNT)
              END-IF
              MOVE 0 TO CARD-HINTS(CARD-COUNT)
              MOVE 0 TO CARD-HINT-GAMES(CARD-COUNT)
              MOVE 0 TO CARD-CLEAN-WINS(CARD-COUNT)
              MOVE 0 TO CARD-DAILY-GAMES(CARD-COUNT)
              MOVE 0 TO CARD-DAILY-WINS(CARD-COUNT)
              MOVE 999999 TO CARD-DAILY-BEST(CARD-COUNT)
              PERFORM VARYING LEVEL-IX FROM 1 BY 1 UNTIL LEVEL-IX > 4
                      MOVE 0 TO LVL-GAMES(CARD-COUNT, LEVEL-IX)
                      MOVE 0 TO LVL-WINS(CARD-COUNT, LEVEL-IX)
                      MOVE 0 TO LVL-LOSSES(CARD-COUNT, LEVEL-IX)
                      MOVE 0 TO LVL-QUITS(CARD-COUNT, LEVEL-IX)
              END-PERFORM
           END-IF.

       FIND-CARD.
           MOVE 0 TO CARD-HIT.
           PERFORM VARYING CARD-IX FROM 1 BY 1 UNTIL
              CARD-IX > CARD-COUNT OR CARD-HIT > 0
                   IF CARD-PLAYER-ID(CARD-IX) EQUAL SEEK-ID
                      MOVE CARD-IX TO CARD-HIT
                   END-IF
           END-PERFORM.

       CHECK-PERIOD.
           IF FROM-PERIOD EQUAL 0
              MOVE 1 TO IN-RANGE
           ELSE
              IF RECORD-PERIOD NOT LESS THAN FROM-PERIOD AND
                 RECORD-PERIOD NOT GREATER THAN TO-PERIOD
                 MOVE 1 TO IN-RANGE
              ELSE
                 MOVE 0 TO IN-RANGE
              END-IF
           END-IF.

       READ-ARCHIVE-FILES.
           MOVE FROM-PERIOD TO CURR-PERIOD.
           PERFORM UNTIL CURR-PERIOD > TO-PERIOD
                   PERFORM READ-ONE-ARCHIVE
                   MOVE CURR-PERIOD(5:2) TO CURR-MONTH
                   IF CURR-MONTH EQUAL 12
                      ADD 89 TO CURR-PERIOD
                   ELSE
                      ADD 1 TO CURR-PERIOD
                   END-IF
           END-PERFORM.

       READ-ONE-ARCHIVE.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING "SCORES-" DELIMITED BY SIZE
              CURR-PERIOD DELIMITED BY SIZE
              ".DAT" DELIMITED BY SIZE
              INTO ARCHIVE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF FS-ARCHIVE NOT EQUAL "00" AND FS-ARCHIVE NOT EQUAL "05"
              DISPLAY "Could not open archive " ARCHIVE-NAME
                 " - status " FS-ARCHIVE
           ELSE
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ ARCHIVE-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            MOVE ARCHIVE-RECORD TO SCORE-RECORD
                            PERFORM TALLY-ONE-RECORD
                      END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.

       READ-LIVE-SCORES.
           OPEN INPUT SCORES-FILE.
           IF FS-SCORES NOT EQUAL "00" AND FS-SCORES NOT EQUAL "05"
              DISPLAY "Could not open SCORES.DAT - status " FS-SCORES
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ SCORES-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         MOVE SCORE-INPUT-RECORD TO SCORE-RECORD
                         PERFORM TALLY-ONE-RECORD
                   END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.

       TALLY-ONE-RECORD.
           IF SCORE-RESULT NOT EQUAL "V" AND SCORE-PLAYER-ID NUMERIC
              AND SCORE-DATE NUMERIC
              MOVE SCORE-DATE(1:6) TO RECORD-PERIOD
              PERFORM CHECK-PERIOD
              IF IN-RANGE EQUAL 1
                 MOVE SCORE-PLAYER-ID TO SEEK-ID
                 PERFORM FIND-CARD
                 IF CARD-HIT > 0
                    ADD 1 TO GAMES-COUNTED
                    PERFORM TALLY-SCORE
                 END-IF
              END-IF
           END-IF.

       TALLY-SCORE.
           IF SCORE-GAME-HEIGHT NUMERIC AND SCORE-GAME-HEIGHT > 0
              MOVE SCORE-GAME-HEIGHT TO SCORE-HEIGHT
           ELSE
              MOVE SCORE-GAME-WIDTH TO SCORE-HEIGHT
           END-IF.
           PERFORM CLASSIFY-LEVEL.
           ADD 1 TO LVL-GAMES(CARD-HIT, LEVEL-IX).
           IF SCORE-RESULT EQUAL "W"
              ADD 1 TO LVL-WINS(CARD-HIT, LEVEL-IX)
           ELSE
              IF SCORE-RESULT EQUAL "Q"
                 ADD 1 TO LVL-QUITS(CARD-HIT, LEVEL-IX)
              ELSE
                 ADD 1 TO LVL-LOSSES(CARD-HIT, LEVEL-IX)
              END-IF
           END-IF.
           IF SCORE-HINTS NUMERIC AND SCORE-HINTS > 0
              ADD SCORE-HINTS TO CARD-HINTS(CARD-HIT)
              ADD 1 TO CARD-HINT-GAMES(CARD-HIT)
           ELSE
              IF SCORE-RESULT EQUAL "W"
                 ADD 1 TO CARD-CLEAN-WINS(CARD-HIT)
              END-IF
           END-IF.
           IF SCORE-TAG EQUAL "D" OR SCORE-TAG EQUAL "G"
              ADD 1 TO CARD-DAILY-GAMES(CARD-HIT)
              IF SCORE-RESULT EQUAL "W"
                 ADD 1 TO CARD-DAILY-WINS(CARD-HIT)
                 IF SCORE-ELAPSED < CARD-DAILY-BEST(CARD-HIT)
                    MOVE SCORE-ELAPSED TO CARD-DAILY-BEST(CARD-HIT)
                 END-IF
              END-IF
           END-IF.
           PERFORM TALLY-CONFIG-BEST.

       CLASSIFY-LEVEL.
           IF SCORE-GAME-WIDTH EQUAL 9 AND SCORE-HEIGHT EQUAL 9 AND
              SCORE-MINE-NUMBER EQUAL 10
              MOVE 1 TO LEVEL-IX
           ELSE
              IF SCORE-GAME-WIDTH EQUAL 16 AND SCORE-HEIGHT EQUAL 16
                 AND SCORE-MINE-NUMBER EQUAL 40
                 MOVE 2 TO LEVEL-IX
              ELSE
                 IF SCORE-MINE-NUMBER EQUAL 99 AND
                    ((SCORE-GAME-WIDTH EQUAL 30 AND SCORE-HEIGHT EQUAL
                    16) OR (SCORE-GAME-WIDTH EQUAL 24 AND
                    SCORE-HEIGHT EQUAL 24))
                    MOVE 3 TO LEVEL-IX
                 ELSE
                    MOVE 4 TO LEVEL-IX
                 END-IF
              END-IF
           END-IF.

       TALLY-CONFIG-BEST.
           MOVE 0 TO BEST-HIT.
           PERFORM VARYING BEST-IX FROM 1 BY 1 UNTIL
              BEST-IX > BEST-COUNT OR BEST-HIT > 0
                   IF BST-CARD(BEST-IX) EQUAL CARD-HIT AND
                      BST-WIDTH(BEST-IX) EQUAL SCORE-GAME-WIDTH AND
                      BST-HEIGHT(BEST-IX) EQUAL SCORE-HEIGHT AND
                      BST-MINES(BEST-IX) EQUAL SCORE-MINE-NUMBER
                      MOVE BEST-IX TO BEST-HIT
                   END-IF
           END-PERFORM.
           IF BEST-HIT EQUAL 0
              IF BEST-COUNT EQUAL 3000
                 IF BEST-OVERFLOW EQUAL 0
                    DISPLAY "More than 3000 player board "
                       "configurations - the rest are left out."
                    MOVE 1 TO BEST-OVERFLOW
                 END-IF
              ELSE
                 ADD 1 TO BEST-COUNT
                 MOVE BEST-COUNT TO BEST-HIT
                 MOVE CARD-HIT TO BST-CARD(BEST-HIT)
                 MOVE SCORE-GAME-WIDTH TO BST-WIDTH(BEST-HIT)
                 MOVE SCORE-HEIGHT TO BST-HEIGHT(BEST-HIT)
                 MOVE SCORE-MINE-NUMBER TO BST-MINES(BEST-HIT)
                 MOVE 0 TO BST-GAMES(BEST-HIT)
                 MOVE 0 TO BST-WINS(BEST-HIT)
                 MOVE 999999 TO BST-TIME(BEST-HIT)
                 MOVE 0 TO BST-DATE(BEST-HIT)
              END-IF
           END-IF.
           IF BEST-HIT > 0
              ADD 1 TO BST-GAMES(BEST-HIT)
              IF SCORE-RESULT EQUAL "W"
                 ADD 1 TO BST-WINS(BEST-HIT)
                 IF SCORE-ELAPSED < BST-TIME(BEST-HIT)
                    MOVE SCORE-ELAPSED TO BST-TIME(BEST-HIT)
                    MOVE SCORE-DATE TO BST-DATE(BEST-HIT)
                 END-IF
              END-IF
           END-IF.

       READ-MATCHES.
           OPEN INPUT MATCHES-FILE.
           IF FS-MATCHES NOT EQUAL "00" AND FS-MATCHES NOT EQUAL "05"
              DISPLAY "Could not open MATCHES.DAT - status " FS-MATCHES
           ELSE
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ MATCHES-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF MATCH-DATE NUMERIC AND MATCH-WINNER-ID
                               NUMERIC AND MATCH-LOSER-ID NUMERIC AND
                               MATCH-VOID NOT EQUAL "V"
                               MOVE MATCH-DATE(1:6) TO RECORD-PERIOD
                               PERFORM CHECK-PERIOD
                               IF IN-RANGE EQUAL 1
                                  PERFORM TALLY-ONE-MATCH
                               END-IF
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE MATCHES-FILE
           END-IF.

       TALLY-ONE-MATCH.
           MOVE MATCH-WINNER-ID TO SEEK-ID.
           MOVE MATCH-LOSER-ID TO SEEK-FOE-ID.
           MOVE 1 TO SEEK-WON.
           MOVE MATCH-WINNER-RATING TO SEEK-RATING.
           PERFORM TALLY-MATCH-SIDE.
           MOVE MATCH-LOSER-ID TO SEEK-ID.
           MOVE MATCH-WINNER-ID TO SEEK-FOE-ID.
           MOVE 0 TO SEEK-WON.
           MOVE MATCH-LOSER-RATING TO SEEK-RATING.
           PERFORM TALLY-MATCH-SIDE.

       TALLY-MATCH-SIDE.
           PERFORM FIND-CARD.
           IF CARD-HIT > 0
              ADD 1 TO MATCHES-COUNTED
              PERFORM TALLY-FOE
              PERFORM TALLY-PATH
           END-IF.

       TALLY-FOE.
           MOVE 0 TO FOE-HIT.
           PERFORM VARYING FOE-IX FROM 1 BY 1 UNTIL
              FOE-IX > FOE-COUNT OR FOE-HIT > 0
                   IF FOE-CARD(FOE-IX) EQUAL CARD-HIT AND
                      FOE-ID(FOE-IX) EQUAL SEEK-FOE-ID
                      MOVE FOE-IX TO FOE-HIT
                   END-IF
           END-PERFORM.
           IF FOE-HIT EQUAL 0
              IF FOE-COUNT EQUAL 3000
                 IF FOE-OVERFLOW EQUAL 0
                    DISPLAY "More than 3000 head-to-head pairings - "
                       "the rest are left out."
                    MOVE 1 TO FOE-OVERFLOW
                 END-IF
              ELSE
                 ADD 1 TO FOE-COUNT
                 MOVE FOE-COUNT TO FOE-HIT
                 MOVE CARD-HIT TO FOE-CARD(FOE-HIT)
                 MOVE SEEK-FOE-ID TO FOE-ID(FOE-HIT)
                 MOVE 0 TO FOE-WINS(FOE-HIT)
                 MOVE 0 TO FOE-LOSSES(FOE-HIT)
              END-IF
           END-IF.
           IF FOE-HIT > 0
              IF SEEK-WON EQUAL 1
                 ADD 1 TO FOE-WINS(FOE-HIT)
              ELSE
                 ADD 1 TO FOE-LOSSES(FOE-HIT)
              END-IF
           END-IF.

       TALLY-PATH.
           MOVE 0 TO PATH-HIT.
           PERFORM VARYING PATH-IX FROM 1 BY 1 UNTIL
              PATH-IX > PATH-COUNT OR PATH-HIT > 0
                   IF PATH-CARD(PATH-IX) EQUAL CARD-HIT AND
                      PATH-PERIOD(PATH-IX) EQUAL RECORD-PERIOD
                      MOVE PATH-IX TO PATH-HIT
                   END-IF
           END-PERFORM.
           IF PATH-HIT EQUAL 0
              IF PATH-COUNT EQUAL 3000
                 IF PATH-OVERFLOW EQUAL 0
                    DISPLAY "More than 3000 player rating months - "
                       "the rest are left out."
                    MOVE 1 TO PATH-OVERFLOW
                 END-IF
              ELSE
                 ADD 1 TO PATH-COUNT
                 MOVE PATH-COUNT TO PATH-HIT
                 MOVE CARD-HIT TO PATH-CARD(PATH-HIT)
                 MOVE RECORD-PERIOD TO PATH-PERIOD(PATH-HIT)
                 MOVE 0 TO PATH-MATCHES(PATH-HIT)
                 MOVE 0 TO PATH-WINS(PATH-HIT)
                 MOVE 0 TO PATH-LOSSES(PATH-HIT)
                 MOVE 0 TO PATH-RATING(PATH-HIT)
              END-IF
           END-IF.
           IF PATH-HIT > 0
              ADD 1 TO PATH-MATCHES(PATH-HIT)
              IF SEEK-WON EQUAL 1
                 ADD 1 TO PATH-WINS(PATH-HIT)
              ELSE
                 ADD 1 TO PATH-LOSSES(PATH-HIT)
              END-IF
              IF SEEK-RATING NUMERIC
                 MOVE SEEK-RATING TO PATH-RATING(PATH-HIT)
              END-IF
           END-IF.

       READ-AWARDS.
           OPEN INPUT AWARDS-FILE.
           IF FS-AWARDS NOT EQUAL "00" AND FS-AWARDS NOT EQUAL "05"
              DISPLAY "Could not open AWARDS.DAT - status " FS-AWARDS
           ELSE
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ AWARDS-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF AWD-PLAYER-ID NUMERIC AND AWD-DATE
                               NUMERIC
                               MOVE AWD-DATE(1:6) TO RECORD-PERIOD
                               PERFORM CHECK-PERIOD
                               IF IN-RANGE EQUAL 1
                                  PERFORM TALLY-ONE-AWARD
                               END-IF
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE AWARDS-FILE
           END-IF.

       TALLY-ONE-AWARD.
           MOVE AWD-PLAYER-ID TO SEEK-ID.
           PERFORM FIND-CARD.
           IF CARD-HIT > 0
              IF AWARD-COUNT EQUAL 2000
                 IF AWARD-OVERFLOW EQUAL 0
                    DISPLAY "More than 2000 awards - the rest are "
                       "left out."
                    MOVE 1 TO AWARD-OVERFLOW
                 END-IF
              ELSE
                 ADD 1 TO AWARD-COUNT
                 ADD 1 TO AWARDS-COUNTED
                 MOVE CARD-HIT TO AWT-CARD(AWARD-COUNT)
                 MOVE AWD-CODE TO AWT-CODE(AWARD-COUNT)
                 MOVE AWD-DATE TO AWT-DATE(AWARD-COUNT)
              END-IF
           END-IF.

       PRINT-REPORT-CARDS.
           OPEN OUTPUT CARD-REPORT-FILE.
           IF FS-REPORT NOT EQUAL "00"
              DISPLAY "Could not open REPORTCARD.RPT - status "
                 FS-REPORT
              STOP RUN
           END-IF.
           PERFORM VARYING CARD-IX FROM 1 BY 1 UNTIL
              CARD-IX > CARD-COUNT
                   PERFORM PRINT-ONE-CARD
           END-PERFORM.
           CLOSE CARD-REPORT-FILE.
           DISPLAY "Report cards written to REPORTCARD.RPT : "
              CARD-COUNT.
           DISPLAY "Games counted   : " GAMES-COUNTED.
           DISPLAY "Match results   : " MATCHES-COUNTED.
           DISPLAY "Awards listed   : " AWARDS-COUNTED.

       PRINT-ONE-CARD.
           IF CARD-IX > 1
              MOVE ALL "=" TO CARD-REPORT-RECORD
              PERFORM PUT-CARD-LINE
           END-IF.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "PLAYER REPORT CARD - " CARD-PLAYER-ID(CARD-IX)
              " " CARD-NAME(CARD-IX)
              DELIMITED BY SIZE INTO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "RUN DATE           : " REPORT-DATE
              DELIMITED BY SIZE INTO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE SPACES TO CARD-REPORT-RECORD.
           IF FROM-PERIOD EQUAL 0
              MOVE "SCOPE              : LIVE FILE ONLY" TO
                 CARD-REPORT-RECORD
           ELSE
              STRING "SCOPE              : PERIODS " FROM-PERIOD
                 " TO " TO-PERIOD " (ARCHIVES PLUS LIVE FILE)"
                 DELIMITED BY SIZE INTO CARD-REPORT-RECORD
           END-IF.
           PERFORM PUT-CARD-LINE.
           IF CARD-ON-FILE(CARD-IX) EQUAL 1
              MOVE SPACES TO CARD-REPORT-RECORD
              IF CARD-STATUS(CARD-IX) EQUAL "R"
                 MOVE "STATUS             : RETIRED" TO
                    CARD-REPORT-RECORD
              ELSE
                 MOVE "STATUS             : ACTIVE" TO
                    CARD-REPORT-RECORD
              END-IF
              PERFORM PUT-CARD-LINE
              MOVE SPACES TO CARD-REPORT-RECORD
              IF CARD-RATING(CARD-IX) EQUAL 0
                 MOVE "CURRENT RATING     : UNRATED" TO
                    CARD-REPORT-RECORD
              ELSE
                 STRING "CURRENT RATING     : " CARD-RATING(CARD-IX)
                    DELIMITED BY SIZE INTO CARD-REPORT-RECORD
              END-IF
              PERFORM PUT-CARD-LINE
           END-IF.
           PERFORM PRINT-LEVELS.
           PERFORM PRINT-CONFIG-BESTS.
           PERFORM PRINT-HINTS-AND-DAILY.
           PERFORM PRINT-HEAD-TO-HEAD.
           PERFORM PRINT-RATING-PATH.
           PERFORM PRINT-AWARDS.
           MOVE SPACES TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.

       PRINT-LEVELS.
           PERFORM PUT-SECTION-GAP.
           MOVE "GAMES BY DIFFICULTY" TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE LEVEL-HEADING TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE 0 TO TOTAL-GAMES.
           MOVE 0 TO TOTAL-WINS.
           MOVE 0 TO TOTAL-LOSSES.
           MOVE 0 TO TOTAL-QUITS.
           PERFORM VARYING LEVEL-IX FROM 1 BY 1 UNTIL LEVEL-IX > 4
                   PERFORM NAME-THE-LEVEL
                   MOVE LEVEL-NAME TO RPT-LEVEL
                   MOVE LVL-GAMES(CARD-IX, LEVEL-IX) TO RPT-L-GAMES
                   MOVE LVL-WINS(CARD-IX, LEVEL-IX) TO RPT-L-WINS
                   MOVE LVL-LOSSES(CARD-IX, LEVEL-IX) TO RPT-L-LOSSES
                   MOVE LVL-QUITS(CARD-IX, LEVEL-IX) TO RPT-L-QUITS
                   IF LVL-GAMES(CARD-IX, LEVEL-IX) EQUAL 0
                      MOVE 0 TO WIN-RATE
                   ELSE
                      COMPUTE WIN-RATE ROUNDED =
                         LVL-WINS(CARD-IX, LEVEL-IX) * 100 /
                         LVL-GAMES(CARD-IX, LEVEL-IX)
                   END-IF
                   MOVE WIN-RATE TO RPT-L-RATE
                   MOVE LEVEL-LINE TO CARD-REPORT-RECORD
                   PERFORM PUT-CARD-LINE
                   ADD LVL-GAMES(CARD-IX, LEVEL-IX) TO TOTAL-GAMES
                   ADD LVL-WINS(CARD-IX, LEVEL-IX) TO TOTAL-WINS
                   ADD LVL-LOSSES(CARD-IX, LEVEL-IX) TO TOTAL-LOSSES
                   ADD LVL-QUITS(CARD-IX, LEVEL-IX) TO TOTAL-QUITS
           END-PERFORM.
           MOVE "ALL GAMES" TO RPT-LEVEL.
           MOVE TOTAL-GAMES TO RPT-L-GAMES.
           MOVE TOTAL-WINS TO RPT-L-WINS.
           MOVE TOTAL-LOSSES TO RPT-L-LOSSES.
           MOVE TOTAL-QUITS TO RPT-L-QUITS.
           IF TOTAL-GAMES EQUAL 0
              MOVE 0 TO WIN-RATE
           ELSE
              COMPUTE WIN-RATE ROUNDED =
                 TOTAL-WINS * 100 / TOTAL-GAMES
           END-IF.
           MOVE WIN-RATE TO RPT-L-RATE.
           MOVE LEVEL-LINE TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.

       NAME-THE-LEVEL.
           IF LEVEL-IX EQUAL 1
              MOVE "BEGINNER" TO LEVEL-NAME
           ELSE
              IF LEVEL-IX EQUAL 2
                 MOVE "INTERMEDIATE" TO LEVEL-NAME
              ELSE
                 IF LEVEL-IX EQUAL 3
                    MOVE "EXPERT" TO LEVEL-NAME
                 ELSE
                    MOVE "CUSTOM" TO LEVEL-NAME
                 END-IF
              END-IF
           END-IF.

       PRINT-CONFIG-BESTS.
           PERFORM PUT-SECTION-GAP.
           MOVE "PERSONAL BEST BY BOARD CONFIGURATION" TO
              CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE 0 TO SECTION-ROWS.
           PERFORM VARYING BEST-IX FROM 1 BY 1 UNTIL
              BEST-IX > BEST-COUNT
                   IF BST-CARD(BEST-IX) EQUAL CARD-IX
                      IF SECTION-ROWS EQUAL 0
                         MOVE CONFIG-HEADING TO CARD-REPORT-RECORD
                         PERFORM PUT-CARD-LINE
                      END-IF
                      ADD 1 TO SECTION-ROWS
                      PERFORM PRINT-ONE-CONFIG
                   END-IF
           END-PERFORM.
           IF SECTION-ROWS EQUAL 0
              MOVE "No games in this period." TO CARD-REPORT-RECORD
              PERFORM PUT-CARD-LINE
           END-IF.

       PRINT-ONE-CONFIG.
           MOVE BST-WIDTH(BEST-IX) TO RPT-WIDTH.
           MOVE BST-HEIGHT(BEST-IX) TO RPT-HEIGHT.
           MOVE BST-MINES(BEST-IX) TO RPT-MINES.
           MOVE BST-GAMES(BEST-IX) TO RPT-GAMES.
           MOVE BST-WINS(BEST-IX) TO RPT-WINS.
           IF BST-WINS(BEST-IX) EQUAL 0
              MOVE "     -" TO RPT-BEST-WIN
              MOVE "-" TO RPT-BEST-DATE
           ELSE
              MOVE BST-TIME(BEST-IX) TO ELAPSED-EDIT
              MOVE ELAPSED-EDIT TO RPT-BEST-WIN
              MOVE BST-DATE(BEST-IX) TO RPT-BEST-DATE
           END-IF.
           MOVE CONFIG-LINE TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.

       PRINT-HINTS-AND-DAILY.
           PERFORM PUT-SECTION-GAP.
           MOVE "HINTS AND DAILY CHALLENGE" TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "HINTS TAKEN        : " CARD-HINTS(CARD-IX)
              DELIMITED BY SIZE INTO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "GAMES WITH A HINT  : " CARD-HINT-GAMES(CARD-IX)
              DELIMITED BY SIZE INTO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "WINS WITHOUT HINTS : " CARD-CLEAN-WINS(CARD-IX)
              DELIMITED BY SIZE INTO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "DAILY GAMES PLAYED : " CARD-DAILY-GAMES(CARD-IX)
              DELIMITED BY SIZE INTO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "DAILY GAMES WON    : " CARD-DAILY-WINS(CARD-IX)
              DELIMITED BY SIZE INTO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE SPACES TO CARD-REPORT-RECORD.
           IF CARD-DAILY-WINS(CARD-IX) EQUAL 0
              MOVE "BEST DAILY WIN     : -" TO CARD-REPORT-RECORD
           ELSE
              STRING "BEST DAILY WIN     : " CARD-DAILY-BEST(CARD-IX)
                 " SECONDS" DELIMITED BY SIZE INTO CARD-REPORT-RECORD
           END-IF.
           PERFORM PUT-CARD-LINE.

       PRINT-HEAD-TO-HEAD.
           PERFORM PUT-SECTION-GAP.
           MOVE "HEAD TO HEAD" TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE 0 TO SECTION-ROWS.
           PERFORM VARYING FOE-IX FROM 1 BY 1 UNTIL
              FOE-IX > FOE-COUNT
                   IF FOE-CARD(FOE-IX) EQUAL CARD-IX
                      IF SECTION-ROWS EQUAL 0
                         MOVE FOE-HEADING TO CARD-REPORT-RECORD
                         PERFORM PUT-CARD-LINE
                      END-IF
                      ADD 1 TO SECTION-ROWS
                      PERFORM LOOK-UP-FOE-NAME
                      MOVE FOE-ID(FOE-IX) TO RPT-FOE-ID
                      MOVE FOE-NAME TO RPT-FOE-NAME
                      MOVE FOE-WINS(FOE-IX) TO RPT-FOE-WINS
                      MOVE FOE-LOSSES(FOE-IX) TO RPT-FOE-LOSSES
                      MOVE FOE-LINE TO CARD-REPORT-RECORD
                      PERFORM PUT-CARD-LINE
                   END-IF
           END-PERFORM.
           IF SECTION-ROWS EQUAL 0
              MOVE "No two-player matches in this period." TO
                 CARD-REPORT-RECORD
              PERFORM PUT-CARD-LINE
           END-IF.

       LOOK-UP-FOE-NAME.
           MOVE SPACES TO FOE-NAME.
           MOVE "PLAYER" TO FOE-NAME.
           MOVE FOE-ID(FOE-IX) TO FOE-NAME(8:4).
           IF PLAYERS-USABLE EQUAL 1
              MOVE FOE-ID(FOE-IX) TO PLAYER-ID
              READ PLAYERS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PLAYER-NAME TO FOE-NAME
              END-READ
           END-IF.

       PRINT-RATING-PATH.
           PERFORM PUT-SECTION-GAP.
           MOVE "MONTH-BY-MONTH RATING" TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE 0 TO SECTION-ROWS.
           MOVE 0 TO PREV-RATING.
           PERFORM VARYING PATH-IX FROM 1 BY 1 UNTIL
              PATH-IX > PATH-COUNT
                   IF PATH-CARD(PATH-IX) EQUAL CARD-IX
                      IF SECTION-ROWS EQUAL 0
                         MOVE PATH-HEADING TO CARD-REPORT-RECORD
                         PERFORM PUT-CARD-LINE
                      END-IF
                      ADD 1 TO SECTION-ROWS
                      PERFORM PRINT-ONE-PATH-ROW
                   END-IF
           END-PERFORM.
           IF SECTION-ROWS EQUAL 0
              MOVE "No rated matches in this period." TO
                 CARD-REPORT-RECORD
              PERFORM PUT-CARD-LINE
           END-IF.

       PRINT-ONE-PATH-ROW.
           MOVE PATH-PERIOD(PATH-IX) TO RPT-PERIOD.
           MOVE PATH-MATCHES(PATH-IX) TO RPT-P-MATCHES.
           MOVE PATH-WINS(PATH-IX) TO RPT-P-WINS.
           MOVE PATH-LOSSES(PATH-IX) TO RPT-P-LOSSES.
           MOVE PATH-RATING(PATH-IX) TO RPT-P-RATING.
           IF PREV-RATING EQUAL 0
              MOVE "     -" TO RPT-P-CHANGE
           ELSE
              COMPUTE RATING-CHANGE =
                 PATH-RATING(PATH-IX) - PREV-RATING
              MOVE RATING-CHANGE TO CHANGE-EDIT
              MOVE CHANGE-EDIT TO RPT-P-CHANGE
           END-IF.
           MOVE PATH-RATING(PATH-IX) TO PREV-RATING.
           MOVE PATH-LINE TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.

       PRINT-AWARDS.
           PERFORM PUT-SECTION-GAP.
           MOVE "AWARDS" TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE 0 TO SECTION-ROWS.
           PERFORM VARYING AWARD-IX FROM 1 BY 1 UNTIL
              AWARD-IX > AWARD-COUNT
                   IF AWT-CARD(AWARD-IX) EQUAL CARD-IX
                      IF SECTION-ROWS EQUAL 0
                         MOVE AWARD-HEADING TO CARD-REPORT-RECORD
                         PERFORM PUT-CARD-LINE
                      END-IF
                      ADD 1 TO SECTION-ROWS
                      MOVE AWT-CODE(AWARD-IX) TO AWARD-CODE
                      PERFORM NAME-THE-AWARD
                      MOVE AWT-DATE(AWARD-IX) TO RPT-AWD-DATE
                      MOVE AWARD-CODE TO RPT-AWD-CODE
                      MOVE AWARD-TEXT TO RPT-AWD-TEXT
                      MOVE AWARD-LINE TO CARD-REPORT-RECORD
                      PERFORM PUT-CARD-LINE
                   END-IF
           END-PERFORM.
           IF SECTION-ROWS EQUAL 0
              MOVE "No awards in this period." TO CARD-REPORT-RECORD
              PERFORM PUT-CARD-LINE
           END-IF.

       NAME-THE-AWARD.
           IF AWARD-CODE EQUAL "FIRSTWIN"
              MOVE "First win" TO AWARD-TEXT
           ELSE
              IF AWARD-CODE EQUAL "NOHINTS"
                 MOVE "Won without a single hint" TO AWARD-TEXT
              ELSE
                 IF AWARD-CODE EQUAL "FASTEXP"
                    MOVE "Expert board beaten under 10 minutes" TO
                       AWARD-TEXT
                 ELSE
                    IF AWARD-CODE EQUAL "CENTURY"
                       MOVE "100th recorded game" TO AWARD-TEXT
                    ELSE
                       IF AWARD-CODE EQUAL "UPSET"
                          MOVE "Beat a higher-rated opponent" TO
                             AWARD-TEXT
                       ELSE
                          IF AWARD-CODE EQUAL "CHAMPION"
                             MOVE "Season champion" TO AWARD-TEXT
                          ELSE
                             MOVE AWARD-CODE TO AWARD-TEXT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       PUT-SECTION-GAP.
           MOVE SPACES TO CARD-REPORT-RECORD.
           PERFORM PUT-CARD-LINE.
           MOVE SPACES TO CARD-REPORT-RECORD.

       PUT-CARD-LINE.
           WRITE CARD-REPORT-RECORD.
           IF ASK-PLAYER-ID NOT EQUAL 0
              DISPLAY CARD-REPORT-RECORD
           END-IF.
