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

       FD  PLAYERS-FILE.
       01 PLAYER-RECORD.
          05 PLAYER-PREF-DIFF   PIC X.
          05 PLAYER-STATUS      PIC X.
          05 PLAYER-RATING      PIC 9(4).
          05 PLAYER-MEMBER-NO   PIC X(10).

       WORKING-STORAGE SECTION.

       01 ENTRY-COUNT           PIC 9(3) VALUE 0.
       01 DAY-TABLE.
          05 DAY-ENTRY OCCURS 200 TIMES.
             10 DAY-TAG         PIC X.
             10 DAY-PLAYER-ID   PIC 9(4).
             10 DAY-RESULT      PIC X.
             10 DAY-MOVES       PIC 9(6).
             10 DAY-ELAPSED     PIC 9(6).
       01 DAY-SWAP.
          05 SWAP-TAG           PIC X.
          05 SWAP-PLAYER-ID     PIC 9(4).
          05 SWAP-RESULT        PIC X.
          05 SWAP-MOVES         PIC 9(6).
       01 SORT-SWAPPED          PIC 9.
       01 SWAP-NEEDED           PIC 9.
       01 RANK-NUMBER           PIC 9(3).
       01 SECTION-TAG           PIC X    VALUE SPACE.

       01 TABLE-HEADING         PIC X(52) VALUE
          "RANK   ID NAME                 ELAPSED  MOVES RESULT".
                      AT END
                         MOVE 1 TO SCORES-EOF
                      NOT AT END
                         IF (SCORE-TAG EQUAL "D" OR SCORE-TAG EQUAL
                            "G") AND SCORE-DATE EQUAL REPORT-DATE AND
                            SCORE-RESULT NOT EQUAL "V"
                            PERFORM ADD-DAILY-ENTRY
                         END-IF
                   END-READ
              DISPLAY "More than 200 daily games - record skipped."
           ELSE
              ADD 1 TO ENTRY-COUNT
              MOVE SCORE-TAG TO DAY-TAG(ENTRY-COUNT)
              MOVE SCORE-PLAYER-ID TO DAY-PLAYER-ID(ENTRY-COUNT)
              MOVE SCORE-RESULT TO DAY-RESULT(ENTRY-COUNT)
              MOVE SCORE-MOVES TO DAY-MOVES(ENTRY-COUNT)

       JUDGE-ENTRY-ORDER.
           MOVE 0 TO SWAP-NEEDED.
           IF DAY-TAG(SORT-IX) > DAY-TAG(SORT-IX + 1)
              MOVE 1 TO SWAP-NEEDED
           ELSE
              IF DAY-TAG(SORT-IX) EQUAL DAY-TAG(SORT-IX + 1)
                 IF DAY-RESULT(SORT-IX) NOT EQUAL "W" AND
                    DAY-RESULT(SORT-IX + 1) EQUAL "W"
                    MOVE 1 TO SWAP-NEEDED
                 ELSE
                    IF DAY-RESULT(SORT-IX) EQUAL
                       DAY-RESULT(SORT-IX + 1) AND
                       DAY-ELAPSED(SORT-IX) > DAY-ELAPSED(SORT-IX + 1)
                       MOVE 1 TO SWAP-NEEDED
                    END-IF
                 END-IF
              END-IF
           END-IF.

           END-IF.
           DISPLAY "DAILY CHALLENGE LEADERBOARD - " REPORT-DATE.
           DISPLAY "Winners rank fastest first, then other results.".
           MOVE SPACE TO SECTION-TAG.
           MOVE 0 TO RANK-NUMBER.
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL
              DAY-IX > ENTRY-COUNT
                   IF DAY-TAG(DAY-IX) NOT EQUAL SECTION-TAG
                      MOVE DAY-TAG(DAY-IX) TO SECTION-TAG
                      MOVE 0 TO RANK-NUMBER
                      DISPLAY " "
                      IF SECTION-TAG EQUAL "G"
                         DISPLAY "NO-GUESS BOARD - OPENS AT THE CENTRE"
                      ELSE
                         DISPLAY "STANDARD BOARD"
                      END-IF
                      DISPLAY TABLE-HEADING
                   END-IF
                   ADD 1 TO RANK-NUMBER
                   MOVE RANK-NUMBER TO RPT-RANK
                   MOVE DAY-PLAYER-ID(DAY-IX) TO RPT-ID
