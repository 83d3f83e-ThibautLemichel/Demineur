          05 PLAYER-PREF-DIFF   PIC X.
          05 PLAYER-STATUS      PIC X.
          05 PLAYER-RATING      PIC 9(4).
          05 PLAYER-MEMBER-NO   PIC X(10).

       FD  TOURNEY-FILE.
       01 FIXTURE-RECORD.
          05 MATCH-WINNER-RATING PIC 9(4).
          05 FILLER             PIC X.
          05 MATCH-LOSER-RATING PIC 9(4).
          05 FILLER             PIC X(4).
          05 MATCH-VOID         PIC X.

       WORKING-STORAGE SECTION.


       TALLY-ONE-MATCH.
           MOVE 0 TO MATCH-IN-TOURNEY.
           IF MATCH-GAME-ID NUMERIC AND MATCH-VOID NOT EQUAL "V"
              PERFORM VARYING FIXTURE-IX FROM 1 BY 1 UNTIL
                 FIXTURE-IX > FIXTURE-COUNT OR MATCH-IN-TOURNEY
                 EQUAL 1
