          05 PLAYER-PREF-DIFF   PIC X.
          05 PLAYER-STATUS      PIC X.
          05 PLAYER-RATING      PIC 9(4).
          05 PLAYER-MEMBER-NO   PIC X(10).

       FD  BACKUP-FILE.
       01 BACKUP-RECORD         PIC X(52).

       FD  SCORES-FILE.
       01 SCORE-INPUT-RECORD    PIC X(80).
          05 MATCH-WINNER-RATING PIC 9(4).
          05 FILLER             PIC X.
          05 MATCH-LOSER-RATING PIC 9(4).
          05 FILLER             PIC X(4).
          05 MATCH-VOID         PIC X.

       WORKING-STORAGE SECTION.

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

       01 FS-PLAYERS            PIC XX.
       01 FS-BACKUP             PIC XX.

       APPLY-ONE-SCORE.
           IF SCORE-PLAYER-ID NUMERIC AND SCORE-PLAYER-ID NOT
              EQUAL 0 AND SCORE-RESULT NOT EQUAL "V"
              MOVE SCORE-PLAYER-ID TO SEEK-ID
              IF SCORE-RESULT EQUAL "W"
                 MOVE 1 TO WON-FLAG
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF MATCH-VOID NOT EQUAL "V"
                               MOVE MATCH-WINNER-ID TO SEEK-ID
                               MOVE MATCH-WINNER-RATING TO SEEK-RATING
                               PERFORM APPLY-ONE-RATING
                               MOVE MATCH-LOSER-ID TO SEEK-ID
                               MOVE MATCH-LOSER-RATING TO SEEK-RATING
                               PERFORM APPLY-ONE-RATING
                               ADD 1 TO MATCHES-APPLIED
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE MATCHES-FILE
