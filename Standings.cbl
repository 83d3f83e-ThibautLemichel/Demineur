              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLAYER-ID
              FILE STATUS IS FS-PLAYERS.
           SELECT OPTIONAL SEASONS-FILE ASSIGN TO "SEASONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SEASONS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SEASONS-FILE.
       01 SEASON-RECORD.
          05 SEA-NUMBER         PIC 9(3).
          05 FILLER             PIC X.
          05 SEA-START-DATE     PIC 9(8).
          05 FILLER             PIC X.
          05 SEA-END-DATE       PIC 9(8).
          05 FILLER             PIC X.
          05 SEA-RANK           PIC 9(3).
          05 FILLER             PIC X.
          05 SEA-PLAYER-ID      PIC 9(4).
          05 FILLER             PIC X.
          05 SEA-NAME           PIC X(20).
          05 FILLER             PIC X.
          05 SEA-WINS           PIC 9(4).
          05 FILLER             PIC X.
          05 SEA-LOSSES         PIC 9(4).
          05 FILLER             PIC X.
          05 SEA-FINAL-RATING   PIC 9(4).
          05 FILLER             PIC X.
          05 SEA-NEW-RATING     PIC 9(4).
          05 FILLER             PIC X.
          05 SEA-FORM           PIC X(5).

       WORKING-STORAGE SECTION.

       01 FS-MATCHES            PIC XX.
       01 FS-PLAYERS            PIC XX.
       01 FS-SEASONS            PIC XX.
       01 MATCHES-EOF           PIC 9.
       01 PLAYERS-EOF           PIC 9.
       01 PLAYERS-USABLE        PIC 9    VALUE 0.
       01 MATCH-COUNT           PIC 9(6) VALUE 0.

       01 STANDINGS-CHOICE      PIC X.
       01 FROM-DATE             PIC 9(8) VALUE 0.
       01 LAST-SEASON           PIC 9(3) VALUE 0.
       01 LAST-END-DATE         PIC 9(8) VALUE 0.
       01 ASK-SEASON            PIC 9(3) VALUE 0.
       01 SEASON-ROWS           PIC 9(3) VALUE 0.
       01 SEASON-EOF            PIC 9.

       01 TABLE-COUNT           PIC 9(3) VALUE 0.
       01 STANDING-TABLE.
          05 STANDING-ENTRY OCCURS 500 TIMES.
          05 RPT-FORM           PIC X(5).

       PROCEDURE DIVISION.
           PERFORM READ-SEASON-HISTORY.
           DISPLAY "Standings - (A)ll-time (C)urrent season "
              "(S)closed season :".
           ACCEPT STANDINGS-CHOICE.
           IF STANDINGS-CHOICE EQUAL "S" OR STANDINGS-CHOICE EQUAL "s"
              PERFORM PRINT-CLOSED-SEASON
              STOP RUN
           END-IF.
           IF STANDINGS-CHOICE EQUAL "C" OR STANDINGS-CHOICE EQUAL "c"
              MOVE "C" TO STANDINGS-CHOICE
              MOVE LAST-END-DATE TO FROM-DATE
           ELSE
              MOVE "A" TO STANDINGS-CHOICE
           END-IF.

           PERFORM LOAD-PLAYERS.
           PERFORM TALLY-MATCHES.

           IF MATCH-COUNT EQUAL 0
              IF STANDINGS-CHOICE EQUAL "C"
                 DISPLAY "No matches played since season "
                    LAST-SEASON " closed on " LAST-END-DATE "."
              ELSE
                 DISPLAY "MATCHES.DAT holds no match results yet."
              END-IF
              STOP RUN
           END-IF.

                      AT END
                         MOVE 1 TO MATCHES-EOF
                      NOT AT END
                         IF MATCH-VOID NOT EQUAL "V" AND
                            (FROM-DATE EQUAL 0 OR
                            MATCH-DATE > FROM-DATE)
                            PERFORM TALLY-ONE-MATCH
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE MATCHES-FILE.

       TALLY-ONE-MATCH.
           ADD 1 TO MATCH-COUNT.
           MOVE MATCH-WINNER-ID TO SEEK-ID.
           MOVE MATCH-WINNER-RATING TO SEEK-RATING.
           MOVE "W" TO RESULT-CHAR.
           PERFORM POST-MATCH-RESULT.
           MOVE MATCH-LOSER-ID TO SEEK-ID.
           MOVE MATCH-LOSER-RATING TO SEEK-RATING.
           MOVE "L" TO RESULT-CHAR.
           PERFORM POST-MATCH-RESULT.

       POST-MATCH-RESULT.
           MOVE 0 TO ENTRY-FOUND.
           PERFORM VARYING TABLE-IX FROM 1 BY 1 UNTIL
           END-PERFORM.

       PRINT-STANDINGS.
           IF STANDINGS-CHOICE EQUAL "C"
              COMPUTE ASK-SEASON = LAST-SEASON + 1
              DISPLAY "SEASON " ASK-SEASON " STANDINGS - "
                 MATCH-COUNT " MATCHES SO FAR"
           ELSE
              DISPLAY "LEAGUE STANDINGS - " MATCH-COUNT
                 " MATCHES ON FILE"
           END-IF.
           DISPLAY TABLE-HEADING.
           MOVE 0 TO RANK-NUMBER.
           PERFORM VARYING TABLE-IX FROM 1 BY 1 UNTIL
           END-PERFORM.
           DISPLAY "FORM reads oldest to newest of the last 5 "
              "matches.".

       READ-SEASON-HISTORY.
           OPEN INPUT SEASONS-FILE.
           IF FS-SEASONS EQUAL "00"
              MOVE 0 TO SEASON-EOF
              PERFORM UNTIL SEASON-EOF EQUAL 1
                      READ SEASONS-FILE
                         AT END
                            MOVE 1 TO SEASON-EOF
                         NOT AT END
                            IF SEA-NUMBER NUMERIC AND SEA-NUMBER >
                               LAST-SEASON
                               MOVE SEA-NUMBER TO LAST-SEASON
                            END-IF
                            IF SEA-END-DATE NUMERIC AND SEA-END-DATE >
                               LAST-END-DATE
                               MOVE SEA-END-DATE TO LAST-END-DATE
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE SEASONS-FILE
           ELSE
              IF FS-SEASONS EQUAL "05"
                 CLOSE SEASONS-FILE
              ELSE
                 DISPLAY "Could not open SEASONS.DAT - status "
                    FS-SEASONS
              END-IF
           END-IF.

       PRINT-CLOSED-SEASON.
           IF LAST-SEASON EQUAL 0
              DISPLAY "No season has been closed yet."
           ELSE
              DISPLAY "Season number to report (1 to " LAST-SEASON
                 ") :"
              ACCEPT ASK-SEASON
              IF ASK-SEASON < 1 OR ASK-SEASON > LAST-SEASON
                 DISPLAY "No closed season " ASK-SEASON "."
              ELSE
                 PERFORM PRINT-SEASON-ROWS
              END-IF
           END-IF.

       PRINT-SEASON-ROWS.
           OPEN INPUT SEASONS-FILE.
           MOVE 0 TO SEASON-ROWS.
           MOVE 0 TO SEASON-EOF.
           PERFORM UNTIL SEASON-EOF EQUAL 1
                   READ SEASONS-FILE
                      AT END
                         MOVE 1 TO SEASON-EOF
                      NOT AT END
                         IF SEA-NUMBER NUMERIC AND SEA-NUMBER EQUAL
                            ASK-SEASON
                            PERFORM PRINT-ONE-SEASON-ROW
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE SEASONS-FILE.
           DISPLAY "RATING is the final rating at close-out.".
           DISPLAY "FORM reads oldest to newest of the last 5 "
              "matches.".

       PRINT-ONE-SEASON-ROW.
           IF SEASON-ROWS EQUAL 0
              DISPLAY "SEASON " ASK-SEASON " FINAL STANDINGS - "
                 SEA-START-DATE " TO " SEA-END-DATE
              DISPLAY TABLE-HEADING
           END-IF.
           ADD 1 TO SEASON-ROWS.
           MOVE SEA-RANK TO RPT-RANK.
           MOVE SEA-PLAYER-ID TO RPT-ID.
           MOVE SEA-NAME TO RPT-NAME.
           MOVE SEA-FINAL-RATING TO RPT-RATING.
           MOVE SEA-WINS TO RPT-WINS.
           MOVE SEA-LOSSES TO RPT-LOSSES.
           MOVE SEA-FORM TO RPT-FORM.
           DISPLAY TABLE-LINE.
