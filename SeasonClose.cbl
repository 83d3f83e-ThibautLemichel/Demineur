       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEASON-CLOSE.
       AUTHOR. Thibaut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MATCHES-FILE ASSIGN TO "MATCHES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MATCHES.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLAYER-ID
              FILE STATUS IS FS-PLAYERS.
           SELECT OPTIONAL SEASONS-FILE ASSIGN TO "SEASONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SEASONS.
           SELECT OPTIONAL AWARDS-FILE ASSIGN TO "AWARDS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AWARDS.
           SELECT OPTIONAL SEASON-REPORT-FILE ASSIGN TO "SEASON.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "DEMINEUR.LCK"
              ORGANIZATION IS LINE SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AWARDS-FILE.
       01 AWARD-RECORD.
          05 AWD-PLAYER-ID      PIC 9(4).
          05 FILLER             PIC X.
          05 AWD-CODE           PIC X(8).
          05 FILLER             PIC X.
          05 AWD-DATE           PIC 9(8).

       FD  SEASON-REPORT-FILE.
       01 SEASON-REPORT-RECORD  PIC X(80).

       FD  LOCK-FILE.
       01 LOCK-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.

       01 FS-MATCHES            PIC XX.
       01 FS-PLAYERS            PIC XX.
       01 FS-SEASONS            PIC XX.
       01 FS-AWARDS             PIC XX.
       01 FS-REPORT             PIC XX.
       01 FS-LOCK               PIC XX.
       01 LOCK-TRIES            PIC 9(4) VALUE 0.
       01 LOCK-WAIT-SECONDS     PIC 9(4) VALUE 1.
       01 FILE-EOF              PIC 9.

       01 RUN-DATE              PIC 9(8).
       01 YESTERDAY             PIC 9(8).
       01 END-DATE              PIC 9(8) VALUE 0.
       01 END-MONTH             PIC 9(2).
       01 END-DAY               PIC 9(2).
       01 DATE-OK               PIC 9.
       01 LAST-SEASON           PIC 9(3) VALUE 0.
       01 LAST-END-DATE         PIC 9(8) VALUE 0.
       01 SEASON-NUMBER         PIC 9(3).
       01 SEASON-START          PIC 9(8) VALUE 0.
       01 LATER-MATCHES         PIC 9(6) VALUE 0.
       01 CONFIRM-CHOICE        PIC X.

       01 KEEP-PERCENT          PIC 9(3) VALUE 75.
       01 IDLE-DECAY            PIC 9(3) VALUE 25.
       01 OLD-RATING            PIC 9(4).
       01 NEW-RATING            PIC S9(5).

       01 MATCH-COUNT           PIC 9(6) VALUE 0.
       01 TABLE-COUNT           PIC 9(3) VALUE 0.
       01 STANDING-TABLE.
          05 STANDING-ENTRY OCCURS 500 TIMES.
             10 ST-ID           PIC 9(4).
             10 ST-NAME         PIC X(20).
             10 ST-RATING       PIC 9(4).
             10 ST-MATCH-WINS   PIC 9(4).
             10 ST-MATCH-LOSSES PIC 9(4).
             10 ST-FORM         PIC X(5).
             10 ST-NEW-RATING   PIC 9(4).
             10 ST-RATING-SEEN  PIC 9.
       01 STANDING-SWAP.
          05 SWAP-ID            PIC 9(4).
          05 SWAP-NAME          PIC X(20).
          05 SWAP-RATING        PIC 9(4).
          05 SWAP-MATCH-WINS    PIC 9(4).
          05 SWAP-MATCH-LOSSES  PIC 9(4).
          05 SWAP-FORM          PIC X(5).
          05 SWAP-NEW-RATING    PIC 9(4).
          05 SWAP-RATING-SEEN   PIC 9.
       01 TABLE-IX              PIC 9(3).
       01 SORT-IX               PIC 9(3).
       01 SORT-SWAPPED          PIC 9.
       01 ENTRY-FOUND           PIC 9.
       01 SEEK-ID               PIC 9(4).
       01 SEEK-RATING           PIC 9(4).
       01 SEEK-DELTA            PIC 9(2).
       01 PRIOR-RATING          PIC S9(5).
       01 RESULT-CHAR           PIC X.
       01 FORM-IX               PIC 9.
       01 FORM-DONE             PIC 9.
       01 FORM-SHIFT            PIC X(4).

       01 RANK-NUMBER           PIC 9(3) VALUE 0.
       01 CHAMPION-ID           PIC 9(4) VALUE 0.
       01 CHAMPION-NAME         PIC X(20) VALUE SPACES.
       01 PLAYERS-REGRESSED     PIC 9(6) VALUE 0.
       01 PLAYERS-DECAYED       PIC 9(6) VALUE 0.
       01 PLAYERS-UNCHANGED     PIC 9(6) VALUE 0.

       01 TABLE-HEADING         PIC X(64) VALUE
          "RANK   ID NAME                 RATING   W   L FORM  NEW".
       01 TABLE-LINE.
          05 RPT-RANK           PIC ZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-ID             PIC 9(4).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-NAME           PIC X(20).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-RATING         PIC ZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-WINS           PIC ZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-LOSSES         PIC ZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-FORM           PIC X(5).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-NEW-RATING     PIC ZZZ9.

       01 RATING-LINE.
          05 RTG-TAG            PIC X(18).
          05 FILLER             PIC X     VALUE SPACE.
          05 RTG-ID             PIC 9(4).
          05 FILLER             PIC X     VALUE SPACE.
          05 RTG-NAME           PIC X(20).
          05 FILLER             PIC X     VALUE SPACE.
          05 RTG-OLD            PIC ZZZ9.
          05 FILLER             PIC X(4)  VALUE " TO ".
          05 RTG-NEW            PIC ZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           COMPUTE YESTERDAY = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(RUN-DATE) - 1).
           PERFORM READ-SEASON-HISTORY.
           PERFORM GET-END-DATE.
           PERFORM LOAD-PLAYERS.
           PERFORM TALLY-SEASON-MATCHES.

           IF MATCH-COUNT EQUAL 0
              DISPLAY "No rated matches since the last close-out on "
                 LAST-END-DATE " - nothing to close."
              STOP RUN
           END-IF.

           PERFORM SORT-STANDINGS.
           PERFORM SET-NEW-RATINGS.

           DISPLAY "Season " SEASON-NUMBER " - " MATCH-COUNT
              " rated matches from " SEASON-START " to " END-DATE.
           IF LATER-MATCHES > 0
              DISPLAY LATER-MATCHES " matches after " END-DATE
                 " are left for the next season."
           END-IF.
           DISPLAY "Close the season now? (Y/N) :".
           ACCEPT CONFIRM-CHOICE.
           IF CONFIRM-CHOICE NOT EQUAL "Y" AND CONFIRM-CHOICE NOT
              EQUAL "y"
              DISPLAY "Season close-out cancelled."
              STOP RUN
           END-IF.

           OPEN EXTEND SEASON-REPORT-FILE.
           IF FS-REPORT NOT EQUAL "00" AND FS-REPORT NOT EQUAL "05"
              DISPLAY "Could not open SEASON.RPT - status " FS-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM TAKE-SHARED-LOCK.
           PERFORM OPEN-CLOSE-OUT-FILES.
           PERFORM WRITE-RUN-HEADING.
           PERFORM FREEZE-STANDINGS.
           PERFORM CROWN-CHAMPION.
           PERFORM REGRESS-RATINGS.
           CLOSE SEASONS-FILE.
           CLOSE PLAYERS-FILE.
           CLOSE LOCK-FILE.
           PERFORM WRITE-SUMMARY.
           CLOSE SEASON-REPORT-FILE.
           STOP RUN.

       READ-SEASON-HISTORY.
           OPEN INPUT SEASONS-FILE.
           IF FS-SEASONS NOT EQUAL "00" AND FS-SEASONS NOT EQUAL "05"
              DISPLAY "Could not open SEASONS.DAT - status " FS-SEASONS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ SEASONS-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
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
           END-PERFORM.
           CLOSE SEASONS-FILE.
           COMPUTE SEASON-NUMBER = LAST-SEASON + 1.

       GET-END-DATE.
           MOVE 0 TO DATE-OK.
           PERFORM UNTIL DATE-OK EQUAL 1
                   DISPLAY "Season end date YYYYMMDD - matches up to "
                      "and including this day (0 for yesterday) :"
                   ACCEPT END-DATE
                   IF END-DATE EQUAL 0
                      MOVE YESTERDAY TO END-DATE
                   END-IF
                   MOVE END-DATE(5:2) TO END-MONTH
                   MOVE END-DATE(7:2) TO END-DAY
                   IF END-DATE NOT GREATER THAN 19000000 OR
                      END-MONTH < 1 OR END-MONTH > 12 OR
                      END-DAY < 1 OR END-DAY > 31 OR
                      END-DATE NOT LESS THAN RUN-DATE
                      DISPLAY "Please give a valid date before today - "
                         "matches are still being played today."
                   ELSE
                      IF END-DATE NOT GREATER THAN LAST-END-DATE
                         DISPLAY "Season " LAST-SEASON " already "
                            "closed on " LAST-END-DATE "."
                      ELSE
                         MOVE 1 TO DATE-OK
                      END-IF
                   END-IF
           END-PERFORM.

       LOAD-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           IF FS-PLAYERS NOT EQUAL "00" AND FS-PLAYERS NOT EQUAL "05"
              DISPLAY "Could not open PLAYERS.DAT - status " FS-PLAYERS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO PLAYER-ID.
           START PLAYERS-FILE KEY NOT LESS THAN PLAYER-ID
              INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ PLAYERS-FILE NEXT RECORD
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         PERFORM ADD-PLAYER-ENTRY
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.

       ADD-PLAYER-ENTRY.
           IF TABLE-COUNT < 500
              ADD 1 TO TABLE-COUNT
              MOVE PLAYER-ID TO ST-ID(TABLE-COUNT)
              MOVE PLAYER-NAME TO ST-NAME(TABLE-COUNT)
              IF PLAYER-RATING NUMERIC AND PLAYER-RATING > 0
                 MOVE PLAYER-RATING TO ST-RATING(TABLE-COUNT)
              ELSE
                 MOVE 1000 TO ST-RATING(TABLE-COUNT)
              END-IF
              MOVE ST-RATING(TABLE-COUNT) TO ST-NEW-RATING(TABLE-COUNT)
              MOVE 0 TO ST-MATCH-WINS(TABLE-COUNT)
              MOVE 0 TO ST-MATCH-LOSSES(TABLE-COUNT)
              MOVE SPACES TO ST-FORM(TABLE-COUNT)
              MOVE 0 TO ST-RATING-SEEN(TABLE-COUNT)
           END-IF.

       TALLY-SEASON-MATCHES.
           OPEN INPUT MATCHES-FILE.
           IF FS-MATCHES NOT EQUAL "00" AND FS-MATCHES NOT EQUAL "05"
              DISPLAY "Could not open MATCHES.DAT - status " FS-MATCHES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ MATCHES-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         IF MATCH-DATE NUMERIC AND MATCH-DATE >
                            LAST-END-DATE AND MATCH-VOID NOT EQUAL "V"
                            IF MATCH-DATE > END-DATE
                               ADD 1 TO LATER-MATCHES
                               PERFORM NOTE-LATER-MATCH
                            ELSE
                               PERFORM TALLY-ONE-MATCH
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE MATCHES-FILE.

       TALLY-ONE-MATCH.
           ADD 1 TO MATCH-COUNT.
           IF SEASON-START EQUAL 0 OR MATCH-DATE < SEASON-START
              MOVE MATCH-DATE TO SEASON-START
           END-IF.
           MOVE MATCH-WINNER-ID TO SEEK-ID.
           MOVE MATCH-WINNER-RATING TO SEEK-RATING.
           MOVE "W" TO RESULT-CHAR.
           PERFORM POST-MATCH-RESULT.
           MOVE MATCH-LOSER-ID TO SEEK-ID.
           MOVE MATCH-LOSER-RATING TO SEEK-RATING.
           MOVE "L" TO RESULT-CHAR.
           PERFORM POST-MATCH-RESULT.

       NOTE-LATER-MATCH.
           IF MATCH-RATING-DELTA NUMERIC
              MOVE MATCH-RATING-DELTA TO SEEK-DELTA
           ELSE
              MOVE 0 TO SEEK-DELTA
           END-IF.
           MOVE MATCH-WINNER-ID TO SEEK-ID.
           MOVE MATCH-WINNER-RATING TO SEEK-RATING.
           MOVE "W" TO RESULT-CHAR.
           PERFORM NOTE-PRIOR-RATING.
           MOVE MATCH-LOSER-ID TO SEEK-ID.
           MOVE MATCH-LOSER-RATING TO SEEK-RATING.
           MOVE "L" TO RESULT-CHAR.
           PERFORM NOTE-PRIOR-RATING.

       NOTE-PRIOR-RATING.
           MOVE 0 TO ENTRY-FOUND.
           PERFORM VARYING TABLE-IX FROM 1 BY 1 UNTIL
              TABLE-IX > TABLE-COUNT OR ENTRY-FOUND EQUAL 1
                   IF ST-ID(TABLE-IX) EQUAL SEEK-ID
                      MOVE 1 TO ENTRY-FOUND
                      SUBTRACT 1 FROM TABLE-IX
                   END-IF
           END-PERFORM.
           IF ENTRY-FOUND EQUAL 1 AND ST-RATING-SEEN(TABLE-IX) EQUAL 0
              AND SEEK-RATING NUMERIC AND SEEK-RATING > 0
              IF RESULT-CHAR EQUAL "W"
                 COMPUTE PRIOR-RATING = SEEK-RATING - SEEK-DELTA
              ELSE
                 COMPUTE PRIOR-RATING = SEEK-RATING + SEEK-DELTA
              END-IF
              IF PRIOR-RATING < 0
                 MOVE 0 TO PRIOR-RATING
              END-IF
              IF PRIOR-RATING > 9999
                 MOVE 9999 TO PRIOR-RATING
              END-IF
              MOVE PRIOR-RATING TO ST-RATING(TABLE-IX)
              MOVE 2 TO ST-RATING-SEEN(TABLE-IX)
           END-IF.

       POST-MATCH-RESULT.
           MOVE 0 TO ENTRY-FOUND.
           PERFORM VARYING TABLE-IX FROM 1 BY 1 UNTIL
              TABLE-IX > TABLE-COUNT OR ENTRY-FOUND EQUAL 1
                   IF ST-ID(TABLE-IX) EQUAL SEEK-ID
                      MOVE 1 TO ENTRY-FOUND
                      SUBTRACT 1 FROM TABLE-IX
                   END-IF
           END-PERFORM.
           IF ENTRY-FOUND EQUAL 0
              DISPLAY "Player " SEEK-ID " is not on PLAYERS.DAT - "
                 "result left out of the season table."
           ELSE
              IF SEEK-RATING NUMERIC AND SEEK-RATING > 0
                 MOVE SEEK-RATING TO ST-RATING(TABLE-IX)
                 MOVE 1 TO ST-RATING-SEEN(TABLE-IX)
              END-IF
              IF RESULT-CHAR EQUAL "W"
                 ADD 1 TO ST-MATCH-WINS(TABLE-IX)
              ELSE
                 ADD 1 TO ST-MATCH-LOSSES(TABLE-IX)
              END-IF
              IF ST-FORM(TABLE-IX)(5:1) NOT EQUAL SPACE
                 MOVE ST-FORM(TABLE-IX)(2:4) TO FORM-SHIFT
                 MOVE FORM-SHIFT TO ST-FORM(TABLE-IX)(1:4)
                 MOVE RESULT-CHAR TO ST-FORM(TABLE-IX)(5:1)
              ELSE
                 PERFORM APPEND-FORM-CHAR
              END-IF
           END-IF.

       APPEND-FORM-CHAR.
           MOVE 0 TO FORM-DONE.
           PERFORM VARYING FORM-IX FROM 1 BY 1 UNTIL FORM-IX > 5
              OR FORM-DONE EQUAL 1
                   IF ST-FORM(TABLE-IX)(FORM-IX:1) EQUAL SPACE
                      MOVE RESULT-CHAR TO
                         ST-FORM(TABLE-IX)(FORM-IX:1)
                      MOVE 1 TO FORM-DONE
                   END-IF
           END-PERFORM.

       SORT-STANDINGS.
           MOVE 1 TO SORT-SWAPPED.
           PERFORM UNTIL SORT-SWAPPED EQUAL 0
                   MOVE 0 TO SORT-SWAPPED
                   PERFORM VARYING SORT-IX FROM 1 BY 1 UNTIL
                      SORT-IX NOT LESS THAN TABLE-COUNT
                           IF ST-RATING(SORT-IX) <
                              ST-RATING(SORT-IX + 1)
                              MOVE STANDING-ENTRY(SORT-IX) TO
                                 STANDING-SWAP
                              MOVE STANDING-ENTRY(SORT-IX + 1) TO
                                 STANDING-ENTRY(SORT-IX)
                              MOVE STANDING-SWAP TO
                                 STANDING-ENTRY(SORT-IX + 1)
                              MOVE 1 TO SORT-SWAPPED
                           END-IF
                   END-PERFORM
           END-PERFORM.

       SET-NEW-RATINGS.
           PERFORM VARYING TABLE-IX FROM 1 BY 1 UNTIL
              TABLE-IX > TABLE-COUNT
                   MOVE ST-RATING(TABLE-IX) TO OLD-RATING
                   PERFORM PULL-TOWARDS-START
                   IF ST-MATCH-WINS(TABLE-IX) EQUAL 0 AND
                      ST-MATCH-LOSSES(TABLE-IX) EQUAL 0
                      SUBTRACT IDLE-DECAY FROM NEW-RATING
                      IF NEW-RATING < 0
                         MOVE 0 TO NEW-RATING
                      END-IF
                   END-IF
                   MOVE NEW-RATING TO ST-NEW-RATING(TABLE-IX)
           END-PERFORM.

       PULL-TOWARDS-START.
           COMPUTE NEW-RATING ROUNDED = 1000 +
              (OLD-RATING - 1000) * KEEP-PERCENT / 100.
           IF NEW-RATING > 9999
              MOVE 9999 TO NEW-RATING
           END-IF.

       WRITE-RUN-HEADING.
           MOVE SPACES TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.
           MOVE SPACES TO SEASON-REPORT-RECORD.
           STRING "SEASON " SEASON-NUMBER " CLOSE-OUT RUN " RUN-DATE
              " - MATCHES " SEASON-START " TO " END-DATE
              DELIMITED BY SIZE INTO SEASON-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE TABLE-HEADING TO SEASON-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.

       TAKE-SHARED-LOCK.
           MOVE 0 TO LOCK-TRIES.
           OPEN EXTEND LOCK-FILE.
           PERFORM UNTIL FS-LOCK NOT EQUAL "61"
                   ADD 1 TO LOCK-TRIES
                   IF LOCK-TRIES > 120
                      DISPLAY "DEMINEUR.LCK is still held by a game "
                         "after 120 seconds."
                      CLOSE SEASON-REPORT-FILE
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   CALL "C$SLEEP" USING LOCK-WAIT-SECONDS
                   OPEN EXTEND LOCK-FILE
           END-PERFORM.
           IF FS-LOCK NOT EQUAL "00" AND FS-LOCK NOT EQUAL "05"
              DISPLAY "Could not open DEMINEUR.LCK - status " FS-LOCK
              CLOSE SEASON-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-CLOSE-OUT-FILES.
           OPEN I-O PLAYERS-FILE.
           IF FS-PLAYERS NOT EQUAL "00" AND FS-PLAYERS NOT EQUAL "05"
              DISPLAY "Could not open PLAYERS.DAT - status " FS-PLAYERS
              DISPLAY "Season not closed - nothing was written."
              CLOSE LOCK-FILE
              CLOSE SEASON-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND SEASONS-FILE.
           IF FS-SEASONS NOT EQUAL "00" AND FS-SEASONS NOT EQUAL "05"
              DISPLAY "Could not open SEASONS.DAT - status " FS-SEASONS
              DISPLAY "Season not closed - nothing was written."
              CLOSE PLAYERS-FILE
              CLOSE LOCK-FILE
              CLOSE SEASON-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       FREEZE-STANDINGS.
           PERFORM VARYING TABLE-IX FROM 1 BY 1 UNTIL
              TABLE-IX > TABLE-COUNT
                   IF ST-MATCH-WINS(TABLE-IX) > 0 OR
                      ST-MATCH-LOSSES(TABLE-IX) > 0
                      PERFORM FREEZE-ONE-ENTRY
                   END-IF
           END-PERFORM.

       FREEZE-ONE-ENTRY.
           ADD 1 TO RANK-NUMBER.
           IF RANK-NUMBER EQUAL 1
              MOVE ST-ID(TABLE-IX) TO CHAMPION-ID
              MOVE ST-NAME(TABLE-IX) TO CHAMPION-NAME
           END-IF.
           MOVE SPACES TO SEASON-RECORD.
           MOVE SEASON-NUMBER TO SEA-NUMBER.
           MOVE SEASON-START TO SEA-START-DATE.
           MOVE END-DATE TO SEA-END-DATE.
           MOVE RANK-NUMBER TO SEA-RANK.
           MOVE ST-ID(TABLE-IX) TO SEA-PLAYER-ID.
           MOVE ST-NAME(TABLE-IX) TO SEA-NAME.
           MOVE ST-MATCH-WINS(TABLE-IX) TO SEA-WINS.
           MOVE ST-MATCH-LOSSES(TABLE-IX) TO SEA-LOSSES.
           MOVE ST-RATING(TABLE-IX) TO SEA-FINAL-RATING.
           MOVE ST-NEW-RATING(TABLE-IX) TO SEA-NEW-RATING.
           MOVE ST-FORM(TABLE-IX) TO SEA-FORM.
           WRITE SEASON-RECORD.
           MOVE RANK-NUMBER TO RPT-RANK.
           MOVE ST-ID(TABLE-IX) TO RPT-ID.
           MOVE ST-NAME(TABLE-IX) TO RPT-NAME.
           MOVE ST-RATING(TABLE-IX) TO RPT-RATING.
           MOVE ST-MATCH-WINS(TABLE-IX) TO RPT-WINS.
           MOVE ST-MATCH-LOSSES(TABLE-IX) TO RPT-LOSSES.
           MOVE ST-FORM(TABLE-IX) TO RPT-FORM.
           MOVE ST-NEW-RATING(TABLE-IX) TO RPT-NEW-RATING.
           MOVE TABLE-LINE TO SEASON-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.

       CROWN-CHAMPION.
           IF CHAMPION-ID NOT EQUAL 0
              OPEN EXTEND AWARDS-FILE
              IF FS-AWARDS NOT EQUAL "00" AND FS-AWARDS NOT EQUAL "05"
                 DISPLAY "Could not open AWARDS.DAT - status "
                    FS-AWARDS " - CHAMPION award not written."
              ELSE
                 MOVE SPACES TO AWARD-RECORD
                 MOVE CHAMPION-ID TO AWD-PLAYER-ID
                 MOVE "CHAMPION" TO AWD-CODE
                 MOVE END-DATE TO AWD-DATE
                 WRITE AWARD-RECORD
                 CLOSE AWARDS-FILE
              END-IF
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "SEASON CHAMPION    : " CHAMPION-ID " "
                 CHAMPION-NAME DELIMITED BY SIZE
                 INTO SEASON-REPORT-RECORD
              PERFORM PUT-SUMMARY-LINE
           END-IF.

       REGRESS-RATINGS.
           PERFORM VARYING TABLE-IX FROM 1 BY 1 UNTIL
              TABLE-IX > TABLE-COUNT
                   MOVE ST-ID(TABLE-IX) TO PLAYER-ID
                   READ PLAYERS-FILE
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         PERFORM REGRESS-ONE-PLAYER
                   END-READ
           END-PERFORM.

       REGRESS-ONE-PLAYER.
           IF PLAYER-RATING NUMERIC
              COMPUTE NEW-RATING = PLAYER-RATING +
                 ST-NEW-RATING(TABLE-IX) - ST-RATING(TABLE-IX)
              IF NEW-RATING < 0
                 MOVE 0 TO NEW-RATING
              END-IF
              IF NEW-RATING > 9999
                 MOVE 9999 TO NEW-RATING
              END-IF
           END-IF.
           IF PLAYER-STATUS EQUAL "R" OR PLAYER-RATING NOT NUMERIC OR
              PLAYER-RATING EQUAL 0 OR
              PLAYER-RATING EQUAL NEW-RATING
              ADD 1 TO PLAYERS-UNCHANGED
           ELSE
              MOVE PLAYER-RATING TO RTG-OLD
              MOVE NEW-RATING TO PLAYER-RATING
              REWRITE PLAYER-RECORD
                 INVALID KEY
                    DISPLAY "Could not update player " PLAYER-ID
                       " - status " FS-PLAYERS
              END-REWRITE
              IF ST-MATCH-WINS(TABLE-IX) EQUAL 0 AND
                 ST-MATCH-LOSSES(TABLE-IX) EQUAL 0
                 MOVE "IDLE DECAY" TO RTG-TAG
                 ADD 1 TO PLAYERS-DECAYED
              ELSE
                 MOVE "REGRESSED" TO RTG-TAG
                 ADD 1 TO PLAYERS-REGRESSED
              END-IF
              MOVE PLAYER-ID TO RTG-ID
              MOVE PLAYER-NAME TO RTG-NAME
              MOVE PLAYER-RATING TO RTG-NEW
              MOVE RATING-LINE TO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.
           MOVE SPACES TO SEASON-REPORT-RECORD.
           STRING "MATCHES IN SEASON  : " MATCH-COUNT
              DELIMITED BY SIZE INTO SEASON-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO SEASON-REPORT-RECORD.
           STRING "PLAYERS RANKED     : " RANK-NUMBER
              DELIMITED BY SIZE INTO SEASON-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO SEASON-REPORT-RECORD.
           STRING "RATINGS REGRESSED  : " PLAYERS-REGRESSED
              DELIMITED BY SIZE INTO SEASON-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO SEASON-REPORT-RECORD.
           STRING "IDLE DECAY APPLIED : " PLAYERS-DECAYED
              DELIMITED BY SIZE INTO SEASON-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO SEASON-REPORT-RECORD.
           STRING "RATINGS UNCHANGED  : " PLAYERS-UNCHANGED
              DELIMITED BY SIZE INTO SEASON-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.

       PUT-SUMMARY-LINE.
           WRITE SEASON-REPORT-RECORD.
           DISPLAY SEASON-REPORT-RECORD.
