       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCORE-CORRECT.
       AUTHOR. Thibaut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CORRECTIONS.
           SELECT OPTIONAL SCORES-FILE ASSIGN TO "SCORES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SCORES.
           SELECT OPTIONAL MATCHES-FILE ASSIGN TO "MATCHES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MATCHES.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "BOARDHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-HISTORY.
           SELECT OPTIONAL MOVE-LOG-FILE ASSIGN TO "MOVELOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MOVELOG.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLAYER-ID
              FILE STATUS IS FS-PLAYERS.
           SELECT OPTIONAL TOURNEY-FILE ASSIGN TO "TOURNEY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TOURNEY.
           SELECT OPTIONAL AWARDS-FILE ASSIGN TO "AWARDS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AWARDS.
           SELECT WORK-FILE ASSIGN TO "CORRECT.TMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-WORK.
           SELECT OPTIONAL CORRECT-REPORT-FILE
              ASSIGN TO "CORRECTIONS.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "DEMINEUR.LCK"
              ORGANIZATION IS LINE SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTIONS-FILE.
       01 CORRECTION-RECORD.
          05 COR-GAME-ID        PIC 9(16).
          05 FILLER             PIC X.
          05 COR-TYPE           PIC X.
          05 FILLER             PIC X.
          05 COR-NEW-RESULT     PIC X.
          05 FILLER             PIC X.
          05 COR-REQUESTED-BY   PIC X(20).
          05 FILLER             PIC X.
          05 COR-REASON         PIC X(30).

       FD  SCORES-FILE.
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

       FD  MOVE-LOG-FILE.
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

       FD  TOURNEY-FILE.
       01 FIXTURE-RECORD.
          05 FIX-ROUND          PIC 9(2).
          05 FILLER             PIC X VALUE SPACE.
          05 FIX-HOME-ID        PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 FIX-AWAY-ID        PIC 9(4).
          05 FILLER             PIC X VALUE SPACE.
          05 FIX-PLAYED         PIC X.
          05 FILLER             PIC X VALUE SPACE.
          05 FIX-GAME-ID        PIC 9(16).

       FD  AWARDS-FILE.
       01 AWARD-RECORD.
          05 AWD-PLAYER-ID      PIC 9(4).
          05 FILLER             PIC X.
          05 AWD-CODE           PIC X(8).
          05 FILLER             PIC X.
          05 AWD-DATE           PIC 9(8).

       FD  WORK-FILE.
       01 WORK-RECORD           PIC X(80).

       FD  CORRECT-REPORT-FILE.
       01 CORRECT-REPORT-RECORD PIC X(96).

       FD  LOCK-FILE.
       01 LOCK-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.

       01 FS-CORRECTIONS        PIC XX.
       01 FS-SCORES             PIC XX.
       01 FS-MATCHES            PIC XX.
       01 FS-HISTORY            PIC XX.
       01 FS-MOVELOG            PIC XX.
       01 FS-PLAYERS            PIC XX.
       01 FS-TOURNEY            PIC XX.
       01 FS-AWARDS             PIC XX.
       01 FS-LOCK               PIC XX.
       01 LOCK-TRIES            PIC 9(4) VALUE 0.
       01 LOCK-WAIT-SECONDS     PIC 9(4) VALUE 1.
       01 FS-WORK               PIC XX.
       01 FS-REPORT             PIC XX.
       01 CORRECTIONS-EOF       PIC 9.
       01 FILE-EOF              PIC 9.

       01 RUN-DATE              PIC 9(8).
       01 RUN-TIME              PIC 9(6).
       01 CORRECTION-OK         PIC 9.
       01 REJECT-TEXT           PIC X(60).

       01 SCORE-FOUND           PIC 9.
       01 HIT-DATE              PIC 9(8).
       01 HIT-RESULT            PIC X.
       01 HIT-CORRECTED         PIC X.
       01 HIT-NEW-RESULT        PIC X.
       01 HIT-PLAYER-ID         PIC 9(4).
       01 HIT-HINTS             PIC 9(3).
       01 HIT-WIDTH             PIC 9(3).
       01 HIT-HEIGHT            PIC 9(3).
       01 HIT-MINES             PIC 9(3).
       01 HIT-ELAPSED           PIC 9(6).
       01 SCORE-HEIGHT          PIC 9(3).

       01 MATCH-FOUND           PIC 9.
       01 MATCH-ACTION          PIC 9.
       01 ROW-DONE              PIC 9.
       01 HIT-WINNER-ID         PIC 9(4).
       01 HIT-LOSER-ID          PIC 9(4).
       01 HIT-WINNER-RATING     PIC 9(4).
       01 HIT-LOSER-RATING      PIC 9(4).
       01 HIT-DELTA             PIC 9(2).
       01 TWO-PLAYER-GAME       PIC 9.
       01 HIT-PLAYER2-ID        PIC 9(4).
       01 LAST-MOVE-SEAT        PIC 9.
       01 WINNING-SEAT          PIC 9.

       01 DELTA-W-RATING        PIC 9(4).
       01 DELTA-L-RATING        PIC 9(4).
       01 DERIVED-DELTA         PIC 9(2).
       01 DELTA-FOUND           PIC 9.
       01 TRY-DELTA             PIC S9(4).
       01 RATING-W              PIC 9(4).
       01 RATING-L              PIC 9(4).
       01 BASE-RATING-W         PIC 9(4).
       01 BASE-RATING-L         PIC 9(4).
       01 RATING-DELTA          PIC S9(4).
       01 NEW-DELTA             PIC 9(2).
       01 NEW-WINNER-RATING     PIC 9(4).
       01 NEW-LOSER-RATING      PIC 9(4).
       01 PRE-RATING-W          PIC S9(5).
       01 PRE-RATING-L          PIC S9(5).

       01 ADJ-ID                PIC 9(4).
       01 ADJ-GAMES             PIC S9.
       01 ADJ-WINS              PIC S9.
       01 ADJ-SET-RATING        PIC 9.
       01 ADJ-RATING            PIC 9(4).
       01 ADJ-FOUND             PIC 9.
       01 OLD-GAMES             PIC 9(6).
       01 OLD-WINS              PIC 9(6).
       01 OLD-RATING            PIC 9(4).

       01 REVIEW-LOST-WIN       PIC 9.
       01 REVIEW-GAMES          PIC 9(6).
       01 REVIEW-WINS           PIC 9(6).
       01 AWARD-KEEP            PIC 9.
       01 AWARDS-DROPPED        PIC 9(4).
       01 GAME-NOHINTS          PIC 9.
       01 GAME-FASTEXP          PIC 9.
       01 GAME-UPSET            PIC 9.
       01 OTHER-NOHINTS         PIC 9.
       01 OTHER-FASTEXP         PIC 9.
       01 OTHER-UPSET           PIC 9.

       01 DAY-MATCH-COUNT       PIC 9(4) VALUE 0.
       01 DAY-MATCH-TABLE.
          05 DAY-MATCH-ENTRY OCCURS 500 TIMES.
             10 DM-GAME-ID      PIC 9(16).
             10 DM-WINNER-ID    PIC 9(4).
             10 DM-UPSET        PIC 9.
       01 DM-IX                 PIC 9(4).
       01 DM-FOUND              PIC 9(4).

       01 FIXTURE-COUNT         PIC 9(4) VALUE 0.
       01 FIXTURE-TABLE.
          05 FIXTURE-ENTRY OCCURS 500 TIMES.
             10 FT-ROUND        PIC 9(2).
             10 FT-HOME-ID      PIC 9(4).
             10 FT-AWAY-ID      PIC 9(4).
             10 FT-PLAYED       PIC X.
             10 FT-GAME-ID      PIC 9(16).
       01 FIXTURE-IX            PIC 9(4).
       01 FIXTURE-HIT           PIC 9(4).
       01 FIXTURE-OVERFLOW      PIC 9.

       01 CORRECTIONS-READ      PIC 9(6) VALUE 0.
       01 VOIDS-APPLIED         PIC 9(6) VALUE 0.
       01 RESULTS-CHANGED       PIC 9(6) VALUE 0.
       01 MATCHES-REAWARDED     PIC 9(6) VALUE 0.
       01 MATCH-ROWS-VOIDED     PIC 9(6) VALUE 0.
       01 FIXTURES-RESET        PIC 9(6) VALUE 0.
       01 PLAYERS-ADJUSTED      PIC 9(6) VALUE 0.
       01 AWARDS-REVOKED        PIC 9(6) VALUE 0.
       01 REJECTED-COUNT        PIC 9(6) VALUE 0.

       01 REPORT-LINE.
          05 RPT-TAG            PIC X(18).
          05 FILLER             PIC X     VALUE SPACE.
          05 RPT-GAME-ID        PIC 9(16).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-DETAIL         PIC X(60).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME.
           OPEN EXTEND CORRECT-REPORT-FILE.
           IF FS-REPORT NOT EQUAL "00" AND FS-REPORT NOT EQUAL "05"
              DISPLAY "Could not open CORRECTIONS.RPT - status "
                 FS-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM TAKE-SHARED-LOCK.
           OPEN I-O PLAYERS-FILE.
           IF FS-PLAYERS NOT EQUAL "00" AND FS-PLAYERS NOT EQUAL "05"
              DISPLAY "Could not open PLAYERS.DAT - status " FS-PLAYERS
              CLOSE LOCK-FILE
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM WRITE-RUN-HEADING.
           PERFORM APPLY-CORRECTIONS.
           PERFORM WRITE-SUMMARY.

           CLOSE PLAYERS-FILE.
           CLOSE LOCK-FILE.
           CLOSE CORRECT-REPORT-FILE.
           STOP RUN.

       TAKE-SHARED-LOCK.
           MOVE 0 TO LOCK-TRIES.
           OPEN EXTEND LOCK-FILE.
           PERFORM UNTIL FS-LOCK NOT EQUAL "61"
                   ADD 1 TO LOCK-TRIES
                   IF LOCK-TRIES > 120
                      DISPLAY "DEMINEUR.LCK is still held by a game "
                         "after 120 seconds."
                      CLOSE CORRECT-REPORT-FILE
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   CALL "C$SLEEP" USING LOCK-WAIT-SECONDS
                   OPEN EXTEND LOCK-FILE
           END-PERFORM.
           IF FS-LOCK NOT EQUAL "00" AND FS-LOCK NOT EQUAL "05"
              DISPLAY "Could not open DEMINEUR.LCK - status " FS-LOCK
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-RUN-HEADING.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           WRITE CORRECT-REPORT-RECORD.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           STRING "CORRECTIONS RUN " RUN-DATE " " RUN-TIME
              DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.

       APPLY-CORRECTIONS.
           OPEN INPUT CORRECTIONS-FILE.
           IF FS-CORRECTIONS NOT EQUAL "00" AND FS-CORRECTIONS NOT
              EQUAL "05"
              DISPLAY "Could not open CORRECTIONS.DAT - status "
                 FS-CORRECTIONS
              CLOSE PLAYERS-FILE
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO CORRECTIONS-EOF.
           PERFORM UNTIL CORRECTIONS-EOF EQUAL 1
                   READ CORRECTIONS-FILE
                      AT END
                         MOVE 1 TO CORRECTIONS-EOF
                      NOT AT END
                         IF CORRECTION-RECORD NOT EQUAL SPACES
                            ADD 1 TO CORRECTIONS-READ
                            PERFORM APPLY-ONE-CORRECTION
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE CORRECTIONS-FILE.
           IF CORRECTIONS-READ > 0
              OPEN OUTPUT CORRECTIONS-FILE
              CLOSE CORRECTIONS-FILE
              DISPLAY "CORRECTIONS.DAT processed and cleared."
           END-IF.

       APPLY-ONE-CORRECTION.
           PERFORM CHECK-CORRECTION.
           IF CORRECTION-OK EQUAL 0
              PERFORM REJECT-CORRECTION
           ELSE
              IF COR-TYPE EQUAL "V"
                 PERFORM APPLY-VOID
              ELSE
                 IF COR-TYPE EQUAL "R"
                    PERFORM APPLY-RESULT-CHANGE
                 ELSE
                    PERFORM APPLY-AWARD-OTHER
                 END-IF
              END-IF
           END-IF.

       CHECK-CORRECTION.
           MOVE 1 TO CORRECTION-OK.
           MOVE SPACES TO REJECT-TEXT.
           MOVE 0 TO SCORE-FOUND.
           MOVE 0 TO MATCH-FOUND.
           MOVE 0 TO TWO-PLAYER-GAME.
           IF COR-GAME-ID NOT NUMERIC OR COR-GAME-ID EQUAL 0
              MOVE "GAME ID IS MISSING OR NOT NUMERIC" TO REJECT-TEXT
              MOVE 0 TO CORRECTION-OK
           END-IF.
           IF CORRECTION-OK EQUAL 1 AND COR-TYPE NOT EQUAL "V" AND
              COR-TYPE NOT EQUAL "R" AND COR-TYPE NOT EQUAL "A"
              MOVE "CORRECTION TYPE MUST BE V, R OR A" TO REJECT-TEXT
              MOVE 0 TO CORRECTION-OK
           END-IF.
           IF CORRECTION-OK EQUAL 1 AND COR-REQUESTED-BY EQUAL SPACES
              MOVE "REQUESTED-BY IS BLANK" TO REJECT-TEXT
              MOVE 0 TO CORRECTION-OK
           END-IF.
           IF CORRECTION-OK EQUAL 1
              PERFORM FIND-SCORE-ROW
              IF SCORE-FOUND EQUAL 0
                 MOVE "GAME NOT FOUND IN LIVE SCORES.DAT" TO
                    REJECT-TEXT
                 MOVE 0 TO CORRECTION-OK
              END-IF
           END-IF.
           IF CORRECTION-OK EQUAL 1 AND HIT-RESULT EQUAL "V"
              MOVE "GAME IS ALREADY VOID" TO REJECT-TEXT
              MOVE 0 TO CORRECTION-OK
           END-IF.
           IF CORRECTION-OK EQUAL 1
              PERFORM FIND-MATCH-ROW
              PERFORM FIND-SECOND-PLAYER
           END-IF.
           IF CORRECTION-OK EQUAL 1 AND COR-TYPE EQUAL "R"
              PERFORM CHECK-RESULT-CHANGE
           END-IF.
           IF CORRECTION-OK EQUAL 1 AND COR-TYPE EQUAL "A"
              IF TWO-PLAYER-GAME EQUAL 0
                 MOVE "NOT A TWO-PLAYER GAME" TO REJECT-TEXT
                 MOVE 0 TO CORRECTION-OK
              END-IF
           END-IF.
           IF CORRECTION-OK EQUAL 1 AND COR-TYPE EQUAL "A"
              IF HIT-CORRECTED EQUAL "C"
                 MOVE "GAME ALREADY CORRECTED - AWARD NOT REPEATED" TO
                    REJECT-TEXT
                 MOVE 0 TO CORRECTION-OK
              ELSE
                 IF MATCH-FOUND EQUAL 0
                    MOVE "NO MATCHES.DAT ROW FOR THIS GAME" TO
                       REJECT-TEXT
                    MOVE 0 TO CORRECTION-OK
                 END-IF
              END-IF
           END-IF.

       CHECK-RESULT-CHANGE.
           IF TWO-PLAYER-GAME EQUAL 1
              MOVE "TWO-PLAYER GAME - USE TYPE A TO CHANGE THE WINNER"
                 TO REJECT-TEXT
              MOVE 0 TO CORRECTION-OK
           ELSE
              IF COR-NEW-RESULT NOT EQUAL "W" AND COR-NEW-RESULT NOT
                 EQUAL "L" AND COR-NEW-RESULT NOT EQUAL "Q"
                 MOVE "NEW RESULT MUST BE W, L OR Q" TO REJECT-TEXT
                 MOVE 0 TO CORRECTION-OK
              ELSE
                 IF COR-NEW-RESULT EQUAL HIT-RESULT
                    STRING "RESULT IS ALREADY " HIT-RESULT
                       DELIMITED BY SIZE INTO REJECT-TEXT
                    MOVE 0 TO CORRECTION-OK
                 END-IF
              END-IF
           END-IF.

       FIND-SCORE-ROW.
           OPEN INPUT SCORES-FILE.
           IF FS-SCORES NOT EQUAL "00" AND FS-SCORES NOT EQUAL "05"
              DISPLAY "Could not open SCORES.DAT - status " FS-SCORES
              CLOSE PLAYERS-FILE
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ SCORES-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         IF SCORE-GAME-ID NUMERIC AND SCORE-GAME-ID
                            EQUAL COR-GAME-ID
                            PERFORM TAKE-SCORE-ROW
                            MOVE 1 TO FILE-EOF
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.

       TAKE-SCORE-ROW.
           MOVE 1 TO SCORE-FOUND.
           MOVE SCORE-DATE TO HIT-DATE.
           MOVE SCORE-RESULT TO HIT-RESULT.
           MOVE SCORE-CORRECTED TO HIT-CORRECTED.
           MOVE SCORE-PLAYER-ID TO HIT-PLAYER-ID.
           MOVE SCORE-HINTS TO HIT-HINTS.
           MOVE SCORE-GAME-WIDTH TO HIT-WIDTH.
           MOVE SCORE-MINE-NUMBER TO HIT-MINES.
           MOVE SCORE-ELAPSED TO HIT-ELAPSED.
           PERFORM TAKE-SCORE-HEIGHT.
           MOVE SCORE-HEIGHT TO HIT-HEIGHT.
           IF HIT-PLAYER-ID NOT NUMERIC
              MOVE 0 TO HIT-PLAYER-ID
           END-IF.

       TAKE-SCORE-HEIGHT.
           IF SCORE-GAME-HEIGHT NUMERIC AND SCORE-GAME-HEIGHT > 0
              MOVE SCORE-GAME-HEIGHT TO SCORE-HEIGHT
           ELSE
              MOVE SCORE-GAME-WIDTH TO SCORE-HEIGHT
           END-IF.

       FIND-MATCH-ROW.
           OPEN INPUT MATCHES-FILE.
           IF FS-MATCHES EQUAL "00" OR FS-MATCHES EQUAL "05"
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ MATCHES-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF MATCH-GAME-ID NUMERIC AND MATCH-GAME-ID
                               EQUAL COR-GAME-ID AND
                               MATCH-VOID NOT EQUAL "V"
                               PERFORM TAKE-MATCH-ROW
                               MOVE 1 TO FILE-EOF
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE MATCHES-FILE
           END-IF.

       TAKE-MATCH-ROW.
           MOVE 1 TO MATCH-FOUND.
           MOVE MATCH-WINNER-ID TO HIT-WINNER-ID.
           MOVE MATCH-LOSER-ID TO HIT-LOSER-ID.
           MOVE MATCH-WINNER-RATING TO HIT-WINNER-RATING.
           MOVE MATCH-LOSER-RATING TO HIT-LOSER-RATING.
           PERFORM TAKE-MATCH-DELTA.
           MOVE DERIVED-DELTA TO HIT-DELTA.

       TAKE-MATCH-DELTA.
           IF MATCH-RATING-DELTA NUMERIC
              MOVE MATCH-RATING-DELTA TO DERIVED-DELTA
           ELSE
              MOVE MATCH-WINNER-RATING TO DELTA-W-RATING
              MOVE MATCH-LOSER-RATING TO DELTA-L-RATING
              PERFORM DERIVE-LEGACY-DELTA
           END-IF.

       DERIVE-LEGACY-DELTA.
           MOVE 0 TO DELTA-FOUND.
           MOVE 16 TO DERIVED-DELTA.
           PERFORM VARYING TRY-DELTA FROM 1 BY 1 UNTIL
              TRY-DELTA > 31 OR DELTA-FOUND EQUAL 1
                   COMPUTE RATING-DELTA = 16 +
                      ((DELTA-L-RATING + TRY-DELTA) -
                      (DELTA-W-RATING - TRY-DELTA)) / 25
                   IF RATING-DELTA < 1
                      MOVE 1 TO RATING-DELTA
                   END-IF
                   IF RATING-DELTA > 31
                      MOVE 31 TO RATING-DELTA
                   END-IF
                   IF RATING-DELTA EQUAL TRY-DELTA
                      MOVE TRY-DELTA TO DERIVED-DELTA
                      MOVE 1 TO DELTA-FOUND
                   END-IF
           END-PERFORM.

       FIND-SECOND-PLAYER.
           MOVE 0 TO HIT-PLAYER2-ID.
           IF MATCH-FOUND EQUAL 1
              MOVE 1 TO TWO-PLAYER-GAME
              IF HIT-WINNER-ID EQUAL HIT-PLAYER-ID
                 MOVE HIT-LOSER-ID TO HIT-PLAYER2-ID
              ELSE
                 MOVE HIT-WINNER-ID TO HIT-PLAYER2-ID
              END-IF
           ELSE
              OPEN INPUT HISTORY-FILE
              IF FS-HISTORY EQUAL "00" OR FS-HISTORY EQUAL "05"
                 MOVE 0 TO FILE-EOF
                 PERFORM UNTIL FILE-EOF EQUAL 1
                         READ HISTORY-FILE
                            AT END
                               MOVE 1 TO FILE-EOF
                            NOT AT END
                               IF HIST-GAME-ID NUMERIC AND
                                  HIST-GAME-ID EQUAL COR-GAME-ID AND
                                  HIST-KIND EQUAL "H"
                                  PERFORM TAKE-HISTORY-HEADER
                                  MOVE 1 TO FILE-EOF
                               END-IF
                         END-READ
                 END-PERFORM
                 CLOSE HISTORY-FILE
              END-IF
           END-IF.

       TAKE-HISTORY-HEADER.
           IF HIST-GAME-MODE EQUAL "2"
              MOVE 1 TO TWO-PLAYER-GAME
              IF HIST-PLAYER2-ID NUMERIC
                 MOVE HIST-PLAYER2-ID TO HIT-PLAYER2-ID
              END-IF
           END-IF.

       REJECT-CORRECTION.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO RPT-TAG.
           STRING "REJECTED TYPE " COR-TYPE
              DELIMITED BY SIZE INTO RPT-TAG.
           PERFORM PUT-REQUESTER-DETAIL.
           MOVE "  REASON" TO RPT-TAG.
           MOVE REJECT-TEXT TO RPT-DETAIL.
           PERFORM WRITE-AUDIT-LINE.

       PUT-REQUESTER-DETAIL.
           MOVE SPACES TO RPT-DETAIL.
           STRING "BY " COR-REQUESTED-BY " : " COR-REASON
              DELIMITED BY SIZE INTO RPT-DETAIL.
           PERFORM WRITE-AUDIT-LINE.

       APPLY-VOID.
           ADD 1 TO VOIDS-APPLIED.
           MOVE "APPLIED VOID" TO RPT-TAG.
           PERFORM PUT-REQUESTER-DETAIL.
           PERFORM SET-GAME-QUALIFIERS.
           MOVE "V" TO HIT-NEW-RESULT.
           PERFORM REWRITE-SCORE-ROW.
           IF MATCH-FOUND EQUAL 1
              MOVE 1 TO MATCH-ACTION
              PERFORM REWRITE-MATCH-ROW
              PERFORM RESET-FIXTURE
              PERFORM READ-CURRENT-RATINGS
              IF RATING-W < HIT-DELTA
                 MOVE 0 TO NEW-WINNER-RATING
              ELSE
                 COMPUTE NEW-WINNER-RATING = RATING-W - HIT-DELTA
              END-IF
              IF RATING-L + HIT-DELTA > 9999
                 MOVE 9999 TO NEW-LOSER-RATING
              ELSE
                 COMPUTE NEW-LOSER-RATING = RATING-L + HIT-DELTA
              END-IF
              MOVE HIT-WINNER-ID TO ADJ-ID
              MOVE -1 TO ADJ-GAMES
              MOVE -1 TO ADJ-WINS
              MOVE 1 TO ADJ-SET-RATING
              MOVE NEW-WINNER-RATING TO ADJ-RATING
              MOVE 1 TO REVIEW-LOST-WIN
              PERFORM ADJUST-PLAYER
              MOVE HIT-LOSER-ID TO ADJ-ID
              MOVE -1 TO ADJ-GAMES
              MOVE 0 TO ADJ-WINS
              MOVE 1 TO ADJ-SET-RATING
              MOVE NEW-LOSER-RATING TO ADJ-RATING
              MOVE 0 TO REVIEW-LOST-WIN
              PERFORM ADJUST-PLAYER
           ELSE
              MOVE 0 TO WINNING-SEAT
              IF HIT-RESULT EQUAL "W"
                 MOVE 1 TO WINNING-SEAT
              END-IF
              IF TWO-PLAYER-GAME EQUAL 1
                 PERFORM FIND-WINNING-SEAT
              END-IF
              IF HIT-PLAYER-ID > 0
                 MOVE HIT-PLAYER-ID TO ADJ-ID
                 MOVE -1 TO ADJ-GAMES
                 MOVE 0 TO ADJ-WINS
                 MOVE 0 TO REVIEW-LOST-WIN
                 IF WINNING-SEAT EQUAL 1
                    MOVE -1 TO ADJ-WINS
                    MOVE 1 TO REVIEW-LOST-WIN
                 END-IF
                 MOVE 0 TO ADJ-SET-RATING
                 PERFORM ADJUST-PLAYER
              END-IF
              IF TWO-PLAYER-GAME EQUAL 1 AND HIT-PLAYER2-ID > 0
                 MOVE HIT-PLAYER2-ID TO ADJ-ID
                 MOVE -1 TO ADJ-GAMES
                 MOVE 0 TO ADJ-WINS
                 MOVE 0 TO ADJ-SET-RATING
                 MOVE 0 TO REVIEW-LOST-WIN
                 IF WINNING-SEAT EQUAL 2
                    MOVE -1 TO ADJ-WINS
                    MOVE 1 TO REVIEW-LOST-WIN
                 END-IF
                 PERFORM ADJUST-PLAYER
              END-IF
           END-IF.

       FIND-WINNING-SEAT.
           MOVE 0 TO LAST-MOVE-SEAT.
           OPEN INPUT MOVE-LOG-FILE.
           IF FS-MOVELOG EQUAL "00" OR FS-MOVELOG EQUAL "05"
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ MOVE-LOG-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF LOG-GAME-ID NUMERIC AND
                               LOG-GAME-ID EQUAL COR-GAME-ID AND
                               LOG-PLAYER NUMERIC
                               MOVE LOG-PLAYER TO LAST-MOVE-SEAT
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE MOVE-LOG-FILE
           END-IF.
           IF LAST-MOVE-SEAT EQUAL 1 OR LAST-MOVE-SEAT EQUAL 2
              IF HIT-RESULT EQUAL "W"
                 MOVE LAST-MOVE-SEAT TO WINNING-SEAT
              ELSE
                 COMPUTE WINNING-SEAT = 3 - LAST-MOVE-SEAT
              END-IF
           END-IF.

       APPLY-RESULT-CHANGE.
           ADD 1 TO RESULTS-CHANGED.
           MOVE "APPLIED RESULT" TO RPT-TAG.
           PERFORM PUT-REQUESTER-DETAIL.
           PERFORM SET-GAME-QUALIFIERS.
           MOVE COR-NEW-RESULT TO HIT-NEW-RESULT.
           PERFORM REWRITE-SCORE-ROW.
           IF HIT-PLAYER-ID > 0
              MOVE HIT-PLAYER-ID TO ADJ-ID
              MOVE 0 TO ADJ-GAMES
              MOVE 0 TO ADJ-WINS
              MOVE 0 TO ADJ-SET-RATING
              MOVE 0 TO REVIEW-LOST-WIN
              IF HIT-RESULT EQUAL "W"
                 MOVE -1 TO ADJ-WINS
                 MOVE 1 TO REVIEW-LOST-WIN
              END-IF
              IF HIT-NEW-RESULT EQUAL "W"
                 MOVE 1 TO ADJ-WINS
              END-IF
              IF ADJ-WINS NOT EQUAL 0
                 PERFORM ADJUST-PLAYER
              END-IF
           END-IF.

       APPLY-AWARD-OTHER.
           ADD 1 TO MATCHES-REAWARDED.
           MOVE "APPLIED AWARD" TO RPT-TAG.
           PERFORM PUT-REQUESTER-DETAIL.
           PERFORM SET-GAME-QUALIFIERS.
           MOVE HIT-RESULT TO HIT-NEW-RESULT.
           PERFORM REWRITE-SCORE-ROW.
           PERFORM READ-CURRENT-RATINGS.
           IF RATING-W < HIT-DELTA
              MOVE 0 TO BASE-RATING-W
           ELSE
              COMPUTE BASE-RATING-W = RATING-W - HIT-DELTA
           END-IF.
           IF RATING-L + HIT-DELTA > 9999
              MOVE 9999 TO BASE-RATING-L
           ELSE
              COMPUTE BASE-RATING-L = RATING-L + HIT-DELTA
           END-IF.
           COMPUTE RATING-DELTA = 16 +
              (BASE-RATING-W - BASE-RATING-L) / 25.
           IF RATING-DELTA < 1
              MOVE 1 TO RATING-DELTA
           END-IF.
           IF RATING-DELTA > 31
              MOVE 31 TO RATING-DELTA
           END-IF.
           MOVE RATING-DELTA TO NEW-DELTA.
           IF BASE-RATING-L + RATING-DELTA > 9999
              MOVE 9999 TO NEW-WINNER-RATING
           ELSE
              COMPUTE NEW-WINNER-RATING = BASE-RATING-L + RATING-DELTA
           END-IF.
           IF BASE-RATING-W < RATING-DELTA
              MOVE 0 TO NEW-LOSER-RATING
           ELSE
              COMPUTE NEW-LOSER-RATING = BASE-RATING-W - RATING-DELTA
           END-IF.
           MOVE 2 TO MATCH-ACTION.
           PERFORM REWRITE-MATCH-ROW.
           MOVE HIT-WINNER-ID TO ADJ-ID.
           MOVE 0 TO ADJ-GAMES.
           MOVE -1 TO ADJ-WINS.
           MOVE 1 TO ADJ-SET-RATING.
           MOVE NEW-LOSER-RATING TO ADJ-RATING.
           MOVE 1 TO REVIEW-LOST-WIN.
           PERFORM ADJUST-PLAYER.
           MOVE HIT-LOSER-ID TO ADJ-ID.
           MOVE 0 TO ADJ-GAMES.
           MOVE 1 TO ADJ-WINS.
           MOVE 1 TO ADJ-SET-RATING.
           MOVE NEW-WINNER-RATING TO ADJ-RATING.
           MOVE 0 TO REVIEW-LOST-WIN.
           PERFORM ADJUST-PLAYER.

       SET-GAME-QUALIFIERS.
           MOVE 0 TO GAME-NOHINTS.
           MOVE 0 TO GAME-FASTEXP.
           MOVE 0 TO GAME-UPSET.
           IF HIT-HINTS EQUAL 0
              MOVE 1 TO GAME-NOHINTS
           END-IF.
           IF HIT-WIDTH EQUAL 30 AND HIT-HEIGHT EQUAL 16 AND
              HIT-MINES EQUAL 99 AND HIT-ELAPSED < 600
              MOVE 1 TO GAME-FASTEXP
           END-IF.
           IF MATCH-FOUND EQUAL 1
              COMPUTE PRE-RATING-W = HIT-WINNER-RATING - HIT-DELTA
              COMPUTE PRE-RATING-L = HIT-LOSER-RATING + HIT-DELTA
              IF PRE-RATING-W > 0 AND PRE-RATING-W < PRE-RATING-L
                 MOVE 1 TO GAME-UPSET
              END-IF
           END-IF.

       READ-CURRENT-RATINGS.
           MOVE 1000 TO RATING-W.
           MOVE 1000 TO RATING-L.
           MOVE HIT-WINNER-ID TO PLAYER-ID.
           READ PLAYERS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PLAYER-RATING NUMERIC AND PLAYER-RATING > 0
                    MOVE PLAYER-RATING TO RATING-W
                 END-IF
           END-READ.
           MOVE HIT-LOSER-ID TO PLAYER-ID.
           READ PLAYERS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PLAYER-RATING NUMERIC AND PLAYER-RATING > 0
                    MOVE PLAYER-RATING TO RATING-L
                 END-IF
           END-READ.

       REWRITE-SCORE-ROW.
           OPEN INPUT SCORES-FILE.
           IF FS-SCORES NOT EQUAL "00" AND FS-SCORES NOT EQUAL "05"
              DISPLAY "Could not open SCORES.DAT - status " FS-SCORES
              CLOSE PLAYERS-FILE
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF FS-WORK NOT EQUAL "00"
              DISPLAY "Could not open CORRECT.TMP - status " FS-WORK
              CLOSE PLAYERS-FILE
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO ROW-DONE.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ SCORES-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         IF ROW-DONE EQUAL 0 AND SCORE-GAME-ID
                            NUMERIC AND SCORE-GAME-ID EQUAL
                            COR-GAME-ID
                            MOVE HIT-NEW-RESULT TO SCORE-RESULT
                            MOVE "C" TO SCORE-CORRECTED
                            MOVE 1 TO ROW-DONE
                         END-IF
                         MOVE SCORE-RECORD TO WORK-RECORD
                         WRITE WORK-RECORD
                   END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT SCORES-FILE.
           IF FS-SCORES NOT EQUAL "00" AND FS-SCORES NOT EQUAL "05"
              DISPLAY "Could not rewrite SCORES.DAT - status "
                 FS-SCORES
              DISPLAY "Corrected records are in CORRECT.TMP."
              CLOSE PLAYERS-FILE
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ WORK-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         MOVE WORK-RECORD TO SCORE-RECORD
                         WRITE SCORE-RECORD
                   END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE SCORES-FILE.
           MOVE "  SCORE ROW" TO RPT-TAG.
           MOVE SPACES TO RPT-DETAIL.
           IF HIT-NEW-RESULT EQUAL HIT-RESULT
              STRING "RESULT " HIT-RESULT " KEPT, ROW MARKED CORRECTED"
                 DELIMITED BY SIZE INTO RPT-DETAIL
           ELSE
              STRING "RESULT " HIT-RESULT " CHANGED TO " HIT-NEW-RESULT
                 ", ROW MARKED CORRECTED"
                 DELIMITED BY SIZE INTO RPT-DETAIL
           END-IF.
           PERFORM WRITE-AUDIT-LINE.

       REWRITE-MATCH-ROW.
           OPEN INPUT MATCHES-FILE.
           IF FS-MATCHES NOT EQUAL "00"
              DISPLAY "Could not open MATCHES.DAT - status " FS-MATCHES
              CLOSE PLAYERS-FILE
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF FS-WORK NOT EQUAL "00"
              DISPLAY "Could not open CORRECT.TMP - status " FS-WORK
              CLOSE PLAYERS-FILE
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO ROW-DONE.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ MATCHES-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         IF ROW-DONE EQUAL 0 AND MATCH-GAME-ID NUMERIC
                            AND MATCH-GAME-ID EQUAL COR-GAME-ID AND
                            MATCH-VOID NOT EQUAL "V"
                            MOVE 1 TO ROW-DONE
                            IF MATCH-ACTION EQUAL 2
                               PERFORM SWAP-MATCH-ROW
                            ELSE
                               PERFORM VOID-MATCH-ROW
                            END-IF
                         END-IF
                         MOVE MATCH-RECORD TO WORK-RECORD
                         WRITE WORK-RECORD
                   END-READ
           END-PERFORM.
           CLOSE MATCHES-FILE.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT MATCHES-FILE.
           IF FS-MATCHES NOT EQUAL "00" AND FS-MATCHES NOT EQUAL "05"
              DISPLAY "Could not rewrite MATCHES.DAT - status "
                 FS-MATCHES
              DISPLAY "Corrected records are in CORRECT.TMP."
              CLOSE PLAYERS-FILE
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ WORK-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         MOVE WORK-RECORD TO MATCH-RECORD
                         WRITE MATCH-RECORD
                   END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE MATCHES-FILE.
           MOVE "  MATCH ROW" TO RPT-TAG.
           MOVE SPACES TO RPT-DETAIL.
           IF MATCH-ACTION EQUAL 1
              ADD 1 TO MATCH-ROWS-VOIDED
              STRING "VOIDED - WINNER " HIT-WINNER-ID " LOSER "
                 HIT-LOSER-ID " RATING CHANGE " HIT-DELTA
                 DELIMITED BY SIZE INTO RPT-DETAIL
           ELSE
              STRING "WINNER " HIT-WINNER-ID " CHANGED TO "
                 HIT-LOSER-ID " RATING CHANGE " HIT-DELTA " TO "
                 NEW-DELTA
                 DELIMITED BY SIZE INTO RPT-DETAIL
           END-IF.
           PERFORM WRITE-AUDIT-LINE.

       VOID-MATCH-ROW.
           MOVE 0 TO MATCH-RATING-DELTA.
           MOVE "V" TO MATCH-VOID.

       SWAP-MATCH-ROW.
           MOVE HIT-LOSER-ID TO MATCH-WINNER-ID.
           MOVE HIT-WINNER-ID TO MATCH-LOSER-ID.
           MOVE NEW-WINNER-RATING TO MATCH-WINNER-RATING.
           MOVE NEW-LOSER-RATING TO MATCH-LOSER-RATING.
           MOVE NEW-DELTA TO MATCH-RATING-DELTA.

       RESET-FIXTURE.
           MOVE 0 TO FIXTURE-COUNT.
           MOVE 0 TO FIXTURE-OVERFLOW.
           MOVE 0 TO FIXTURE-HIT.
           OPEN INPUT TOURNEY-FILE.
           IF FS-TOURNEY EQUAL "00" OR FS-TOURNEY EQUAL "05"
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ TOURNEY-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            PERFORM TAKE-FIXTURE
                      END-READ
              END-PERFORM
              CLOSE TOURNEY-FILE
           END-IF.
           IF FIXTURE-HIT > 0
              MOVE "  FIXTURE" TO RPT-TAG
              MOVE SPACES TO RPT-DETAIL
              IF FIXTURE-OVERFLOW EQUAL 1
                 MOVE "OVER 500 FIXTURES ON FILE - FIXTURE NOT RESET"
                    TO RPT-DETAIL
              ELSE
                 MOVE "N" TO FT-PLAYED(FIXTURE-HIT)
                 MOVE 0 TO FT-GAME-ID(FIXTURE-HIT)
                 PERFORM REWRITE-TOURNEY-FILE
                 ADD 1 TO FIXTURES-RESET
                 STRING "ROUND " FT-ROUND(FIXTURE-HIT) " "
                    FT-HOME-ID(FIXTURE-HIT) " V "
                    FT-AWAY-ID(FIXTURE-HIT) " RESET TO UNPLAYED"
                    DELIMITED BY SIZE INTO RPT-DETAIL
              END-IF
              PERFORM WRITE-AUDIT-LINE
           END-IF.

       TAKE-FIXTURE.
           IF FIXTURE-COUNT < 500
              ADD 1 TO FIXTURE-COUNT
              MOVE FIX-ROUND TO FT-ROUND(FIXTURE-COUNT)
              MOVE FIX-HOME-ID TO FT-HOME-ID(FIXTURE-COUNT)
              MOVE FIX-AWAY-ID TO FT-AWAY-ID(FIXTURE-COUNT)
              MOVE FIX-PLAYED TO FT-PLAYED(FIXTURE-COUNT)
              MOVE FIX-GAME-ID TO FT-GAME-ID(FIXTURE-COUNT)
              IF FIXTURE-HIT EQUAL 0 AND FIX-PLAYED EQUAL "Y" AND
                 FIX-GAME-ID NUMERIC AND FIX-GAME-ID EQUAL COR-GAME-ID
                 MOVE FIXTURE-COUNT TO FIXTURE-HIT
              END-IF
           ELSE
              MOVE 1 TO FIXTURE-OVERFLOW
              IF FIXTURE-HIT EQUAL 0 AND FIX-PLAYED EQUAL "Y" AND
                 FIX-GAME-ID NUMERIC AND FIX-GAME-ID EQUAL COR-GAME-ID
                 MOVE FIXTURE-COUNT TO FIXTURE-HIT
              END-IF
           END-IF.

       REWRITE-TOURNEY-FILE.
           OPEN OUTPUT TOURNEY-FILE.
           IF FS-TOURNEY NOT EQUAL "00"
              DISPLAY "Could not rewrite TOURNEY.DAT - status "
                 FS-TOURNEY
           ELSE
              PERFORM VARYING FIXTURE-IX FROM 1 BY 1 UNTIL
                 FIXTURE-IX > FIXTURE-COUNT
                      MOVE SPACES TO FIXTURE-RECORD
                      MOVE FT-ROUND(FIXTURE-IX) TO FIX-ROUND
                      MOVE FT-HOME-ID(FIXTURE-IX) TO FIX-HOME-ID
                      MOVE FT-AWAY-ID(FIXTURE-IX) TO FIX-AWAY-ID
                      MOVE FT-PLAYED(FIXTURE-IX) TO FIX-PLAYED
                      MOVE FT-GAME-ID(FIXTURE-IX) TO FIX-GAME-ID
                      WRITE FIXTURE-RECORD
              END-PERFORM
              CLOSE TOURNEY-FILE
           END-IF.

       ADJUST-PLAYER.
           MOVE ADJ-ID TO PLAYER-ID.
           READ PLAYERS-FILE
              INVALID KEY
                 MOVE 0 TO ADJ-FOUND
              NOT INVALID KEY
                 MOVE 1 TO ADJ-FOUND
           END-READ.
           IF ADJ-FOUND EQUAL 0
              MOVE "  PLAYER MISSING" TO RPT-TAG
              MOVE SPACES TO RPT-DETAIL
              STRING "PLAYER " ADJ-ID " NOT ON PLAYERS.DAT - NOT "
                 "ADJUSTED" DELIMITED BY SIZE INTO RPT-DETAIL
              PERFORM WRITE-AUDIT-LINE
           ELSE
              PERFORM CHANGE-PLAYER-COUNTS
              PERFORM REVIEW-AWARDS
           END-IF.

       CHANGE-PLAYER-COUNTS.
           ADD 1 TO PLAYERS-ADJUSTED.
           MOVE PLAYER-GAMES TO OLD-GAMES.
           MOVE PLAYER-WINS TO OLD-WINS.
           MOVE PLAYER-RATING TO OLD-RATING.
           IF ADJ-GAMES < 0 AND PLAYER-GAMES > 0
              SUBTRACT 1 FROM PLAYER-GAMES
           END-IF.
           IF ADJ-WINS < 0 AND PLAYER-WINS > 0
              SUBTRACT 1 FROM PLAYER-WINS
           END-IF.
           IF ADJ-WINS > 0
              ADD 1 TO PLAYER-WINS
           END-IF.
           IF ADJ-SET-RATING EQUAL 1
              MOVE ADJ-RATING TO PLAYER-RATING
           END-IF.
           REWRITE PLAYER-RECORD
              INVALID KEY
                 DISPLAY "Could not rewrite player - status "
                    FS-PLAYERS
           END-REWRITE.
           MOVE PLAYER-GAMES TO REVIEW-GAMES.
           MOVE PLAYER-WINS TO REVIEW-WINS.
           IF PLAYER-GAMES NOT EQUAL OLD-GAMES
              MOVE "  PLAYER GAMES" TO RPT-TAG
              MOVE SPACES TO RPT-DETAIL
              STRING "PLAYER " ADJ-ID " GAMES " OLD-GAMES " TO "
                 PLAYER-GAMES DELIMITED BY SIZE INTO RPT-DETAIL
              PERFORM WRITE-AUDIT-LINE
           END-IF.
           IF PLAYER-WINS NOT EQUAL OLD-WINS
              MOVE "  PLAYER WINS" TO RPT-TAG
              MOVE SPACES TO RPT-DETAIL
              STRING "PLAYER " ADJ-ID " WINS " OLD-WINS " TO "
                 PLAYER-WINS DELIMITED BY SIZE INTO RPT-DETAIL
              PERFORM WRITE-AUDIT-LINE
           END-IF.
           IF ADJ-SET-RATING EQUAL 1
              MOVE "  PLAYER RATING" TO RPT-TAG
              MOVE SPACES TO RPT-DETAIL
              STRING "PLAYER " ADJ-ID " RATING " OLD-RATING " TO "
                 PLAYER-RATING DELIMITED BY SIZE INTO RPT-DETAIL
              PERFORM WRITE-AUDIT-LINE
           END-IF.

       REVIEW-AWARDS.
           MOVE 0 TO OTHER-NOHINTS.
           MOVE 0 TO OTHER-FASTEXP.
           MOVE 0 TO OTHER-UPSET.
           IF REVIEW-LOST-WIN EQUAL 1
              PERFORM FIND-OTHER-WINS
           END-IF.
           MOVE 0 TO AWARDS-DROPPED.
           OPEN INPUT AWARDS-FILE.
           IF FS-AWARDS EQUAL "00"
              OPEN OUTPUT WORK-FILE
              IF FS-WORK NOT EQUAL "00"
                 DISPLAY "Could not open CORRECT.TMP - status "
                    FS-WORK
                 CLOSE AWARDS-FILE
                 CLOSE PLAYERS-FILE
                 CLOSE CORRECT-REPORT-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ AWARDS-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            PERFORM SIFT-ONE-AWARD
                      END-READ
              END-PERFORM
              CLOSE AWARDS-FILE
              CLOSE WORK-FILE
              IF AWARDS-DROPPED > 0
                 PERFORM REWRITE-AWARDS
              END-IF
           ELSE
              IF FS-AWARDS EQUAL "05"
                 CLOSE AWARDS-FILE
              END-IF
           END-IF.

       SIFT-ONE-AWARD.
           MOVE 1 TO AWARD-KEEP.
           IF AWD-PLAYER-ID NUMERIC AND AWD-PLAYER-ID EQUAL ADJ-ID
              PERFORM JUDGE-AWARD
           END-IF.
           IF AWARD-KEEP EQUAL 1
              MOVE AWARD-RECORD TO WORK-RECORD
              WRITE WORK-RECORD
           ELSE
              ADD 1 TO AWARDS-DROPPED
              ADD 1 TO AWARDS-REVOKED
              MOVE "  AWARD REVOKED" TO RPT-TAG
              MOVE SPACES TO RPT-DETAIL
              STRING "PLAYER " ADJ-ID " " AWD-CODE " GRANTED "
                 AWD-DATE DELIMITED BY SIZE INTO RPT-DETAIL
              PERFORM WRITE-AUDIT-LINE
           END-IF.

       JUDGE-AWARD.
           IF AWD-CODE EQUAL "FIRSTWIN" AND REVIEW-WINS EQUAL 0
              MOVE 0 TO AWARD-KEEP
           END-IF.
           IF AWD-CODE EQUAL "CENTURY" AND REVIEW-GAMES < 100
              MOVE 0 TO AWARD-KEEP
           END-IF.
           IF REVIEW-LOST-WIN EQUAL 1 AND AWD-DATE EQUAL HIT-DATE
              IF AWD-CODE EQUAL "NOHINTS" AND GAME-NOHINTS EQUAL 1
                 AND OTHER-NOHINTS EQUAL 0
                 MOVE 0 TO AWARD-KEEP
              END-IF
              IF AWD-CODE EQUAL "FASTEXP" AND GAME-FASTEXP EQUAL 1
                 AND OTHER-FASTEXP EQUAL 0
                 MOVE 0 TO AWARD-KEEP
              END-IF
              IF AWD-CODE EQUAL "UPSET" AND GAME-UPSET EQUAL 1
                 AND OTHER-UPSET EQUAL 0
                 MOVE 0 TO AWARD-KEEP
              END-IF
           END-IF.

       REWRITE-AWARDS.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT AWARDS-FILE.
           IF FS-AWARDS NOT EQUAL "00"
              DISPLAY "Could not rewrite AWARDS.DAT - status "
                 FS-AWARDS
              DISPLAY "Kept awards are in CORRECT.TMP."
              CLOSE WORK-FILE
              CLOSE PLAYERS-FILE
              CLOSE CORRECT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ WORK-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         MOVE WORK-RECORD TO AWARD-RECORD
                         WRITE AWARD-RECORD
                   END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE AWARDS-FILE.

       FIND-OTHER-WINS.
           MOVE 0 TO DAY-MATCH-COUNT.
           OPEN INPUT MATCHES-FILE.
           IF FS-MATCHES EQUAL "00" OR FS-MATCHES EQUAL "05"
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ MATCHES-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF MATCH-DATE NUMERIC AND MATCH-DATE EQUAL
                               HIT-DATE AND MATCH-GAME-ID NUMERIC AND
                               MATCH-GAME-ID NOT EQUAL COR-GAME-ID AND
                               MATCH-VOID NOT EQUAL "V"
                               PERFORM TAKE-DAY-MATCH
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE MATCHES-FILE
           END-IF.
           OPEN INPUT SCORES-FILE.
           IF FS-SCORES EQUAL "00" OR FS-SCORES EQUAL "05"
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ SCORES-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF SCORE-DATE NUMERIC AND SCORE-DATE EQUAL
                               HIT-DATE AND SCORE-GAME-ID NUMERIC AND
                               SCORE-GAME-ID NOT EQUAL COR-GAME-ID AND
                               SCORE-RESULT NOT EQUAL "V"
                               PERFORM JUDGE-OTHER-SCORE
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE SCORES-FILE
           END-IF.

       TAKE-DAY-MATCH.
           IF DAY-MATCH-COUNT < 500
              ADD 1 TO DAY-MATCH-COUNT
              MOVE MATCH-GAME-ID TO DM-GAME-ID(DAY-MATCH-COUNT)
              MOVE MATCH-WINNER-ID TO DM-WINNER-ID(DAY-MATCH-COUNT)
              MOVE 0 TO DM-UPSET(DAY-MATCH-COUNT)
              PERFORM TAKE-MATCH-DELTA
              COMPUTE PRE-RATING-W = MATCH-WINNER-RATING -
                 DERIVED-DELTA
              COMPUTE PRE-RATING-L = MATCH-LOSER-RATING +
                 DERIVED-DELTA
              IF PRE-RATING-W > 0 AND PRE-RATING-W < PRE-RATING-L
                 MOVE 1 TO DM-UPSET(DAY-MATCH-COUNT)
              END-IF
           END-IF.

       JUDGE-OTHER-SCORE.
           MOVE 0 TO DM-FOUND.
           PERFORM VARYING DM-IX FROM 1 BY 1 UNTIL
              DM-IX > DAY-MATCH-COUNT OR DM-FOUND > 0
                   IF DM-GAME-ID(DM-IX) EQUAL SCORE-GAME-ID
                      MOVE DM-IX TO DM-FOUND
                   END-IF
           END-PERFORM.
           IF DM-FOUND > 0
              IF DM-WINNER-ID(DM-FOUND) EQUAL ADJ-ID
                 PERFORM QUALIFY-OTHER-WIN
                 IF DM-UPSET(DM-FOUND) EQUAL 1
                    MOVE 1 TO OTHER-UPSET
                 END-IF
              END-IF
           ELSE
              IF SCORE-PLAYER-ID NUMERIC AND SCORE-PLAYER-ID EQUAL
                 ADJ-ID AND SCORE-RESULT EQUAL "W"
                 PERFORM QUALIFY-OTHER-WIN
              END-IF
           END-IF.

       QUALIFY-OTHER-WIN.
           IF SCORE-HINTS NUMERIC AND SCORE-HINTS EQUAL 0
              MOVE 1 TO OTHER-NOHINTS
           END-IF.
           PERFORM TAKE-SCORE-HEIGHT.
           IF SCORE-GAME-WIDTH EQUAL 30 AND SCORE-HEIGHT EQUAL 16 AND
              SCORE-MINE-NUMBER EQUAL 99 AND SCORE-ELAPSED < 600
              MOVE 1 TO OTHER-FASTEXP
           END-IF.

       WRITE-AUDIT-LINE.
           IF COR-GAME-ID NUMERIC
              MOVE COR-GAME-ID TO RPT-GAME-ID
           ELSE
              MOVE 0 TO RPT-GAME-ID
           END-IF.
           MOVE REPORT-LINE TO CORRECT-REPORT-RECORD.
           WRITE CORRECT-REPORT-RECORD.
           DISPLAY REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           WRITE CORRECT-REPORT-RECORD.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           STRING "CORRECTIONS READ   : " CORRECTIONS-READ
              DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           STRING "VOIDS APPLIED      : " VOIDS-APPLIED
              DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           STRING "RESULTS CHANGED    : " RESULTS-CHANGED
              DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           STRING "MATCHES REAWARDED  : " MATCHES-REAWARDED
              DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           STRING "MATCH ROWS VOIDED  : " MATCH-ROWS-VOIDED
              DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           STRING "FIXTURES RESET     : " FIXTURES-RESET
              DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           STRING "PLAYERS ADJUSTED   : " PLAYERS-ADJUSTED
              DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           STRING "AWARDS REVOKED     : " AWARDS-REVOKED
              DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CORRECT-REPORT-RECORD.
           STRING "REJECTED TOTAL     : " REJECTED-COUNT
              DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.

       PUT-SUMMARY-LINE.
           WRITE CORRECT-REPORT-RECORD.
           DISPLAY CORRECT-REPORT-RECORD.
