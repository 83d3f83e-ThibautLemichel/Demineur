           SELECT OPTIONAL BOARDS-FILE ASSIGN TO "BOARDS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BOARDS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS FS-CHECKPOINT.
           SELECT CHECK-REPORT-FILE ASSIGN TO "FILECHECK.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.
           SELECT OPTIONAL STEP-COUNT-FILE ASSIGN TO "STEPCOUNT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STEP-COUNT.
           SELECT OPTIONAL SESSIONS-FILE ASSIGN TO "SESSIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SESSIONS.

       DATA DIVISION.
       FILE SECTION.
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
          05 FILLER             PIC X.
          05 SCORE-CORRECTED    PIC X.

       FD  MOVE-LOG-FILE.
       01 MOVE-LOG-RECORD.
          05 MATCH-WINNER-RATING PIC 9(4).
          05 FILLER             PIC X.
          05 MATCH-LOSER-RATING PIC 9(4).
          05 FILLER             PIC X.
          05 MATCH-RATING-DELTA PIC 9(2).
          05 FILLER             PIC X.
          05 MATCH-VOID         PIC X.

       FD  PLAYERS-FILE.
       01 PLAYER-RECORD.
          05 PLAYER-PREF-DIFF   PIC X.
          05 PLAYER-STATUS      PIC X.
          05 PLAYER-RATING      PIC 9(4).
          05 PLAYER-MEMBER-NO   PIC X(10).

       FD  BOARDS-FILE.
       01 BOARD-HEADER-RECORD.
          05 BRD-ID             PIC 9(4).
          05 FILLER             PIC X.
          05 BRD-WIDTH          PIC 9(3).
          05 FILLER             PIC X.
          05 BRD-MINES          PIC 9(3).
          05 FILLER             PIC X.
          05 BRD-HEIGHT         PIC 9(3).
       01 BOARD-CELL-RECORD.
          05 BRD-CELL           PIC X.

       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
          05 CKPT-GAME-WIDTH    PIC 9(3).
          05 CKPT-MINE-NUMBER   PIC 9(3).
          05 CKPT-MOVE-COUNT    PIC 9(6).
          05 CKPT-ELAPSED-SECONDS PIC 9(6).
          05 CKPT-P1-CLOCK      PIC 9(6).
          05 CKPT-P2-CLOCK      PIC 9(6).
          05 CKPT-BOARD-ID      PIC 9(4).
          05 CKPT-GAME-HEIGHT   PIC 9(3).
       01 CHECKPOINT-CELL-RECORD.
          05 CKPT-CELL-CASE        PIC X.
          05 CKPT-CELL-CASE-NUMBER PIC 9.
       FD  CHECK-REPORT-FILE.
       01 CHECK-REPORT-RECORD   PIC X(80).

       FD  STEP-COUNT-FILE.
       01 STEP-COUNT-RECORD.
          05 STC-PROGRAM        PIC X(16).
          05 FILLER             PIC X.
          05 STC-READ           PIC 9(8).
          05 FILLER             PIC X.
          05 STC-WRITTEN        PIC 9(8).
          05 FILLER             PIC X.
          05 STC-EXCEPTIONS     PIC 9(6).

       FD  SESSIONS-FILE.
       01 SESSION-RECORD.
          05 SES-GAME-ID        PIC 9(16).
          05 FILLER             PIC X.
          05 SES-PLAYER1-ID     PIC 9(4).
          05 FILLER             PIC X.
          05 SES-PLAYER2-ID     PIC 9(4).
          05 FILLER             PIC X.
          05 SES-GAME-MODE      PIC X.
          05 FILLER             PIC X.
          05 SES-WIDTH          PIC 9(3).
          05 FILLER             PIC X.
          05 SES-HEIGHT         PIC 9(3).
          05 FILLER             PIC X.
          05 SES-MINES          PIC 9(3).
          05 FILLER             PIC X.
          05 SES-CHECKPOINT     PIC X(24).

       WORKING-STORAGE SECTION.

       01 FS-SCORES             PIC XX.
       01 FS-BOARDS             PIC XX.
       01 FS-CHECKPOINT         PIC XX.
       01 FS-REPORT             PIC XX.
       01 FS-STEP-COUNT         PIC XX.
       01 FS-SESSIONS           PIC XX.
       01 CHECKPOINT-NAME       PIC X(24).
       01 FILE-EOF              PIC 9.
       01 RECORD-NUMBER         PIC 9(6).

       01 MATCHES-CHECKED       PIC 9(6) VALUE 0.
       01 PLAYERS-CHECKED       PIC 9(6) VALUE 0.
       01 BOARDS-CHECKED        PIC 9(6) VALUE 0.
       01 SESSIONS-CHECKED      PIC 9(6) VALUE 0.
       01 ACTIVE-GAMES          PIC 9(6) VALUE 0.

       01 ID-COUNT              PIC 9(4) VALUE 0.
       01 GAME-ID-TABLE.
       01 GID-IX                PIC 9(4).
       01 GID-FOUND             PIC 9.

       01 SESSION-ID-COUNT      PIC 9(4) VALUE 0.
       01 SESSION-ID-TABLE.
          05 SID-VALUE OCCURS 500 TIMES PIC 9(16).
       01 SID-IX                PIC 9(4).
       01 SID-FOUND             PIC 9.

       01 MEMBER-NO-COUNT       PIC 9(4) VALUE 0.
       01 MEMBER-NO-TABLE.
          05 MNO-ENTRY OCCURS 2000 TIMES.
             10 MNO-VALUE       PIC X(10).
             10 MNO-PLAYER-ID   PIC 9(4).
       01 MNO-IX                PIC 9(4).
       01 MNO-FOUND             PIC 9(4).

       01 CELL-TOTAL            PIC 9(6).
       01 CELL-COUNT            PIC 9(6).
       01 STAR-COUNT            PIC 9(6).
       01 BAD-CELLS             PIC 9(6).
       01 SHORT-BOARD           PIC 9.
       01 SAVE-BOARD-ID         PIC 9(4).
       01 SAVE-BOARD-WIDTH      PIC 9(3).
       01 SAVE-BOARD-HEIGHT     PIC 9(3).
       01 SCORE-HEIGHT          PIC 9(3).
       01 SAVE-BOARD-MINES      PIC 9(3).

       01 REPORT-LINE.
           IF FS-REPORT NOT EQUAL "00"
              DISPLAY "Could not open FILECHECK.RPT - status "
                 FS-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CHECK-PLAYERS.
           PERFORM CHECK-BOARDS.
           PERFORM CHECK-CHECKPOINT.
           PERFORM CHECK-SESSIONS.
           PERFORM WRITE-SUMMARY.

           CLOSE CHECK-REPORT-FILE.
           PERFORM WRITE-STEP-COUNTS.
           IF EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CHECK-SCORES.
              MOVE "SCORE-DATE IS NOT NUMERIC" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF SCORE-GAME-WIDTH NOT NUMERIC
              MOVE "SCORE-GAME-WIDTH IS NOT NUMERIC" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF SCORE-GAME-HEIGHT NOT NUMERIC AND SCORE-GAME-HEIGHT NOT
              EQUAL SPACES
              MOVE "SCORE-GAME-HEIGHT IS NOT NUMERIC" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF SCORE-MINE-NUMBER NOT NUMERIC
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF SCORE-RESULT NOT EQUAL "W" AND SCORE-RESULT NOT EQUAL
              "L" AND SCORE-RESULT NOT EQUAL "Q" AND SCORE-RESULT NOT
              EQUAL "V"
              MOVE "SCORE-RESULT IS NOT W, L, Q OR V" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF SCORE-CORRECTED NOT EQUAL SPACE AND SCORE-CORRECTED NOT
              EQUAL "C"
              MOVE "SCORE-CORRECTED IS NOT BLANK OR C" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF SCORE-GAME-HEIGHT NUMERIC AND SCORE-GAME-HEIGHT > 0
              MOVE SCORE-GAME-HEIGHT TO SCORE-HEIGHT
           ELSE
              MOVE SCORE-GAME-WIDTH TO SCORE-HEIGHT
           END-IF.
           IF SCORE-GAME-WIDTH NUMERIC AND SCORE-MINE-NUMBER NUMERIC
              IF SCORE-MINE-NUMBER NOT LESS THAN
                 SCORE-GAME-WIDTH * SCORE-HEIGHT
                 MOVE "MINE COUNT AT OR ABOVE THE CELL COUNT" TO
                    RPT-DETAIL
                 PERFORM WRITE-EXCEPTION
              MOVE "MATCH-LOSER-RATING IS NOT NUMERIC" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF MATCH-RATING-DELTA NOT NUMERIC AND MATCH-RATING-DELTA
              NOT EQUAL SPACES
              MOVE "MATCH-RATING-DELTA IS NOT NUMERIC" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF MATCH-VOID NOT EQUAL SPACE AND MATCH-VOID NOT EQUAL "V"
              MOVE "MATCH-VOID MUST BE BLANK OR V" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF MATCH-WINNER-ID NUMERIC AND MATCH-LOSER-ID NUMERIC
              IF MATCH-WINNER-ID EQUAL MATCH-LOSER-ID
                 MOVE "WINNER AND LOSER ARE THE SAME PLAYER" TO
              MOVE "PLAYER-STATUS IS NOT A OR R" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF PLAYER-MEMBER-NO NOT EQUAL SPACES
              PERFORM CHECK-DUPLICATE-MEMBER-NO
           END-IF.

       CHECK-DUPLICATE-MEMBER-NO.
           MOVE 0 TO MNO-FOUND.
           PERFORM VARYING MNO-IX FROM 1 BY 1 UNTIL
              MNO-IX > MEMBER-NO-COUNT OR MNO-FOUND > 0
                   IF MNO-VALUE(MNO-IX) EQUAL PLAYER-MEMBER-NO
                      MOVE MNO-IX TO MNO-FOUND
                   END-IF
           END-PERFORM.
           IF MNO-FOUND > 0
              MOVE SPACES TO RPT-DETAIL
              STRING "MEMBERSHIP NO " PLAYER-MEMBER-NO
                 " ALSO ON PLAYER " MNO-PLAYER-ID(MNO-FOUND)
                 DELIMITED BY SIZE INTO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           ELSE
              IF MEMBER-NO-COUNT < 2000
                 ADD 1 TO MEMBER-NO-COUNT
                 MOVE PLAYER-MEMBER-NO TO MNO-VALUE(MEMBER-NO-COUNT)
                 MOVE PLAYER-ID TO MNO-PLAYER-ID(MEMBER-NO-COUNT)
              END-IF
           END-IF.

       CHECK-BOARDS.
           OPEN INPUT BOARDS-FILE.
           MOVE "BOARDS" TO RPT-FILE.
           MOVE RECORD-NUMBER TO RPT-RECNO.
           MOVE BRD-ID TO SAVE-BOARD-ID.
           MOVE BRD-WIDTH TO SAVE-BOARD-WIDTH.
           MOVE BRD-MINES TO SAVE-BOARD-MINES.
           IF BRD-HEIGHT EQUAL SPACES
              MOVE BRD-WIDTH TO SAVE-BOARD-HEIGHT
           ELSE
              MOVE BRD-HEIGHT TO SAVE-BOARD-HEIGHT
           END-IF.
           IF SAVE-BOARD-ID NOT NUMERIC OR SAVE-BOARD-WIDTH NOT
              NUMERIC OR SAVE-BOARD-MINES NOT NUMERIC OR
              SAVE-BOARD-HEIGHT NOT NUMERIC
              MOVE "BOARD HEADER HAS NON-NUMERIC FIELDS" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           ELSE
              IF SAVE-BOARD-WIDTH EQUAL 0 OR SAVE-BOARD-WIDTH > 998
                 OR SAVE-BOARD-HEIGHT EQUAL 0 OR
                 SAVE-BOARD-HEIGHT > 998
                 MOVE "BOARD SIZE IS OUT OF RANGE" TO RPT-DETAIL
                 PERFORM WRITE-EXCEPTION
              ELSE
           END-IF.

       CHECK-BOARD-CELLS.
           COMPUTE CELL-TOTAL = SAVE-BOARD-WIDTH * SAVE-BOARD-HEIGHT.
           MOVE 0 TO CELL-COUNT.
           MOVE 0 TO STAR-COUNT.
           MOVE 0 TO BAD-CELLS.
           IF SHORT-BOARD EQUAL 1
              MOVE SPACES TO RPT-DETAIL
              STRING "BOARD " SAVE-BOARD-ID
                 " CELLS DO NOT ADD UP TO WIDTH X HEIGHT"
                 DELIMITED BY SIZE INTO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           ELSE
           END-IF.

       CHECK-CHECKPOINT.
           MOVE "CHECKPOINT.DAT" TO CHECKPOINT-NAME.
           MOVE "CHECKPOINT" TO RPT-FILE.
           MOVE 1 TO RPT-RECNO.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT NOT EQUAL "00" AND FS-CHECKPOINT NOT
              EQUAL "05"
           END-IF.

       CHECK-CHECKPOINT-HEADER.
           IF CKPT-GAME-DONE EQUAL 0
              ADD 1 TO ACTIVE-GAMES
           END-IF.
           IF CKPT-GAME-WIDTH NOT NUMERIC OR CKPT-MINE-NUMBER NOT
              NUMERIC OR CKPT-MOVE-COUNT NOT NUMERIC OR
              CKPT-ELAPSED-SECONDS NOT NUMERIC
              MOVE "CHECKPOINT HEADER HAS NON-NUMERIC FIELDS" TO
                 RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF CKPT-GAME-HEIGHT NOT NUMERIC AND CKPT-GAME-HEIGHT NOT
              EQUAL SPACES
              MOVE "CKPT-GAME-HEIGHT IS NOT NUMERIC" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF CKPT-GAME-DONE NOT EQUAL 0 AND CKPT-GAME-DONE NOT
              EQUAL 1
              MOVE "CKPT-GAME-DONE IS NOT 0 OR 1" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-SESSIONS.
           OPEN INPUT SESSIONS-FILE.
           IF FS-SESSIONS NOT EQUAL "00" AND FS-SESSIONS NOT EQUAL "05"
              MOVE "SESSIONS" TO RPT-FILE
              MOVE 0 TO RPT-RECNO
              MOVE "COULD NOT OPEN SESSIONS.DAT" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           ELSE
              MOVE 0 TO RECORD-NUMBER
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ SESSIONS-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            ADD 1 TO RECORD-NUMBER
                            ADD 1 TO SESSIONS-CHECKED
                            PERFORM CHECK-ONE-SESSION
                      END-READ
              END-PERFORM
              CLOSE SESSIONS-FILE
           END-IF.

       CHECK-ONE-SESSION.
           MOVE "SESSIONS" TO RPT-FILE.
           MOVE RECORD-NUMBER TO RPT-RECNO.
           IF SES-GAME-ID NOT NUMERIC OR SES-PLAYER1-ID NOT NUMERIC
              OR SES-PLAYER2-ID NOT NUMERIC
              MOVE "SESSION HAS NON-NUMERIC GAME OR PLAYER ID" TO
                 RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           ELSE
              PERFORM CHECK-DUPLICATE-SESSION
           END-IF.
           IF SES-CHECKPOINT EQUAL SPACES
              MOVE "SESSION HAS NO CHECKPOINT FILE NAME" TO RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           ELSE
              MOVE SES-CHECKPOINT TO CHECKPOINT-NAME
              OPEN INPUT CHECKPOINT-FILE
              IF FS-CHECKPOINT NOT EQUAL "00"
                 MOVE "SESSION CHECKPOINT FILE IS MISSING" TO
                    RPT-DETAIL
                 PERFORM WRITE-EXCEPTION
              ELSE
                 READ CHECKPOINT-FILE
                    AT END
                       MOVE "SESSION CHECKPOINT FILE IS EMPTY" TO
                          RPT-DETAIL
                       PERFORM WRITE-EXCEPTION
                    NOT AT END
                       MOVE "SESS-CKPT" TO RPT-FILE
                       PERFORM CHECK-CHECKPOINT-HEADER
                       PERFORM CHECK-SESSION-AGAINST-CKPT
                 END-READ
                 CLOSE CHECKPOINT-FILE
              END-IF
           END-IF.

       CHECK-DUPLICATE-SESSION.
           MOVE 0 TO SID-FOUND.
           PERFORM VARYING SID-IX FROM 1 BY 1 UNTIL
              SID-IX > SESSION-ID-COUNT OR SID-FOUND EQUAL 1
                   IF SID-VALUE(SID-IX) EQUAL SES-GAME-ID
                      MOVE 1 TO SID-FOUND
                   END-IF
           END-PERFORM.
           IF SID-FOUND EQUAL 1
              MOVE "GAME ID IS LISTED IN SESSIONS MORE THAN ONCE" TO
                 RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           ELSE
              IF SESSION-ID-COUNT < 500
                 ADD 1 TO SESSION-ID-COUNT
                 MOVE SES-GAME-ID TO SID-VALUE(SESSION-ID-COUNT)
              END-IF
           END-IF.

       CHECK-SESSION-AGAINST-CKPT.
           IF CKPT-GAME-ID NUMERIC AND SES-GAME-ID NUMERIC AND
              CKPT-GAME-ID NOT EQUAL SES-GAME-ID
              MOVE "CHECKPOINT GAME ID DOES NOT MATCH SESSION" TO
                 RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF CKPT-PLAYER1-ID NUMERIC AND SES-PLAYER1-ID NUMERIC AND
              CKPT-PLAYER1-ID NOT EQUAL SES-PLAYER1-ID
              MOVE "CHECKPOINT PLAYER DOES NOT MATCH SESSION" TO
                 RPT-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE REPORT-LINE TO CHECK-REPORT-RECORD.
              DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING "SESSIONS CHECKED   : " SESSIONS-CHECKED
              DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING "ACTIVE GAMES       : " ACTIVE-GAMES
              DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING "EXCEPTIONS TOTAL   : " EXCEPTION-COUNT
              DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
       PUT-SUMMARY-LINE.
           WRITE CHECK-REPORT-RECORD.
           DISPLAY CHECK-REPORT-RECORD.

       WRITE-STEP-COUNTS.
           OPEN OUTPUT STEP-COUNT-FILE.
           IF FS-STEP-COUNT EQUAL "00" OR FS-STEP-COUNT EQUAL "05"
              MOVE SPACES TO STEP-COUNT-RECORD
              MOVE "FILE-CHECK" TO STC-PROGRAM
              COMPUTE STC-READ = SCORES-CHECKED + MOVELOG-CHECKED +
                 MATCHES-CHECKED + PLAYERS-CHECKED + BOARDS-CHECKED +
                 SESSIONS-CHECKED
              MOVE 0 TO STC-WRITTEN
              MOVE EXCEPTION-COUNT TO STC-EXCEPTIONS
              WRITE STEP-COUNT-RECORD
              CLOSE STEP-COUNT-FILE
           END-IF.
