           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING ARCHIVE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARCHIVE.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "BOARDHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-HISTORY.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS FS-CHECKPOINT.
           SELECT OPTIONAL STEP-COUNT-FILE ASSIGN TO "STEPCOUNT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STEP-COUNT.
           SELECT OPTIONAL SESSIONS-FILE ASSIGN TO "SESSIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SESSIONS.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "DEMINEUR.LCK"
              ORGANIZATION IS LINE SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-LOG-FILE.
       01 MOVE-LOG-RECORD       PIC X(80).

       FD  HISTORY-FILE.
       01 HISTORY-RECORD        PIC X(80).

       FD  WORK-FILE.
       01 WORK-RECORD           PIC X(80).


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
          05 CKPT-CELL-CASE-VIS    PIC 9.

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
          05 FILLER             PIC X(25).
          05 SES-CHECKPOINT     PIC X(24).

       FD  LOCK-FILE.
       01 LOCK-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.

       01 FS-SCORES             PIC XX.
       01 FS-WORK               PIC XX.
       01 FS-ARCHIVE            PIC XX.
       01 FS-CHECKPOINT         PIC XX.
       01 FS-HISTORY            PIC XX.
       01 FS-STEP-COUNT         PIC XX.
       01 FS-SESSIONS           PIC XX.
       01 FS-LOCK               PIC XX.

       01 CUTOFF-PERIOD         PIC 9(6) VALUE 0.
       01 CUTOFF-MONTH          PIC 9(2).
       01 MOVELOG-ARCHIVED      PIC 9(6) VALUE 0.
       01 MOVELOG-RETAINED      PIC 9(6) VALUE 0.
       01 LEGACY-ARCHIVED       PIC 9(6) VALUE 0.
       01 HISTORY-ARCHIVED      PIC 9(6) VALUE 0.
       01 HISTORY-RETAINED      PIC 9(6) VALUE 0.
       01 ACTIVE-COUNT          PIC 9(4) VALUE 0.
       01 ACTIVE-TABLE.
          05 ACTIVE-GAME-ID OCCURS 2000 TIMES PIC 9(16).
       01 ACTIVE-IX             PIC 9(4).
       01 ACTIVE-HIT            PIC 9(4).
       01 LOOKUP-GAME-ID        PIC 9(16).
       01 HEAD-GAME-DONE        PIC 9.
       01 CHECKPOINT-NAME       PIC X(24).
       01 CHECKPOINT-ACTION     PIC X(40) VALUE "LEFT IN PLACE".
       01 SESSIONS-KEPT         PIC 9(6) VALUE 0.
       01 STRADDLING-KEPT       PIC 9(6) VALUE 0.
       01 SESSIONS-CLEARED      PIC 9(6) VALUE 0.
       01 SESSION-STATE         PIC X.
       01 LOCK-TRIES            PIC 9(4) VALUE 0.
       01 LOCK-WAIT-SECONDS     PIC 9(4) VALUE 1.

       PROCEDURE DIVISION.
           PERFORM UNTIL CUTOFF-PERIOD > 190000
                   END-IF
           END-PERFORM.

           PERFORM TAKE-SHARED-LOCK.
           PERFORM FIND-ACTIVE-GAMES.
           PERFORM FIND-LIVE-SCORE-GAMES.
           PERFORM PURGE-SCORES.
           PERFORM PURGE-MOVELOG.
           PERFORM PURGE-HISTORY.
           PERFORM CLEAN-CHECKPOINT.
           PERFORM CLEAN-SESSIONS.
           CLOSE LOCK-FILE.

           DISPLAY "Month-end housekeeping summary".
           DISPLAY "Scores archived   : " SCORES-ARCHIVED.
           DISPLAY "Log rows archived : " MOVELOG-ARCHIVED.
           DISPLAY "Log rows retained : " MOVELOG-RETAINED.
           DISPLAY "Legacy log rows   : " LEGACY-ARCHIVED.
           DISPLAY "Layout rows arch. : " HISTORY-ARCHIVED.
           DISPLAY "Layout rows kept  : " HISTORY-RETAINED.
           DISPLAY "Checkpoint        : " CHECKPOINT-ACTION.
           DISPLAY "Active games kept : " SESSIONS-KEPT.
           DISPLAY "Late-scored kept  : " STRADDLING-KEPT.
           DISPLAY "Finished cleared  : " SESSIONS-CLEARED.
           PERFORM WRITE-STEP-COUNTS.

           STOP RUN.

       TAKE-SHARED-LOCK.
           MOVE 0 TO LOCK-TRIES.
           OPEN EXTEND LOCK-FILE.
           PERFORM UNTIL FS-LOCK NOT EQUAL "61"
                   ADD 1 TO LOCK-TRIES
                   IF LOCK-TRIES > 120
                      DISPLAY "DEMINEUR.LCK is still held by a game "
                         "after 120 seconds."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   CALL "C$SLEEP" USING LOCK-WAIT-SECONDS
                   OPEN EXTEND LOCK-FILE
           END-PERFORM.
           IF FS-LOCK NOT EQUAL "00" AND FS-LOCK NOT EQUAL "05"
              DISPLAY "Could not open DEMINEUR.LCK - status " FS-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       FIND-ACTIVE-GAMES.
           MOVE "CHECKPOINT.DAT" TO CHECKPOINT-NAME.
           PERFORM NOTE-ACTIVE-CHECKPOINT.
           OPEN INPUT SESSIONS-FILE.
           IF FS-SESSIONS EQUAL "00" OR FS-SESSIONS EQUAL "05"
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ SESSIONS-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            MOVE SES-CHECKPOINT TO CHECKPOINT-NAME
                            PERFORM NOTE-ACTIVE-CHECKPOINT
                      END-READ
              END-PERFORM
              CLOSE SESSIONS-FILE
           END-IF.

       NOTE-ACTIVE-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT EQUAL "00"
              READ CHECKPOINT-FILE
                    CONTINUE
                 NOT AT END
                    IF CKPT-GAME-DONE EQUAL 0 AND CKPT-GAME-ID NUMERIC
                       IF ACTIVE-COUNT NOT LESS THAN 500
                          DISPLAY "More than 500 unfinished games - "
                             "nothing archived."
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO ACTIVE-COUNT
                       MOVE CKPT-GAME-ID TO ACTIVE-GAME-ID(ACTIVE-COUNT)
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

       FIND-LIVE-SCORE-GAMES.
           OPEN INPUT SCORES-FILE.
           IF FS-SCORES NOT EQUAL "00" AND FS-SCORES NOT EQUAL "05"
              DISPLAY "Could not open SCORES.DAT - status " FS-SCORES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ SCORES-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         MOVE SCORE-RECORD(1:6) TO RECORD-PERIOD
                         IF RECORD-PERIOD NOT LESS THAN CUTOFF-PERIOD
                            AND SCORE-RECORD(39:16) NUMERIC
                            PERFORM NOTE-LIVE-SCORE-GAME
                         END-IF
                   END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.

       NOTE-LIVE-SCORE-GAME.
           MOVE SCORE-RECORD(39:6) TO RECORD-PERIOD.
           IF RECORD-PERIOD < CUTOFF-PERIOD
              MOVE SCORE-RECORD(39:16) TO LOOKUP-GAME-ID
              PERFORM FIND-ACTIVE-GAME-ID
              IF ACTIVE-HIT EQUAL 0
                 IF ACTIVE-COUNT NOT LESS THAN 2000
                    DISPLAY "More than 2000 games to keep - "
                       "nothing archived."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO ACTIVE-COUNT
                 MOVE LOOKUP-GAME-ID TO ACTIVE-GAME-ID(ACTIVE-COUNT)
                 ADD 1 TO STRADDLING-KEPT
              END-IF
           END-IF.

       FIND-ACTIVE-GAME-ID.
           MOVE 0 TO ACTIVE-HIT.
           PERFORM VARYING ACTIVE-IX FROM 1 BY 1 UNTIL
              ACTIVE-IX > ACTIVE-COUNT OR ACTIVE-HIT > 0
                   IF ACTIVE-GAME-ID(ACTIVE-IX) EQUAL LOOKUP-GAME-ID
                      MOVE ACTIVE-IX TO ACTIVE-HIT
                   END-IF
           END-PERFORM.

       PURGE-SCORES.
           OPEN INPUT SCORES-FILE.
           IF FS-SCORES NOT EQUAL "00" AND FS-SCORES NOT EQUAL "05"
              DISPLAY "Could not open SCORES.DAT - status " FS-SCORES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF FS-WORK NOT EQUAL "00"
              DISPLAY "Could not open HOUSEKEEP.TMP - status " FS-WORK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO OPEN-ARCH-PERIOD.
              DISPLAY "Could not rewrite SCORES.DAT - status "
                 FS-SCORES
              DISPLAY "Retained records are in HOUSEKEEP.TMP."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT MOVE-LOG-FILE.
           IF FS-MOVELOG NOT EQUAL "00" AND FS-MOVELOG NOT EQUAL "05"
              DISPLAY "Could not open MOVELOG.DAT - status " FS-MOVELOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF FS-WORK NOT EQUAL "00"
              DISPLAY "Could not open HOUSEKEEP.TMP - status " FS-WORK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO OPEN-ARCH-PERIOD.
           PERFORM REWRITE-MOVELOG.

       FILE-ONE-LOG-ROW.
           MOVE 0 TO ACTIVE-HIT.
           IF MOVE-LOG-RECORD(31:16) NUMERIC
              MOVE MOVE-LOG-RECORD(31:16) TO LOOKUP-GAME-ID
              PERFORM FIND-ACTIVE-GAME-ID
           END-IF.
           IF ACTIVE-HIT > 0
              MOVE MOVE-LOG-RECORD TO WORK-RECORD
              WRITE WORK-RECORD
              ADD 1 TO MOVELOG-RETAINED
                       EQUAL "05"
                       DISPLAY "Could not open archive " ARCHIVE-NAME
                          " - status " FS-ARCHIVE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE 999999 TO OPEN-ARCH-PERIOD
              DISPLAY "Could not rewrite MOVELOG.DAT - status "
                 FS-MOVELOG
              DISPLAY "Retained records are in HOUSEKEEP.TMP."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           CLOSE WORK-FILE.
           CLOSE MOVE-LOG-FILE.

       PURGE-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT EQUAL "00" AND FS-HISTORY NOT EQUAL "05"
              DISPLAY "Could not open BOARDHIST.DAT - status "
                 FS-HISTORY
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF FS-WORK NOT EQUAL "00"
              DISPLAY "Could not open HOUSEKEEP.TMP - status " FS-WORK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO OPEN-ARCH-PERIOD.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ HISTORY-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         PERFORM FILE-ONE-HISTORY-ROW
                   END-READ
           END-PERFORM.
           IF OPEN-ARCH-PERIOD NOT EQUAL 0
              CLOSE ARCHIVE-FILE
              MOVE 0 TO OPEN-ARCH-PERIOD
           END-IF.
           CLOSE HISTORY-FILE.
           CLOSE WORK-FILE.
           PERFORM REWRITE-HISTORY.

       FILE-ONE-HISTORY-ROW.
           MOVE 0 TO ACTIVE-HIT.
           IF HISTORY-RECORD(1:16) NUMERIC
              MOVE HISTORY-RECORD(1:16) TO LOOKUP-GAME-ID
              PERFORM FIND-ACTIVE-GAME-ID
           END-IF.
           IF HISTORY-RECORD(1:16) NOT NUMERIC OR ACTIVE-HIT > 0
              MOVE HISTORY-RECORD TO WORK-RECORD
              WRITE WORK-RECORD
              ADD 1 TO HISTORY-RETAINED
           ELSE
              MOVE HISTORY-RECORD(1:6) TO RECORD-PERIOD
              IF RECORD-PERIOD < CUTOFF-PERIOD
                 MOVE "BOARDHIST" TO ARCHIVE-STEM
                 PERFORM OPEN-PERIOD-ARCHIVE
                 MOVE HISTORY-RECORD TO ARCHIVE-RECORD
                 WRITE ARCHIVE-RECORD
                 ADD 1 TO HISTORY-ARCHIVED
              ELSE
                 MOVE HISTORY-RECORD TO WORK-RECORD
                 WRITE WORK-RECORD
                 ADD 1 TO HISTORY-RETAINED
              END-IF
           END-IF.

       REWRITE-HISTORY.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT HISTORY-FILE.
           IF FS-HISTORY NOT EQUAL "00" AND FS-HISTORY NOT EQUAL "05"
              DISPLAY "Could not rewrite BOARDHIST.DAT - status "
                 FS-HISTORY
              DISPLAY "Retained records are in HOUSEKEEP.TMP."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ WORK-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         MOVE WORK-RECORD TO HISTORY-RECORD
                         WRITE HISTORY-RECORD
                   END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE HISTORY-FILE.

       OPEN-PERIOD-ARCHIVE.
           IF RECORD-PERIOD NOT EQUAL OPEN-ARCH-PERIOD
              IF OPEN-ARCH-PERIOD NOT EQUAL 0
                 "05"
                 DISPLAY "Could not open archive " ARCHIVE-NAME
                    " - status " FS-ARCHIVE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE RECORD-PERIOD TO OPEN-ARCH-PERIOD
           END-IF.

       CLEAN-CHECKPOINT.
           MOVE "CHECKPOINT.DAT" TO CHECKPOINT-NAME.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT NOT EQUAL "00" AND FS-CHECKPOINT NOT EQUAL
              "05"
                    END-IF
              END-READ
           END-IF.

       CLEAN-SESSIONS.
           OPEN INPUT SESSIONS-FILE.
           IF FS-SESSIONS NOT EQUAL "00" AND FS-SESSIONS NOT EQUAL "05"
              DISPLAY "Could not open SESSIONS.DAT - status "
                 FS-SESSIONS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF FS-WORK NOT EQUAL "00"
              DISPLAY "Could not open HOUSEKEEP.TMP - status " FS-WORK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ SESSIONS-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         PERFORM FILE-ONE-SESSION
                   END-READ
           END-PERFORM.
           CLOSE SESSIONS-FILE.
           CLOSE WORK-FILE.
           PERFORM REWRITE-SESSIONS.

       FILE-ONE-SESSION.
           MOVE "F" TO SESSION-STATE.
           MOVE SES-CHECKPOINT TO CHECKPOINT-NAME.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT NOT EQUAL "00"
              MOVE "M" TO SESSION-STATE
           ELSE
              READ CHECKPOINT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CKPT-GAME-DONE EQUAL 0
                       MOVE "A" TO SESSION-STATE
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.
           IF SESSION-STATE EQUAL "A"
              MOVE SESSION-RECORD TO WORK-RECORD
              WRITE WORK-RECORD
              ADD 1 TO SESSIONS-KEPT
           ELSE
              IF SESSION-STATE EQUAL "F"
                 CALL "CBL_DELETE_FILE" USING CHECKPOINT-NAME
              END-IF
              ADD 1 TO SESSIONS-CLEARED
           END-IF.

       REWRITE-SESSIONS.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT SESSIONS-FILE.
           IF FS-SESSIONS NOT EQUAL "00" AND FS-SESSIONS NOT EQUAL "05"
              DISPLAY "Could not rewrite SESSIONS.DAT - status "
                 FS-SESSIONS
              DISPLAY "Retained records are in HOUSEKEEP.TMP."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ WORK-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         MOVE WORK-RECORD TO SESSION-RECORD
                         WRITE SESSION-RECORD
                   END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE SESSIONS-FILE.

       WRITE-STEP-COUNTS.
           OPEN OUTPUT STEP-COUNT-FILE.
           IF FS-STEP-COUNT EQUAL "00" OR FS-STEP-COUNT EQUAL "05"
              MOVE SPACES TO STEP-COUNT-RECORD
              MOVE "MONTH-END" TO STC-PROGRAM
              COMPUTE STC-READ = SCORES-ARCHIVED + SCORES-RETAINED +
                 MOVELOG-ARCHIVED + MOVELOG-RETAINED +
                 HISTORY-ARCHIVED + HISTORY-RETAINED
              COMPUTE STC-WRITTEN = SCORES-ARCHIVED + MOVELOG-ARCHIVED +
                 HISTORY-ARCHIVED
              MOVE 0 TO STC-EXCEPTIONS
              WRITE STEP-COUNT-RECORD
              CLOSE STEP-COUNT-FILE
           END-IF.
