           SELECT OPTIONAL AWARDS-FILE ASSIGN TO "AWARDS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AWARDS.
           SELECT OPTIONAL NAMEHIST-FILE ASSIGN TO "NAMEHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NAMEHIST.
           SELECT OPTIONAL TARGET-FILE ASSIGN USING TARGET-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TARGET.
           SELECT WORK-FILE ASSIGN TO "MERGE.TMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-WORK.
           SELECT MERGE-REPORT-FILE ASSIGN TO "MERGE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.
           SELECT OPTIONAL SESSIONS-FILE ASSIGN TO "SESSIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SESSIONS.
           SELECT CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS FS-CHECKPOINT.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "DEMINEUR.LCK"
              ORGANIZATION IS LINE SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.
          05 PLAYER-PREF-DIFF   PIC X.
          05 PLAYER-STATUS      PIC X.
          05 PLAYER-RATING      PIC 9(4).
          05 PLAYER-MEMBER-NO   PIC X(10).

       FD  AWARDS-FILE.
       01 AWARD-RECORD.
          05 FILLER             PIC X.
          05 AWD-DATE           PIC 9(8).

       FD  NAMEHIST-FILE.
       01 NAMEHIST-RECORD.
          05 NH-DATE            PIC 9(8).
          05 FILLER             PIC X.
          05 NH-PLAYER-ID       PIC 9(4).
          05 FILLER             PIC X.
          05 NH-KIND            PIC X.
          05 FILLER             PIC X.
          05 NH-OLD-NAME        PIC X(20).
          05 FILLER             PIC X.
          05 NH-NEW-NAME        PIC X(20).
          05 FILLER             PIC X.
          05 NH-OTHER-ID        PIC 9(4).

       FD  TARGET-FILE.
       01 TARGET-RECORD         PIC X(80).

       FD  WORK-FILE.
       01 WORK-RECORD           PIC X(80).

       FD  MERGE-REPORT-FILE.
       01 MERGE-REPORT-RECORD   PIC X(80).

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

       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
          05 CKPT-GAME-WIDTH    PIC 9(3).
          05 CKPT-MINE-NUMBER   PIC 9(3).
          05 CKPT-MOVE-COUNT    PIC 9(6).
          05 CKPT-ELAPSED-SECONDS PIC 9(6).
          05 CKPT-GAME-MODE     PIC X.
          05 CKPT-CURRENT-PLAYER PIC 9.
          05 CKPT-GAME-DONE     PIC 9.
          05 CKPT-PLAYER1-ID    PIC 9(4).
          05 CKPT-PLAYER2-ID    PIC 9(4).
          05 CKPT-GAME-ID       PIC 9(16).
          05 CKPT-HINT-COUNT    PIC 9(3).
          05 CKPT-GAME-TAG      PIC X.
          05 CKPT-TIME-LIMIT    PIC 9(6).
          05 CKPT-P1-CLOCK      PIC 9(6).
          05 CKPT-P2-CLOCK      PIC 9(6).
          05 CKPT-BOARD-ID      PIC 9(4).
          05 CKPT-GAME-HEIGHT   PIC 9(3).
       01 CHECKPOINT-CELL-RECORD.
          05 CKPT-CELL-CASE        PIC X.
          05 CKPT-CELL-CASE-NUMBER PIC 9.
          05 CKPT-CELL-CASE-VIS    PIC 9.

       FD  LOCK-FILE.
       01 LOCK-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.

       01 FS-PLAYERS            PIC XX.
       01 FS-AWARDS             PIC XX.
       01 FS-NAMEHIST           PIC XX.
       01 FS-TARGET             PIC XX.
       01 FS-WORK               PIC XX.
       01 FS-REPORT             PIC XX.
       01 FS-SESSIONS           PIC XX.
       01 FS-CHECKPOINT         PIC XX.
       01 FS-LOCK               PIC XX.
       01 FILE-EOF              PIC 9.
       01 AWARDS-EOF            PIC 9.
       01 AWARD-COUNT           PIC 9(4).
       01 AWARD-TEXT            PIC X(40).
       01 LISTED-COUNT          PIC 9(4).
       01 ASK-ID                PIC 9(4).
       01 NEXT-PLAYER-ID        PIC 9(4).
       01 LIST-HEADING          PIC X(59) VALUE
          "  ID NAME                  GAMES   WINS P S RATE MEMBER NO".
       01 LIST-LINE.
          05 LST-ID             PIC 9(4).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 LST-STATUS         PIC X.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 LST-RATING         PIC ZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 LST-MEMBER-NO      PIC X(10).

       01 NEW-NAME              PIC X(20).
       01 NEW-MEMBER-NO         PIC X(10).
       01 OLD-MEMBER-NO         PIC X(10).
       01 MEMBER-OWNER          PIC 9(4).
       01 CONFIRM-CHOICE        PIC X.
       01 HISTORY-COUNT         PIC 9(4).

       01 DUP-ID                PIC 9(4).
       01 KEEP-ID               PIC 9(4).
       01 DUP-NAME              PIC X(20).
       01 KEEP-NAME             PIC X(20).
       01 DUP-GAMES             PIC 9(6).
       01 DUP-WINS              PIC 9(6).
       01 DUP-MEMBER-NO         PIC X(10).
       01 MERGE-OK              PIC 9.
       01 OPEN-GAMES            PIC 9(4).
       01 CHECKPOINT-NAME       PIC X(24).
       01 LOCK-HELD             PIC 9    VALUE 0.
       01 LOCK-TRIES            PIC 9(4) VALUE 0.
       01 LOCK-WAIT-SECONDS     PIC 9(4) VALUE 1.
       01 OLD-GAMES             PIC 9(6).
       01 OLD-WINS              PIC 9(6).
       01 OLD-RATING            PIC 9(4).
       01 MERGE-RATING          PIC S9(6).
       01 DUP-NET-DELTA         PIC S9(6).
       01 DUP-NET-SHOWN         PIC -(5)9.
       01 DUP-MATCHES           PIC 9(6).
       01 DELTA-W-RATING        PIC 9(4).
       01 DELTA-L-RATING        PIC 9(4).
       01 DERIVED-DELTA         PIC 9(2).
       01 DELTA-FOUND           PIC 9.
       01 TRY-DELTA             PIC S9(4).
       01 RATING-DELTA          PIC S9(4).

       01 FROM-PERIOD           PIC 9(6) VALUE 0.
       01 TO-PERIOD             PIC 9(6) VALUE 0.
       01 CURR-PERIOD           PIC 9(6).
       01 CURR-MONTH            PIC 9(2).
       01 ASK-MONTH             PIC 9(2).

       01 TARGET-NAME           PIC X(30).
       01 TARGET-STEM           PIC X(10).
       01 TARGET-RECNO          PIC 9(6).
       01 POS-A                 PIC 9(2).
       01 POS-B                 PIC 9(2).
       01 HEADER-POS            PIC 9(2).
       01 FIELD-A               PIC X(20).
       01 FIELD-B               PIC X(20).
       01 FILE-CHANGES          PIC 9(6).
       01 ROW-IN-SCOPE          PIC 9.
       01 CONFLICT-COUNT        PIC 9(6).
       01 MERGE-TOTAL           PIC 9(6).
       01 AWARDS-DROPPED        PIC 9(6).

       01 HELD-COUNT            PIC 9(2).
       01 HELD-TABLE.
          05 HELD-CODE OCCURS 50 TIMES PIC X(8).
       01 HELD-IX               PIC 9(2).
       01 HELD-FOUND            PIC 9.

       01 MERGE-LINE.
          05 MRG-FILE           PIC X(20).
          05 FILLER             PIC X     VALUE SPACE.
          05 MRG-RECNO          PIC ZZZZZ9.
          05 FILLER             PIC X     VALUE SPACE.
          05 MRG-FIELD          PIC X(20).
          05 FILLER             PIC X     VALUE SPACE.
          05 MRG-DETAIL         PIC X(31).

       PROCEDURE DIVISION.
           OPEN I-O PLAYERS-FILE.

           PERFORM UNTIL MENU-DONE EQUAL 1
                   DISPLAY "Player maintenance - (L)ist (A)dd "
                      "(R)etire (V)iew awards (M)erge re(N)ame "
                      "name (H)istory mem(B)ership no (Q)uit :"
                   ACCEPT MENU-CHOICE
                   IF MENU-CHOICE EQUAL "L" OR MENU-CHOICE EQUAL "l"
                      PERFORM LIST-PLAYERS
                               EQUAL "v"
                               PERFORM VIEW-AWARDS
                            ELSE
                               PERFORM OTHER-MENU-CHOICE
                            END-IF
                         END-IF
                      END-IF
           CLOSE PLAYERS-FILE.
           STOP RUN.

       OTHER-MENU-CHOICE.
           IF MENU-CHOICE EQUAL "M" OR MENU-CHOICE EQUAL "m"
              PERFORM MERGE-PLAYERS
           ELSE
              IF MENU-CHOICE EQUAL "N" OR MENU-CHOICE EQUAL "n"
                 PERFORM RENAME-PLAYER
              ELSE
                 IF MENU-CHOICE EQUAL "H" OR MENU-CHOICE EQUAL "h"
                    PERFORM VIEW-NAME-HISTORY
                 ELSE
                    IF MENU-CHOICE EQUAL "B" OR MENU-CHOICE EQUAL "b"
                       PERFORM SET-MEMBER-NO
                    ELSE
                       IF MENU-CHOICE EQUAL "Q" OR MENU-CHOICE EQUAL
                          "q"
                          MOVE 1 TO MENU-DONE
                       ELSE
                          DISPLAY "Unknown choice."
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LIST-PLAYERS.
           MOVE 0 TO PLAYER-ID.
           START PLAYERS-FILE KEY NOT LESS THAN PLAYER-ID
                         ELSE
                            MOVE 1000 TO LST-RATING
                         END-IF
                         MOVE PLAYER-MEMBER-NO TO LST-MEMBER-NO
                         DISPLAY LIST-LINE
                   END-READ
           END-PERFORM.
           DISPLAY "Players on file : " LISTED-COUNT.

       ADD-PLAYER.
           DISPLAY "Club membership number (blank if none) :".
           ACCEPT NEW-MEMBER-NO.
           MOVE FUNCTION UPPER-CASE(NEW-MEMBER-NO) TO NEW-MEMBER-NO.
           MOVE 0 TO ASK-ID.
           PERFORM FIND-MEMBER-OWNER.
           IF MEMBER-OWNER NOT EQUAL 0
              DISPLAY "Membership number " NEW-MEMBER-NO
                 " already belongs to player " MEMBER-OWNER
                 " - player not added."
           ELSE
              PERFORM FIND-NEXT-PLAYER-ID
              MOVE NEXT-PLAYER-ID TO PLAYER-ID
              DISPLAY "New player ID is " PLAYER-ID
              DISPLAY "Name :"
              ACCEPT PLAYER-NAME
              DISPLAY "Preferred difficulty - (B)eginner "
                 "(I)ntermediate (E)xpert (C)ustom :"
              ACCEPT PLAYER-PREF-DIFF
              MOVE 0 TO PLAYER-GAMES
              MOVE 0 TO PLAYER-WINS
              MOVE "A" TO PLAYER-STATUS
              MOVE 1000 TO PLAYER-RATING
              MOVE NEW-MEMBER-NO TO PLAYER-MEMBER-NO
              WRITE PLAYER-RECORD
                 INVALID KEY
                    DISPLAY "Could not add player - status "
                       FS-PLAYERS
                 NOT INVALID KEY
                    DISPLAY "Player " PLAYER-ID " added."
              END-WRITE
           END-IF.

       FIND-MEMBER-OWNER.
           MOVE 0 TO MEMBER-OWNER.
           IF NEW-MEMBER-NO NOT EQUAL SPACES
              MOVE 0 TO PLAYER-ID
              START PLAYERS-FILE KEY NOT LESS THAN PLAYER-ID
                 INVALID KEY CONTINUE
              END-START
              MOVE 0 TO PLAYERS-EOF
              PERFORM UNTIL PLAYERS-EOF EQUAL 1
                      READ PLAYERS-FILE NEXT RECORD
                         AT END
                            MOVE 1 TO PLAYERS-EOF
                         NOT AT END
                            IF PLAYER-MEMBER-NO EQUAL NEW-MEMBER-NO
                               AND PLAYER-ID NOT EQUAL ASK-ID
                               MOVE PLAYER-ID TO MEMBER-OWNER
                               MOVE 1 TO PLAYERS-EOF
                            END-IF
                      END-READ
              END-PERFORM
           END-IF.

       SET-MEMBER-NO.
           DISPLAY "Player ID to set the membership number for :".
           ACCEPT ASK-ID.
           MOVE ASK-ID TO PLAYER-ID.
           READ PLAYERS-FILE
              INVALID KEY
                 DISPLAY "Unknown player ID."
              NOT INVALID KEY
                 PERFORM CHANGE-MEMBER-NO
           END-READ.

       CHANGE-MEMBER-NO.
           MOVE PLAYER-MEMBER-NO TO OLD-MEMBER-NO.
           DISPLAY "Player " PLAYER-ID " " PLAYER-NAME.
           DISPLAY "Current membership number : " OLD-MEMBER-NO.
           DISPLAY "New membership number (blank to leave, - to "
              "clear) :".
           ACCEPT NEW-MEMBER-NO.
           MOVE FUNCTION UPPER-CASE(NEW-MEMBER-NO) TO NEW-MEMBER-NO.
           IF NEW-MEMBER-NO EQUAL "-"
              MOVE SPACES TO NEW-MEMBER-NO
           ELSE
              IF NEW-MEMBER-NO EQUAL SPACES
                 MOVE OLD-MEMBER-NO TO NEW-MEMBER-NO
              END-IF
           END-IF.
           IF NEW-MEMBER-NO EQUAL OLD-MEMBER-NO
              DISPLAY "Membership number left unchanged."
           ELSE
              PERFORM FIND-MEMBER-OWNER
              IF MEMBER-OWNER NOT EQUAL 0
                 DISPLAY "Membership number " NEW-MEMBER-NO
                    " already belongs to player " MEMBER-OWNER "."
              ELSE
                 MOVE ASK-ID TO PLAYER-ID
                 READ PLAYERS-FILE
                    INVALID KEY
                       DISPLAY "Player " ASK-ID " has gone."
                    NOT INVALID KEY
                       MOVE NEW-MEMBER-NO TO PLAYER-MEMBER-NO
                       REWRITE PLAYER-RECORD
                          INVALID KEY
                             DISPLAY "Could not update player - "
                                "status " FS-PLAYERS
                          NOT INVALID KEY
                             DISPLAY "Player " PLAYER-ID
                                " membership number set."
                       END-REWRITE
                 END-READ
              END-IF
           END-IF.

       FIND-NEXT-PLAYER-ID.
           MOVE 1 TO NEXT-PLAYER-ID.
                          MOVE "Beat a higher-rated opponent" TO
                             AWARD-TEXT
                       ELSE
                          IF AWD-CODE EQUAL "CHAMPION"
                             MOVE "Season champion" TO AWARD-TEXT
                          ELSE
                             MOVE AWD-CODE TO AWARD-TEXT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                    END-REWRITE
                 END-IF
           END-READ.

       RENAME-PLAYER.
           DISPLAY "Player ID to rename :".
           ACCEPT ASK-ID.
           MOVE ASK-ID TO PLAYER-ID.
           READ PLAYERS-FILE
              INVALID KEY
                 DISPLAY "Unknown player ID."
              NOT INVALID KEY
                 PERFORM CHANGE-PLAYER-NAME
           END-READ.

       CHANGE-PLAYER-NAME.
           DISPLAY "Current name : " PLAYER-NAME.
           DISPLAY "New name :".
           ACCEPT NEW-NAME.
           IF NEW-NAME EQUAL SPACES OR NEW-NAME EQUAL PLAYER-NAME
              DISPLAY "Name left unchanged."
           ELSE
              MOVE SPACES TO NAMEHIST-RECORD
              MOVE FUNCTION CURRENT-DATE(1:8) TO NH-DATE
              MOVE PLAYER-ID TO NH-PLAYER-ID
              MOVE "N" TO NH-KIND
              MOVE PLAYER-NAME TO NH-OLD-NAME
              MOVE NEW-NAME TO NH-NEW-NAME
              MOVE 0 TO NH-OTHER-ID
              MOVE NEW-NAME TO PLAYER-NAME
              REWRITE PLAYER-RECORD
                 INVALID KEY
                    DISPLAY "Could not rename player - status "
                       FS-PLAYERS
                 NOT INVALID KEY
                    PERFORM WRITE-NAME-HISTORY
                    DISPLAY "Player " PLAYER-ID " renamed."
              END-REWRITE
           END-IF.

       WRITE-NAME-HISTORY.
           OPEN EXTEND NAMEHIST-FILE.
           IF FS-NAMEHIST NOT EQUAL "00" AND FS-NAMEHIST NOT EQUAL "05"
              DISPLAY "Could not open NAMEHIST.DAT - name change not "
                 "recorded."
           ELSE
              WRITE NAMEHIST-RECORD
              CLOSE NAMEHIST-FILE
           END-IF.

       VIEW-NAME-HISTORY.
           DISPLAY "Player ID to show name history for :".
           ACCEPT ASK-ID.
           MOVE 0 TO HISTORY-COUNT.
           OPEN INPUT NAMEHIST-FILE.
           IF FS-NAMEHIST NOT EQUAL "00" AND FS-NAMEHIST NOT EQUAL "05"
              DISPLAY "Could not open NAMEHIST.DAT - status "
                 FS-NAMEHIST
           ELSE
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ NAMEHIST-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF (NH-PLAYER-ID NUMERIC AND NH-PLAYER-ID
                               EQUAL ASK-ID) OR (NH-KIND EQUAL "M" AND
                               NH-OTHER-ID NUMERIC AND NH-OTHER-ID
                               EQUAL ASK-ID)
                               ADD 1 TO HISTORY-COUNT
                               PERFORM SHOW-NAME-HISTORY-ROW
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE NAMEHIST-FILE
              DISPLAY "Name changes : " HISTORY-COUNT
           END-IF.

       SHOW-NAME-HISTORY-ROW.
           IF NH-KIND EQUAL "M"
              DISPLAY "  " NH-DATE " player " NH-PLAYER-ID " "
                 NH-OLD-NAME " merged into " NH-OTHER-ID " "
                 NH-NEW-NAME
           ELSE
              DISPLAY "  " NH-DATE " " NH-OLD-NAME " renamed to "
                 NH-NEW-NAME
           END-IF.

       MERGE-PLAYERS.
           MOVE 1 TO MERGE-OK.
           DISPLAY "Duplicate player ID to fold away :".
           ACCEPT DUP-ID.
           DISPLAY "Surviving player ID to keep :".
           ACCEPT KEEP-ID.
           IF DUP-ID EQUAL KEEP-ID OR DUP-ID EQUAL 0 OR KEEP-ID EQUAL 0
              DISPLAY "Please give two different player IDs."
              MOVE 0 TO MERGE-OK
           END-IF.
           IF MERGE-OK EQUAL 1
              MOVE DUP-ID TO PLAYER-ID
              READ PLAYERS-FILE
                 INVALID KEY
                    DISPLAY "Unknown player ID " DUP-ID "."
                    MOVE 0 TO MERGE-OK
                 NOT INVALID KEY
                    MOVE PLAYER-NAME TO DUP-NAME
              END-READ
           END-IF.
           IF MERGE-OK EQUAL 1
              MOVE KEEP-ID TO PLAYER-ID
              READ PLAYERS-FILE
                 INVALID KEY
                    DISPLAY "Unknown player ID " KEEP-ID "."
                    MOVE 0 TO MERGE-OK
                 NOT INVALID KEY
                    MOVE PLAYER-NAME TO KEEP-NAME
                    IF PLAYER-STATUS EQUAL "R"
                       DISPLAY "The surviving player is retired."
                       MOVE 0 TO MERGE-OK
                    END-IF
              END-READ
           END-IF.
           IF MERGE-OK EQUAL 1
              PERFORM CHECK-MERGE-CONFLICT
           END-IF.
           IF MERGE-OK EQUAL 1
              PERFORM CHECK-OPEN-GAMES
           END-IF.
           IF MERGE-OK EQUAL 1
              PERFORM GET-PERIOD-RANGE
              DISPLAY "Fold player " DUP-ID " " DUP-NAME " into "
                 KEEP-ID " " KEEP-NAME " ? (Y/N) :"
              ACCEPT CONFIRM-CHOICE
              IF CONFIRM-CHOICE EQUAL "Y" OR CONFIRM-CHOICE EQUAL "y"
                 PERFORM RUN-MERGE
              ELSE
                 DISPLAY "Merge cancelled."
              END-IF
           END-IF.

       CHECK-MERGE-CONFLICT.
           MOVE 0 TO CONFLICT-COUNT.
           MOVE "MATCHES.DAT" TO TARGET-NAME.
           MOVE 27 TO POS-A.
           MOVE 32 TO POS-B.
           PERFORM COUNT-CONFLICTS.
           MOVE "TOURNEY.DAT" TO TARGET-NAME.
           MOVE 4 TO POS-A.
           MOVE 9 TO POS-B.
           PERFORM COUNT-CONFLICTS.
           IF CONFLICT-COUNT > 0
              DISPLAY "Players " DUP-ID " and " KEEP-ID " meet in "
                 CONFLICT-COUNT " match or fixture rows - they are "
                 "not the same person. Merge refused."
              MOVE 0 TO MERGE-OK
           END-IF.

       COUNT-CONFLICTS.
           OPEN INPUT TARGET-FILE.
           IF FS-TARGET EQUAL "00"
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ TARGET-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF (TARGET-RECORD(POS-A:4) EQUAL DUP-ID AND
                               TARGET-RECORD(POS-B:4) EQUAL KEEP-ID) OR
                               (TARGET-RECORD(POS-A:4) EQUAL KEEP-ID AND
                               TARGET-RECORD(POS-B:4) EQUAL DUP-ID)
                               ADD 1 TO CONFLICT-COUNT
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE TARGET-FILE
           ELSE
              IF FS-TARGET EQUAL "05"
                 CLOSE TARGET-FILE
              END-IF
           END-IF.

       CHECK-OPEN-GAMES.
           MOVE 0 TO OPEN-GAMES.
           MOVE "CHECKPOINT.DAT" TO CHECKPOINT-NAME.
           PERFORM CHECK-ONE-CHECKPOINT.
           OPEN INPUT SESSIONS-FILE.
           IF FS-SESSIONS EQUAL "00"
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ SESSIONS-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF (SES-PLAYER1-ID NUMERIC AND
                               SES-PLAYER1-ID EQUAL DUP-ID) OR
                               (SES-PLAYER2-ID NUMERIC AND
                               SES-PLAYER2-ID EQUAL DUP-ID)
                               MOVE SES-CHECKPOINT TO CHECKPOINT-NAME
                               PERFORM CHECK-ONE-CHECKPOINT
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE SESSIONS-FILE
           ELSE
              IF FS-SESSIONS EQUAL "05"
                 CLOSE SESSIONS-FILE
              END-IF
           END-IF.
           IF OPEN-GAMES > 0
              DISPLAY "Player " DUP-ID " has " OPEN-GAMES
                 " unfinished game(s) on file - finish or abandon "
                 "them first. Merge refused."
              MOVE 0 TO MERGE-OK
           END-IF.

       CHECK-ONE-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT EQUAL "00"
              READ CHECKPOINT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CKPT-GAME-DONE EQUAL 0 AND
                       ((CKPT-PLAYER1-ID NUMERIC AND
                       CKPT-PLAYER1-ID EQUAL DUP-ID) OR
                       (CKPT-PLAYER2-ID NUMERIC AND
                       CKPT-PLAYER2-ID EQUAL DUP-ID))
                       ADD 1 TO OPEN-GAMES
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

       TAKE-SHARED-LOCK.
           MOVE 0 TO LOCK-HELD.
           MOVE 0 TO LOCK-TRIES.
           OPEN EXTEND LOCK-FILE.
           PERFORM UNTIL FS-LOCK NOT EQUAL "61" OR LOCK-TRIES
              NOT LESS THAN 120
                   IF LOCK-TRIES EQUAL 0
                      DISPLAY "A game is saving - please wait."
                   END-IF
                   ADD 1 TO LOCK-TRIES
                   CALL "C$SLEEP" USING LOCK-WAIT-SECONDS
                   OPEN EXTEND LOCK-FILE
           END-PERFORM.
           IF FS-LOCK EQUAL "00" OR FS-LOCK EQUAL "05"
              MOVE 1 TO LOCK-HELD
           ELSE
              IF FS-LOCK EQUAL "61"
                 DISPLAY "DEMINEUR.LCK is still held by a game "
                    "after 120 seconds."
              ELSE
                 DISPLAY "Could not open DEMINEUR.LCK - status "
                    FS-LOCK
              END-IF
           END-IF.

       RELEASE-SHARED-LOCK.
           IF LOCK-HELD EQUAL 1
              CLOSE LOCK-FILE
              MOVE 0 TO LOCK-HELD
           END-IF.

       GET-PERIOD-RANGE.
           MOVE 0 TO FROM-PERIOD.
           MOVE 0 TO TO-PERIOD.
           DISPLAY "Earliest archive period YYYYMM to update (0 for "
              "the live files only) :".
           ACCEPT FROM-PERIOD.
           IF FROM-PERIOD NOT EQUAL 0
              MOVE FROM-PERIOD(5:2) TO ASK-MONTH
              IF FROM-PERIOD NOT GREATER THAN 190000 OR
                 ASK-MONTH < 1 OR ASK-MONTH > 12
                 DISPLAY "Not a valid year and month - updating the "
                    "live files only."
                 MOVE 0 TO FROM-PERIOD
              END-IF
           END-IF.
           IF FROM-PERIOD NOT EQUAL 0
              PERFORM UNTIL TO-PERIOD NOT LESS THAN FROM-PERIOD
                      DISPLAY "Latest archive period YYYYMM :"
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

       RUN-MERGE.
           PERFORM TAKE-SHARED-LOCK.
           IF LOCK-HELD EQUAL 0
              DISPLAY "Merge cancelled - nothing was changed."
           ELSE
              PERFORM CHECK-OPEN-GAMES
              IF MERGE-OK EQUAL 1
                 PERFORM APPLY-MERGE
              END-IF
              PERFORM RELEASE-SHARED-LOCK
           END-IF.

       APPLY-MERGE.
           OPEN OUTPUT MERGE-REPORT-FILE.
           IF FS-REPORT NOT EQUAL "00"
              DISPLAY "Could not open MERGE.RPT - status " FS-REPORT
           ELSE
              MOVE SPACES TO MERGE-REPORT-RECORD
              STRING "MERGE OF PLAYER " DUP-ID " " DUP-NAME " INTO "
                 KEEP-ID " " KEEP-NAME
                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
              WRITE MERGE-REPORT-RECORD
              MOVE SPACES TO MERGE-REPORT-RECORD
              STRING "RUN DATE " FUNCTION CURRENT-DATE(1:8)
                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
              WRITE MERGE-REPORT-RECORD
              MOVE SPACES TO MERGE-REPORT-RECORD
              WRITE MERGE-REPORT-RECORD
              MOVE 0 TO MERGE-TOTAL
              MOVE 0 TO AWARDS-DROPPED
              MOVE 0 TO DUP-NET-DELTA
              MOVE 0 TO DUP-MATCHES
              MOVE "SCORES.DAT" TO TARGET-NAME
              PERFORM REPOINT-SCORES-FILE
              MOVE "MOVELOG.DAT" TO TARGET-NAME
              PERFORM REPOINT-MOVELOG-FILE
              MOVE "BOARDHIST.DAT" TO TARGET-NAME
              PERFORM REPOINT-HISTORY-FILE
              MOVE "TOURNEY.DAT" TO TARGET-NAME
              MOVE 4 TO POS-A
              MOVE 9 TO POS-B
              MOVE 0 TO HEADER-POS
              MOVE "FIX-HOME-ID" TO FIELD-A
              MOVE "FIX-AWAY-ID" TO FIELD-B
              PERFORM REPOINT-ONE-FILE
              IF FROM-PERIOD NOT EQUAL 0
                 PERFORM REPOINT-ARCHIVES
              END-IF
              PERFORM REPOINT-AWARDS
              MOVE "MATCHES.DAT" TO TARGET-NAME
              MOVE 27 TO POS-A
              MOVE 32 TO POS-B
              MOVE 0 TO HEADER-POS
              MOVE "MATCH-WINNER-ID" TO FIELD-A
              MOVE "MATCH-LOSER-ID" TO FIELD-B
              PERFORM REPOINT-ONE-FILE
              PERFORM FOLD-PLAYER-RECORDS
              MOVE SPACES TO MERGE-REPORT-RECORD
              WRITE MERGE-REPORT-RECORD
              MOVE SPACES TO MERGE-REPORT-RECORD
              STRING "AWARDS DROPPED     : " AWARDS-DROPPED
                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
              WRITE MERGE-REPORT-RECORD
              DISPLAY MERGE-REPORT-RECORD
              MOVE SPACES TO MERGE-REPORT-RECORD
              STRING "RECORDS CHANGED    : " MERGE-TOTAL
                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
              WRITE MERGE-REPORT-RECORD
              DISPLAY MERGE-REPORT-RECORD
              CLOSE MERGE-REPORT-FILE
              DISPLAY "Player " DUP-ID " folded into " KEEP-ID
                 " - details in MERGE.RPT."
           END-IF.

       REPOINT-SCORES-FILE.
           MOVE 34 TO POS-A.
           MOVE 0 TO POS-B.
           MOVE 0 TO HEADER-POS.
           MOVE "SCORE-PLAYER-ID" TO FIELD-A.
           PERFORM REPOINT-ONE-FILE.

       REPOINT-MOVELOG-FILE.
           MOVE 26 TO POS-A.
           MOVE 0 TO POS-B.
           MOVE 0 TO HEADER-POS.
           MOVE "LOG-PLAYER-ID" TO FIELD-A.
           PERFORM REPOINT-ONE-FILE.

       REPOINT-HISTORY-FILE.
           MOVE 30 TO POS-A.
           MOVE 35 TO POS-B.
           MOVE 18 TO HEADER-POS.
           MOVE "HIST-PLAYER1-ID" TO FIELD-A.
           MOVE "HIST-PLAYER2-ID" TO FIELD-B.
           PERFORM REPOINT-ONE-FILE.

       REPOINT-ARCHIVES.
           MOVE FROM-PERIOD TO CURR-PERIOD.
           PERFORM UNTIL CURR-PERIOD > TO-PERIOD
                   MOVE "SCORES" TO TARGET-STEM
                   PERFORM NAME-PERIOD-ARCHIVE
                   PERFORM REPOINT-SCORES-FILE
                   MOVE "MOVELOG" TO TARGET-STEM
                   PERFORM NAME-PERIOD-ARCHIVE
                   PERFORM REPOINT-MOVELOG-FILE
                   MOVE "BOARDHIST" TO TARGET-STEM
                   PERFORM NAME-PERIOD-ARCHIVE
                   PERFORM REPOINT-HISTORY-FILE
                   MOVE CURR-PERIOD(5:2) TO CURR-MONTH
                   IF CURR-MONTH EQUAL 12
                      ADD 89 TO CURR-PERIOD
                   ELSE
                      ADD 1 TO CURR-PERIOD
                   END-IF
           END-PERFORM.

       NAME-PERIOD-ARCHIVE.
           MOVE SPACES TO TARGET-NAME.
           STRING TARGET-STEM DELIMITED BY SPACE
              "-" DELIMITED BY SIZE
              CURR-PERIOD DELIMITED BY SIZE
              ".DAT" DELIMITED BY SIZE
              INTO TARGET-NAME.

       REPOINT-ONE-FILE.
           MOVE 0 TO FILE-CHANGES.
           OPEN INPUT TARGET-FILE.
           IF FS-TARGET EQUAL "00"
              OPEN OUTPUT WORK-FILE
              IF FS-WORK NOT EQUAL "00"
                 DISPLAY "Could not open MERGE.TMP - status " FS-WORK
                 CLOSE TARGET-FILE
                 PERFORM ABANDON-MERGE
              ELSE
                 MOVE 0 TO TARGET-RECNO
                 MOVE 0 TO FILE-EOF
                 PERFORM UNTIL FILE-EOF EQUAL 1
                         READ TARGET-FILE
                            AT END
                               MOVE 1 TO FILE-EOF
                            NOT AT END
                               PERFORM REPOINT-ONE-ROW
                         END-READ
                 END-PERFORM
                 CLOSE TARGET-FILE
                 CLOSE WORK-FILE
                 IF FILE-CHANGES > 0
                    PERFORM COPY-WORK-TO-TARGET
                 END-IF
              END-IF
           ELSE
              IF FS-TARGET EQUAL "05"
                 CLOSE TARGET-FILE
              ELSE
                 DISPLAY "Could not open " TARGET-NAME " - status "
                    FS-TARGET
                 PERFORM ABANDON-MERGE
              END-IF
           END-IF.

       REPOINT-ONE-ROW.
           ADD 1 TO TARGET-RECNO.
           MOVE 1 TO ROW-IN-SCOPE.
           IF HEADER-POS > 0
              IF TARGET-RECORD(HEADER-POS:1) NOT EQUAL "H"
                 MOVE 0 TO ROW-IN-SCOPE
              END-IF
           END-IF.
           IF ROW-IN-SCOPE EQUAL 1 AND TARGET-NAME EQUAL "MATCHES.DAT"
              PERFORM NOTE-DUP-MATCH-DELTA
           END-IF.
           IF ROW-IN-SCOPE EQUAL 1
              IF TARGET-RECORD(POS-A:4) EQUAL DUP-ID
                 MOVE KEEP-ID TO TARGET-RECORD(POS-A:4)
                 MOVE FIELD-A TO MRG-FIELD
                 PERFORM NOTE-REPOINTED-FIELD
              END-IF
              IF POS-B > 0
                 IF TARGET-RECORD(POS-B:4) EQUAL DUP-ID
                    MOVE KEEP-ID TO TARGET-RECORD(POS-B:4)
                    MOVE FIELD-B TO MRG-FIELD
                    PERFORM NOTE-REPOINTED-FIELD
                 END-IF
              END-IF
           END-IF.
           MOVE TARGET-RECORD TO WORK-RECORD.
           WRITE WORK-RECORD.

       NOTE-DUP-MATCH-DELTA.
           IF TARGET-RECORD(50:1) NOT EQUAL "V" AND
              (TARGET-RECORD(27:4) EQUAL DUP-ID OR
              TARGET-RECORD(32:4) EQUAL DUP-ID)
              MOVE 0 TO DERIVED-DELTA
              IF TARGET-RECORD(47:2) NUMERIC
                 MOVE TARGET-RECORD(47:2) TO DERIVED-DELTA
              ELSE
                 IF TARGET-RECORD(37:4) NUMERIC AND
                    TARGET-RECORD(42:4) NUMERIC
                    MOVE TARGET-RECORD(37:4) TO DELTA-W-RATING
                    MOVE TARGET-RECORD(42:4) TO DELTA-L-RATING
                    PERFORM DERIVE-LEGACY-DELTA
                 END-IF
              END-IF
              ADD 1 TO DUP-MATCHES
              IF TARGET-RECORD(27:4) EQUAL DUP-ID
                 ADD DERIVED-DELTA TO DUP-NET-DELTA
              ELSE
                 SUBTRACT DERIVED-DELTA FROM DUP-NET-DELTA
              END-IF
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

       NOTE-REPOINTED-FIELD.
           ADD 1 TO FILE-CHANGES.
           ADD 1 TO MERGE-TOTAL.
           MOVE TARGET-NAME TO MRG-FILE.
           MOVE TARGET-RECNO TO MRG-RECNO.
           MOVE SPACES TO MRG-DETAIL.
           STRING DUP-ID " CHANGED TO " KEEP-ID
              DELIMITED BY SIZE INTO MRG-DETAIL.
           PERFORM WRITE-MERGE-LINE.

       WRITE-MERGE-LINE.
           MOVE MERGE-LINE TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.

       COPY-WORK-TO-TARGET.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT TARGET-FILE.
           IF FS-TARGET NOT EQUAL "00"
              DISPLAY "Could not rewrite " TARGET-NAME " - status "
                 FS-TARGET
              DISPLAY "Updated records are in MERGE.TMP - run the "
                 "merge again once the file can be written."
              CLOSE WORK-FILE
              PERFORM ABANDON-MERGE
           ELSE
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ WORK-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            MOVE WORK-RECORD TO TARGET-RECORD
                            WRITE TARGET-RECORD
                      END-READ
              END-PERFORM
              CLOSE WORK-FILE
              CLOSE TARGET-FILE
              DISPLAY TARGET-NAME " - " FILE-CHANGES
                 " player IDs changed."
           END-IF.

       REPOINT-AWARDS.
           MOVE 0 TO HELD-COUNT.
           OPEN INPUT AWARDS-FILE.
           IF FS-AWARDS EQUAL "00"
              MOVE 0 TO FILE-EOF
              PERFORM UNTIL FILE-EOF EQUAL 1
                      READ AWARDS-FILE
                         AT END
                            MOVE 1 TO FILE-EOF
                         NOT AT END
                            IF AWD-PLAYER-ID NUMERIC AND AWD-PLAYER-ID
                               EQUAL KEEP-ID AND HELD-COUNT < 50
                               ADD 1 TO HELD-COUNT
                               MOVE AWD-CODE TO HELD-CODE(HELD-COUNT)
                            END-IF
                      END-READ
              END-PERFORM
              CLOSE AWARDS-FILE
           ELSE
              IF FS-AWARDS EQUAL "05"
                 CLOSE AWARDS-FILE
              END-IF
           END-IF.
           MOVE "AWARDS.DAT" TO TARGET-NAME.
           MOVE "AWD-PLAYER-ID" TO FIELD-A.
           MOVE 0 TO FILE-CHANGES.
           OPEN INPUT TARGET-FILE.
           IF FS-TARGET EQUAL "00"
              OPEN OUTPUT WORK-FILE
              IF FS-WORK NOT EQUAL "00"
                 DISPLAY "Could not open MERGE.TMP - status " FS-WORK
                 CLOSE TARGET-FILE
                 PERFORM ABANDON-MERGE
              ELSE
                 MOVE 0 TO TARGET-RECNO
                 MOVE 0 TO FILE-EOF
                 PERFORM UNTIL FILE-EOF EQUAL 1
                         READ TARGET-FILE
                            AT END
                               MOVE 1 TO FILE-EOF
                            NOT AT END
                               PERFORM REPOINT-AWARD-ROW
                         END-READ
                 END-PERFORM
                 CLOSE TARGET-FILE
                 CLOSE WORK-FILE
                 IF FILE-CHANGES > 0
                    PERFORM COPY-WORK-TO-TARGET
                 END-IF
              END-IF
           ELSE
              IF FS-TARGET EQUAL "05"
                 CLOSE TARGET-FILE
              ELSE
                 DISPLAY "Could not open " TARGET-NAME " - status "
                    FS-TARGET
                 PERFORM ABANDON-MERGE
              END-IF
           END-IF.

       ABANDON-MERGE.
           MOVE SPACES TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           MOVE SPACES TO MERGE-REPORT-RECORD.
           STRING "MERGE STOPPED AT " TARGET-NAME
              " - PLAYER RECORDS NOT CHANGED"
              DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           DISPLAY MERGE-REPORT-RECORD.
           CLOSE MERGE-REPORT-FILE.
           DISPLAY "Merge stopped - files already listed in MERGE.RPT "
              "were changed. Run the merge again to finish it.".
           PERFORM RELEASE-SHARED-LOCK.
           CLOSE PLAYERS-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       REPOINT-AWARD-ROW.
           ADD 1 TO TARGET-RECNO.
           IF TARGET-RECORD(1:4) EQUAL DUP-ID
              MOVE 0 TO HELD-FOUND
              PERFORM VARYING HELD-IX FROM 1 BY 1 UNTIL
                 HELD-IX > HELD-COUNT OR HELD-FOUND EQUAL 1
                      IF HELD-CODE(HELD-IX) EQUAL TARGET-RECORD(6:8)
                         MOVE 1 TO HELD-FOUND
                      END-IF
              END-PERFORM
              IF HELD-FOUND EQUAL 1 AND TARGET-RECORD(6:8) NOT EQUAL
                 "CHAMPION"
                 ADD 1 TO FILE-CHANGES
                 ADD 1 TO MERGE-TOTAL
                 ADD 1 TO AWARDS-DROPPED
                 MOVE TARGET-NAME TO MRG-FILE
                 MOVE TARGET-RECNO TO MRG-RECNO
                 MOVE FIELD-A TO MRG-FIELD
                 MOVE SPACES TO MRG-DETAIL
                 STRING TARGET-RECORD(6:8) " DROPPED - ALREADY HELD"
                    DELIMITED BY SIZE INTO MRG-DETAIL
                 PERFORM WRITE-MERGE-LINE
              ELSE
                 MOVE KEEP-ID TO TARGET-RECORD(1:4)
                 MOVE FIELD-A TO MRG-FIELD
                 PERFORM NOTE-REPOINTED-FIELD
                 IF HELD-COUNT < 50
                    ADD 1 TO HELD-COUNT
                    MOVE TARGET-RECORD(6:8) TO HELD-CODE(HELD-COUNT)
                 END-IF
                 MOVE TARGET-RECORD TO WORK-RECORD
                 WRITE WORK-RECORD
              END-IF
           ELSE
              MOVE TARGET-RECORD TO WORK-RECORD
              WRITE WORK-RECORD
           END-IF.

       FOLD-PLAYER-RECORDS.
           MOVE 0 TO DUP-GAMES.
           MOVE 0 TO DUP-WINS.
           MOVE SPACES TO DUP-MEMBER-NO.
           MOVE "PLAYERS.DAT" TO MRG-FILE.
           MOVE 0 TO MRG-RECNO.
           MOVE DUP-ID TO PLAYER-ID.
           READ PLAYERS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE PLAYER-GAMES TO DUP-GAMES
                 MOVE PLAYER-WINS TO DUP-WINS
                 MOVE PLAYER-MEMBER-NO TO DUP-MEMBER-NO
                 MOVE 0 TO PLAYER-GAMES
                 MOVE 0 TO PLAYER-WINS
                 MOVE "R" TO PLAYER-STATUS
                 MOVE SPACES TO PLAYER-MEMBER-NO
                 REWRITE PLAYER-RECORD
                    INVALID KEY
                       DISPLAY "Could not retire player " DUP-ID
                          " - status " FS-PLAYERS
                 END-REWRITE
                 MOVE "PLAYER-STATUS" TO MRG-FIELD
                 MOVE SPACES TO MRG-DETAIL
                 STRING "PLAYER " DUP-ID " RETIRED, COUNTS MOVED"
                    DELIMITED BY SIZE INTO MRG-DETAIL
                 PERFORM WRITE-MERGE-LINE
           END-READ.
           MOVE KEEP-ID TO PLAYER-ID.
           READ PLAYERS-FILE
              INVALID KEY
                 DISPLAY "Surviving player " KEEP-ID " not found."
              NOT INVALID KEY
                 PERFORM ADD-DUPLICATE-COUNTS
           END-READ.
           MOVE SPACES TO NAMEHIST-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NH-DATE.
           MOVE DUP-ID TO NH-PLAYER-ID.
           MOVE "M" TO NH-KIND.
           MOVE DUP-NAME TO NH-OLD-NAME.
           MOVE KEEP-NAME TO NH-NEW-NAME.
           MOVE KEEP-ID TO NH-OTHER-ID.
           PERFORM WRITE-NAME-HISTORY.

       ADD-DUPLICATE-COUNTS.
           MOVE PLAYER-GAMES TO OLD-GAMES.
           MOVE PLAYER-WINS TO OLD-WINS.
           MOVE 1000 TO OLD-RATING.
           IF PLAYER-RATING NUMERIC AND PLAYER-RATING > 0
              MOVE PLAYER-RATING TO OLD-RATING
           END-IF.
           ADD DUP-GAMES TO PLAYER-GAMES.
           ADD DUP-WINS TO PLAYER-WINS.
           COMPUTE MERGE-RATING = OLD-RATING + DUP-NET-DELTA.
           IF MERGE-RATING < 0
              MOVE 0 TO MERGE-RATING
           END-IF.
           IF MERGE-RATING > 9999
              MOVE 9999 TO MERGE-RATING
           END-IF.
           MOVE MERGE-RATING TO PLAYER-RATING.
           MOVE PLAYER-MEMBER-NO TO OLD-MEMBER-NO.
           IF PLAYER-MEMBER-NO EQUAL SPACES
              MOVE DUP-MEMBER-NO TO PLAYER-MEMBER-NO
           END-IF.
           REWRITE PLAYER-RECORD
              INVALID KEY
                 DISPLAY "Could not update player " KEEP-ID
                    " - status " FS-PLAYERS
           END-REWRITE.
           MOVE "PLAYER-GAMES" TO MRG-FIELD.
           MOVE SPACES TO MRG-DETAIL.
           STRING OLD-GAMES " CHANGED TO " PLAYER-GAMES
              DELIMITED BY SIZE INTO MRG-DETAIL.
           PERFORM WRITE-MERGE-LINE.
           MOVE "PLAYER-WINS" TO MRG-FIELD.
           MOVE SPACES TO MRG-DETAIL.
           STRING OLD-WINS " CHANGED TO " PLAYER-WINS
              DELIMITED BY SIZE INTO MRG-DETAIL.
           PERFORM WRITE-MERGE-LINE.
           MOVE "PLAYER-RATING" TO MRG-FIELD.
           MOVE SPACES TO MRG-DETAIL.
           STRING OLD-RATING " CHANGED TO " PLAYER-RATING
              DELIMITED BY SIZE INTO MRG-DETAIL.
           PERFORM WRITE-MERGE-LINE.
           MOVE "DUPLICATE MATCHES" TO MRG-FIELD.
           MOVE SPACES TO MRG-DETAIL.
           MOVE DUP-NET-DELTA TO DUP-NET-SHOWN.
           STRING DUP-MATCHES " RATED, NET " DUP-NET-SHOWN
              DELIMITED BY SIZE INTO MRG-DETAIL.
           PERFORM WRITE-MERGE-LINE.
           IF PLAYER-MEMBER-NO NOT EQUAL OLD-MEMBER-NO
              MOVE "PLAYER-MEMBER-NO" TO MRG-FIELD
              MOVE SPACES TO MRG-DETAIL
              STRING "SET TO " PLAYER-MEMBER-NO
                 DELIMITED BY SIZE INTO MRG-DETAIL
              PERFORM WRITE-MERGE-LINE
           END-IF.
