       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ROSTER-IMPORT.
       AUTHOR. Thibaut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "ROSTER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ROSTER.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLAYER-ID
              FILE STATUS IS FS-PLAYERS.
           SELECT ROSTER-REPORT-FILE ASSIGN TO "ROSTER.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.
           SELECT XREF-REPORT-FILE ASSIGN TO "ROSTERXREF.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-XREF.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "DEMINEUR.LCK"
              ORGANIZATION IS LINE SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01 ROSTER-RECORD         PIC X(120).

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

       FD  ROSTER-REPORT-FILE.
       01 ROSTER-REPORT-RECORD  PIC X(80).

       FD  XREF-REPORT-FILE.
       01 XREF-REPORT-RECORD    PIC X(80).

       FD  LOCK-FILE.
       01 LOCK-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.

       01 FS-ROSTER             PIC XX.
       01 FS-PLAYERS            PIC XX.
       01 FS-REPORT             PIC XX.
       01 FS-XREF               PIC XX.
       01 FS-LOCK               PIC XX.
       01 LOCK-TRIES            PIC 9(4) VALUE 0.
       01 LOCK-WAIT-SECONDS     PIC 9(4) VALUE 1.
       01 FILE-EOF              PIC 9.
       01 RUN-DATE              PIC 9(8).
       01 RUN-TIME              PIC 9(6).

       01 ROSTER-FIELDS.
          05 RST-MEMBER-IN      PIC X(20).
          05 RST-NAME-IN        PIC X(40).
          05 RST-PREF-IN        PIC X(12).
          05 RST-STATUS-IN      PIC X(12).
       01 FIELD-COUNT           PIC 9(2).
       01 RST-MEMBER-NO         PIC X(10).
       01 RST-NAME              PIC X(20).
       01 RST-PREF              PIC X.
       01 RST-STATUS            PIC X.
       01 RST-NAME-KEY          PIC X(20).
       01 ROW-OK                PIC 9.
       01 ROW-NUMBER            PIC 9(6) VALUE 0.

       01 PT-COUNT              PIC 9(4) VALUE 0.
       01 PLAYER-TABLE.
          05 PT-ENTRY OCCURS 2000 TIMES.
             10 PT-ID           PIC 9(4).
             10 PT-NAME         PIC X(20).
             10 PT-NAME-KEY     PIC X(20).
             10 PT-MEMBER-NO    PIC X(10).
             10 PT-STATUS       PIC X.
             10 PT-ON-ROSTER    PIC 9.
       01 PT-IX                 PIC 9(4).
       01 PT-HIT                PIC 9(4).
       01 NAME-HIT              PIC 9(4).
       01 NEXT-PLAYER-ID        PIC 9(5) VALUE 1.

       01 SEEN-COUNT            PIC 9(4) VALUE 0.
       01 SEEN-TABLE.
          05 SEEN-MEMBER-NO OCCURS 2000 TIMES PIC X(10).
       01 SEEN-IX               PIC 9(4).
       01 SEEN-FOUND            PIC 9.

       01 KEY-SOURCE            PIC X(20).
       01 KEY-RESULT            PIC X(20).
       01 KEY-IX                PIC 9(2).
       01 KEY-LEN               PIC 9(2).
       01 KEY-CHAR              PIC X.

       01 ROWS-READ             PIC 9(6) VALUE 0.
       01 PLAYERS-ADDED         PIC 9(6) VALUE 0.
       01 PLAYERS-MATCHED       PIC 9(6) VALUE 0.
       01 PLAYERS-REINSTATED    PIC 9(6) VALUE 0.
       01 PLAYERS-RETIRED       PIC 9(6) VALUE 0.
       01 LAPSED-NOT-ON-FILE    PIC 9(6) VALUE 0.
       01 LIKELY-DUPLICATES     PIC 9(6) VALUE 0.
       01 ROWS-REJECTED         PIC 9(6) VALUE 0.
       01 NOT-ON-ROSTER         PIC 9(6) VALUE 0.
       01 EXCEPTION-COUNT       PIC 9(6) VALUE 0.

       01 EXCEPTION-HEADING.
          05 FILLER             PIC X(30) VALUE
             "   ROW MEMBER NO  NAME        ".
          05 FILLER             PIC X(19) VALUE
             "         EXCEPTION".
       01 EXCEPTION-LINE.
          05 EXC-ROW            PIC ZZZZZ9.
          05 FILLER             PIC X     VALUE SPACE.
          05 EXC-MEMBER-NO      PIC X(10).
          05 FILLER             PIC X     VALUE SPACE.
          05 EXC-NAME           PIC X(20).
          05 FILLER             PIC X     VALUE SPACE.
          05 EXC-DETAIL         PIC X(41).

       01 XREF-HEADING          PIC X(48) VALUE
          "MEMBER NO    ID NAME                 ACTION".
       01 XREF-LINE.
          05 XRF-MEMBER-NO      PIC X(10).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 XRF-PLAYER-ID      PIC 9(4).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 XRF-NAME           PIC X(20).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 XRF-ACTION         PIC X(12).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME.
           PERFORM TAKE-SHARED-LOCK.
           OPEN I-O PLAYERS-FILE.
           IF FS-PLAYERS NOT EQUAL "00" AND FS-PLAYERS NOT EQUAL "05"
              DISPLAY "Could not open PLAYERS.DAT - status " FS-PLAYERS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ROSTER-FILE.
           IF FS-ROSTER NOT EQUAL "00" AND FS-ROSTER NOT EQUAL "05"
              DISPLAY "Could not open ROSTER.DAT - status " FS-ROSTER
              CLOSE PLAYERS-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ROSTER-REPORT-FILE.
           IF FS-REPORT NOT EQUAL "00"
              DISPLAY "Could not open ROSTER.RPT - status " FS-REPORT
              CLOSE PLAYERS-FILE
              CLOSE ROSTER-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT XREF-REPORT-FILE.
           IF FS-XREF NOT EQUAL "00"
              DISPLAY "Could not open ROSTERXREF.RPT - status " FS-XREF
              CLOSE PLAYERS-FILE
              CLOSE ROSTER-FILE
              CLOSE ROSTER-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM LOAD-PLAYER-TABLE.
           PERFORM WRITE-RUN-HEADINGS.
           PERFORM READ-ROSTER.
           PERFORM LIST-NOT-ON-ROSTER.
           PERFORM WRITE-SUMMARY.

           CLOSE ROSTER-FILE.
           CLOSE PLAYERS-FILE.
           CLOSE LOCK-FILE.
           CLOSE ROSTER-REPORT-FILE.
           CLOSE XREF-REPORT-FILE.
           IF EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
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

       LOAD-PLAYER-TABLE.
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
                         COMPUTE NEXT-PLAYER-ID = PLAYER-ID + 1
                         PERFORM ADD-PLAYER-ENTRY
                   END-READ
           END-PERFORM.

       ADD-PLAYER-ENTRY.
           IF PT-COUNT EQUAL 2000
              DISPLAY "More than 2000 players on file - roster not "
                 "imported."
              CLOSE ROSTER-FILE
              CLOSE PLAYERS-FILE
              CLOSE ROSTER-REPORT-FILE
              CLOSE XREF-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO PT-COUNT.
           MOVE PLAYER-ID TO PT-ID(PT-COUNT).
           MOVE PLAYER-NAME TO PT-NAME(PT-COUNT).
           MOVE PLAYER-NAME TO KEY-SOURCE.
           PERFORM MAKE-NAME-KEY.
           MOVE KEY-RESULT TO PT-NAME-KEY(PT-COUNT).
           MOVE PLAYER-MEMBER-NO TO PT-MEMBER-NO(PT-COUNT).
           MOVE PLAYER-STATUS TO PT-STATUS(PT-COUNT).
           MOVE 0 TO PT-ON-ROSTER(PT-COUNT).

       MAKE-NAME-KEY.
           MOVE SPACES TO KEY-RESULT.
           MOVE 0 TO KEY-LEN.
           MOVE FUNCTION UPPER-CASE(KEY-SOURCE) TO KEY-SOURCE.
           PERFORM VARYING KEY-IX FROM 1 BY 1 UNTIL KEY-IX > 20
                   MOVE KEY-SOURCE(KEY-IX:1) TO KEY-CHAR
                   IF (KEY-CHAR NOT LESS THAN "A" AND KEY-CHAR NOT
                      GREATER THAN "Z") OR (KEY-CHAR NOT LESS THAN "0"
                      AND KEY-CHAR NOT GREATER THAN "9")
                      ADD 1 TO KEY-LEN
                      MOVE KEY-CHAR TO KEY-RESULT(KEY-LEN:1)
                   END-IF
           END-PERFORM.

       WRITE-RUN-HEADINGS.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "ROSTER IMPORT RUN " RUN-DATE " " RUN-TIME
              " - EXCEPTIONS"
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE EXCEPTION-HEADING TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
           MOVE SPACES TO XREF-REPORT-RECORD.
           STRING "ROSTER IMPORT RUN " RUN-DATE " " RUN-TIME
              " - MEMBERSHIP NO TO PLAYER ID"
              DELIMITED BY SIZE INTO XREF-REPORT-RECORD.
           WRITE XREF-REPORT-RECORD.
           MOVE XREF-HEADING TO XREF-REPORT-RECORD.
           WRITE XREF-REPORT-RECORD.

       READ-ROSTER.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ ROSTER-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         ADD 1 TO ROW-NUMBER
                         IF ROSTER-RECORD NOT EQUAL SPACES
                            ADD 1 TO ROWS-READ
                            PERFORM IMPORT-ONE-ROW
                         END-IF
                   END-READ
           END-PERFORM.

       IMPORT-ONE-ROW.
           PERFORM SPLIT-ROSTER-ROW.
           PERFORM CHECK-ROSTER-ROW.
           IF ROW-OK EQUAL 0
              ADD 1 TO ROWS-REJECTED
           ELSE
              PERFORM FIND-MEMBER
              IF RST-STATUS EQUAL "A"
                 IF PT-HIT > 0
                    PERFORM MATCH-ACTIVE-MEMBER
                 ELSE
                    PERFORM ENROL-NEW-MEMBER
                 END-IF
              ELSE
                 IF PT-HIT > 0
                    PERFORM RETIRE-LAPSED-MEMBER
                 ELSE
                    ADD 1 TO LAPSED-NOT-ON-FILE
                 END-IF
              END-IF
           END-IF.

       SPLIT-ROSTER-ROW.
           MOVE SPACES TO ROSTER-FIELDS.
           MOVE 0 TO FIELD-COUNT.
           UNSTRING ROSTER-RECORD DELIMITED BY ","
              INTO RST-MEMBER-IN RST-NAME-IN RST-PREF-IN RST-STATUS-IN
              TALLYING IN FIELD-COUNT
           END-UNSTRING.
           MOVE FUNCTION TRIM(RST-MEMBER-IN LEADING) TO RST-MEMBER-IN.
           MOVE FUNCTION TRIM(RST-NAME-IN LEADING) TO RST-NAME-IN.
           MOVE FUNCTION TRIM(RST-PREF-IN LEADING) TO RST-PREF-IN.
           MOVE FUNCTION TRIM(RST-STATUS-IN LEADING) TO RST-STATUS-IN.
           MOVE FUNCTION UPPER-CASE(RST-MEMBER-IN) TO RST-MEMBER-IN.
           MOVE FUNCTION UPPER-CASE(RST-PREF-IN) TO RST-PREF-IN.
           MOVE FUNCTION UPPER-CASE(RST-STATUS-IN) TO RST-STATUS-IN.
           MOVE RST-MEMBER-IN TO RST-MEMBER-NO.
           MOVE RST-NAME-IN TO RST-NAME.
           MOVE RST-PREF-IN(1:1) TO RST-PREF.
           MOVE RST-STATUS-IN(1:1) TO RST-STATUS.
           MOVE RST-NAME TO KEY-SOURCE.
           PERFORM MAKE-NAME-KEY.
           MOVE KEY-RESULT TO RST-NAME-KEY.

       CHECK-ROSTER-ROW.
           MOVE 1 TO ROW-OK.
           IF FIELD-COUNT < 4
              MOVE "ROW HAS FEWER THAN 4 FIELDS - SKIPPED" TO
                 EXC-DETAIL
              PERFORM WRITE-ROW-EXCEPTION
              MOVE 0 TO ROW-OK
           ELSE
              IF RST-MEMBER-NO EQUAL SPACES
                 MOVE "NO MEMBERSHIP NUMBER - SKIPPED" TO EXC-DETAIL
                 PERFORM WRITE-ROW-EXCEPTION
                 MOVE 0 TO ROW-OK
              ELSE
                 IF RST-MEMBER-IN(11:10) NOT EQUAL SPACES
                    MOVE "MEMBER NO OVER 10 CHARACTERS - SKIPPED"
                       TO EXC-DETAIL
                    PERFORM WRITE-ROW-EXCEPTION
                    MOVE 0 TO ROW-OK
                 END-IF
              END-IF
           END-IF.
           IF ROW-OK EQUAL 1
              IF RST-STATUS NOT EQUAL "A" AND RST-STATUS NOT EQUAL "L"
                 MOVE "STATUS IS NOT ACTIVE OR LAPSED - SKIPPED" TO
                    EXC-DETAIL
                 PERFORM WRITE-ROW-EXCEPTION
                 MOVE 0 TO ROW-OK
              ELSE
                 IF RST-PREF NOT EQUAL "B" AND RST-PREF NOT EQUAL "I"
                    AND RST-PREF NOT EQUAL "E" AND RST-PREF NOT EQUAL
                    "C" AND RST-PREF NOT EQUAL SPACE
                    MOVE "DIFFICULTY IS NOT B, I, E OR C - SKIPPED" TO
                       EXC-DETAIL
                    PERFORM WRITE-ROW-EXCEPTION
                    MOVE 0 TO ROW-OK
                 END-IF
              END-IF
           END-IF.
           IF ROW-OK EQUAL 1
              PERFORM CHECK-REPEATED-MEMBER
           END-IF.
           IF ROW-OK EQUAL 1 AND RST-STATUS EQUAL "A"
              IF RST-NAME-KEY EQUAL SPACES
                 MOVE "NO NAME - SKIPPED" TO EXC-DETAIL
                 PERFORM WRITE-ROW-EXCEPTION
                 MOVE 0 TO ROW-OK
              ELSE
                 IF RST-NAME-IN(21:20) NOT EQUAL SPACES
                    MOVE "NAME CUT TO 20 CHARACTERS" TO EXC-DETAIL
                    PERFORM WRITE-ROW-EXCEPTION
                 END-IF
              END-IF
           END-IF.

       CHECK-REPEATED-MEMBER.
           MOVE 0 TO SEEN-FOUND.
           PERFORM VARYING SEEN-IX FROM 1 BY 1 UNTIL
              SEEN-IX > SEEN-COUNT OR SEEN-FOUND EQUAL 1
                   IF SEEN-MEMBER-NO(SEEN-IX) EQUAL RST-MEMBER-NO
                      MOVE 1 TO SEEN-FOUND
                   END-IF
           END-PERFORM.
           IF SEEN-FOUND EQUAL 1
              MOVE "MEMBER NO REPEATED IN ROSTER - SKIPPED" TO
                 EXC-DETAIL
              PERFORM WRITE-ROW-EXCEPTION
              MOVE 0 TO ROW-OK
           ELSE
              IF SEEN-COUNT < 2000
                 ADD 1 TO SEEN-COUNT
                 MOVE RST-MEMBER-NO TO SEEN-MEMBER-NO(SEEN-COUNT)
              END-IF
           END-IF.

       FIND-MEMBER.
           MOVE 0 TO PT-HIT.
           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL
              PT-IX > PT-COUNT OR PT-HIT > 0
                   IF PT-MEMBER-NO(PT-IX) EQUAL RST-MEMBER-NO
                      MOVE PT-IX TO PT-HIT
                   END-IF
           END-PERFORM.
           IF PT-HIT > 0
              MOVE 1 TO PT-ON-ROSTER(PT-HIT)
           END-IF.

       FIND-NAME.
           MOVE 0 TO NAME-HIT.
           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL
              PT-IX > PT-COUNT OR NAME-HIT > 0
                   IF PT-NAME-KEY(PT-IX) EQUAL RST-NAME-KEY
                      MOVE PT-IX TO NAME-HIT
                   END-IF
           END-PERFORM.

       MATCH-ACTIVE-MEMBER.
           IF PT-NAME-KEY(PT-HIT) NOT EQUAL RST-NAME-KEY
              MOVE SPACES TO EXC-DETAIL
              STRING "NAME ON FILE IS " PT-NAME(PT-HIT)
                 DELIMITED BY SIZE INTO EXC-DETAIL
              PERFORM WRITE-ROW-EXCEPTION
           END-IF.
           IF PT-STATUS(PT-HIT) EQUAL "R"
              MOVE PT-ID(PT-HIT) TO PLAYER-ID
              READ PLAYERS-FILE
                 INVALID KEY
                    MOVE "PLAYER RECORD HAS GONE - NOT REINSTATED" TO
                       EXC-DETAIL
                    PERFORM WRITE-ROW-EXCEPTION
                 NOT INVALID KEY
                    MOVE "A" TO PLAYER-STATUS
                    REWRITE PLAYER-RECORD
                       INVALID KEY
                          MOVE "COULD NOT REINSTATE PLAYER" TO
                             EXC-DETAIL
                          PERFORM WRITE-ROW-EXCEPTION
                       NOT INVALID KEY
                          MOVE "A" TO PT-STATUS(PT-HIT)
                          ADD 1 TO PLAYERS-REINSTATED
                          MOVE "REINSTATED" TO XRF-ACTION
                          PERFORM WRITE-XREF-LINE
                    END-REWRITE
              END-READ
           ELSE
              ADD 1 TO PLAYERS-MATCHED
              MOVE "MATCHED" TO XRF-ACTION
              PERFORM WRITE-XREF-LINE
           END-IF.

       ENROL-NEW-MEMBER.
           PERFORM FIND-NAME.
           IF NAME-HIT > 0
              ADD 1 TO LIKELY-DUPLICATES
              MOVE SPACES TO EXC-DETAIL
              IF PT-MEMBER-NO(NAME-HIT) EQUAL SPACES
                 STRING "LIKELY PLAYER " PT-ID(NAME-HIT)
                    " - NOT ADDED" DELIMITED BY SIZE INTO EXC-DETAIL
              ELSE
                 STRING "SAME NAME AS PLAYER " PT-ID(NAME-HIT)
                    " - NOT ADDED" DELIMITED BY SIZE INTO EXC-DETAIL
              END-IF
              PERFORM WRITE-ROW-EXCEPTION
           ELSE
              IF NEXT-PLAYER-ID > 9999 OR PT-COUNT EQUAL 2000
                 MOVE "NO FREE PLAYER ID - NOT ADDED" TO EXC-DETAIL
                 PERFORM WRITE-ROW-EXCEPTION
              ELSE
                 PERFORM WRITE-NEW-PLAYER
              END-IF
           END-IF.

       WRITE-NEW-PLAYER.
           MOVE NEXT-PLAYER-ID TO PLAYER-ID.
           MOVE RST-NAME TO PLAYER-NAME.
           MOVE 0 TO PLAYER-GAMES.
           MOVE 0 TO PLAYER-WINS.
           MOVE RST-PREF TO PLAYER-PREF-DIFF.
           MOVE "A" TO PLAYER-STATUS.
           MOVE 1000 TO PLAYER-RATING.
           MOVE RST-MEMBER-NO TO PLAYER-MEMBER-NO.
           WRITE PLAYER-RECORD
              INVALID KEY
                 MOVE SPACES TO EXC-DETAIL
                 STRING "COULD NOT ADD PLAYER - STATUS " FS-PLAYERS
                    DELIMITED BY SIZE INTO EXC-DETAIL
                 PERFORM WRITE-ROW-EXCEPTION
              NOT INVALID KEY
                 ADD 1 TO NEXT-PLAYER-ID
                 ADD 1 TO PLAYERS-ADDED
                 PERFORM ADD-PLAYER-ENTRY
                 MOVE 1 TO PT-ON-ROSTER(PT-COUNT)
                 MOVE PT-COUNT TO PT-HIT
                 MOVE "ADDED" TO XRF-ACTION
                 PERFORM WRITE-XREF-LINE
           END-WRITE.

       RETIRE-LAPSED-MEMBER.
           IF PT-STATUS(PT-HIT) EQUAL "R"
              MOVE "ALREADY RETD" TO XRF-ACTION
              PERFORM WRITE-XREF-LINE
           ELSE
              MOVE PT-ID(PT-HIT) TO PLAYER-ID
              READ PLAYERS-FILE
                 INVALID KEY
                    MOVE "PLAYER RECORD HAS GONE - NOT RETIRED" TO
                       EXC-DETAIL
                    PERFORM WRITE-ROW-EXCEPTION
                 NOT INVALID KEY
                    MOVE "R" TO PLAYER-STATUS
                    REWRITE PLAYER-RECORD
                       INVALID KEY
                          MOVE "COULD NOT RETIRE PLAYER" TO EXC-DETAIL
                          PERFORM WRITE-ROW-EXCEPTION
                       NOT INVALID KEY
                          MOVE "R" TO PT-STATUS(PT-HIT)
                          ADD 1 TO PLAYERS-RETIRED
                          MOVE "RETIRED" TO XRF-ACTION
                          PERFORM WRITE-XREF-LINE
                    END-REWRITE
              END-READ
           END-IF.

       LIST-NOT-ON-ROSTER.
           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-COUNT
                   IF PT-MEMBER-NO(PT-IX) NOT EQUAL SPACES AND
                      PT-ON-ROSTER(PT-IX) EQUAL 0 AND
                      PT-STATUS(PT-IX) NOT EQUAL "R"
                      ADD 1 TO NOT-ON-ROSTER
                      ADD 1 TO EXCEPTION-COUNT
                      MOVE 0 TO EXC-ROW
                      MOVE PT-MEMBER-NO(PT-IX) TO EXC-MEMBER-NO
                      MOVE PT-NAME(PT-IX) TO EXC-NAME
                      MOVE SPACES TO EXC-DETAIL
                      STRING "PLAYER " PT-ID(PT-IX)
                         " NOT ON ROSTER - LEFT ACTIVE"
                         DELIMITED BY SIZE INTO EXC-DETAIL
                      MOVE EXCEPTION-LINE TO ROSTER-REPORT-RECORD
                      WRITE ROSTER-REPORT-RECORD
                   END-IF
           END-PERFORM.

       WRITE-ROW-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE ROW-NUMBER TO EXC-ROW.
           MOVE RST-MEMBER-NO TO EXC-MEMBER-NO.
           MOVE RST-NAME TO EXC-NAME.
           MOVE EXCEPTION-LINE TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.

       WRITE-XREF-LINE.
           MOVE RST-MEMBER-NO TO XRF-MEMBER-NO.
           MOVE PT-ID(PT-HIT) TO XRF-PLAYER-ID.
           MOVE PT-NAME(PT-HIT) TO XRF-NAME.
           MOVE XREF-LINE TO XREF-REPORT-RECORD.
           WRITE XREF-REPORT-RECORD.

       WRITE-SUMMARY.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "ROSTER ROWS READ   : " ROWS-READ
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "PLAYERS ADDED      : " PLAYERS-ADDED
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "MEMBERS MATCHED    : " PLAYERS-MATCHED
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "PLAYERS REINSTATED : " PLAYERS-REINSTATED
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "LAPSED, RETIRED    : " PLAYERS-RETIRED
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "LAPSED, NOT ON FILE: " LAPSED-NOT-ON-FILE
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "LIKELY DUPLICATES  : " LIKELY-DUPLICATES
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "ROWS REJECTED      : " ROWS-REJECTED
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "ACTIVE, NOT LISTED : " NOT-ON-ROSTER
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           STRING "EXCEPTIONS         : " EXCEPTION-COUNT
              DELIMITED BY SIZE INTO ROSTER-REPORT-RECORD.
           PERFORM PUT-SUMMARY-LINE.

       PUT-SUMMARY-LINE.
           WRITE ROSTER-REPORT-RECORD.
           DISPLAY ROSTER-REPORT-RECORD.
