       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NIGHTLY-BATCH.
       AUTHOR. Thibaut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "BATCHRUN.CTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONTROL.
           SELECT OPTIONAL STEP-COUNT-FILE ASSIGN TO "STEPCOUNT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STEP-COUNT.
           SELECT BATCH-LOG-FILE ASSIGN TO "BATCHRUN.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01 RUN-HEADER-RECORD.
          05 BRH-KIND           PIC X.
          05 FILLER             PIC X.
          05 BRH-RUN-DATE       PIC 9(8).
          05 FILLER             PIC X.
          05 BRH-LAST-MONTH-END PIC 9(6).
          05 FILLER             PIC X.
          05 BRH-CUTOFF         PIC 9(6).
       01 RUN-STEP-RECORD.
          05 BRC-KIND           PIC X.
          05 FILLER             PIC X.
          05 BRC-STEP-NO        PIC 9(2).
          05 FILLER             PIC X.
          05 BRC-STEP-NAME      PIC X(10).
          05 FILLER             PIC X.
          05 BRC-STATE          PIC X.
          05 FILLER             PIC X.
          05 BRC-ATTEMPTS       PIC 9(2).
          05 FILLER             PIC X.
          05 BRC-START-DATE     PIC 9(8).
          05 FILLER             PIC X.
          05 BRC-START-TIME     PIC 9(6).
          05 FILLER             PIC X.
          05 BRC-END-DATE       PIC 9(8).
          05 FILLER             PIC X.
          05 BRC-END-TIME       PIC 9(6).
          05 FILLER             PIC X.
          05 BRC-RC             PIC 9(4).
          05 FILLER             PIC X.
          05 BRC-READ           PIC 9(8).
          05 FILLER             PIC X.
          05 BRC-WRITTEN        PIC 9(8).
          05 FILLER             PIC X.
          05 BRC-EXCEPTIONS     PIC 9(6).

       FD  STEP-COUNT-FILE.
       01 STEP-COUNT-RECORD.
          05 STC-PROGRAM        PIC X(16).
          05 FILLER             PIC X.
          05 STC-READ           PIC 9(8).
          05 FILLER             PIC X.
          05 STC-WRITTEN        PIC 9(8).
          05 FILLER             PIC X.
          05 STC-EXCEPTIONS     PIC 9(6).

       FD  BATCH-LOG-FILE.
       01 BATCH-LOG-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       01 FS-CONTROL            PIC XX.
       01 FS-STEP-COUNT         PIC XX.
       01 FS-LOG                PIC XX.
       01 FILE-EOF              PIC 9.

       01 TODAY-DATE            PIC 9(8).
       01 NOW-TIME              PIC 9(6).
       01 RUN-DATE              PIC 9(8) VALUE 0.
       01 LAST-MONTH-END        PIC 9(6) VALUE 0.
       01 CUTOFF-PERIOD         PIC 9(6) VALUE 0.
       01 CONTROL-FOUND         PIC 9    VALUE 0.
       01 RUN-FINISHED          PIC 9.
       01 BATCH-STOPPED         PIC 9    VALUE 0.
       01 STOP-STEP             PIC 9(2) VALUE 0.
       01 EARLIER-OK            PIC 9.
       01 COMMAND-LINE-TEXT     PIC X(80).
       01 STEP-RC               PIC S9(9).

       01 STEP-COUNT            PIC 9(2) VALUE 5.
       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 5 TIMES.
             10 SP-NAME         PIC X(10).
             10 SP-COMMAND      PIC X(30).
             10 SP-REPORT       PIC X(14).
             10 SP-MAX-RC       PIC 9(4).
             10 SP-STATE        PIC X.
             10 SP-ATTEMPTS     PIC 9(2).
             10 SP-START-DATE   PIC 9(8).
             10 SP-START-TIME   PIC 9(6).
             10 SP-END-DATE     PIC 9(8).
             10 SP-END-TIME     PIC 9(6).
             10 SP-RC           PIC 9(4).
             10 SP-READ         PIC 9(8).
             10 SP-WRITTEN      PIC 9(8).
             10 SP-EXCEPTIONS   PIC 9(6).
       01 STEP-IX               PIC 9(2).
       01 PRIOR-IX              PIC 9(2).
       01 STEP-FOUND            PIC 9.

       01 LOG-HEADING.
          05 FILLER             PIC X(50) VALUE
             "STEP       STATE    TRIES START           END".
          05 FILLER             PIC X(50) VALUE
             "          RC     READ  WRITTEN EXCEPT".
       01 LOG-LINE.
          05 LOG-STEP           PIC X(10).
          05 FILLER             PIC X     VALUE SPACE.
          05 LOG-STATE          PIC X(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 LOG-ATTEMPTS       PIC ZZZZ9.
          05 FILLER             PIC X     VALUE SPACE.
          05 LOG-START-DATE     PIC 9(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 LOG-START-TIME     PIC 9(6).
          05 FILLER             PIC X     VALUE SPACE.
          05 LOG-END-DATE       PIC 9(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 LOG-END-TIME       PIC 9(6).
          05 FILLER             PIC X     VALUE SPACE.
          05 LOG-RC             PIC ZZZ9.
          05 FILLER             PIC X     VALUE SPACE.
          05 LOG-READ           PIC ZZZZZZZ9.
          05 FILLER             PIC X     VALUE SPACE.
          05 LOG-WRITTEN        PIC ZZZZZZZ9.
          05 FILLER             PIC X     VALUE SPACE.
          05 LOG-EXCEPTIONS     PIC ZZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           PERFORM SET-STEP-TABLE.
           PERFORM LOAD-RUN-CONTROL.

           IF CONTROL-FOUND EQUAL 1 AND RUN-FINISHED EQUAL 1 AND
              RUN-DATE EQUAL TODAY-DATE
              DISPLAY "The batch run for " RUN-DATE " has already "
                 "finished - see BATCHRUN.LOG."
              STOP RUN
           END-IF.
           IF CONTROL-FOUND EQUAL 0 OR RUN-FINISHED EQUAL 1
              PERFORM START-NEW-RUN
           ELSE
              DISPLAY "Resuming the batch run of " RUN-DATE "."
           END-IF.

           PERFORM VARYING STEP-IX FROM 1 BY 1 UNTIL
              STEP-IX > STEP-COUNT OR BATCH-STOPPED EQUAL 1
                   IF SP-STATE(STEP-IX) NOT EQUAL "C" AND
                      SP-STATE(STEP-IX) NOT EQUAL "S"
                      PERFORM RUN-ONE-STEP
                   END-IF
           END-PERFORM.

           PERFORM WRITE-BATCH-LOG.
           IF BATCH-STOPPED EQUAL 1
              DISPLAY "Batch stopped at step " SP-NAME(STOP-STEP)
                 " - correct the problem and run again to resume."
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "Batch run for " RUN-DATE " complete."
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SET-STEP-TABLE.
           MOVE "FILECHECK" TO SP-NAME(1).
           MOVE "./FileCheck" TO SP-COMMAND(1).
           MOVE "FILECHECK.RPT" TO SP-REPORT(1).
           MOVE 0 TO SP-MAX-RC(1).
           MOVE "RECONCILE" TO SP-NAME(2).
           MOVE "./Reconcile" TO SP-COMMAND(2).
           MOVE "RECONCILE.RPT" TO SP-REPORT(2).
           MOVE 4 TO SP-MAX-RC(2).
           MOVE "VERIFY" TO SP-NAME(3).
           MOVE "./Verify" TO SP-COMMAND(3).
           MOVE "VERIFY.RPT" TO SP-REPORT(3).
           MOVE 0 TO SP-MAX-RC(3).
           MOVE "EXTRACT" TO SP-NAME(4).
           MOVE "./Extract" TO SP-COMMAND(4).
           MOVE SPACES TO SP-REPORT(4).
           MOVE 0 TO SP-MAX-RC(4).
           MOVE "HOUSEKEEP" TO SP-NAME(5).
           MOVE "./Housekeep" TO SP-COMMAND(5).
           MOVE SPACES TO SP-REPORT(5).
           MOVE 0 TO SP-MAX-RC(5).
           PERFORM VARYING STEP-IX FROM 1 BY 1 UNTIL
              STEP-IX > STEP-COUNT
                   PERFORM CLEAR-STEP-ENTRY
           END-PERFORM.

       CLEAR-STEP-ENTRY.
           MOVE "P" TO SP-STATE(STEP-IX).
           MOVE 0 TO SP-ATTEMPTS(STEP-IX).
           MOVE 0 TO SP-START-DATE(STEP-IX).
           MOVE 0 TO SP-START-TIME(STEP-IX).
           MOVE 0 TO SP-END-DATE(STEP-IX).
           MOVE 0 TO SP-END-TIME(STEP-IX).
           MOVE 0 TO SP-RC(STEP-IX).
           MOVE 0 TO SP-READ(STEP-IX).
           MOVE 0 TO SP-WRITTEN(STEP-IX).
           MOVE 0 TO SP-EXCEPTIONS(STEP-IX).

       LOAD-RUN-CONTROL.
           MOVE 1 TO RUN-FINISHED.
           OPEN INPUT CONTROL-FILE.
           IF FS-CONTROL NOT EQUAL "00" AND FS-CONTROL NOT EQUAL "05"
              DISPLAY "Could not open BATCHRUN.CTL - status "
                 FS-CONTROL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO FILE-EOF.
           PERFORM UNTIL FILE-EOF EQUAL 1
                   READ CONTROL-FILE
                      AT END
                         MOVE 1 TO FILE-EOF
                      NOT AT END
                         PERFORM LOAD-CONTROL-ROW
                   END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

       LOAD-CONTROL-ROW.
           IF BRH-KIND EQUAL "H"
              MOVE 1 TO CONTROL-FOUND
              IF BRH-RUN-DATE NUMERIC
                 MOVE BRH-RUN-DATE TO RUN-DATE
              END-IF
              IF BRH-LAST-MONTH-END NUMERIC
                 MOVE BRH-LAST-MONTH-END TO LAST-MONTH-END
              END-IF
              IF BRH-CUTOFF NUMERIC
                 MOVE BRH-CUTOFF TO CUTOFF-PERIOD
              END-IF
           ELSE
              MOVE 0 TO STEP-FOUND
              IF BRC-KIND EQUAL "S"
                 PERFORM VARYING STEP-IX FROM 1 BY 1 UNTIL
                    STEP-IX > STEP-COUNT OR STEP-FOUND EQUAL 1
                         IF SP-NAME(STEP-IX) EQUAL BRC-STEP-NAME
                            MOVE 1 TO STEP-FOUND
                            SUBTRACT 1 FROM STEP-IX
                         END-IF
                 END-PERFORM
              END-IF
              IF STEP-FOUND EQUAL 1
                 MOVE BRC-STATE TO SP-STATE(STEP-IX)
                 MOVE BRC-ATTEMPTS TO SP-ATTEMPTS(STEP-IX)
                 MOVE BRC-START-DATE TO SP-START-DATE(STEP-IX)
                 MOVE BRC-START-TIME TO SP-START-TIME(STEP-IX)
                 MOVE BRC-END-DATE TO SP-END-DATE(STEP-IX)
                 MOVE BRC-END-TIME TO SP-END-TIME(STEP-IX)
                 MOVE BRC-RC TO SP-RC(STEP-IX)
                 MOVE BRC-READ TO SP-READ(STEP-IX)
                 MOVE BRC-WRITTEN TO SP-WRITTEN(STEP-IX)
                 MOVE BRC-EXCEPTIONS TO SP-EXCEPTIONS(STEP-IX)
                 IF BRC-STATE NOT EQUAL "C" AND BRC-STATE NOT EQUAL
                    "S"
                    MOVE 0 TO RUN-FINISHED
                 END-IF
                 IF BRC-STATE EQUAL "R"
                    DISPLAY "Step " BRC-STEP-NAME " was still running "
                       "when the last batch ended - it will be rerun."
                 END-IF
              END-IF
           END-IF.

       START-NEW-RUN.
           MOVE TODAY-DATE TO RUN-DATE.
           MOVE 0 TO CUTOFF-PERIOD.
           PERFORM VARYING STEP-IX FROM 1 BY 1 UNTIL
              STEP-IX > STEP-COUNT
                   PERFORM CLEAR-STEP-ENTRY
           END-PERFORM.
           IF TODAY-DATE(1:6) > LAST-MONTH-END
              MOVE TODAY-DATE(1:6) TO CUTOFF-PERIOD
              DISPLAY "Month-end housekeeping is due - records before "
                 CUTOFF-PERIOD " will be archived."
           ELSE
              MOVE "S" TO SP-STATE(5)
           END-IF.
           DISPLAY "Starting the batch run for " RUN-DATE ".".
           PERFORM SAVE-RUN-CONTROL.

       RUN-ONE-STEP.
           MOVE 1 TO EARLIER-OK.
           PERFORM VARYING PRIOR-IX FROM 1 BY 1 UNTIL
              PRIOR-IX NOT LESS THAN STEP-IX
                   IF SP-STATE(PRIOR-IX) NOT EQUAL "C" AND
                      SP-STATE(PRIOR-IX) NOT EQUAL "S"
                      MOVE 0 TO EARLIER-OK
                   END-IF
           END-PERFORM.
           IF EARLIER-OK EQUAL 0
              DISPLAY "Step " SP-NAME(STEP-IX) " not started - an "
                 "earlier step has not finished cleanly."
              MOVE 1 TO BATCH-STOPPED
              MOVE STEP-IX TO STOP-STEP
           ELSE
              PERFORM START-STEP
              PERFORM CALL-STEP-PROGRAM
              PERFORM FINISH-STEP
           END-IF.

       START-STEP.
           ADD 1 TO SP-ATTEMPTS(STEP-IX).
           MOVE "R" TO SP-STATE(STEP-IX).
           MOVE FUNCTION CURRENT-DATE(1:8) TO SP-START-DATE(STEP-IX).
           MOVE FUNCTION CURRENT-DATE(9:6) TO SP-START-TIME(STEP-IX).
           MOVE 0 TO SP-END-DATE(STEP-IX).
           MOVE 0 TO SP-END-TIME(STEP-IX).
           MOVE 0 TO SP-RC(STEP-IX).
           MOVE 0 TO SP-READ(STEP-IX).
           MOVE 0 TO SP-WRITTEN(STEP-IX).
           MOVE 0 TO SP-EXCEPTIONS(STEP-IX).
           PERFORM SAVE-RUN-CONTROL.
           OPEN OUTPUT STEP-COUNT-FILE.
           IF FS-STEP-COUNT EQUAL "00" OR FS-STEP-COUNT EQUAL "05"
              CLOSE STEP-COUNT-FILE
           END-IF.
           DISPLAY "Step " SP-NAME(STEP-IX) " started "
              SP-START-DATE(STEP-IX) " " SP-START-TIME(STEP-IX).

       CALL-STEP-PROGRAM.
           MOVE SPACES TO COMMAND-LINE-TEXT.
           IF SP-NAME(STEP-IX) EQUAL "HOUSEKEEP"
              STRING "echo " CUTOFF-PERIOD " | " DELIMITED BY SIZE
                 SP-COMMAND(STEP-IX) DELIMITED BY SPACE
                 INTO COMMAND-LINE-TEXT
           ELSE
              MOVE SP-COMMAND(STEP-IX) TO COMMAND-LINE-TEXT
           END-IF.
           CALL "SYSTEM" USING COMMAND-LINE-TEXT.
           COMPUTE STEP-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF STEP-RC < 0 OR STEP-RC > 9999
              MOVE 9999 TO STEP-RC
           END-IF.

       FINISH-STEP.
           MOVE STEP-RC TO SP-RC(STEP-IX).
           OPEN INPUT STEP-COUNT-FILE.
           IF FS-STEP-COUNT EQUAL "00"
              READ STEP-COUNT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF STC-READ NUMERIC
                       MOVE STC-READ TO SP-READ(STEP-IX)
                    END-IF
                    IF STC-WRITTEN NUMERIC
                       MOVE STC-WRITTEN TO SP-WRITTEN(STEP-IX)
                    END-IF
                    IF STC-EXCEPTIONS NUMERIC
                       MOVE STC-EXCEPTIONS TO SP-EXCEPTIONS(STEP-IX)
                    END-IF
              END-READ
              CLOSE STEP-COUNT-FILE
           ELSE
              IF FS-STEP-COUNT EQUAL "05"
                 CLOSE STEP-COUNT-FILE
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SP-END-DATE(STEP-IX).
           MOVE FUNCTION CURRENT-DATE(9:6) TO SP-END-TIME(STEP-IX).
           IF SP-RC(STEP-IX) > SP-MAX-RC(STEP-IX)
              MOVE "F" TO SP-STATE(STEP-IX)
              MOVE 1 TO BATCH-STOPPED
              MOVE STEP-IX TO STOP-STEP
              DISPLAY "Step " SP-NAME(STEP-IX) " failed - return "
                 "status " SP-RC(STEP-IX)
           ELSE
              MOVE "C" TO SP-STATE(STEP-IX)
              IF SP-NAME(STEP-IX) EQUAL "HOUSEKEEP"
                 MOVE CUTOFF-PERIOD TO LAST-MONTH-END
              END-IF
              DISPLAY "Step " SP-NAME(STEP-IX) " finished - return "
                 "status " SP-RC(STEP-IX)
           END-IF.
           PERFORM SAVE-RUN-CONTROL.

       SAVE-RUN-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           IF FS-CONTROL NOT EQUAL "00" AND FS-CONTROL NOT EQUAL "05"
              DISPLAY "Could not rewrite BATCHRUN.CTL - status "
                 FS-CONTROL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO RUN-HEADER-RECORD.
           MOVE "H" TO BRH-KIND.
           MOVE RUN-DATE TO BRH-RUN-DATE.
           MOVE LAST-MONTH-END TO BRH-LAST-MONTH-END.
           MOVE CUTOFF-PERIOD TO BRH-CUTOFF.
           WRITE RUN-HEADER-RECORD.
           PERFORM VARYING PRIOR-IX FROM 1 BY 1 UNTIL
              PRIOR-IX > STEP-COUNT
                   PERFORM SAVE-ONE-STEP
           END-PERFORM.
           CLOSE CONTROL-FILE.

       SAVE-ONE-STEP.
           MOVE SPACES TO RUN-STEP-RECORD.
           MOVE "S" TO BRC-KIND.
           MOVE PRIOR-IX TO BRC-STEP-NO.
           MOVE SP-NAME(PRIOR-IX) TO BRC-STEP-NAME.
           MOVE SP-STATE(PRIOR-IX) TO BRC-STATE.
           MOVE SP-ATTEMPTS(PRIOR-IX) TO BRC-ATTEMPTS.
           MOVE SP-START-DATE(PRIOR-IX) TO BRC-START-DATE.
           MOVE SP-START-TIME(PRIOR-IX) TO BRC-START-TIME.
           MOVE SP-END-DATE(PRIOR-IX) TO BRC-END-DATE.
           MOVE SP-END-TIME(PRIOR-IX) TO BRC-END-TIME.
           MOVE SP-RC(PRIOR-IX) TO BRC-RC.
           MOVE SP-READ(PRIOR-IX) TO BRC-READ.
           MOVE SP-WRITTEN(PRIOR-IX) TO BRC-WRITTEN.
           MOVE SP-EXCEPTIONS(PRIOR-IX) TO BRC-EXCEPTIONS.
           WRITE RUN-STEP-RECORD.

       WRITE-BATCH-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO NOW-TIME.
           OPEN OUTPUT BATCH-LOG-FILE.
           IF FS-LOG NOT EQUAL "00"
              DISPLAY "Could not open BATCHRUN.LOG - status " FS-LOG
           ELSE
              MOVE SPACES TO BATCH-LOG-RECORD
              STRING "NIGHTLY BATCH RUN " RUN-DATE "    LOG WRITTEN "
                 FUNCTION CURRENT-DATE(1:8) " " NOW-TIME
                 DELIMITED BY SIZE INTO BATCH-LOG-RECORD
              WRITE BATCH-LOG-RECORD
              MOVE SPACES TO BATCH-LOG-RECORD
              WRITE BATCH-LOG-RECORD
              MOVE LOG-HEADING TO BATCH-LOG-RECORD
              WRITE BATCH-LOG-RECORD
              PERFORM VARYING STEP-IX FROM 1 BY 1 UNTIL
                 STEP-IX > STEP-COUNT
                      PERFORM WRITE-STEP-LOG-LINE
              END-PERFORM
              MOVE SPACES TO BATCH-LOG-RECORD
              WRITE BATCH-LOG-RECORD
              PERFORM WRITE-RUN-RESULT
              MOVE SPACES TO BATCH-LOG-RECORD
              WRITE BATCH-LOG-RECORD
              MOVE "CHECKED BY : ____________________    DATE : "
                 TO BATCH-LOG-RECORD
              MOVE "__________" TO BATCH-LOG-RECORD(45:10)
              WRITE BATCH-LOG-RECORD
              CLOSE BATCH-LOG-FILE
           END-IF.

       WRITE-STEP-LOG-LINE.
           MOVE SP-NAME(STEP-IX) TO LOG-STEP.
           IF SP-STATE(STEP-IX) EQUAL "C"
              MOVE "COMPLETE" TO LOG-STATE
           ELSE
              IF SP-STATE(STEP-IX) EQUAL "F"
                 MOVE "FAILED" TO LOG-STATE
              ELSE
                 IF SP-STATE(STEP-IX) EQUAL "S"
                    MOVE "NOT DUE" TO LOG-STATE
                 ELSE
                    IF SP-STATE(STEP-IX) EQUAL "R"
                       MOVE "RUNNING" TO LOG-STATE
                    ELSE
                       MOVE "PENDING" TO LOG-STATE
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE SP-ATTEMPTS(STEP-IX) TO LOG-ATTEMPTS.
           MOVE SP-START-DATE(STEP-IX) TO LOG-START-DATE.
           MOVE SP-START-TIME(STEP-IX) TO LOG-START-TIME.
           MOVE SP-END-DATE(STEP-IX) TO LOG-END-DATE.
           MOVE SP-END-TIME(STEP-IX) TO LOG-END-TIME.
           MOVE SP-RC(STEP-IX) TO LOG-RC.
           MOVE SP-READ(STEP-IX) TO LOG-READ.
           MOVE SP-WRITTEN(STEP-IX) TO LOG-WRITTEN.
           MOVE SP-EXCEPTIONS(STEP-IX) TO LOG-EXCEPTIONS.
           MOVE LOG-LINE TO BATCH-LOG-RECORD.
           WRITE BATCH-LOG-RECORD.

       WRITE-RUN-RESULT.
           MOVE SPACES TO BATCH-LOG-RECORD.
           IF BATCH-STOPPED EQUAL 1
              IF SP-REPORT(STOP-STEP) EQUAL SPACES
                 STRING "BATCH STOPPED AT STEP " DELIMITED BY SIZE
                    SP-NAME(STOP-STEP) DELIMITED BY SPACE
                    " - RERUN RESUMES AT THIS STEP" DELIMITED BY SIZE
                    INTO BATCH-LOG-RECORD
              ELSE
                 STRING "BATCH STOPPED AT STEP " DELIMITED BY SIZE
                    SP-NAME(STOP-STEP) DELIMITED BY SPACE
                    " - SEE " DELIMITED BY SIZE
                    SP-REPORT(STOP-STEP) DELIMITED BY SPACE
                    " - RERUN RESUMES AT THIS STEP" DELIMITED BY SIZE
                    INTO BATCH-LOG-RECORD
              END-IF
           ELSE
              IF CUTOFF-PERIOD NOT EQUAL 0
                 STRING "BATCH RUN COMPLETE - MONTH-END ARCHIVE "
                    "BEFORE " CUTOFF-PERIOD DELIMITED BY SIZE
                    INTO BATCH-LOG-RECORD
              ELSE
                 MOVE "BATCH RUN COMPLETE" TO BATCH-LOG-RECORD
              END-IF
           END-IF.
           WRITE BATCH-LOG-RECORD.
