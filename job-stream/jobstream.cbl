      ******************************************************************
      * Author: 6621604548
      * Date: 15 OCT 2026
      * Purpose: Nightly job-stream driver for the bank, library and
      *          ledger batch runs, with restart from a failed step
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO 'jobstream.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT SCHED-LOG-FILE ASSIGN TO 'schedule-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO WS-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEF-FILE.
       01  STREAM-DEF-RECORD.
           05 JD-STEP-ID       PIC X(8).
           05 JD-PROGRAM       PIC X(20).
           05 JD-MODE          PIC X(10).
           05 JD-DEPENDS       PIC X(8)    OCCURS 3 TIMES.
       FD  SCHED-LOG-FILE.
       01  SCHED-LOG-RECORD.
           05 SG-STREAM-DATE   PIC X(8).
           05 SG-STEP-ID       PIC X(8).
           05 SG-PROGRAM       PIC X(20).
           05 SG-MODE          PIC X(10).
           05 SG-EVENT         PIC X(5).
           05 SG-OUTCOME       PIC X(8).
           05 SG-DATE          PIC X(8).
           05 SG-TIME          PIC X(6).
           05 SG-RC            PIC S9(5) SIGN LEADING SEPARATE.
           05 SG-ELAPSED       PIC 9(6).
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-DEF-STATUS            PIC X(2).
       01  WS-SCHED-STATUS          PIC X(2).
       01  WS-SUMMARY-STATUS        PIC X(2).
       01  WS-EOF-FLAG              PIC X(1)    VALUE 'N'.
       01  WS-RUN-PARM              PIC X(30).
       01  WS-SUMMARY-FILENAME      PIC X(40).
       01  CURR-DT.
           05 WS-YEAR              PIC X(4).
           05 WS-MONTH             PIC X(2).
           05 WS-DAY               PIC X(2).
           05 WS-HOUR              PIC X(2).
           05 WS-MINUTE            PIC X(2).
           05 WS-SECOND            PIC X(2).
           05 FILLER               PIC X(9).
       01  JS-RUN-VARS.
           05 JS-MODE-PARM         PIC X(10).
           05 JS-DATE-PARM         PIC X(10).
           05 JS-STREAM-DATE       PIC X(8).
           05 JS-TODAY             PIC X(8).
           05 JS-NOW-TIME          PIC X(6).
           05 JS-LAST-LOG-DATE     PIC X(8).
           05 JS-DATE-SEEN         PIC X(1).
           05 JS-STOPPED           PIC X(1).
           05 JS-DEF-OK            PIC X(1).
           05 JS-COUNT-LINE        PIC 9(5).
           05 JS-RAN-COUNT         PIC 99      VALUE 0.
           05 JS-OK-COUNT          PIC 99      VALUE 0.
           05 JS-FAILED-COUNT      PIC 99      VALUE 0.
           05 JS-DONE-COUNT        PIC 99      VALUE 0.
           05 JS-NOT-RUN-COUNT     PIC 99      VALUE 0.
           05 JS-COMMAND           PIC X(40).
           05 JS-EVENT             PIC X(5).
           05 JS-OUTCOME           PIC X(8).
           05 JS-EVENT-DATE        PIC X(8).
           05 JS-EVENT-TIME        PIC X(6).
           05 JS-STEP-RC           PIC S9(9)   COMP.
           05 DSP-JS-RC            PIC -(5)9.
      *>   DEFAULT NIGHTLY STREAM, WRITTEN WHEN JOBSTREAM.TXT IS ABSENT
      *>   STEP(8) PROGRAM(20) MODE(10) DEPENDS-ON(8) X 3
      *>   A MODE OF &DATE PASSES THE STREAM DATE TO THE PROGRAM
       01  JS-SEED-STREAM.
           05 FILLER               PIC X(8)    VALUE 'ATMSOBAT'.
           05 FILLER               PIC X(20)   VALUE './atm'.
           05 FILLER               PIC X(10)   VALUE 'SOBATCH'.
           05 FILLER               PIC X(24)   VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'ATMEOD'.
           05 FILLER               PIC X(20)   VALUE './atm'.
           05 FILLER               PIC X(10)   VALUE 'EOD'.
           05 FILLER               PIC X(24)   VALUE 'ATMSOBAT'.
           05 FILLER               PIC X(8)    VALUE 'LIBSETTL'.
           05 FILLER               PIC X(20)   VALUE './proj'.
           05 FILLER               PIC X(10)   VALUE 'SETTLE'.
           05 FILLER               PIC X(24)   VALUE 'ATMEOD'.
           05 FILLER               PIC X(8)    VALUE 'LIBACQ'.
           05 FILLER               PIC X(20)   VALUE './proj'.
           05 FILLER               PIC X(10)   VALUE 'ACQUIRE'.
           05 FILLER               PIC X(24)   VALUE 'LIBSETTL'.
           05 FILLER               PIC X(8)    VALUE 'LIBOVRDU'.
           05 FILLER               PIC X(20)   VALUE './proj'.
           05 FILLER               PIC X(10)   VALUE 'OVERDUE'.
           05 FILLER               PIC X(24)   VALUE 'LIBACQ'.
           05 FILLER               PIC X(8)    VALUE 'LIBAUDIT'.
           05 FILLER               PIC X(20)   VALUE './proj'.
           05 FILLER               PIC X(10)   VALUE 'AUDIT'.
           05 FILLER               PIC X(24)   VALUE 'LIBOVRDU'.
           05 FILLER               PIC X(8)    VALUE 'GLEXTRCT'.
           05 FILLER               PIC X(20)   VALUE './glextract'.
           05 FILLER               PIC X(10)   VALUE '&DATE'.
           05 FILLER               PIC X(8)    VALUE 'ATMEOD'.
           05 FILLER               PIC X(16)   VALUE 'LIBAUDIT'.
           05 FILLER               PIC X(8)    VALUE 'LIBARCH'.
           05 FILLER               PIC X(20)   VALUE './proj'.
           05 FILLER               PIC X(10)   VALUE 'ARCHIVE'.
           05 FILLER               PIC X(24)   VALUE 'GLEXTRCT'.
       01  JS-SEED-TABLE REDEFINES JS-SEED-STREAM.
           05 SEED-STEP OCCURS 8 TIMES.
               10 SEED-STEP-ID     PIC X(8).
               10 SEED-PROGRAM     PIC X(20).
               10 SEED-MODE        PIC X(10).
               10 SEED-DEPENDS     PIC X(8)    OCCURS 3 TIMES.
       01  JS-SEED-VARS.
           05 SEED-IDX             PIC 99.
           05 SEED-DEP-IDX         PIC 9.
      *>   STEP TABLE: DEFINITION PLUS WHAT THE LOG SAYS ABOUT IT
       01  JS-STEP-VARS.
           05 ST-COUNT             PIC 99      VALUE 0.
           05 ST-IDX               PIC 99.
           05 ST-JDX               PIC 99.
           05 ST-DEP-IDX           PIC 9.
           05 ST-OVERFLOW          PIC X(1)    VALUE 'N'.
           05 ST-FOUND             PIC X(1).
           05 ST-ENTRY OCCURS 30 TIMES.
               10 ST-T-STEP-ID     PIC X(8).
               10 ST-T-PROGRAM     PIC X(20).
               10 ST-T-MODE        PIC X(10).
               10 ST-T-DEPENDS     PIC X(8)    OCCURS 3 TIMES.
      *>          D = COMPLETED OK, F = FAILED, R = STARTED, NO END
               10 ST-T-STATE       PIC X(1).
       01  JS-TIMING-VARS.
           05 TM-START-DATE        PIC X(8).
           05 TM-START-TIME        PIC X(6).
           05 TM-DATE-NUM          PIC 9(8).
           05 TM-TIME-R.
               10 TM-HH            PIC 99.
               10 TM-MM            PIC 99.
               10 TM-SS            PIC 99.
           05 TM-START-SECS        PIC 9(11).
           05 TM-END-SECS          PIC 9(11).
           05 TM-ELAPSED           PIC 9(6).
           05 TM-EL-MIN            PIC 9(4).
           05 TM-EL-SEC            PIC 99.
           05 DSP-TM-MIN           PIC ZZZ9.
       01  JS-SUMMARY-VARS.
           05 SU-TEXT              PIC X(100).
           05 SU-START-TIME        PIC X(6).
           05 SU-START-STEP        PIC X(8).
           05 SU-DURATION          PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            MOVE SPACES TO JS-MODE-PARM.
            MOVE SPACES TO JS-DATE-PARM.
            UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
                INTO JS-MODE-PARM JS-DATE-PARM.
            IF JS-MODE-PARM = SPACES
                MOVE "RUN" TO JS-MODE-PARM
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO CURR-DT.
            STRING WS-YEAR, WS-MONTH, WS-DAY INTO JS-TODAY.
            IF JS-DATE-PARM NOT = SPACES
                IF JS-DATE-PARM (1:8) IS NOT NUMERIC
                        OR JS-DATE-PARM (9:2) NOT = SPACES
                    DISPLAY "Invalid stream date: " JS-DATE-PARM
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            EVALUATE JS-MODE-PARM
                WHEN "RUN"
                    PERFORM 100NEW-STREAM-RUN
                WHEN "RESTART"
                    PERFORM 200RESTART-RUN
                WHEN "SUMMARY"
                    PERFORM 600SUMMARY-ONLY
                WHEN OTHER
                    DISPLAY "Unknown mode " JS-MODE-PARM
                        "; use RUN, RESTART or SUMMARY."
                    MOVE 12 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.
       100NEW-STREAM-RUN.
           DISPLAY "=== NIGHTLY JOB STREAM ===".
           IF JS-DATE-PARM = SPACES
               MOVE JS-TODAY TO JS-STREAM-DATE
           ELSE
               MOVE JS-DATE-PARM (1:8) TO JS-STREAM-DATE
           END-IF.
      *>      THE ATM AND LIBRARY RUNS ALWAYS WORK OFF THE CURRENT
      *>      DATE, SO A NEW STREAM CAN ONLY BE STARTED FOR TODAY
           IF JS-STREAM-DATE NOT = JS-TODAY
               DISPLAY "REFUSED: a new stream can only be run for"
                   " today (" JS-TODAY ")."
               DISPLAY "Use RESTART to resume an earlier stream."
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300LOAD-DEFINITION.
           IF JS-DEF-OK = 'N'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 310READ-STREAM-HISTORY.
           IF JS-DATE-SEEN = 'Y'
               DISPLAY "REFUSED: the stream for " JS-STREAM-DATE
                   " has already been started."
               DISPLAY "Use RESTART to resume it from the failed"
                   " step."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Stream date: " JS-STREAM-DATE
               "  steps: " ST-COUNT.
           PERFORM 400RUN-STEPS.
           PERFORM 500WRITE-SUMMARY.
       200RESTART-RUN.
           DISPLAY "=== NIGHTLY JOB STREAM RESTART ===".
           PERFORM 300LOAD-DEFINITION.
           IF JS-DEF-OK = 'N'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF JS-DATE-PARM = SPACES
               PERFORM 320FIND-LAST-STREAM-DATE
               MOVE JS-LAST-LOG-DATE TO JS-STREAM-DATE
           ELSE
               MOVE JS-DATE-PARM (1:8) TO JS-STREAM-DATE
           END-IF.
           IF JS-STREAM-DATE = SPACES
               DISPLAY "No stream has been run yet; nothing to"
                   " restart."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 310READ-STREAM-HISTORY.
           IF JS-DATE-SEEN = 'N'
               DISPLAY "No stream was started for " JS-STREAM-DATE
                   "; use RUN."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO ST-FOUND.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               IF ST-T-STATE (ST-IDX) NOT = 'D'
                   MOVE 'N' TO ST-FOUND
               END-IF
           END-PERFORM.
           IF ST-FOUND = 'Y'
               DISPLAY "Every step of the " JS-STREAM-DATE
                   " stream has completed; nothing to restart."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Restarting the stream for " JS-STREAM-DATE.
           PERFORM 400RUN-STEPS.
           PERFORM 500WRITE-SUMMARY.
       300LOAD-DEFINITION.
           MOVE 'Y' TO JS-DEF-OK.
           MOVE 0 TO ST-COUNT.
           OPEN INPUT STREAM-DEF-FILE.
           IF WS-DEF-STATUS = "35"
               PERFORM 301SEED-DEFINITION
               OPEN INPUT STREAM-DEF-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ STREAM-DEF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF JD-STEP-ID NOT = SPACES
                           IF ST-COUNT < 30
                               ADD 1 TO ST-COUNT
                               PERFORM 302TABLE-STEP
                           ELSE
                               MOVE 'Y' TO ST-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STREAM-DEF-FILE.
           IF ST-OVERFLOW = 'Y'
               DISPLAY "jobstream.txt holds more than 30 steps."
               MOVE 'N' TO JS-DEF-OK
           END-IF.
           IF ST-COUNT = 0
               DISPLAY "jobstream.txt defines no steps."
               MOVE 'N' TO JS-DEF-OK
           END-IF.
           PERFORM 303CHECK-DEPENDENCIES.
       301SEED-DEFINITION.
           DISPLAY "No jobstream.txt found; writing the default"
               " nightly stream.".
           OPEN OUTPUT STREAM-DEF-FILE.
           PERFORM VARYING SEED-IDX FROM 1 BY 1 UNTIL SEED-IDX > 8
               MOVE SEED-STEP-ID (SEED-IDX) TO JD-STEP-ID
               MOVE SEED-PROGRAM (SEED-IDX) TO JD-PROGRAM
               MOVE SEED-MODE (SEED-IDX) TO JD-MODE
               PERFORM VARYING SEED-DEP-IDX FROM 1 BY 1
                       UNTIL SEED-DEP-IDX > 3
                   MOVE SEED-DEPENDS (SEED-IDX, SEED-DEP-IDX)
                       TO JD-DEPENDS (SEED-DEP-IDX)
               END-PERFORM
               WRITE STREAM-DEF-RECORD
           END-PERFORM.
           CLOSE STREAM-DEF-FILE.
       302TABLE-STEP.
           MOVE JD-STEP-ID TO ST-T-STEP-ID (ST-COUNT).
           MOVE JD-PROGRAM TO ST-T-PROGRAM (ST-COUNT).
           MOVE JD-MODE TO ST-T-MODE (ST-COUNT).
           PERFORM VARYING ST-DEP-IDX FROM 1 BY 1 UNTIL ST-DEP-IDX > 3
               MOVE JD-DEPENDS (ST-DEP-IDX)
                   TO ST-T-DEPENDS (ST-COUNT, ST-DEP-IDX)
           END-PERFORM.
           MOVE SPACE TO ST-T-STATE (ST-COUNT).
       303CHECK-DEPENDENCIES.
      *>      A STEP MAY ONLY DEPEND ON A STEP LISTED BEFORE IT, SO
      *>      RUNNING IN FILE ORDER ALWAYS RESPECTS THE DEPENDENCIES.
      *>      STEP IDS MUST BE UNIQUE, AS THE LOG IS KEYED ON THEM
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               PERFORM VARYING ST-JDX FROM 1 BY 1
                       UNTIL ST-JDX >= ST-IDX
                   IF ST-T-STEP-ID (ST-JDX) = ST-T-STEP-ID (ST-IDX)
                       DISPLAY "Step " ST-T-STEP-ID (ST-IDX)
                           " is defined more than once."
                       MOVE 'N' TO JS-DEF-OK
                   END-IF
               END-PERFORM
               IF ST-T-PROGRAM (ST-IDX) = SPACES
                   DISPLAY "Step " ST-T-STEP-ID (ST-IDX)
                       " names no program."
                   MOVE 'N' TO JS-DEF-OK
               END-IF
               PERFORM VARYING ST-DEP-IDX FROM 1 BY 1
                       UNTIL ST-DEP-IDX > 3
                   IF ST-T-DEPENDS (ST-IDX, ST-DEP-IDX) NOT = SPACES
                       MOVE 'N' TO ST-FOUND
                       PERFORM VARYING ST-JDX FROM 1 BY 1
                               UNTIL ST-JDX >= ST-IDX
                           IF ST-T-STEP-ID (ST-JDX) =
                                   ST-T-DEPENDS (ST-IDX, ST-DEP-IDX)
                               MOVE 'Y' TO ST-FOUND
                           END-IF
                       END-PERFORM
                       IF ST-FOUND = 'N'
                           DISPLAY "Step " ST-T-STEP-ID (ST-IDX)
                               " depends on "
                               ST-T-DEPENDS (ST-IDX, ST-DEP-IDX)
                               ", which is not an earlier step."
                           MOVE 'N' TO JS-DEF-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF JS-DEF-OK = 'N'
               DISPLAY "Job-stream definition rejected; nothing run."
           END-IF.
       310READ-STREAM-HISTORY.
      *>      REPLAY THE SCHEDULE LOG FOR THE STREAM DATE SO THAT
      *>      EACH STEP CARRIES ITS LATEST STATE
           MOVE 'N' TO JS-DATE-SEEN.
           OPEN INPUT SCHED-LOG-FILE.
           IF WS-SCHED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCHED-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SG-STREAM-DATE = JS-STREAM-DATE
                           MOVE 'Y' TO JS-DATE-SEEN
                           PERFORM 311APPLY-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHED-LOG-FILE.
       311APPLY-LOG-LINE.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               IF ST-T-STEP-ID (ST-IDX) = SG-STEP-ID
                   EVALUATE TRUE
                       WHEN SG-EVENT = "START"
                           MOVE 'R' TO ST-T-STATE (ST-IDX)
                       WHEN SG-EVENT = "END" AND SG-OUTCOME = "OK"
                           MOVE 'D' TO ST-T-STATE (ST-IDX)
                       WHEN SG-EVENT = "END"
                           MOVE 'F' TO ST-T-STATE (ST-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
       320FIND-LAST-STREAM-DATE.
           MOVE SPACES TO JS-LAST-LOG-DATE.
           OPEN INPUT SCHED-LOG-FILE.
           IF WS-SCHED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCHED-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SG-STREAM-DATE > JS-LAST-LOG-DATE
                               OR JS-LAST-LOG-DATE = SPACES
                           MOVE SG-STREAM-DATE TO JS-LAST-LOG-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHED-LOG-FILE.
       400RUN-STEPS.
           MOVE 'N' TO JS-STOPPED.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               EVALUATE TRUE
                   WHEN ST-T-STATE (ST-IDX) = 'D'
                       DISPLAY "Step " ST-T-STEP-ID (ST-IDX)
                           " completed earlier; skipped."
                       MOVE "SKIP" TO JS-EVENT
                       MOVE "DONE" TO JS-OUTCOME
                       MOVE 0 TO JS-STEP-RC
                       MOVE 0 TO TM-ELAPSED
                       PERFORM 420LOG-STEP-EVENT
                   WHEN JS-STOPPED = 'Y'
                       DISPLAY "Step " ST-T-STEP-ID (ST-IDX)
                           " not run; stream stopped."
                       MOVE "SKIP" TO JS-EVENT
                       MOVE "NOT RUN" TO JS-OUTCOME
                       MOVE 0 TO JS-STEP-RC
                       MOVE 0 TO TM-ELAPSED
                       PERFORM 420LOG-STEP-EVENT
                   WHEN OTHER
                       PERFORM 410RUN-ONE-STEP
               END-EVALUATE
           END-PERFORM.
           IF JS-STOPPED = 'Y'
               DISPLAY "STREAM STOPPED. Correct the failed step and"
                   " run again with RESTART."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Stream for " JS-STREAM-DATE " complete."
               MOVE 0 TO RETURN-CODE
           END-IF.
       410RUN-ONE-STEP.
           PERFORM VARYING ST-DEP-IDX FROM 1 BY 1 UNTIL ST-DEP-IDX > 3
               IF ST-T-DEPENDS (ST-IDX, ST-DEP-IDX) NOT = SPACES
                   PERFORM VARYING ST-JDX FROM 1 BY 1
                           UNTIL ST-JDX > ST-COUNT
                       IF ST-T-STEP-ID (ST-JDX) =
                               ST-T-DEPENDS (ST-IDX, ST-DEP-IDX)
                               AND ST-T-STATE (ST-JDX) NOT = 'D'
                           MOVE 'Y' TO JS-STOPPED
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF JS-STOPPED = 'Y'
               DISPLAY "Step " ST-T-STEP-ID (ST-IDX)
                   " blocked; a step it depends on has not completed."
               MOVE "SKIP" TO JS-EVENT
               MOVE "BLOCKED" TO JS-OUTCOME
               MOVE 0 TO JS-STEP-RC
               MOVE 0 TO TM-ELAPSED
               PERFORM 420LOG-STEP-EVENT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JS-COMMAND.
           IF ST-T-MODE (ST-IDX) = "&DATE"
               STRING ST-T-PROGRAM (ST-IDX) DELIMITED BY SPACE
                   " " JS-STREAM-DATE DELIMITED BY SIZE
                   INTO JS-COMMAND
           ELSE
               STRING ST-T-PROGRAM (ST-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ST-T-MODE (ST-IDX) DELIMITED BY SPACE
                   INTO JS-COMMAND
           END-IF.
           DISPLAY "--- Step " ST-T-STEP-ID (ST-IDX) ": " JS-COMMAND.
           MOVE "START" TO JS-EVENT.
           MOVE "RUNNING" TO JS-OUTCOME.
           MOVE 0 TO JS-STEP-RC.
           MOVE 0 TO TM-ELAPSED.
           PERFORM 420LOG-STEP-EVENT.
           MOVE JS-EVENT-DATE TO TM-START-DATE.
           MOVE JS-EVENT-TIME TO TM-START-TIME.
           CALL "SYSTEM" USING JS-COMMAND.
           MOVE RETURN-CODE TO JS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
      *>      THE SHELL HANDS BACK THE EXIT CODE IN THE HIGH BYTE
           IF JS-STEP-RC >= 256
               DIVIDE JS-STEP-RC BY 256 GIVING JS-STEP-RC
           END-IF.
           ADD 1 TO JS-RAN-COUNT.
           MOVE "END" TO JS-EVENT.
           IF JS-STEP-RC = 0
               MOVE "OK" TO JS-OUTCOME
               MOVE 'D' TO ST-T-STATE (ST-IDX)
           ELSE
               MOVE "FAILED" TO JS-OUTCOME
               MOVE 'F' TO ST-T-STATE (ST-IDX)
               MOVE 'Y' TO JS-STOPPED
           END-IF.
           PERFORM 430STEP-ELAPSED.
           PERFORM 420LOG-STEP-EVENT.
           MOVE JS-STEP-RC TO DSP-JS-RC.
           DISPLAY "--- Step " ST-T-STEP-ID (ST-IDX) " "
               JS-OUTCOME " return code" DSP-JS-RC
               " elapsed " TM-ELAPSED "s".
       420LOG-STEP-EVENT.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           MOVE 0 TO JS-COUNT-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SCHED-LOG-FILE.
           IF WS-SCHED-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SCHED-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO JS-COUNT-LINE
                   END-READ
               END-PERFORM
               CLOSE SCHED-LOG-FILE
           END-IF.
           IF JS-COUNT-LINE = 0
               OPEN OUTPUT SCHED-LOG-FILE
           ELSE
               OPEN EXTEND SCHED-LOG-FILE
           END-IF.
           MOVE JS-STREAM-DATE TO SG-STREAM-DATE.
           MOVE ST-T-STEP-ID (ST-IDX) TO SG-STEP-ID.
           MOVE ST-T-PROGRAM (ST-IDX) TO SG-PROGRAM.
           MOVE ST-T-MODE (ST-IDX) TO SG-MODE.
           MOVE JS-EVENT TO SG-EVENT.
           MOVE JS-OUTCOME TO SG-OUTCOME.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO JS-EVENT-DATE.
           STRING WS-HOUR, WS-MINUTE, WS-SECOND INTO JS-EVENT-TIME.
           MOVE JS-EVENT-DATE TO SG-DATE.
           MOVE JS-EVENT-TIME TO SG-TIME.
           MOVE JS-STEP-RC TO SG-RC.
           MOVE TM-ELAPSED TO SG-ELAPSED.
           WRITE SCHED-LOG-RECORD.
           CLOSE SCHED-LOG-FILE.
       430STEP-ELAPSED.
      *>      SECONDS FROM THE START LINE TO NOW, ACROSS MIDNIGHT
           MOVE TM-START-DATE TO TM-DATE-NUM.
           MOVE TM-START-TIME TO TM-TIME-R.
           COMPUTE TM-START-SECS =
               FUNCTION INTEGER-OF-DATE (TM-DATE-NUM) * 86400
               + TM-HH * 3600 + TM-MM * 60 + TM-SS.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO TM-START-DATE.
           STRING WS-HOUR, WS-MINUTE, WS-SECOND INTO TM-START-TIME.
           MOVE TM-START-DATE TO TM-DATE-NUM.
           MOVE TM-START-TIME TO TM-TIME-R.
           COMPUTE TM-END-SECS =
               FUNCTION INTEGER-OF-DATE (TM-DATE-NUM) * 86400
               + TM-HH * 3600 + TM-MM * 60 + TM-SS.
           IF TM-END-SECS > TM-START-SECS
               COMPUTE TM-ELAPSED = TM-END-SECS - TM-START-SECS
           ELSE
               MOVE 0 TO TM-ELAPSED
           END-IF.
       500WRITE-SUMMARY.
      *>      MORNING SUMMARY: EVERY ATTEMPT LOGGED FOR THE STREAM
      *>      DATE, THEN ANY STEP THAT HAS STILL NOT COMPLETED
           MOVE SPACES TO WS-SUMMARY-FILENAME.
           STRING "jobstream-summary-" JS-STREAM-DATE ".txt"
               DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE SPACES TO SU-TEXT.
           STRING "NIGHTLY JOB STREAM SUMMARY FOR " JS-STREAM-DATE
               "  PRINTED " JS-TODAY
               DELIMITED BY SIZE INTO SU-TEXT.
           PERFORM 510PUT-SUMMARY-LINE.
           MOVE SPACES TO SU-TEXT.
           PERFORM 510PUT-SUMMARY-LINE.
           MOVE SPACES TO SU-TEXT.
           STRING "STEP     PROGRAM              MODE       "
               "STARTED   ENDED     DURATION OUTCOME   RC"
               DELIMITED BY SIZE INTO SU-TEXT.
           PERFORM 510PUT-SUMMARY-LINE.
           MOVE 0 TO JS-OK-COUNT.
           MOVE 0 TO JS-FAILED-COUNT.
           MOVE 0 TO JS-DONE-COUNT.
           MOVE 0 TO JS-NOT-RUN-COUNT.
           MOVE SPACES TO SU-START-STEP.
           OPEN INPUT SCHED-LOG-FILE.
           IF WS-SCHED-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SCHED-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF SG-STREAM-DATE = JS-STREAM-DATE
                               PERFORM 520SUMMARY-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-LOG-FILE
           END-IF.
           MOVE SPACES TO SU-TEXT.
           PERFORM 510PUT-SUMMARY-LINE.
           MOVE 'N' TO ST-FOUND.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               IF ST-T-STATE (ST-IDX) NOT = 'D'
                   IF ST-FOUND = 'N'
                       MOVE "STEPS NOT YET COMPLETED:" TO SU-TEXT
                       PERFORM 510PUT-SUMMARY-LINE
                       MOVE 'Y' TO ST-FOUND
                   END-IF
                   MOVE SPACES TO SU-TEXT
                   STRING "  " ST-T-STEP-ID (ST-IDX) " "
                       ST-T-PROGRAM (ST-IDX) " " ST-T-MODE (ST-IDX)
                       DELIMITED BY SIZE INTO SU-TEXT
                   PERFORM 510PUT-SUMMARY-LINE
               END-IF
           END-PERFORM.
           IF ST-FOUND = 'N'
               MOVE "ALL STEPS COMPLETED." TO SU-TEXT
               PERFORM 510PUT-SUMMARY-LINE
           END-IF.
           MOVE SPACES TO SU-TEXT.
           STRING "RUNS OK: " JS-OK-COUNT
               "  FAILED: " JS-FAILED-COUNT
               "  SKIPPED (DONE EARLIER): " JS-DONE-COUNT
               "  SKIPPED (NOT RUN): " JS-NOT-RUN-COUNT
               DELIMITED BY SIZE INTO SU-TEXT.
           PERFORM 510PUT-SUMMARY-LINE.
           CLOSE SUMMARY-FILE.
           DISPLAY "Summary written to " WS-SUMMARY-FILENAME.
       510PUT-SUMMARY-LINE.
           WRITE SUMMARY-LINE FROM SU-TEXT.
           DISPLAY SU-TEXT.
       520SUMMARY-LOG-LINE.
           IF SG-EVENT = "START"
               MOVE SG-STEP-ID TO SU-START-STEP
               MOVE SG-TIME TO SU-START-TIME
               EXIT PARAGRAPH
           END-IF.
           IF SG-EVENT = "SKIP"
               MOVE SPACES TO SU-START-TIME
               MOVE SPACES TO SU-DURATION
               IF SG-OUTCOME = "DONE"
                   ADD 1 TO JS-DONE-COUNT
               ELSE
                   ADD 1 TO JS-NOT-RUN-COUNT
               END-IF
           ELSE
               IF SU-START-STEP NOT = SG-STEP-ID
                   MOVE SPACES TO SU-START-TIME
               END-IF
               DIVIDE SG-ELAPSED BY 60 GIVING TM-EL-MIN
                   REMAINDER TM-EL-SEC
               MOVE TM-EL-MIN TO DSP-TM-MIN
               MOVE SPACES TO SU-DURATION
               STRING DSP-TM-MIN "m" TM-EL-SEC "s"
                   DELIMITED BY SIZE INTO SU-DURATION
               IF SG-OUTCOME = "OK"
                   ADD 1 TO JS-OK-COUNT
               ELSE
                   ADD 1 TO JS-FAILED-COUNT
               END-IF
           END-IF.
           MOVE SG-RC TO DSP-JS-RC.
           MOVE SPACES TO SU-TEXT.
           STRING SG-STEP-ID " " SG-PROGRAM " " SG-MODE " "
               SU-START-TIME "    " SG-TIME "    " SU-DURATION " "
               SG-OUTCOME " " DSP-JS-RC
               DELIMITED BY SIZE INTO SU-TEXT.
           PERFORM 510PUT-SUMMARY-LINE.
       600SUMMARY-ONLY.
           PERFORM 300LOAD-DEFINITION.
           IF JS-DEF-OK = 'N'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF JS-DATE-PARM = SPACES
               PERFORM 320FIND-LAST-STREAM-DATE
               MOVE JS-LAST-LOG-DATE TO JS-STREAM-DATE
           ELSE
               MOVE JS-DATE-PARM (1:8) TO JS-STREAM-DATE
           END-IF.
           IF JS-STREAM-DATE = SPACES
               DISPLAY "No stream has been run yet."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 310READ-STREAM-HISTORY.
           IF JS-DATE-SEEN = 'N'
               DISPLAY "No stream was run for " JS-STREAM-DATE "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500WRITE-SUMMARY.
