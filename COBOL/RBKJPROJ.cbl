      *****************************************************************
      * Copyright IBM Corp. 2023
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing
      * , software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the
      * License.
      *****************************************************************

      *****************************************************************
      * RBKJPROJ - Batch-window projection, LINKed the way RBKBDAY is *
      *            (RBKALMON raises an alert off it, the RBK4         *
      *            dashboard shows it). Walks tonight's suite stage   *
      *            by stage through the WS-NIGHT-STEPS structure      *
      *            RBKNIGHT drives: a step already finished tonight   *
      *            counts at its real end, one still running at its   *
      *            start plus its baseline, one yet to start at its   *
      *            stage's projected start plus its baseline, and a   *
      *            step not due tonight (and not forced) not at all - *
      *            a stage ends when its longest step does. The       *
      *            baseline is the average elapsed time of the step's *
      *            last OK runs in the RBKJOBHS run history. The      *
      *            projected finish is set against the window end     *
      *            configured in RBKTHRS                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKJPROJ.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       01 WS-NIGHT-I            PIC S9(4) COMP-5.
       01 WS-STAGE-NOW          PIC 9(2).

      * Tonight against the run frequencies, as RBKNIGHT judges it
       01 WS-TONIGHT-INT        PIC S9(8) COMP-5 VALUE 0.
       01 WS-TONIGHT-WEEKDAY    PIC 9.
       01 WS-MONTH-END-SW       PIC X VALUE 'N'.
         88 WS-TONIGHT-MONTH-END  VALUE 'Y'.
       01 WS-QTR-END-SW         PIC X VALUE 'N'.
         88 WS-TONIGHT-QTR-END    VALUE 'Y'.
       01 WS-YEAR-END-SW        PIC X VALUE 'N'.
         88 WS-TONIGHT-YEAR-END   VALUE 'Y'.
       01 WS-STEP-DUE-SW        PIC X.
         88 WS-STEP-IS-DUE        VALUE 'Y'.
         88 WS-STEP-NOT-DUE       VALUE 'N'.

      * The timeline, in seconds (day integer x 86400 plus the time
      * of day): now, the suite's start, the stage in hand's start
      * and end, and the step in hand's projected end
       01 WS-HS-STAMP           PIC X(32).
       01 WS-HS-SECS            PIC S9(15) COMP-3 VALUE 0.
       01 WS-NOW-SECS           PIC S9(15) COMP-3 VALUE 0.
       01 WS-SUITE-SECS         PIC S9(15) COMP-3 VALUE 0.
       01 WS-STAGE-START-SECS   PIC S9(15) COMP-3 VALUE 0.
       01 WS-STAGE-END-SECS     PIC S9(15) COMP-3 VALUE 0.
       01 WS-STEP-END-SECS      PIC S9(15) COMP-3 VALUE 0.
       01 WS-WINDOW-SECS        PIC S9(15) COMP-3 VALUE 0.
       01 WS-WINDOW-HHMM        PIC 9(4) VALUE 0.
       01 WS-WINDOW-TOD         PIC S9(8) COMP-5 VALUE 0.
       01 WS-SUITE-TOD          PIC S9(8) COMP-5 VALUE 0.

      * A timeline second back into a stamp
       01 WS-OUT-SECS           PIC S9(15) COMP-3 VALUE 0.
       01 WS-OUT-DAY-INT        PIC S9(8) COMP-5 VALUE 0.
       01 WS-OUT-TOD            PIC S9(8) COMP-5 VALUE 0.
       01 WS-OUT-STAMP          PIC X(32).
       01 WS-OUT-YYYYMMDD       PIC 9(8).
       01 WS-OUT-DIGITS REDEFINES WS-OUT-YYYYMMDD.
         03 WS-OUT-YYYY           PIC X(4).
         03 WS-OUT-MM             PIC X(2).
         03 WS-OUT-DD             PIC X(2).
       01 WS-OUT-HH             PIC 9(2).
       01 WS-OUT-MI             PIC 9(2).
       01 WS-OUT-SS             PIC 9(2).

      * One step's baseline off its run history: the elapsed times
      * of its last OK runs kept round-robin
       01 WS-BASE-STEP          PIC X(8).
       01 WS-BASE-SECS          PIC S9(8) COMP-5 VALUE 0.
       01 WS-BASE-RUNS          PIC S9(8) COMP-5 VALUE 0.
       01 WS-BASE-LAST          PIC S9(8) COMP-5 VALUE 0.
       01 WS-BASE-TOTAL         PIC S9(15) COMP-3 VALUE 0.
       01 WS-BASE-RING.
         03 WS-BASE-RING-SECS OCCURS 50 TIMES PIC S9(8) COMP-5.
       01 WS-BASE-NEXT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-BASE-HELD          PIC S9(4) COMP-5 VALUE 0.
       01 WS-BASE-I             PIC S9(4) COMP-5.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           INITIALIZE WS-JPROJ-PARM.
           EXEC CICS GET CONTAINER(WS-JPROJ-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-JPROJ-PARM)
                         RESP(WS-RESP)
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO WS-NOW-STAMP.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP TO WS-HS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-HS-SECS TO WS-NOW-SECS.

      * The one step the caller asked about, if any
           IF WS-JPROJ-STEP NOT = SPACES THEN
              MOVE WS-JPROJ-STEP TO WS-BASE-STEP
              PERFORM FIND-STEP-BASELINE
              MOVE WS-BASE-SECS TO WS-JPROJ-STEP-BASE
              MOVE WS-BASE-RUNS TO WS-JPROJ-STEP-RUNS
              MOVE WS-BASE-LAST TO WS-JPROJ-STEP-LAST
           END-IF.

           PERFORM PLACE-TONIGHT THRU PLACE-TONIGHT-EXIT.
           PERFORM FIND-SUITE-START.

      * Stage by stage: each starts when the one before ends
           MOVE WS-SUITE-SECS TO WS-STAGE-END-SECS.
           MOVE 0 TO WS-JPROJ-STEPS-LEFT.
           PERFORM VARYING WS-STAGE-NOW FROM 1 BY 1
                     UNTIL WS-STAGE-NOW > WS-NIGHT-LAST-STAGE
              MOVE WS-STAGE-END-SECS TO WS-STAGE-START-SECS
              PERFORM VARYING WS-NIGHT-I FROM 1 BY 1
                        UNTIL WS-NIGHT-I > WS-NIGHT-STEP-COUNT
                 IF WS-NIGHT-STAGE(WS-NIGHT-I) = WS-STAGE-NOW THEN
                    PERFORM PROJECT-ONE-STEP
                       THRU PROJECT-ONE-STEP-EXIT
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE WS-STAGE-END-SECS TO WS-OUT-SECS.
           PERFORM SECONDS-TO-STAMP.
           MOVE WS-OUT-STAMP TO WS-JPROJ-FINISH.

      * The window end, on the suite's start day - or the next day
      * when the suite started later in the day than the window ends
           MOVE WS-JPROJ-WINDOW-DEFAULT TO WS-WINDOW-HHMM.
           MOVE 'WINDOW' TO WS-THRESH-KEY-CATEG.
           MOVE 'NIGHTEND' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              WS-THRESH-REC-LIMIT < 2400 THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-WINDOW-HHMM
           END-IF.
           COMPUTE WS-WINDOW-TOD =
              (WS-WINDOW-HHMM / 100) * 3600 +
              FUNCTION MOD(WS-WINDOW-HHMM, 100) * 60.
           COMPUTE WS-SUITE-TOD = FUNCTION MOD(WS-SUITE-SECS, 86400).
           COMPUTE WS-WINDOW-SECS =
              WS-SUITE-SECS - WS-SUITE-TOD + WS-WINDOW-TOD.
           IF WS-WINDOW-TOD < WS-SUITE-TOD THEN
              ADD 86400 TO WS-WINDOW-SECS
           END-IF.
           MOVE WS-WINDOW-SECS TO WS-OUT-SECS.
           PERFORM SECONDS-TO-STAMP.
           MOVE WS-OUT-STAMP TO WS-JPROJ-WINDOW-END.

           IF WS-STAGE-END-SECS > WS-WINDOW-SECS THEN
              SET WS-JPROJ-OVERRUN TO TRUE
              COMPUTE WS-JPROJ-MINS-OVER =
                 (WS-STAGE-END-SECS - WS-WINDOW-SECS + 59) / 60
           ELSE
              SET WS-JPROJ-ON-TIME TO TRUE
              MOVE 0 TO WS-JPROJ-MINS-OVER
           END-IF.

           EXEC CICS PUT CONTAINER(WS-JPROJ-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JPROJ-PARM)
                         FLENGTH(LENGTH OF WS-JPROJ-PARM)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * Tonight's weekday and month/quarter/year-end standing - the
      * same judgment RBKNIGHT makes before it dispatches
       PLACE-TONIGHT.
           COMPUTE WS-TONIGHT-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-NOW-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-NOW-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-NOW-DATE(9:2))).
           COMPUTE WS-TONIGHT-WEEKDAY =
              FUNCTION MOD(WS-TONIGHT-INT, 7).
           IF WS-TONIGHT-WEEKDAY = 0 THEN
              MOVE 7 TO WS-TONIGHT-WEEKDAY
           END-IF.

           INITIALIZE WS-BDAY-PARM.
           SET WS-BDAY-MONTH-END TO TRUE.
           MOVE WS-NOW-DATE TO WS-BDAY-DATE.
           EXEC CICS PUT CONTAINER(WS-BDAY-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-BDAY-PARM)
                         FLENGTH(LENGTH OF WS-BDAY-PARM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKBDAY')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-BDAY-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-BDAY-PARM)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              WS-BDAY-COUNT NOT = 1 THEN
              GO TO PLACE-TONIGHT-EXIT
           END-IF.

           SET WS-TONIGHT-MONTH-END TO TRUE.
           IF WS-NOW-DATE(6:2) = '03' OR WS-NOW-DATE(6:2) = '06' OR
              WS-NOW-DATE(6:2) = '09' OR WS-NOW-DATE(6:2) = '12' THEN
              SET WS-TONIGHT-QTR-END TO TRUE
           END-IF.
           IF WS-NOW-DATE(6:2) = '12' THEN
              SET WS-TONIGHT-YEAR-END TO TRUE
           END-IF.

       PLACE-TONIGHT-EXIT.
           EXIT.

      * The suite started when its earliest step started today; a
      * suite with nothing started yet today is projected from now
       FIND-SUITE-START.
           MOVE WS-NOW-SECS TO WS-SUITE-SECS.
           MOVE SPACES TO WS-JPROJ-SUITE-START.
           PERFORM VARYING WS-NIGHT-I FROM 1 BY 1
                     UNTIL WS-NIGHT-I > WS-NIGHT-STEP-COUNT
              MOVE WS-NIGHT-STEP(WS-NIGHT-I) TO WS-JOBCTL-KEY
              EXEC CICS READ FILE(WS-JOBCTL-FILE)
                        RIDFLD(WS-JOBCTL-KEY)
                        INTO(WS-JOBCTL-RECORD)
                        RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP = DFHRESP(NORMAL) AND
                 NOT WS-JOB-IS-SKIPPED AND
                 jobStartStamp OF WS-JOBCTL-RECORD(1:10) =
                    WS-NOW-DATE THEN
                 MOVE jobStartStamp OF WS-JOBCTL-RECORD TO
                   WS-HS-STAMP
                 PERFORM STAMP-TO-SECONDS
                 IF WS-HS-SECS < WS-SUITE-SECS THEN
                    MOVE WS-HS-SECS TO WS-SUITE-SECS
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-SUITE-SECS TO WS-OUT-SECS.
           PERFORM SECONDS-TO-STAMP.
           MOVE WS-OUT-STAMP TO WS-JPROJ-SUITE-START.

      * Where the step in hand ends, pushing its stage's end out
      * when it is the longest yet
       PROJECT-ONE-STEP.
           PERFORM CHECK-STEP-DUE.
           IF WS-STEP-NOT-DUE THEN
              GO TO PROJECT-ONE-STEP-EXIT
           END-IF.

           MOVE WS-NIGHT-STEP(WS-NIGHT-I) TO WS-JOBCTL-KEY.
           EXEC CICS READ FILE(WS-JOBCTL-FILE)
                     RIDFLD(WS-JOBCTL-KEY)
                     INTO(WS-JOBCTL-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.

      * Finished tonight: its real end
           IF WS-FILE-RESP = DFHRESP(NORMAL) AND
              (WS-JOB-IS-OK OR WS-JOB-IS-FAILED) AND
              jobStartStamp OF WS-JOBCTL-RECORD(1:10) =
                 WS-NOW-DATE THEN
              MOVE jobEndStamp OF WS-JOBCTL-RECORD TO WS-HS-STAMP
              PERFORM STAMP-TO-SECONDS
              MOVE WS-HS-SECS TO WS-STEP-END-SECS
           ELSE
              MOVE WS-NIGHT-STEP(WS-NIGHT-I) TO WS-BASE-STEP
              PERFORM FIND-STEP-BASELINE
              ADD 1 TO WS-JPROJ-STEPS-LEFT
              IF WS-FILE-RESP = DFHRESP(NORMAL) AND
                 WS-JOB-IS-RUNNING AND
                 jobStartStamp OF WS-JOBCTL-RECORD(1:10) =
                    WS-NOW-DATE THEN
      * Running now: its start plus its baseline, and never before
      * now
                 MOVE jobStartStamp OF WS-JOBCTL-RECORD TO
                   WS-HS-STAMP
                 PERFORM STAMP-TO-SECONDS
                 COMPUTE WS-STEP-END-SECS = WS-HS-SECS + WS-BASE-SECS
              ELSE
      * Still to come: when its stage starts (or now, if that has
      * already gone by) plus its baseline
                 IF WS-STAGE-START-SECS > WS-NOW-SECS THEN
                    COMPUTE WS-STEP-END-SECS =
                       WS-STAGE-START-SECS + WS-BASE-SECS
                 ELSE
                    COMPUTE WS-STEP-END-SECS =
                       WS-NOW-SECS + WS-BASE-SECS
                 END-IF
              END-IF
              IF WS-STEP-END-SECS < WS-NOW-SECS THEN
                 MOVE WS-NOW-SECS TO WS-STEP-END-SECS
              END-IF
           END-IF.

           IF WS-STEP-END-SECS > WS-STAGE-END-SECS THEN
              MOVE WS-STEP-END-SECS TO WS-STAGE-END-SECS
           END-IF.

       PROJECT-ONE-STEP-EXIT.
           EXIT.

      * Due tonight under its run frequency, or forced by operations
       CHECK-STEP-DUE.
           SET WS-STEP-NOT-DUE TO TRUE.
           EVALUATE TRUE
              WHEN WS-NIGHT-DAILY(WS-NIGHT-I)
                 SET WS-STEP-IS-DUE TO TRUE
              WHEN WS-NIGHT-WEEKLY(WS-NIGHT-I)
                 IF WS-NIGHT-WEEKDAY(WS-NIGHT-I) = WS-TONIGHT-WEEKDAY
                    SET WS-STEP-IS-DUE TO TRUE
                 END-IF
              WHEN WS-NIGHT-MONTH-END(WS-NIGHT-I)
                 IF WS-TONIGHT-MONTH-END THEN
                    SET WS-STEP-IS-DUE TO TRUE
                 END-IF
              WHEN WS-NIGHT-QTR-END(WS-NIGHT-I)
                 IF WS-TONIGHT-QTR-END THEN
                    SET WS-STEP-IS-DUE TO TRUE
                 END-IF
              WHEN WS-NIGHT-YEAR-END(WS-NIGHT-I)
                 IF WS-TONIGHT-YEAR-END THEN
                    SET WS-STEP-IS-DUE TO TRUE
                 END-IF
           END-EVALUATE.

           IF WS-STEP-NOT-DUE THEN
              MOVE WS-NIGHT-STEP(WS-NIGHT-I) TO WS-FORCE-KEY
              EXEC CICS READ FILE(WS-FORCE-FILE)
                        RIDFLD(WS-FORCE-KEY)
                        INTO(WS-FORCE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 SET WS-STEP-IS-DUE TO TRUE
              END-IF
           END-IF.

      * WS-BASE-STEP's baseline: the average elapsed seconds of its
      * last WS-JOBHS-BASE-RUNS OK runs in RBKJOBHS (oldest first
      * in key order, so the ring ends holding the latest), how many
      * runs went into it, and the latest OK run's elapsed time. No
      * history yet gives a zero baseline
       FIND-STEP-BASELINE.
           MOVE 0 TO WS-BASE-SECS.
           MOVE 0 TO WS-BASE-RUNS.
           MOVE 0 TO WS-BASE-LAST.
           MOVE 0 TO WS-BASE-NEXT.
           MOVE 0 TO WS-BASE-HELD.

           MOVE WS-BASE-STEP TO WS-JOBHS-KEY-NAME.
           MOVE LOW-VALUES TO WS-JOBHS-KEY-START.
           EXEC CICS STARTBR FILE(WS-JOBHS-FILE)
                       RIDFLD(WS-JOBHS-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-JOBHS-FILE)
                             INTO(WS-JOBHS-RECORD)
                             RIDFLD(WS-JOBHS-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    jobhsName NOT = WS-BASE-STEP THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-JOBHS-IS-OK THEN
                    ADD 1 TO WS-BASE-NEXT
                    IF WS-BASE-NEXT > WS-JOBHS-BASE-RUNS THEN
                       MOVE 1 TO WS-BASE-NEXT
                    END-IF
                    MOVE jobhsElapsed TO
                      WS-BASE-RING-SECS(WS-BASE-NEXT)
                    IF WS-BASE-HELD < WS-JOBHS-BASE-RUNS THEN
                       ADD 1 TO WS-BASE-HELD
                    END-IF
                    MOVE jobhsElapsed TO WS-BASE-LAST
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-JOBHS-FILE) END-EXEC
           END-IF.

           IF WS-BASE-HELD > 0 THEN
              MOVE 0 TO WS-BASE-TOTAL
              PERFORM VARYING WS-BASE-I FROM 1 BY 1
                        UNTIL WS-BASE-I > WS-BASE-HELD
                 ADD WS-BASE-RING-SECS(WS-BASE-I) TO WS-BASE-TOTAL
              END-PERFORM
              COMPUTE WS-BASE-SECS = WS-BASE-TOTAL / WS-BASE-HELD
              MOVE WS-BASE-HELD TO WS-BASE-RUNS
           END-IF.

      * WS-HS-STAMP (YYYY-MM-DDTHH:MM:SS...) as seconds in WS-HS-SECS
       STAMP-TO-SECONDS.
           COMPUTE WS-HS-SECS = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-HS-STAMP(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-HS-STAMP(6:2)) * 100 +
              FUNCTION NUMVAL(WS-HS-STAMP(9:2))) * 86400 +
              FUNCTION NUMVAL(WS-HS-STAMP(12:2)) * 3600 +
              FUNCTION NUMVAL(WS-HS-STAMP(15:2)) * 60 +
              FUNCTION NUMVAL(WS-HS-STAMP(18:2)).

      * WS-OUT-SECS back into a YYYY-MM-DDTHH:MM:SSZ[UTC] stamp
       SECONDS-TO-STAMP.
           COMPUTE WS-OUT-DAY-INT = WS-OUT-SECS / 86400.
           COMPUTE WS-OUT-TOD =
              WS-OUT-SECS - WS-OUT-DAY-INT * 86400.
           COMPUTE WS-OUT-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-OUT-DAY-INT).
           COMPUTE WS-OUT-HH = WS-OUT-TOD / 3600.
           COMPUTE WS-OUT-MI =
              (WS-OUT-TOD - WS-OUT-HH * 3600) / 60.
           COMPUTE WS-OUT-SS =
              WS-OUT-TOD - WS-OUT-HH * 3600 - WS-OUT-MI * 60.
           MOVE SPACES TO WS-OUT-STAMP.
           STRING WS-OUT-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-OUT-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-OUT-DD DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-OUT-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-OUT-MI DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-OUT-SS DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-OUT-STAMP.
