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
      * RBKJHRPT - Job-run trend report, a nightly RBKNIGHT step.     *
      *            Browses the RBKJOBHS run history (job name then    *
      *            start order, so each step's runs come oldest       *
      *            first) and WRITEQs to the WS-JHRPT-TDQ queue one   *
      *            line per run of the last WS-JHRPT-DAYS days        *
      *            ("RUN,step,start,elapsed,baseline,records,outcome, *
      *            flag") with its elapsed seconds against the        *
      *            rolling baseline of the step's OK runs before it - *
      *            SLOW when well above it - and one line per step    *
      *            ("STEP,step,runs,slow,early,now,changePct")        *
      *            setting the baseline at the start of the period    *
      *            against today's, so a step creeping from four      *
      *            minutes to forty shows long before it breaks the   *
      *            batch window. Modeled on RBKSTRPT                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKJHRPT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

      * The first day the report lists runs for
       01 WS-FROM-INT           PIC S9(8) COMP-5 VALUE 0.
       01 WS-FROM-YYYYMMDD      PIC 9(8).
       01 WS-FROM-DIGITS REDEFINES WS-FROM-YYYYMMDD.
         03 WS-FROM-YYYY          PIC X(4).
         03 WS-FROM-MM            PIC X(2).
         03 WS-FROM-DD            PIC X(2).
       01 WS-FROM-DATE          PIC X(10).

      * Per-step control-break accumulators - RBKJOBHS' key order is
      * step-then-start, so a change of step name is the break. The
      * ring holds the elapsed times of the step's latest OK runs,
      * the rolling baseline each run is judged against; the early
      * figures average the first OK runs inside the period
       01 WS-BREAK-STEP         PIC X(8) VALUE SPACES.
       01 WS-STEP-RUNS          PIC S9(8) COMP-5 VALUE 0.
       01 WS-STEP-SLOW          PIC S9(8) COMP-5 VALUE 0.
       01 WS-EARLY-TOTAL        PIC S9(15) COMP-3 VALUE 0.
       01 WS-EARLY-HELD         PIC S9(4) COMP-5 VALUE 0.
       01 WS-EARLY-SECS         PIC S9(8) COMP-5 VALUE 0.
       01 WS-BASE-RING.
         03 WS-BASE-RING-SECS OCCURS 50 TIMES PIC S9(8) COMP-5.
       01 WS-BASE-NEXT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-BASE-HELD          PIC S9(4) COMP-5 VALUE 0.
       01 WS-BASE-I             PIC S9(4) COMP-5.
       01 WS-BASE-TOTAL         PIC S9(15) COMP-3 VALUE 0.
       01 WS-BASE-SECS          PIC S9(8) COMP-5 VALUE 0.
       01 WS-CHANGE-PCT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-SLOW-SW            PIC X.
         88 WS-RUN-IS-SLOW        VALUE 'Y'.
         88 WS-RUN-NOT-SLOW       VALUE 'N'.

       01 WS-RUNS-REPORTED      PIC S9(8) COMP-5 VALUE 0.

       01 WS-SECS-DISPLAY       PIC Z(7)9.
       01 WS-BASE-DISPLAY       PIC Z(7)9.
       01 WS-COUNT-DISPLAY      PIC Z(8)9.
       01 WS-PCT-DISPLAY        PIC -(6)9.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKJHRPT' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JOBRUN-REQUEST)
                         FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWJOBR')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-NOW-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-NOW-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-NOW-DATE(9:2))) - WS-JHRPT-DAYS.
           COMPUTE WS-FROM-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-FROM-INT).
           MOVE SPACES TO WS-FROM-DATE.
           STRING WS-FROM-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FROM-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FROM-DD DELIMITED BY SIZE
                  INTO WS-FROM-DATE.

           MOVE LOW-VALUES TO WS-JOBHS-KEY.
           MOVE SPACES TO WS-BREAK-STEP.

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
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF

      * Step changed - sum up the one just finished
                 IF jobhsName NOT = WS-BREAK-STEP THEN
                    IF WS-BREAK-STEP NOT = SPACES THEN
                       PERFORM WRITE-STEP-LINE
                    END-IF
                    MOVE jobhsName TO WS-BREAK-STEP
                    MOVE 0 TO WS-STEP-RUNS
                    MOVE 0 TO WS-STEP-SLOW
                    MOVE 0 TO WS-EARLY-TOTAL
                    MOVE 0 TO WS-EARLY-HELD
                    MOVE 0 TO WS-BASE-NEXT
                    MOVE 0 TO WS-BASE-HELD
                 END-IF

                 PERFORM JUDGE-ONE-RUN
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-JOBHS-FILE) END-EXEC

      * Sum up the final step in the file
              IF WS-BREAK-STEP NOT = SPACES THEN
                 PERFORM WRITE-STEP-LINE
              END-IF
           END-IF.

      * Tell the caller how many runs were reported
           EXEC CICS PUT CONTAINER(WS-NUMJHRP-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-RUNS-REPORTED)
                         FLENGTH(LENGTH OF WS-RUNS-REPORTED)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-RUNS-REPORTED TO WS-JOBRUN-REQ-RECORDS.
           MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JOBRUN-REQUEST)
                         FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWJOBR')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      * One run against the baseline its step's earlier OK runs
      * make; runs inside the period are listed, older ones only
      * feed the baseline. The run then joins the ring if it was OK
       JUDGE-ONE-RUN.
           PERFORM COMPUTE-BASELINE.

           IF jobhsStartStamp(1:10) NOT < WS-FROM-DATE THEN
              SET WS-RUN-NOT-SLOW TO TRUE
              IF NOT WS-JOBHS-IS-RUNNING AND
                 WS-BASE-HELD >= WS-JOBHS-MIN-RUNS AND
                 jobhsElapsed * 100 > WS-BASE-SECS * WS-JOBHS-SLOW-PCT
                 THEN
                 SET WS-RUN-IS-SLOW TO TRUE
                 ADD 1 TO WS-STEP-SLOW
              END-IF
              ADD 1 TO WS-STEP-RUNS
              ADD 1 TO WS-RUNS-REPORTED
              PERFORM WRITE-RUN-LINE
              IF WS-JOBHS-IS-OK AND
                 WS-EARLY-HELD < WS-JOBHS-BASE-RUNS THEN
                 ADD jobhsElapsed TO WS-EARLY-TOTAL
                 ADD 1 TO WS-EARLY-HELD
              END-IF
           END-IF.

           IF WS-JOBHS-IS-OK THEN
              ADD 1 TO WS-BASE-NEXT
              IF WS-BASE-NEXT > WS-JOBHS-BASE-RUNS THEN
                 MOVE 1 TO WS-BASE-NEXT
              END-IF
              MOVE jobhsElapsed TO WS-BASE-RING-SECS(WS-BASE-NEXT)
              IF WS-BASE-HELD < WS-JOBHS-BASE-RUNS THEN
                 ADD 1 TO WS-BASE-HELD
              END-IF
           END-IF.

      * The average of the OK runs in the ring - zero when empty
       COMPUTE-BASELINE.
           MOVE 0 TO WS-BASE-SECS.
           IF WS-BASE-HELD > 0 THEN
              MOVE 0 TO WS-BASE-TOTAL
              PERFORM VARYING WS-BASE-I FROM 1 BY 1
                        UNTIL WS-BASE-I > WS-BASE-HELD
                 ADD WS-BASE-RING-SECS(WS-BASE-I) TO WS-BASE-TOTAL
              END-PERFORM
              COMPUTE WS-BASE-SECS = WS-BASE-TOTAL / WS-BASE-HELD
           END-IF.

      * RUN,step,start,elapsed,baseline,records,outcome,flag
       WRITE-RUN-LINE.
           MOVE jobhsElapsed TO WS-SECS-DISPLAY.
           MOVE WS-BASE-SECS TO WS-BASE-DISPLAY.
           MOVE jobhsRecords TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-JHRPT-RECORD.
           MOVE 1 TO WS-JHRPT-PTR.
           STRING "RUN," DELIMITED BY SIZE
                  jobhsName DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  jobhsStartStamp(1:19) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SECS-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BASE-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  jobhsOutcome DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                INTO WS-JHRPT-RECORD
                WITH POINTER WS-JHRPT-PTR
           END-STRING.
           IF WS-RUN-IS-SLOW THEN
              STRING "SLOW" DELIMITED BY SIZE
                   INTO WS-JHRPT-RECORD
                   WITH POINTER WS-JHRPT-PTR
              END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      * STEP,step,runs,slow,early,now,changePct - the baseline at
      * the start of the period against today's rolling baseline
       WRITE-STEP-LINE.
           PERFORM COMPUTE-BASELINE.
           MOVE 0 TO WS-EARLY-SECS.
           MOVE 0 TO WS-CHANGE-PCT.
           IF WS-EARLY-HELD > 0 THEN
              COMPUTE WS-EARLY-SECS = WS-EARLY-TOTAL / WS-EARLY-HELD
           END-IF.
           IF WS-EARLY-SECS > 0 THEN
              COMPUTE WS-CHANGE-PCT =
                 ((WS-BASE-SECS - WS-EARLY-SECS) * 100) /
                 WS-EARLY-SECS
           END-IF.

           MOVE SPACES TO WS-JHRPT-RECORD.
           MOVE 1 TO WS-JHRPT-PTR.
           STRING "STEP," DELIMITED BY SIZE
                  WS-BREAK-STEP DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                INTO WS-JHRPT-RECORD
                WITH POINTER WS-JHRPT-PTR
           END-STRING.
           MOVE WS-STEP-RUNS TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-JHRPT-RECORD
                WITH POINTER WS-JHRPT-PTR
           END-STRING.
           MOVE WS-STEP-SLOW TO WS-COUNT-DISPLAY.
           MOVE WS-EARLY-SECS TO WS-SECS-DISPLAY.
           MOVE WS-BASE-SECS TO WS-BASE-DISPLAY.
           MOVE WS-CHANGE-PCT TO WS-PCT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SECS-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BASE-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-PCT-DISPLAY DELIMITED BY SIZE
                INTO WS-JHRPT-RECORD
                WITH POINTER WS-JHRPT-PTR
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-JHRPT-RECORD)
                         LENGTH(LENGTH OF WS-JHRPT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-JHRPT-TDQ)
                         FROM(WS-JHRPT-RECORD)
                         LENGTH(LENGTH OF WS-JHRPT-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
