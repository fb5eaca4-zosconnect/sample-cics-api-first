      *            RBKWJOBR); this driver reads them - to skip a      *
      *            step already OK today (the resume-after-failure    *
      *            behaviour), and to see when a dispatched stage     *
      *            has drained. Each step also carries a run          *
      *            frequency - daily, weekly on one weekday, or on    *
      *            the month-end, quarter-end or year-end business    *
      *            day (the last business day per RBKCAL) - and a     *
      *            step not due tonight is recorded SKIPPED instead   *
      *            of run, unless operations forced a one-off run of  *
      *            it through RBKFRCAD                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKNIGHT.

       COPY RBKWSTOR.

      * The suite itself - each step's program, stage and run
      * frequency - is WS-NIGHT-STEPS in RBKWSTOR, where the batch-
      * window projection (RBKJPROJ) reads the same stage structure
       01 WS-NIGHT-I            PIC S9(4) COMP-5.
       01 WS-STAGE-NOW          PIC 9(2).

       01 WS-STEPS-RUN          PIC S9(8) COMP-5 VALUE 0.

      * Tonight against the run frequencies: the weekday (1 Monday ..
      * 7 Sunday), and whether tonight is the last business day of
      * the month, and of a quarter or the year besides
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
       01 WS-STEP-FORCED-SW     PIC X.
         88 WS-STEP-IS-FORCED     VALUE 'Y'.
         88 WS-STEP-NOT-FORCED    VALUE 'N'.
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The steps dispatched in the stage being drained, each with
      * the job record's start stamp as it stood BEFORE the
      * dispatch (spaces when the step had no record). On a rerun
      * would declare the stage drained before the re-run even
      * started, and let the next stage overlap it.
       01 WS-WAIT-TABLE.
         03 WS-WAIT-ENTRY OCCURS 51 TIMES.
           05 WS-WAIT-STEP        PIC X(8).
           05 WS-WAIT-PRIOR       PIC X(32).
       01 WS-WAIT-COUNT         PIC S9(4) COMP-5 VALUE 0.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.

           PERFORM PLACE-TONIGHT THRU PLACE-TONIGHT-EXIT.

           PERFORM VARYING WS-STAGE-NOW FROM 1 BY 1
                     UNTIL WS-STAGE-NOW > WS-NIGHT-LAST-STAGE
           END-PERFORM.

      * Tell the caller how many steps actually ran (as opposed to
      * being skipped as already complete today, or as not due)
           EXEC CICS PUT CONTAINER(WS-NUMJOBS-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-STEPS-RUN)
           END-PERFORM.

       DISPATCH-ONE-STEP.
           PERFORM CHECK-STEP-DUE.
           MOVE WS-NIGHT-STEP(WS-NIGHT-I) TO WS-JOBCTL-KEY.

           EXEC CICS READ FILE(WS-JOBCTL-FILE)
                 WS-NOW-DATE THEN
              CONTINUE
           ELSE
              IF WS-STEP-NOT-DUE THEN
                 PERFORM RECORD-STEP-SKIPPED
                    THRU RECORD-STEP-SKIPPED-EXIT
              ELSE
                 PERFORM START-ONE-STEP
              END-IF
           END-IF.

      * Hand the step to its own RBKN task, consuming any force
      * operations put on it, and add it to the stage's wait table
       START-ONE-STEP.
           IF WS-STEP-IS-FORCED THEN
              MOVE WS-NIGHT-STEP(WS-NIGHT-I) TO WS-FORCE-KEY
              EXEC CICS DELETE FILE(WS-FORCE-FILE)
                        RIDFLD(WS-FORCE-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.
           MOVE WS-NIGHT-STEP(WS-NIGHT-I) TO WS-START-DATA.
           EXEC CICS START TRANSID('RBKN')
                     FROM(WS-START-DATA)
                     LENGTH(LENGTH OF WS-START-DATA)
           END-EXEC.
           ADD 1 TO WS-STEPS-RUN.
           ADD 1 TO WS-WAIT-COUNT.
           MOVE WS-NIGHT-STEP(WS-NIGHT-I) TO
             WS-WAIT-STEP(WS-WAIT-COUNT).
      * Remember what the record looked like before the dispatch -
      * the drain test waits for this stamp to change
           IF WS-FILE-RESP = DFHRESP(NORMAL) THEN
              MOVE jobStartStamp OF WS-JOBCTL-RECORD TO
                WS-WAIT-PRIOR(WS-WAIT-COUNT)
           ELSE
              MOVE SPACES TO WS-WAIT-PRIOR(WS-WAIT-COUNT)
           END-IF.

      * Poll the dispatched steps' job-control records until every
                 END-EXEC
              END-IF
           END-PERFORM.

      * Where tonight falls: its weekday, and whether it is the last
      * business day of its month - a business day itself, with the
      * next business day after it in another month. A month-end in
      * March, June, September or December ends a quarter too, and
      * December's ends the year
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

      * Is the step in hand due tonight under its run frequency - or
      * forced by operations for a one-off run regardless
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

           SET WS-STEP-NOT-FORCED TO TRUE.
           MOVE WS-NIGHT-STEP(WS-NIGHT-I) TO WS-FORCE-KEY.
           EXEC CICS READ FILE(WS-FORCE-FILE)
                     RIDFLD(WS-FORCE-KEY)
                     INTO(WS-FORCE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              SET WS-STEP-IS-FORCED TO TRUE
              SET WS-STEP-IS-DUE TO TRUE
           END-IF.

      * A step not due tonight is marked SKIPPED on its job-control
      * record, keeping the stamps and counts of its last real run
      * (the month-to-date and delta bookmarks some steps keep there
      * stay put). A step whose last run FAILED or never finished is
      * left as it stands so the alert monitor keeps flagging it -
      * operations force it once it is fixed
       RECORD-STEP-SKIPPED.
           IF WS-FILE-RESP = DFHRESP(NORMAL) THEN
              IF WS-JOB-IS-FAILED OR WS-JOB-IS-RUNNING THEN
                 GO TO RECORD-STEP-SKIPPED-EXIT
              END-IF
              SET WS-JOB-IS-SKIPPED TO TRUE
              EXEC CICS DELETE FILE(WS-JOBCTL-FILE)
                        RIDFLD(WS-JOBCTL-KEY)
                        RESP(WS-RESP)
              END-EXEC
           ELSE
              INITIALIZE WS-JOBCTL-RECORD
              MOVE WS-NIGHT-STEP(WS-NIGHT-I) TO
                jobName OF WS-JOBCTL-RECORD
              MOVE WS-NOW-STAMP(1:25) TO
                jobStartStamp OF WS-JOBCTL-RECORD
              MOVE WS-NOW-STAMP(1:25) TO
                jobEndStamp OF WS-JOBCTL-RECORD
              MOVE 0 TO jobRecords OF WS-JOBCTL-RECORD
              MOVE SPACES TO jobReportDate OF WS-JOBCTL-RECORD
              MOVE 0 TO jobReportLines OF WS-JOBCTL-RECORD
              SET WS-JOB-IS-SKIPPED TO TRUE
           END-IF.
           EXEC CICS WRITE FILE(WS-JOBCTL-FILE)
                       RIDFLD(WS-JOBCTL-KEY)
                       FROM(WS-JOBCTL-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

       RECORD-STEP-SKIPPED-EXIT.
           EXIT.
