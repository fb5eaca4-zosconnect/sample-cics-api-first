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
      * RBKSHRNK - Stocktake shrinkage report. Walks the stocktake    *
      *            history (RBKSTKH) branch by branch in date order   *
      *            and WRITEQs to the WS-SHRNK-TDQ queue one RUN line *
      *            per stocktake - holdings, missing, still missing,  *
      *            the scanned-on-loan and no-record counts, and the  *
      *            loss rate (missing per hundred held) beside the    *
      *            branch's previous run and the change - then one    *
      *            TOPIC line per topic counted in it, set against    *
      *            the same topic's rate at the branch's previous     *
      *            run. Optionally held to one branch; a whole-       *
      *            inventory run reports under branch (all)           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSHRNK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-LINE-COUNT         PIC S9(8) COMP-5 VALUE 0.

      * The branch being reported, and its previous run's loss rate
       01 WS-CURR-BRANCH        PIC X(4) VALUE HIGH-VALUES.
       01 WS-BRANCH-TEXT        PIC X(5).
       01 WS-RUN-PRIOR-SW       PIC X VALUE 'N'.
         88 WS-RUN-HAS-PRIOR      VALUE 'Y'.
         88 WS-RUN-NO-PRIOR       VALUE 'N'.
       01 WS-RUN-PRIOR-RATE     PIC S9(3)V9(2) COMP-3 VALUE 0.

      * Each topic's rate at the branch's latest run so far - reset
      * when the branch changes
       01 WS-SHTOP-TABLE.
         03 WS-SHTOP-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-SHTOP-IDX.
           05 WS-SHTOP-NAME        PIC X(40).
           05 WS-SHTOP-RATE        PIC S9(3)V9(2) COMP-3.
       01 WS-SHTOP-COUNT        PIC S9(8) COMP-5 VALUE 0.
       01 WS-SHTOP-I            PIC S9(8) COMP-5.

      * This line's rate, and the earlier one it is set against
       01 WS-RATE               PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-PRIOR-RATE         PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-PRIOR-SW           PIC X VALUE 'N'.
         88 WS-HAS-PRIOR          VALUE 'Y'.
         88 WS-NO-PRIOR           VALUE 'N'.
       01 WS-DELTA              PIC S9(3)V9(2) COMP-3 VALUE 0.

       01 WS-HOLD-DISPLAY       PIC Z(6)9.
       01 WS-MISS-DISPLAY       PIC Z(6)9.
       01 WS-STILL-DISPLAY      PIC Z(6)9.
       01 WS-ONLN-DISPLAY       PIC Z(6)9.
       01 WS-NREC-DISPLAY       PIC Z(6)9.
       01 WS-RATE-DISPLAY       PIC ZZ9.99.
       01 WS-PRIOR-DISPLAY      PIC ZZ9.99.
       01 WS-PRIOR-TEXT         PIC X(6).
       01 WS-DELTA-DISPLAY      PIC -(3)9.99.
       01 WS-DELTA-TEXT         PIC X(7).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * One branch, or every branch when no request (or a blank
      * branch) is given
           INITIALIZE WS-SHRNK-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-SHRNK-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKSHRNK' TO WS-JOBRUN-REQ-NAME.
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

      * The history in key order is branch by branch, run by run
           MOVE LOW-VALUES TO WS-STKH-KEY.
           IF WS-SHRNK-REQ-BRANCH NOT = SPACES THEN
              MOVE WS-SHRNK-REQ-BRANCH TO WS-STKH-KEY-BRANCH
           END-IF.

           EXEC CICS STARTBR FILE(WS-STKH-FILE)
                       RIDFLD(WS-STKH-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-STKH-FILE)
                             INTO(WS-STKH-RECORD)
                             RIDFLD(WS-STKH-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SHRNK-REQ-BRANCH NOT = SPACES AND
                    WS-STKH-KEY-BRANCH NOT = WS-SHRNK-REQ-BRANCH THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM REPORT-HISTORY-LINE
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-STKH-FILE) END-EXEC
           END-IF.

      * Tell the caller how many lines were reported
           EXEC CICS PUT CONTAINER(WS-NUMSHRNK-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-LINE-COUNT)
                         FLENGTH(LENGTH OF WS-LINE-COUNT)
                         BIT
           END-EXEC.

      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-LINE-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * One history record: a *TOTAL* record becomes the run's RUN
      * line, any other the TOPIC line for its topic. A new branch
      * starts its comparisons afresh.
       REPORT-HISTORY-LINE.
           IF WS-STKH-KEY-BRANCH NOT = WS-CURR-BRANCH THEN
              MOVE WS-STKH-KEY-BRANCH TO WS-CURR-BRANCH
              SET WS-RUN-NO-PRIOR TO TRUE
              MOVE 0 TO WS-SHTOP-COUNT
           END-IF.
           MOVE WS-CURR-BRANCH TO WS-BRANCH-TEXT.
           IF WS-CURR-BRANCH = SPACES THEN
              MOVE "(all)" TO WS-BRANCH-TEXT
           END-IF.

      * Missing per hundred held - nothing held loses nothing
           MOVE 0 TO WS-RATE.
           IF stkhHoldings OF WS-STKH-RECORD > 0 THEN
              COMPUTE WS-RATE ROUNDED =
                 stkhMissing OF WS-STKH-RECORD * 100 /
                 stkhHoldings OF WS-STKH-RECORD
           END-IF.
           MOVE stkhHoldings OF WS-STKH-RECORD TO WS-HOLD-DISPLAY.
           MOVE stkhMissing OF WS-STKH-RECORD TO WS-MISS-DISPLAY.
           MOVE stkhStillMissing OF WS-STKH-RECORD TO
             WS-STILL-DISPLAY.
           MOVE WS-RATE TO WS-RATE-DISPLAY.

           IF WS-STKH-KEY-TOPIC = WS-STKH-TOTAL-TOPIC THEN
              SET WS-NO-PRIOR TO TRUE
              IF WS-RUN-HAS-PRIOR THEN
                 SET WS-HAS-PRIOR TO TRUE
                 MOVE WS-RUN-PRIOR-RATE TO WS-PRIOR-RATE
              END-IF
              PERFORM FORMAT-COMPARISON
              MOVE WS-RATE TO WS-RUN-PRIOR-RATE
              SET WS-RUN-HAS-PRIOR TO TRUE
              MOVE stkhOnloan OF WS-STKH-RECORD TO WS-ONLN-DISPLAY
              MOVE stkhNoRecord OF WS-STKH-RECORD TO WS-NREC-DISPLAY
      * RUN,branch,date,held,missing,still,onloan,norecord,rate,
      * prior rate,change
              MOVE SPACES TO WS-SHRNK-RECORD
              MOVE 1 TO WS-SHRNK-PTR
              STRING "RUN," DELIMITED BY SIZE
                     WS-BRANCH-TEXT DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-STKH-KEY-DATE DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-HOLD-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-MISS-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-STILL-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-ONLN-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-NREC-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-RATE-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-PRIOR-TEXT DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-DELTA-TEXT DELIMITED BY SIZE
                   INTO WS-SHRNK-RECORD
                   WITH POINTER WS-SHRNK-PTR
              END-STRING
           ELSE
              SET WS-NO-PRIOR TO TRUE
              PERFORM VARYING WS-SHTOP-I FROM 1 BY 1
                        UNTIL WS-SHTOP-I > WS-SHTOP-COUNT
                 IF WS-SHTOP-NAME(WS-SHTOP-I) = WS-STKH-KEY-TOPIC
                 THEN
                    SET WS-HAS-PRIOR TO TRUE
                    MOVE WS-SHTOP-RATE(WS-SHTOP-I) TO WS-PRIOR-RATE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              PERFORM FORMAT-COMPARISON
              IF WS-SHTOP-I > WS-SHTOP-COUNT AND
                 WS-SHTOP-COUNT < 100 THEN
                 ADD 1 TO WS-SHTOP-COUNT
                 MOVE WS-STKH-KEY-TOPIC TO WS-SHTOP-NAME(WS-SHTOP-I)
              END-IF
              IF WS-SHTOP-I NOT > WS-SHTOP-COUNT THEN
                 MOVE WS-RATE TO WS-SHTOP-RATE(WS-SHTOP-I)
              END-IF
      * TOPIC,branch,date,topic,held,missing,still,rate,prior rate,
      * change
              MOVE SPACES TO WS-SHRNK-RECORD
              MOVE 1 TO WS-SHRNK-PTR
              STRING "TOPIC," DELIMITED BY SIZE
                     WS-BRANCH-TEXT DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-STKH-KEY-DATE DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-STKH-KEY-TOPIC DELIMITED BY "  "
                     "," DELIMITED BY SIZE
                     WS-HOLD-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-MISS-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-STILL-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-RATE-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-PRIOR-TEXT DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-DELTA-TEXT DELIMITED BY SIZE
                   INTO WS-SHRNK-RECORD
                   WITH POINTER WS-SHRNK-PTR
              END-STRING
           END-IF.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-SHRNK-RECORD)
                         LENGTH(LENGTH OF WS-SHRNK-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-SHRNK-TDQ)
                         FROM(WS-SHRNK-RECORD)
                         LENGTH(LENGTH OF WS-SHRNK-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-LINE-COUNT.

      * The prior rate and the change since it, or blanks when this
      * is the first count to compare
       FORMAT-COMPARISON.
           MOVE SPACES TO WS-PRIOR-TEXT.
           MOVE SPACES TO WS-DELTA-TEXT.
           IF WS-HAS-PRIOR THEN
              MOVE WS-PRIOR-RATE TO WS-PRIOR-DISPLAY
              MOVE WS-PRIOR-DISPLAY TO WS-PRIOR-TEXT
              COMPUTE WS-DELTA = WS-RATE - WS-PRIOR-RATE
              MOVE WS-DELTA TO WS-DELTA-DISPLAY
              MOVE WS-DELTA-DISPLAY TO WS-DELTA-TEXT
           END-IF.
