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
      * RBKREORG - KSDS reorganisation. For each heavy-insert file in *
      *            WS-REORG-SET, sets the split counts off the last   *
      *            catalog listing (RBKLCAT) against the RBKTHRS      *
      *            CISPLIT/CASPLIT limits, and reorganises every file *
      *            past one - or just the one file named on the       *
      *            request, whatever its splits. Under MAINTMOD, with *
      *            the catalog ENQ held, the file is unloaded to the  *
      *            RBKREOW work copy and reloaded from it in key      *
      *            order into its alternate cluster (DEFINEd with the *
      *            target FREESPACE) through RBKREOT; each copy's     *
      *            count is verified against the unload's the way     *
      *            RBKSHDLD verifies a load, and only on success are  *
      *            the live and alternate dataset names swapped. A    *
      *            failed count leaves the live file untouched. The   *
      *            report shows each file's splits, each              *
      *            reorganisation's counts, and the space reclaimed   *
      *            by earlier ones once a listing has measured it     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKREORG.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-RUN-STAMP          PIC X(25).

       01 WS-SET-I              PIC S9(4) COMP-5.
       01 WS-SET-MATCH-SW       PIC X VALUE 'N'.
         88 WS-SET-MATCHED        VALUE 'Y'.

      * The file being looked at, its key buffer - 80 bytes covers
      * the longest key RBKBKUP copies - and the last key unloaded,
      * where the catch-up for records added since picks up
       01 WS-SRC-FILE           PIC X(8).
       01 WS-SRC-KEYLEN         PIC S9(4) COMP-5.
       01 WS-SRC-KEY            PIC X(80).
       01 WS-SRC-DATALEN        PIC S9(4) COMP-5.
       01 WS-LAST-KEY           PIC X(80).
       01 WS-SCRATCH-REC        PIC X(2200).
       01 WS-COUNT-FILE         PIC X(8).
       01 WS-COUNTED            PIC S9(8) COMP-5 VALUE 0.

      * This file's splits and limits, and whether it is due
       01 WS-CI-LIMIT           PIC 9(9) COMP-3.
       01 WS-CA-LIMIT           PIC 9(9) COMP-3.
       01 WS-LISTED-SW          PIC X VALUE 'N'.
         88 WS-FILE-LISTED        VALUE 'Y'.
         88 WS-FILE-NOT-LISTED    VALUE 'N'.
       01 WS-DUE-SW             PIC X VALUE 'N'.
         88 WS-FILE-IS-DUE        VALUE 'Y'.
         88 WS-FILE-NOT-DUE       VALUE 'N'.

      * One reorganisation's counts: records unloaded to the work
      * copy, recounted there, reloaded, caught up from the live
      * file after the unload, and recounted in the alternate
       01 WS-UNLOADED           PIC S9(8) COMP-5 VALUE 0.
       01 WS-WORK-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-RELOADED           PIC S9(8) COMP-5 VALUE 0.
       01 WS-TAIL-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-ALT-COUNT          PIC S9(8) COMP-5 VALUE 0.
       01 WS-COPY-FAILED-SW     PIC X VALUE 'N'.
         88 WS-COPY-FAILED        VALUE 'Y'.
         88 WS-COPY-OK            VALUE 'N'.
       01 WS-ABANDON-REASON     PIC X(60).
       01 WS-REORGED            PIC S9(8) COMP-5 VALUE 0.
       01 WS-ABANDONED          PIC S9(8) COMP-5 VALUE 0.

      * Dataset names: the live file's, and its alternate's - the
      * live name with WS-REORG-DSN-SUFFIX on or off
       01 WS-LIVE-DSN           PIC X(44).
       01 WS-ALT-DSN            PIC X(44).
       01 WS-DSN-TRAIL          PIC S9(4) COMP-5.
       01 WS-DSN-LEN            PIC S9(4) COMP-5.
       01 WS-SUFFIX-LEN         PIC S9(4) COMP-5.

      * Earlier reorganisations still waiting for a listing to show
      * what they reclaimed - gathered first, updated after the
      * browse
       01 WS-MEASURE-TABLE.
         03 WS-MEASURE-ENTRY OCCURS 50 TIMES.
           05 WS-MEASURE-FILE     PIC X(8).
           05 WS-MEASURE-STAMP    PIC X(25).
       01 WS-MEASURE-COUNT      PIC S9(4) COMP-5 VALUE 0.
       01 WS-MEASURE-MAX        PIC S9(4) COMP-5 VALUE 50.
       01 WS-MEASURE-I          PIC S9(4) COMP-5.
       01 WS-RECLAIMED          PIC S9(13) COMP-3.

       01 WS-COUNT-DISPLAY      PIC Z(8)9.
       01 WS-LIMIT-DISPLAY      PIC Z(8)9.
       01 WS-BYTES-DISPLAY      PIC Z(11)9.
       01 WS-RECLAIM-DISPLAY    PIC -(12)9.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * The one file to reorganise - no request at all is the
      * nightly run over the whole set
           MOVE SPACES TO WS-REORG-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-REORG-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE SPACES TO WS-REORG-REQUEST
           END-IF.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKREORG' TO WS-JOBRUN-REQ-NAME.
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

      * A named file must be one of the set - nothing else has an
      * alternate cluster to reload into
           IF WS-REORG-REQ-FILE NOT = SPACES THEN
              MOVE 'N' TO WS-SET-MATCH-SW
              PERFORM VARYING WS-SET-I FROM 1 BY 1
                        UNTIL WS-SET-I > WS-REORG-SET-COUNT
                 IF WS-REORG-SET-FILE(WS-SET-I) = WS-REORG-REQ-FILE
                    THEN
                    SET WS-SET-MATCHED TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-SET-MATCHED THEN
                 INITIALIZE WS-ERROR
                 STRING "RBKREORG: " DELIMITED BY SIZE
                        WS-REORG-REQ-FILE DELIMITED BY SPACE
                        " is not a file this utility reorganises"
                          DELIMITED BY SIZE
                        INTO errorMessage OF WS-ERROR
                 MOVE 0 TO WS-MESG-COUNTER
                 INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                    TALLYING WS-MESG-COUNTER FOR LEADING SPACES
                 COMPUTE errorMessage-length OF WS-ERROR =
                    LENGTH OF errorMessage OF WS-ERROR -
                    WS-MESG-COUNTER
                 MOVE 1 TO errorMessage-existence OF WS-ERROR
                 EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                               CHANNEL(WS-CHANNEL-NAME)
                               FROM(WS-ERROR)
                               FLENGTH(LENGTH OF WS-ERROR)
                               BIT
                 END-EXEC
                 ADD 1 TO WS-ABANDONED
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO WS-RUN-STAMP.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z" DELIMITED BY SIZE
                  INTO WS-RUN-STAMP.

      * What the earlier reorganisations reclaimed, now a listing
      * has been taken since
           PERFORM MEASURE-EARLIER-REORGS.

      * Each file in the set against its limits, reorganised if due
           PERFORM VARYING WS-SET-I FROM 1 BY 1
                     UNTIL WS-SET-I > WS-REORG-SET-COUNT
              MOVE WS-REORG-SET-FILE(WS-SET-I) TO WS-SRC-FILE
              MOVE WS-REORG-SET-KEYLEN(WS-SET-I) TO WS-SRC-KEYLEN
              PERFORM CHECK-ONE-FILE
              IF WS-FILE-IS-DUE THEN
                 PERFORM REORG-ONE-FILE THRU REORG-ONE-FILE-EXIT
              END-IF
           END-PERFORM.

      * Tell the caller how many files were reorganised
           EXEC CICS PUT CONTAINER(WS-NUMREOR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-REORGED)
                         FLENGTH(LENGTH OF WS-REORGED)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count -
      * an abandoned reorganisation fails the run so the alert
      * monitor raises it
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-REORGED TO WS-JOBRUN-REQ-RECORDS.
           IF WS-ABANDONED > 0 THEN
              MOVE 'FAILED' TO WS-JOBRUN-REQ-OUTCOME
           ELSE
              MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME
           END-IF.
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

      * RECLAIMED,file,reorganised,usedBefore,usedAfter,reclaimed -
      * for every DONE reorganisation whose file has been listed
      * since. The reclaimed figure can come out negative: a file
      * reloaded with more free space than it had left is bigger,
      * and splits less, for it.
       MEASURE-EARLIER-REORGS.
           MOVE LOW-VALUES TO WS-REOH-KEY.
           EXEC CICS STARTBR FILE(WS-REOH-FILE)
                       RIDFLD(WS-REOH-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-REOH-FILE)
                             INTO(WS-REOH-RECORD)
                             RIDFLD(WS-REOH-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-MEASURE-COUNT >= WS-MEASURE-MAX THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-REOH-IS-DONE THEN
                    ADD 1 TO WS-MEASURE-COUNT
                    MOVE reohFile TO WS-MEASURE-FILE(WS-MEASURE-COUNT)
                    MOVE reohStamp TO
                      WS-MEASURE-STAMP(WS-MEASURE-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REOH-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-MEASURE-I FROM 1 BY 1
                     UNTIL WS-MEASURE-I > WS-MEASURE-COUNT
              PERFORM MEASURE-ONE-REORG THRU MEASURE-ONE-REORG-EXIT
           END-PERFORM.

       MEASURE-ONE-REORG.
           MOVE WS-MEASURE-FILE(WS-MEASURE-I) TO WS-LCAT-KEY.
           EXEC CICS READ FILE(WS-LCAT-FILE)
                     RIDFLD(WS-LCAT-KEY)
                     INTO(WS-LCAT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              lcatListed NOT > WS-MEASURE-STAMP(WS-MEASURE-I) THEN
              GO TO MEASURE-ONE-REORG-EXIT
           END-IF.

           MOVE WS-MEASURE-FILE(WS-MEASURE-I) TO WS-REOH-KEY-FILE.
           MOVE WS-MEASURE-STAMP(WS-MEASURE-I) TO WS-REOH-KEY-STAMP.
           EXEC CICS READ FILE(WS-REOH-FILE)
                     RIDFLD(WS-REOH-KEY)
                     INTO(WS-REOH-RECORD)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO MEASURE-ONE-REORG-EXIT
           END-IF.
           MOVE lcatHiUsed TO reohHiUsedAfter.
           SET WS-REOH-IS-MEASURED TO TRUE.
           EXEC CICS REWRITE FILE(WS-REOH-FILE)
                     FROM(WS-REOH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           COMPUTE WS-RECLAIMED = reohHiUsedBefore - reohHiUsedAfter.
           MOVE SPACES TO WS-REORG-RECORD.
           MOVE 1 TO WS-REORG-PTR.
           STRING "RECLAIMED," DELIMITED BY SIZE
                  reohFile DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  reohStamp(1:19) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           MOVE reohHiUsedBefore TO WS-BYTES-DISPLAY.
           STRING WS-BYTES-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           MOVE reohHiUsedAfter TO WS-BYTES-DISPLAY.
           MOVE WS-RECLAIMED TO WS-RECLAIM-DISPLAY.
           STRING WS-BYTES-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RECLAIM-DISPLAY DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
       MEASURE-ONE-REORG-EXIT.
           EXIT.

      * SPLITS,file,ciSplits,ciLimit,caSplits,caLimit,verdict - the
      * file's last listing against its limits. A file the listing
      * doesn't cover is never due on its own, only on request.
       CHECK-ONE-FILE.
           SET WS-FILE-NOT-DUE TO TRUE.
           SET WS-FILE-NOT-LISTED TO TRUE.
           INITIALIZE WS-LCAT-RECORD.
           MOVE WS-SRC-FILE TO WS-LCAT-KEY.
           EXEC CICS READ FILE(WS-LCAT-FILE)
                     RIDFLD(WS-LCAT-KEY)
                     INTO(WS-LCAT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              SET WS-FILE-LISTED TO TRUE
           ELSE
              INITIALIZE WS-LCAT-RECORD
           END-IF.

           MOVE WS-REORG-CI-DEFAULT TO WS-CI-LIMIT.
           MOVE 'CISPLIT' TO WS-THRESH-KEY-CATEG.
           MOVE WS-SRC-FILE TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-CI-LIMIT
           END-IF.
           MOVE WS-REORG-CA-DEFAULT TO WS-CA-LIMIT.
           MOVE 'CASPLIT' TO WS-THRESH-KEY-CATEG.
           MOVE WS-SRC-FILE TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-CA-LIMIT
           END-IF.

           EVALUATE TRUE
              WHEN WS-REORG-REQ-FILE NOT = SPACES
                 IF WS-REORG-REQ-FILE = WS-SRC-FILE THEN
                    SET WS-FILE-IS-DUE TO TRUE
                 END-IF
              WHEN WS-FILE-NOT-LISTED
                 CONTINUE
              WHEN lcatCiSplits > WS-CI-LIMIT
              WHEN lcatCaSplits > WS-CA-LIMIT
                 SET WS-FILE-IS-DUE TO TRUE
           END-EVALUATE.

           MOVE SPACES TO WS-REORG-RECORD.
           MOVE 1 TO WS-REORG-PTR.
           STRING "SPLITS," DELIMITED BY SIZE
                  WS-SRC-FILE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           MOVE lcatCiSplits TO WS-COUNT-DISPLAY.
           MOVE WS-CI-LIMIT TO WS-LIMIT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LIMIT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           MOVE lcatCaSplits TO WS-COUNT-DISPLAY.
           MOVE WS-CA-LIMIT TO WS-LIMIT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LIMIT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           EVALUATE TRUE
              WHEN WS-FILE-IS-DUE
                 STRING "DUE" DELIMITED BY SIZE
                      INTO WS-REORG-RECORD
                      WITH POINTER WS-REORG-PTR
                 END-STRING
              WHEN WS-FILE-NOT-LISTED
                 STRING "NOT LISTED" DELIMITED BY SIZE
                      INTO WS-REORG-RECORD
                      WITH POINTER WS-REORG-PTR
                 END-STRING
              WHEN OTHER
                 STRING "OK" DELIMITED BY SIZE
                      INTO WS-REORG-RECORD
                      WITH POINTER WS-REORG-PTR
                 END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

      * Reorganise WS-SRC-FILE. Any failure before the switch
      * abandons it with the live file untouched; the window is
      * closed again on every path out.
       REORG-ONE-FILE.
           MOVE 0 TO WS-UNLOADED WS-WORK-COUNT WS-RELOADED
                     WS-TAIL-COUNT WS-ALT-COUNT.
           SET WS-COPY-OK TO TRUE.
           MOVE SPACES TO WS-ABANDON-REASON.

      * Somebody else's maintenance window (a catalog refresh) is
      * open - leave it alone rather than close it under them
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS READ FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     INTO(WS-CTRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
              MOVE "maintenance mode is already on" TO
                WS-ABANDON-REASON
              PERFORM WRITE-ABANDON-LINE
              GO TO REORG-ONE-FILE-EXIT
           END-IF.

      * The window: read-only maintenance mode on, so the write
      * paths turn writes away, and the whole-catalog lock held
           PERFORM SET-MAINTENANCE-MODE-ON.
           EXEC CICS ENQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

      * Unload to the work copy, and recount what landed there
           PERFORM EMPTY-WORK-COPY.
           PERFORM UNLOAD-TO-WORK-COPY.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE WS-REOW-FILE TO WS-COUNT-FILE.
           MOVE 9 TO WS-SRC-KEYLEN.
           PERFORM COUNT-ONE-FILE.
           MOVE WS-REORG-SET-KEYLEN(WS-SET-I) TO WS-SRC-KEYLEN.
           MOVE WS-COUNTED TO WS-WORK-COUNT.
           IF WS-COPY-FAILED OR WS-WORK-COUNT NOT = WS-UNLOADED THEN
              MOVE "work copy count disagrees with the unload" TO
                WS-ABANDON-REASON
              GO TO REORG-ONE-FILE-ABANDON
           END-IF.

      * Point RBKREOT at the file's alternate cluster and empty it
      * of whatever the last switch left there
           EXEC CICS INQUIRE FILE(WS-SRC-FILE)
                     DSNAME(WS-LIVE-DSN)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "live dataset name not available" TO
                WS-ABANDON-REASON
              GO TO REORG-ONE-FILE-ABANDON
           END-IF.
           PERFORM DERIVE-ALTERNATE-DSN.
           IF WS-ALT-DSN = SPACES THEN
              MOVE "dataset name too long for its alternate" TO
                WS-ABANDON-REASON
              GO TO REORG-ONE-FILE-ABANDON
           END-IF.
           EXEC CICS SET FILE(WS-REOT-FILE)
                     CLOSED DISABLED
                     NOHANDLE
           END-EXEC.
           EXEC CICS SET FILE(WS-REOT-FILE)
                     DSNAME(WS-ALT-DSN)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS SET FILE(WS-REOT-FILE)
                        OPEN ENABLED
                        RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "alternate cluster could not be opened" TO
                WS-ABANDON-REASON
              GO TO REORG-ONE-FILE-ABANDON
           END-IF.
           PERFORM EMPTY-ALTERNATE.

      * Reload in key order, catch up whatever was added to the live
      * file since the unload (the router's access journal keeps
      * writing through maintenance mode), and recount
           PERFORM RELOAD-FROM-WORK-COPY.
           PERFORM CATCH-UP-TAIL.
           EXEC CICS UNLOCK FILE(WS-REOT-FILE) NOHANDLE END-EXEC.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE WS-REOT-FILE TO WS-COUNT-FILE.
           PERFORM COUNT-ONE-FILE.
           MOVE WS-COUNTED TO WS-ALT-COUNT.
           IF WS-COPY-FAILED OR WS-RELOADED NOT = WS-UNLOADED OR
              WS-ALT-COUNT NOT = WS-UNLOADED + WS-TAIL-COUNT THEN
              MOVE "reloaded count disagrees with the unload" TO
                WS-ABANDON-REASON
              GO TO REORG-ONE-FILE-ABANDON
           END-IF.

      * The switch: the live entry onto the reloaded cluster, the
      * work entry onto the old one, which the next reorganisation
      * of this file reloads into in its turn
           EXEC CICS SET FILE(WS-SRC-FILE)
                     CLOSED DISABLED
                     NOHANDLE
           END-EXEC.
           EXEC CICS SET FILE(WS-REOT-FILE)
                     CLOSED DISABLED
                     NOHANDLE
           END-EXEC.
           EXEC CICS SET FILE(WS-SRC-FILE)
                     DSNAME(WS-ALT-DSN)
                     NOHANDLE
           END-EXEC.
           EXEC CICS SET FILE(WS-REOT-FILE)
                     DSNAME(WS-LIVE-DSN)
                     NOHANDLE
           END-EXEC.
           EXEC CICS SET FILE(WS-SRC-FILE)
                     OPEN ENABLED
                     NOHANDLE
           END-EXEC.

           ADD 1 TO WS-REORGED.
           SET WS-REOH-IS-DONE TO TRUE.
           PERFORM WRITE-REORG-HISTORY.

      * REORG,file,unloaded,reloaded,caughtUp,ciSplits,caSplits,
      * usedBefore,DONE
           MOVE SPACES TO WS-REORG-RECORD.
           MOVE 1 TO WS-REORG-PTR.
           STRING "REORG," DELIMITED BY SIZE
                  WS-SRC-FILE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           MOVE WS-UNLOADED TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           MOVE WS-ALT-COUNT TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           MOVE WS-TAIL-COUNT TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           MOVE lcatCiSplits TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           MOVE lcatCaSplits TO WS-COUNT-DISPLAY.
           MOVE lcatHiUsed TO WS-BYTES-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BYTES-DISPLAY DELIMITED BY SIZE
                  ",DONE" DELIMITED BY SIZE
                INTO WS-REORG-RECORD
                WITH POINTER WS-REORG-PTR
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           GO TO REORG-ONE-FILE-CLOSE.

       REORG-ONE-FILE-ABANDON.
           EXEC CICS SET FILE(WS-REOT-FILE)
                     CLOSED DISABLED
                     NOHANDLE
           END-EXEC.
           SET WS-REOH-IS-ABANDONED TO TRUE.
           PERFORM WRITE-REORG-HISTORY.
           PERFORM WRITE-ABANDON-LINE.

      * Close the window again
       REORG-ONE-FILE-CLOSE.
           EXEC CICS DEQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.
           PERFORM SET-MAINTENANCE-MODE-OFF.
           EXEC CICS SYNCPOINT END-EXEC.
       REORG-ONE-FILE-EXIT.
           EXIT.

      * ABANDONED,file,reason
       WRITE-ABANDON-LINE.
           ADD 1 TO WS-ABANDONED.
           MOVE SPACES TO WS-REORG-RECORD.
           STRING "ABANDONED," DELIMITED BY SIZE
                  WS-SRC-FILE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ABANDON-REASON DELIMITED BY SIZE
                INTO WS-REORG-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      * One RBKREOH record for this reorganisation, with the listing
      * figures it started from
       WRITE-REORG-HISTORY.
           MOVE WS-SRC-FILE TO reohFile WS-REOH-KEY-FILE.
           MOVE WS-RUN-STAMP TO reohStamp WS-REOH-KEY-STAMP.
           MOVE lcatCiSplits TO reohCiSplits.
           MOVE lcatCaSplits TO reohCaSplits.
           MOVE lcatHiUsed TO reohHiUsedBefore.
           MOVE 0 TO reohHiUsedAfter.
           MOVE WS-ALT-COUNT TO reohRecords.
           EXEC CICS WRITE FILE(WS-REOH-FILE)
                       RIDFLD(WS-REOH-KEY)
                       FROM(WS-REOH-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

      * The alternate cluster's name: the live name less
      * WS-REORG-DSN-SUFFIX if it ends in it, otherwise the live
      * name with it added - spaces if that would not fit
       DERIVE-ALTERNATE-DSN.
           MOVE SPACES TO WS-ALT-DSN.
           MOVE 0 TO WS-DSN-TRAIL.
           INSPECT FUNCTION REVERSE (WS-LIVE-DSN)
              TALLYING WS-DSN-TRAIL FOR LEADING SPACES.
           COMPUTE WS-DSN-LEN = LENGTH OF WS-LIVE-DSN - WS-DSN-TRAIL.
           MOVE LENGTH OF WS-REORG-DSN-SUFFIX TO WS-SUFFIX-LEN.
           EVALUATE TRUE
              WHEN WS-DSN-LEN > WS-SUFFIX-LEN AND
                   WS-LIVE-DSN(WS-DSN-LEN - WS-SUFFIX-LEN + 1:
                   WS-SUFFIX-LEN) = WS-REORG-DSN-SUFFIX
                 MOVE WS-LIVE-DSN(1:WS-DSN-LEN - WS-SUFFIX-LEN) TO
                   WS-ALT-DSN
              WHEN WS-DSN-LEN + WS-SUFFIX-LEN >
                   LENGTH OF WS-LIVE-DSN
                 CONTINUE
              WHEN OTHER
                 STRING WS-LIVE-DSN(1:WS-DSN-LEN) DELIMITED BY SIZE
                        WS-REORG-DSN-SUFFIX DELIMITED BY SIZE
                      INTO WS-ALT-DSN
                 END-STRING
           END-EVALUATE.

      * Empty the work copy - first record, end the browse, delete
      * it, again until none is left (see RBKBKUP)
       EMPTY-WORK-COPY.
           PERFORM UNTIL EXIT
              MOVE 0 TO WS-REOW-KEY
              EXEC CICS STARTBR FILE(WS-REOW-FILE)
                          RIDFLD(WS-REOW-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS READNEXT FILE(WS-REOW-FILE)
                          INTO(WS-REOW-RECORD)
                          RIDFLD(WS-REOW-KEY)
                          RESP(WS-FILE-RESP)
              END-EXEC
              EXEC CICS ENDBR FILE(WS-REOW-FILE) END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS DELETE FILE(WS-REOW-FILE)
                        RIDFLD(WS-REOW-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Empty the alternate the same way - a full-key DELETE's
      * KEYLENGTH must match the file's own (see RBKSHDLD)
       EMPTY-ALTERNATE.
           PERFORM UNTIL EXIT
              MOVE LOW-VALUES TO WS-SRC-KEY
              EXEC CICS STARTBR FILE(WS-REOT-FILE)
                          RIDFLD(WS-SRC-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              MOVE LENGTH OF WS-SCRATCH-REC TO WS-SRC-DATALEN
              EXEC CICS READNEXT FILE(WS-REOT-FILE)
                          INTO(WS-SCRATCH-REC)
                          LENGTH(WS-SRC-DATALEN)
                          RIDFLD(WS-SRC-KEY)
                          RESP(WS-FILE-RESP)
              END-EXEC
              EXEC CICS ENDBR FILE(WS-REOT-FILE) END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS DELETE FILE(WS-REOT-FILE)
                        RIDFLD(WS-SRC-KEY)
                        KEYLENGTH(WS-SRC-KEYLEN)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EXEC CICS SYNCPOINT END-EXEC.

      * Every live record, in key order, to the work copy behind an
      * ascending sequence number
       UNLOAD-TO-WORK-COPY.
           MOVE LOW-VALUES TO WS-SRC-KEY WS-LAST-KEY.
           EXEC CICS STARTBR FILE(WS-SRC-FILE)
                       RIDFLD(WS-SRC-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 MOVE LENGTH OF WS-REOW-REC-DATA TO WS-SRC-DATALEN
                 EXEC CICS READNEXT FILE(WS-SRC-FILE)
                             INTO(WS-REOW-REC-DATA)
                             LENGTH(WS-SRC-DATALEN)
                             RIDFLD(WS-SRC-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-UNLOADED
                 MOVE WS-UNLOADED TO WS-REOW-KEY WS-REOW-REC-SEQ
                 MOVE WS-SRC-KEY TO WS-REOW-REC-RECKEY WS-LAST-KEY
                 MOVE WS-SRC-DATALEN TO WS-REOW-REC-DATALEN
                 EXEC CICS WRITE FILE(WS-REOW-FILE)
                             RIDFLD(WS-REOW-KEY)
                             FROM(WS-REOW-RECORD)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    SET WS-COPY-FAILED TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SRC-FILE) END-EXEC
           END-IF.

      * The work copy back in sequence - that is, key - order into
      * the alternate. MASSINSERT lets VSAM fill each CI to its
      * free-space line and move on instead of splitting.
       RELOAD-FROM-WORK-COPY.
           MOVE 0 TO WS-REOW-KEY.
           EXEC CICS STARTBR FILE(WS-REOW-FILE)
                       RIDFLD(WS-REOW-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-REOW-FILE)
                             INTO(WS-REOW-RECORD)
                             RIDFLD(WS-REOW-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-REOW-REC-DATALEN TO WS-SRC-DATALEN
                 MOVE WS-REOW-REC-RECKEY TO WS-SRC-KEY
                 EXEC CICS WRITE FILE(WS-REOT-FILE)
                             RIDFLD(WS-SRC-KEY)
                             FROM(WS-REOW-REC-DATA)
                             LENGTH(WS-SRC-DATALEN)
                             MASSINSERT
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    SET WS-COPY-FAILED TO TRUE
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-RELOADED
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REOW-FILE) END-EXEC
           END-IF.

      * Records the live file gained after the unload's last key -
      * straight into the alternate, still in key order
       CATCH-UP-TAIL.
           IF WS-COPY-FAILED OR WS-UNLOADED = 0 THEN
              MOVE LOW-VALUES TO WS-SRC-KEY
           ELSE
              MOVE WS-LAST-KEY TO WS-SRC-KEY
           END-IF.
           EXEC CICS STARTBR FILE(WS-SRC-FILE)
                       RIDFLD(WS-SRC-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 MOVE LENGTH OF WS-SCRATCH-REC TO WS-SRC-DATALEN
                 EXEC CICS READNEXT FILE(WS-SRC-FILE)
                             INTO(WS-SCRATCH-REC)
                             LENGTH(WS-SRC-DATALEN)
                             RIDFLD(WS-SRC-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-COPY-FAILED THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-UNLOADED = 0 OR
                    WS-SRC-KEY(1:WS-SRC-KEYLEN) >
                    WS-LAST-KEY(1:WS-SRC-KEYLEN) THEN
                    EXEC CICS WRITE FILE(WS-REOT-FILE)
                                RIDFLD(WS-SRC-KEY)
                                FROM(WS-SCRATCH-REC)
                                LENGTH(WS-SRC-DATALEN)
                                MASSINSERT
                                RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       SET WS-COPY-FAILED TO TRUE
                    ELSE
                       ADD 1 TO WS-TAIL-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SRC-FILE) END-EXEC
           END-IF.

      * Count the records in WS-COUNT-FILE into WS-COUNTED
       COUNT-ONE-FILE.
           MOVE 0 TO WS-COUNTED.
           MOVE LOW-VALUES TO WS-SRC-KEY.
           EXEC CICS STARTBR FILE(WS-COUNT-FILE)
                       RIDFLD(WS-SRC-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 MOVE LENGTH OF WS-SCRATCH-REC TO WS-SRC-DATALEN
                 EXEC CICS READNEXT FILE(WS-COUNT-FILE)
                             INTO(WS-SCRATCH-REC)
                             LENGTH(WS-SRC-DATALEN)
                             RIDFLD(WS-SRC-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-COUNTED
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-COUNT-FILE) END-EXEC
           END-IF.

       SET-MAINTENANCE-MODE-ON.
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS DELETE FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE WS-MAINTMOD-KEY TO controlFlagName OF WS-CTRL-RECORD.
           MOVE 'Y' TO controlFlagValue OF WS-CTRL-RECORD.
           EXEC CICS WRITE FILE(WS-CTRL-FILE)
                       RIDFLD(WS-CTRL-KEY)
                       FROM(WS-CTRL-RECORD)
                       RESP(WS-RESP)
           END-EXEC.
           EXEC CICS SYNCPOINT END-EXEC.

       SET-MAINTENANCE-MODE-OFF.
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS DELETE FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE WS-MAINTMOD-KEY TO controlFlagName OF WS-CTRL-RECORD.
           MOVE 'N' TO controlFlagValue OF WS-CTRL-RECORD.
           EXEC CICS WRITE FILE(WS-CTRL-FILE)
                       RIDFLD(WS-CTRL-KEY)
                       FROM(WS-CTRL-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

       WRITE-REPORT-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-REORG-RECORD)
                         LENGTH(LENGTH OF WS-REORG-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-REORG-TDQ)
                         FROM(WS-REORG-RECORD)
                         LENGTH(LENGTH OF WS-REORG-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
