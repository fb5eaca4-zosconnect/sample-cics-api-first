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
      * RBKEVPUB - Enterprise event publisher. Puts every RBKEVLOG    *
      *            event past the PUBLISHD mark on RBKEVCTL onto the  *
      *            integration queue (WS-EVPUB-QUEUE), strictly in    *
      *            sequence order, one event per unit of work: the    *
      *            persistent MQ put is made under syncpoint          *
      *            alongside the log record going PUBLISHED and the   *
      *            mark moving on, so an event is put exactly once or *
      *            not at all. A put that fails stops the run with    *
      *            the event still pending - nothing later is put     *
      *            ahead of it. Started (transaction                  *
      *            WS-EVPUB-TRANSID, no channel) by RBKWEVNT as each  *
      *            event commits, and run nightly as an RBKNIGHT step *
      *            to catch up anything a failed put left behind and  *
      *            to remove published events older than              *
      *            WS-EVLOG-KEEP-DAYS. Modeled on RBKNOTDS            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKEVPUB.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

      * MQ API areas - version 1 of the object descriptor, message
      * descriptor and put-message options, and the values this
      * program sets in them. HCONN zero is the CICS default
      * connection; the put options are SYNCPOINT + NEW_MSG_ID +
      * FAIL_IF_QUIESCING, the open options OUTPUT +
      * FAIL_IF_QUIESCING
       01 WS-MQ-HCONN           PIC S9(9) BINARY VALUE 0.
       01 WS-MQ-HOBJ            PIC S9(9) BINARY VALUE 0.
       01 WS-MQ-OPEN-OPTIONS    PIC S9(9) BINARY VALUE 8208.
       01 WS-MQ-CLOSE-OPTIONS   PIC S9(9) BINARY VALUE 0.
       01 WS-MQ-COMPCODE        PIC S9(9) BINARY VALUE 0.
         88 WS-MQ-CC-OK           VALUE 0.
       01 WS-MQ-REASON          PIC S9(9) BINARY VALUE 0.
       01 WS-MQ-BUFLEN          PIC S9(9) BINARY VALUE 0.
       01 WS-MQ-OPEN-SW         PIC X VALUE 'N'.
         88 WS-MQ-IS-OPEN         VALUE 'Y'.
         88 WS-MQ-NOT-OPEN        VALUE 'N'.

       01 WS-MQ-OBJDESC.
         03 WS-MQOD-STRUCID       PIC X(4)  VALUE 'OD  '.
         03 WS-MQOD-VERSION       PIC S9(9) BINARY VALUE 1.
         03 WS-MQOD-OBJECTTYPE    PIC S9(9) BINARY VALUE 1.
         03 WS-MQOD-OBJECTNAME    PIC X(48) VALUE SPACES.
         03 WS-MQOD-QMGRNAME      PIC X(48) VALUE SPACES.
         03 WS-MQOD-DYNAMICQNAME  PIC X(48) VALUE 'AMQ.*'.
         03 WS-MQOD-ALTUSERID     PIC X(12) VALUE SPACES.

      * Datagram, never expires, native encoding, the queue
      * manager's code page, string format, the queue's default
      * priority, persistent
       01 WS-MQ-MSGDESC.
         03 WS-MQMD-STRUCID       PIC X(4)  VALUE 'MD  '.
         03 WS-MQMD-VERSION       PIC S9(9) BINARY VALUE 1.
         03 WS-MQMD-REPORT        PIC S9(9) BINARY VALUE 0.
         03 WS-MQMD-MSGTYPE       PIC S9(9) BINARY VALUE 8.
         03 WS-MQMD-EXPIRY        PIC S9(9) BINARY VALUE -1.
         03 WS-MQMD-FEEDBACK      PIC S9(9) BINARY VALUE 0.
         03 WS-MQMD-ENCODING      PIC S9(9) BINARY VALUE 785.
         03 WS-MQMD-CCSID         PIC S9(9) BINARY VALUE 0.
         03 WS-MQMD-FORMAT        PIC X(8)  VALUE 'MQSTR   '.
         03 WS-MQMD-PRIORITY      PIC S9(9) BINARY VALUE -1.
         03 WS-MQMD-PERSISTENCE   PIC S9(9) BINARY VALUE 1.
         03 WS-MQMD-MSGID         PIC X(24) VALUE LOW-VALUES.
         03 WS-MQMD-CORRELID      PIC X(24) VALUE LOW-VALUES.
         03 WS-MQMD-BACKOUTCOUNT  PIC S9(9) BINARY VALUE 0.
         03 WS-MQMD-REPLYTOQ      PIC X(48) VALUE SPACES.
         03 WS-MQMD-REPLYTOQMGR   PIC X(48) VALUE SPACES.
         03 WS-MQMD-USERID        PIC X(12) VALUE SPACES.
         03 WS-MQMD-ACCTTOKEN     PIC X(32) VALUE LOW-VALUES.
         03 WS-MQMD-APPLIDDATA    PIC X(32) VALUE SPACES.
         03 WS-MQMD-PUTAPPLTYPE   PIC S9(9) BINARY VALUE 0.
         03 WS-MQMD-PUTAPPLNAME   PIC X(28) VALUE SPACES.
         03 WS-MQMD-PUTDATE       PIC X(8)  VALUE SPACES.
         03 WS-MQMD-PUTTIME       PIC X(8)  VALUE SPACES.
         03 WS-MQMD-APPLORIGIN    PIC X(4)  VALUE SPACES.

       01 WS-MQ-PUTOPTS.
         03 WS-MQPMO-STRUCID      PIC X(4)  VALUE 'PMO '.
         03 WS-MQPMO-VERSION      PIC S9(9) BINARY VALUE 1.
         03 WS-MQPMO-OPTIONS      PIC S9(9) BINARY VALUE 8258.
         03 WS-MQPMO-TIMEOUT      PIC S9(9) BINARY VALUE -1.
         03 WS-MQPMO-CONTEXT      PIC S9(9) BINARY VALUE 0.
         03 WS-MQPMO-KNOWNDEST    PIC S9(9) BINARY VALUE 0.
         03 WS-MQPMO-UNKNOWNDEST  PIC S9(9) BINARY VALUE 0.
         03 WS-MQPMO-INVALIDDEST  PIC S9(9) BINARY VALUE 0.
         03 WS-MQPMO-RESOLVEDQ    PIC X(48) VALUE SPACES.
         03 WS-MQPMO-RESOLVEDQMGR PIC X(48) VALUE SPACES.

      * Only one publisher at a time - a second would race the first
      * for the same next event
       01 WS-EVPUB-LOCK         PIC X(16) VALUE 'RBKEVPUB-PUBLISH'.

      * Nightly (LINKed by RBKNSTEP, under a channel) or started by
      * RBKWEVNT (no channel) - only the nightly run keeps a job
      * record, sweeps retention and raises the operator message
       01 WS-EVPUB-MODE         PIC X VALUE 'T'.
         88 WS-EVPUB-NIGHTLY      VALUE 'N'.
         88 WS-EVPUB-TRIGGERED    VALUE 'T'.
       01 WS-EVPUB-STATE        PIC X VALUE 'N'.
         88 WS-EVPUB-CAUGHT-UP    VALUE 'Y'.
         88 WS-EVPUB-WORKING      VALUE 'N'.
         88 WS-EVPUB-FAILED       VALUE 'F'.
       01 WS-EVPUB-ROUNDS       PIC S9(4) COMP-5 VALUE 0.
       01 WS-EVPUB-COUNT        PIC S9(8) COMP-5 VALUE 0.
       01 WS-EVPUB-SWEPT        PIC S9(8) COMP-5 VALUE 0.
       01 WS-EVPUB-SWEEP-BATCH  PIC S9(8) COMP-5 VALUE 0.
       01 WS-EVCTL-RESP         PIC S9(8) COMP.
       01 WS-PUB-SEQ            PIC 9(12) VALUE 0.
       01 WS-ISSUED-SEQ         PIC 9(12) VALUE 0.
       01 WS-FAILED-SEQ         PIC 9(12) VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The oldest event date the retention sweep keeps
       01 WS-KEEP-INT           PIC S9(8) COMP-5 VALUE 0.
       01 WS-KEEP-YYYYMMDD      PIC 9(8).
       01 WS-KEEP-DIGITS REDEFINES WS-KEEP-YYYYMMDD.
         03 WS-KEEP-YYYY          PIC X(4).
         03 WS-KEEP-MM            PIC X(2).
         03 WS-KEEP-DD            PIC X(2).
       01 WS-KEEP-DATE          PIC X(10).

       01 WS-SEQ-DISPLAY        PIC Z(11)9.
       01 WS-REASON-DISPLAY     PIC Z(8)9.
       01 WS-OPER-TEXT          PIC X(90) VALUE SPACES.
       01 WS-OPER-PTR           PIC S9(4) COMP-5.

       PROCEDURE DIVISION.

           MOVE SPACES TO WS-CHANNEL-NAME.
           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.
           IF WS-CHANNEL-NAME NOT = SPACES THEN
              SET WS-EVPUB-NIGHTLY TO TRUE
           END-IF.

           IF WS-EVPUB-NIGHTLY THEN
      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
              MOVE 'RBKEVPUB' TO WS-JOBRUN-REQ-NAME
              SET WS-JOBRUN-PHASE-START TO TRUE
              MOVE 0 TO WS-JOBRUN-REQ-RECORDS
              MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME
              EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-JOBRUN-REQUEST)
                            FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKWJOBR')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
      * The nightly run waits its turn behind a started publisher.
      * The lock is the task's, not the unit of work's - each event
      * commits on its own, and the DEQ below is what frees it
              EXEC CICS ENQ RESOURCE(WS-EVPUB-LOCK)
                            LENGTH(16)
                            MAXLIFETIME(TASK)
                            NOHANDLE
              END-EXEC
           ELSE
      * A publisher is already running - it will reach this event
              EXEC CICS ENQ RESOURCE(WS-EVPUB-LOCK)
                            LENGTH(16)
                            MAXLIFETIME(TASK)
                            NOSUSPEND
                            RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF.

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

      * Publish until caught up. An event committed while this task
      * was finishing may have found the lock still held, so check
      * once more after each round and go again if ISSUED has moved
      * past PUBLISHD - the round limit only bounds a busy spell; the
      * next event's own start picks up whatever is left
           MOVE WS-EVPUB-QUEUE TO WS-MQOD-OBJECTNAME.
           CALL 'MQOPEN' USING WS-MQ-HCONN
                               WS-MQ-OBJDESC
                               WS-MQ-OPEN-OPTIONS
                               WS-MQ-HOBJ
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-CC-OK THEN
              SET WS-MQ-IS-OPEN TO TRUE
              PERFORM UNTIL EXIT
                 ADD 1 TO WS-EVPUB-ROUNDS
                 SET WS-EVPUB-WORKING TO TRUE
                 PERFORM UNTIL NOT WS-EVPUB-WORKING
                    PERFORM PUBLISH-NEXT-EVENT
                       THRU PUBLISH-NEXT-EVENT-EXIT
                 END-PERFORM
                 IF WS-EVPUB-FAILED OR WS-EVPUB-ROUNDS >= 5 THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM READ-ISSUED-MARK
                 IF WS-ISSUED-SEQ <= WS-PUB-SEQ THEN
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              CALL 'MQCLOSE' USING WS-MQ-HCONN
                                   WS-MQ-HOBJ
                                   WS-MQ-CLOSE-OPTIONS
                                   WS-MQ-COMPCODE
                                   WS-MQ-REASON
           ELSE
              SET WS-EVPUB-FAILED TO TRUE
              MOVE 0 TO WS-FAILED-SEQ
           END-IF.

           IF WS-EVPUB-NIGHTLY THEN
              PERFORM SWEEP-RETENTION
              IF WS-EVPUB-FAILED THEN
                 PERFORM WARN-OPERATOR
              END-IF
           END-IF.

           EXEC CICS DEQ RESOURCE(WS-EVPUB-LOCK)
                         LENGTH(16)
                         NOHANDLE
           END-EXEC.

           IF WS-EVPUB-NIGHTLY THEN
      * Tell the caller how many events were published
              EXEC CICS PUT CONTAINER(WS-NUMEVPB-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-EVPUB-COUNT)
                            FLENGTH(LENGTH OF WS-EVPUB-COUNT)
                            BIT
              END-EXEC
           END-IF.

       EXIT-PROGRAM.
           IF WS-EVPUB-NIGHTLY THEN
      * Close this run's job-control record with the final count
              SET WS-JOBRUN-PHASE-END TO TRUE
              MOVE WS-EVPUB-COUNT TO WS-JOBRUN-REQ-RECORDS
              IF WS-EVPUB-FAILED THEN
                 MOVE 'FAILED' TO WS-JOBRUN-REQ-OUTCOME
              ELSE
                 MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME
              END-IF
              EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-JOBRUN-REQUEST)
                            FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKWJOBR')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.

      * One event: the next number past PUBLISHD. The event is read
      * for update first - that read waits out a writer still in
      * flight, so nothing uncommitted is ever put - and only then
      * the mark. Nothing on RBKEVCTL is held while the event read
      * waits: the writer may yet need ISSUED for a further event in
      * the same unit of work, and ISSUED shares its control
      * interval with PUBLISHD. Not on file means caught up (numbers
      * are issued without gaps)
       PUBLISH-NEXT-EVENT.
           MOVE WS-EVCTL-PUBLISHED TO WS-EVCTL-KEY.
           EXEC CICS READ FILE(WS-EVCTL-FILE)
                     INTO(WS-EVCTL-RECORD)
                     RIDFLD(WS-EVCTL-KEY)
                     RESP(WS-EVCTL-RESP)
           END-EXEC.
           IF WS-EVCTL-RESP = DFHRESP(NORMAL) THEN
              MOVE evctlSeq TO WS-PUB-SEQ
           ELSE
              MOVE 0 TO WS-PUB-SEQ
           END-IF.

           COMPUTE WS-EVLOG-KEY = WS-PUB-SEQ + 1.
           EXEC CICS READ FILE(WS-EVLOG-FILE)
                     INTO(WS-EVLOG-RECORD)
                     RIDFLD(WS-EVLOG-KEY)
                     UPDATE
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              EXEC CICS SYNCPOINT END-EXEC
              SET WS-EVPUB-CAUGHT-UP TO TRUE
              GO TO PUBLISH-NEXT-EVENT-EXIT
           END-IF.

      * The event is ours - now the mark. The publish lock means no
      * other publisher can have moved it, but if it has, let go of
      * the event and start again from where it now stands
           MOVE WS-EVCTL-PUBLISHED TO WS-EVCTL-KEY.
           EXEC CICS READ FILE(WS-EVCTL-FILE)
                     INTO(WS-EVCTL-RECORD)
                     RIDFLD(WS-EVCTL-KEY)
                     UPDATE
                     RESP(WS-EVCTL-RESP)
           END-EXEC.
           IF WS-EVCTL-RESP = DFHRESP(NORMAL) AND
              evctlSeq NOT = WS-PUB-SEQ THEN
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO PUBLISH-NEXT-EVENT-EXIT
           END-IF.

           MOVE evlogMessage TO WS-EVENT-MSG.
           MOVE LOW-VALUES TO WS-MQMD-MSGID.
           MOVE evmsgFormNumber TO WS-MQMD-CORRELID.
           MOVE LENGTH OF WS-EVENT-MSG TO WS-MQ-BUFLEN.
           CALL 'MQPUT' USING WS-MQ-HCONN
                              WS-MQ-HOBJ
                              WS-MQ-MSGDESC
                              WS-MQ-PUTOPTS
                              WS-MQ-BUFLEN
                              WS-EVENT-MSG
                              WS-MQ-COMPCODE
                              WS-MQ-REASON.
           IF NOT WS-MQ-CC-OK THEN
      * Leave it pending - the locks go with the backout
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE WS-EVLOG-KEY TO WS-FAILED-SEQ
              SET WS-EVPUB-FAILED TO TRUE
              GO TO PUBLISH-NEXT-EVENT-EXIT
           END-IF.

           SET WS-EVLOG-IS-PUBLISHED TO TRUE.
           MOVE WS-NOW-STAMP(1:25) TO evlogPubStamp.
           EXEC CICS REWRITE FILE(WS-EVLOG-FILE)
                     FROM(WS-EVLOG-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           MOVE WS-EVCTL-PUBLISHED TO evctlName.
           MOVE WS-EVLOG-KEY TO evctlSeq.
           MOVE WS-NOW-STAMP(1:25) TO evctlStamp.
           IF WS-EVCTL-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS REWRITE FILE(WS-EVCTL-FILE)
                        FROM(WS-EVCTL-RECORD)
                        RESP(WS-EVCTL-RESP)
              END-EXEC
           ELSE
              MOVE WS-EVCTL-PUBLISHED TO WS-EVCTL-KEY
              EXEC CICS WRITE FILE(WS-EVCTL-FILE)
                        RIDFLD(WS-EVCTL-KEY)
                        FROM(WS-EVCTL-RECORD)
                        RESP(WS-EVCTL-RESP)
              END-EXEC
           END-IF.

      * The put, the log record and the mark commit together
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE WS-EVLOG-KEY TO WS-PUB-SEQ.
           ADD 1 TO WS-EVPUB-COUNT.
       PUBLISH-NEXT-EVENT-EXIT.
           EXIT.

      * The last number issued - read for update, so a writer still
      * in flight is waited out, then released at once. The
      * syncpoint drops the record lock with it, so the next event's
      * wait on a writer never holds ISSUED against that writer
       READ-ISSUED-MARK.
           MOVE 0 TO WS-ISSUED-SEQ.
           MOVE WS-EVCTL-ISSUED TO WS-EVCTL-KEY.
           EXEC CICS READ FILE(WS-EVCTL-FILE)
                     INTO(WS-EVCTL-RECORD)
                     RIDFLD(WS-EVCTL-KEY)
                     UPDATE
                     RESP(WS-EVCTL-RESP)
           END-EXEC.
           IF WS-EVCTL-RESP = DFHRESP(NORMAL) THEN
              MOVE evctlSeq TO WS-ISSUED-SEQ
              EXEC CICS UNLOCK FILE(WS-EVCTL-FILE)
                        RESP(WS-EVCTL-RESP)
              END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * Remove published events older than the retention period,
      * oldest first - the log is in sequence order, which is date
      * order, so the sweep stops at the first event it keeps (or
      * the first one not yet published)
       SWEEP-RETENTION.
           COMPUTE WS-KEEP-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-NOW-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-NOW-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-NOW-DATE(9:2))) - WS-EVLOG-KEEP-DAYS.
           COMPUTE WS-KEEP-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-KEEP-INT).
           MOVE SPACES TO WS-KEEP-DATE.
           STRING WS-KEEP-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-KEEP-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-KEEP-DD DELIMITED BY SIZE
                  INTO WS-KEEP-DATE.

           MOVE 0 TO WS-EVPUB-SWEEP-BATCH.
           PERFORM UNTIL EXIT
              MOVE 0 TO WS-EVLOG-KEY
              EXEC CICS STARTBR FILE(WS-EVLOG-FILE)
                          RIDFLD(WS-EVLOG-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS READNEXT FILE(WS-EVLOG-FILE)
                          INTO(WS-EVLOG-RECORD)
                          RIDFLD(WS-EVLOG-KEY)
                          RESP(WS-FILE-RESP)
              END-EXEC
              EXEC CICS ENDBR FILE(WS-EVLOG-FILE) END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              MOVE evlogMessage TO WS-EVENT-MSG
              IF NOT WS-EVLOG-IS-PUBLISHED OR
                 evmsgStamp(1:10) NOT < WS-KEEP-DATE THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS DELETE FILE(WS-EVLOG-FILE)
                        RIDFLD(WS-EVLOG-KEY)
                        RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              ADD 1 TO WS-EVPUB-SWEPT
              ADD 1 TO WS-EVPUB-SWEEP-BATCH
              IF WS-EVPUB-SWEEP-BATCH >= 100 THEN
                 EXEC CICS SYNCPOINT END-EXEC
                 MOVE 0 TO WS-EVPUB-SWEEP-BATCH
              END-IF
           END-PERFORM.
           EXEC CICS SYNCPOINT END-EXEC.

      * The queue could not be opened or an event could not be put -
      * nothing is lost (the log holds it), but nothing after it
      * moves either, so operations need to know
       WARN-OPERATOR.
           MOVE WS-FAILED-SEQ TO WS-SEQ-DISPLAY.
           MOVE WS-MQ-REASON TO WS-REASON-DISPLAY.
           MOVE SPACES TO WS-OPER-TEXT.
           MOVE 1 TO WS-OPER-PTR.
           STRING "RBKEVPUB EVENT PUBLISHING STOPPED AT EVENT "
                    DELIMITED BY SIZE
                  WS-SEQ-DISPLAY DELIMITED BY SIZE
                  " MQ REASON " DELIMITED BY SIZE
                  WS-REASON-DISPLAY DELIMITED BY SIZE
                INTO WS-OPER-TEXT
                WITH POINTER WS-OPER-PTR
           END-STRING.
           EXEC CICS WRITE OPERATOR TEXT(WS-OPER-TEXT)
                     TEXTLENGTH(LENGTH OF WS-OPER-TEXT)
           END-EXEC.
