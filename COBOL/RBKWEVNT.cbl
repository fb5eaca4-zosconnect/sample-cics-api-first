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
      * RBKWEVNT - Append one enterprise event to the RBKEVLOG event  *
      *            log under the next sequence number from RBKEVCTL,  *
      *            inside the caller's unit of work - a backed-out    *
      *            write takes its event with it. LINKed from         *
      *            RBKWAUDT (catalog events) and from RBKCHKOP,       *
      *            RBKHLDOP and RBKORDOP (circulation events) the     *
      *            same way RBKNOTFY is LINKed. Starts the RBKEVPUB   *
      *            publisher, protected, so it puts the event on the  *
      *            integration queue once the caller commits.         *
      *            Modeled on RBKNOTFY                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKWEVNT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-REQ-CORRID         PIC X(16).
       01 WS-CORRID-RESP        PIC S9(8) COMP.
       01 WS-EVCTL-RESP         PIC S9(8) COMP.
       01 WS-EVENT-NEXT-SEQ     PIC 9(12) VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which event, on which book
           EXEC CICS GET CONTAINER(WS-EVENT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-EVENT-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              WS-EVENT-REQ-TYPE = SPACES THEN
      * No event was provided
              GO TO EXIT-PROGRAM
           END-IF.

      * Take the next sequence number - the ISSUED record stays
      * locked until the caller's unit of work ends, so the next
      * writer's number is only issued once this one is committed
      * (or backed out, and the number with it)
           MOVE WS-EVCTL-ISSUED TO WS-EVCTL-KEY.
           EXEC CICS READ FILE(WS-EVCTL-FILE)
                     INTO(WS-EVCTL-RECORD)
                     RIDFLD(WS-EVCTL-KEY)
                     UPDATE
                     RESP(WS-EVCTL-RESP)
           END-EXEC.
           IF WS-EVCTL-RESP = DFHRESP(NORMAL) THEN
              COMPUTE WS-EVENT-NEXT-SEQ = evctlSeq + 1
           ELSE
      * The very first event starts the sequence
              MOVE 1 TO WS-EVENT-NEXT-SEQ
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

      * The correlation id, when the event came in through the API
           MOVE SPACES TO WS-REQ-CORRID.
           EXEC CICS GET CONTAINER(WS-CORRID-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-REQ-CORRID)
                         RESP(WS-CORRID-RESP)
           END-EXEC.

           INITIALIZE WS-EVENT-MSG.
           MOVE WS-EVENT-LAYOUT TO evmsgLayout.
           MOVE WS-EVENT-NEXT-SEQ TO evmsgSeq.
           MOVE WS-EVENT-REQ-TYPE TO evmsgType.
           MOVE WS-EVENT-REQ-FORMNUM TO evmsgFormNumber.
           MOVE WS-NOW-STAMP(1:25) TO evmsgStamp.
           EXEC CICS ASSIGN USERID(evmsgActor) END-EXEC.
           IF WS-EVENT-REQ-ACTION = SPACES THEN
              MOVE WS-EVENT-REQ-TYPE TO evmsgAction
           ELSE
              MOVE WS-EVENT-REQ-ACTION TO evmsgAction
           END-IF.
           MOVE WS-EVENT-REQ-REF TO evmsgRef.
           IF WS-EVENT-REQ-QUANTITY IS NUMERIC THEN
              MOVE WS-EVENT-REQ-QUANTITY TO evmsgQuantity
           END-IF.
           MOVE WS-REQ-CORRID TO evmsgCorrelId.

           INITIALIZE WS-EVLOG-RECORD.
           MOVE WS-EVENT-MSG TO evlogMessage.
           SET WS-EVLOG-IS-PENDING TO TRUE.
           MOVE SPACES TO evlogPubStamp.
           MOVE WS-EVENT-NEXT-SEQ TO WS-EVLOG-KEY.
           EXEC CICS WRITE FILE(WS-EVLOG-FILE)
                     RIDFLD(WS-EVLOG-KEY)
                     FROM(WS-EVLOG-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

      * Move ISSUED on to the event just logged - or, if the log
      * write failed, release it unchanged so the number is reused
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-EVCTL-ISSUED TO evctlName
              MOVE WS-EVENT-NEXT-SEQ TO evctlSeq
              MOVE WS-NOW-STAMP(1:25) TO evctlStamp
              IF WS-EVCTL-RESP = DFHRESP(NORMAL) THEN
                 EXEC CICS REWRITE FILE(WS-EVCTL-FILE)
                           FROM(WS-EVCTL-RECORD)
                           RESP(WS-EVCTL-RESP)
                 END-EXEC
              ELSE
                 MOVE WS-EVCTL-ISSUED TO WS-EVCTL-KEY
                 EXEC CICS WRITE FILE(WS-EVCTL-FILE)
                           RIDFLD(WS-EVCTL-KEY)
                           FROM(WS-EVCTL-RECORD)
                           RESP(WS-EVCTL-RESP)
                 END-EXEC
              END-IF
      * Publish as soon as the caller commits - a protected START is
      * only acted on at syncpoint, and dropped on a backout
              EXEC CICS START TRANSID(WS-EVPUB-TRANSID)
                        PROTECT
                        NOHANDLE
              END-EXEC
           ELSE
              IF WS-EVCTL-RESP = DFHRESP(NORMAL) THEN
                 EXEC CICS UNLOCK FILE(WS-EVCTL-FILE)
                           RESP(WS-EVCTL-RESP)
                 END-EXEC
              END-IF
           END-IF.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.
