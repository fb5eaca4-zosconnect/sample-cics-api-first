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
      * RBKEVRPL - Implement the getEvents operation: subscriber-side *
      *            replay of the integration queue from the retained  *
      *            RBKEVLOG event log. Returns the published events   *
      *            from the caller's ?from= sequence number onwards,  *
      *            oldest first, up to ?limit= (at most WS-EVRPL-MAX) *
      *            per call, each in the same WS-EVENT-MSG layout the *
      *            queue carries. Modeled on RBKRPTOP                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKEVRPL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKEVQ01.
       COPY RBKEVP01.
       COPY RBKWSTOR.

       01 WS-RPL-FROM           PIC 9(12) VALUE 0.
       01 WS-RPL-LIMIT          PIC S9(8) COMP-5 VALUE 0.
       01 WS-RPL-COUNT          PIC S9(9) COMP-5 VALUE 0.
       01 WS-RPL-PUBLISHED      PIC 9(12) VALUE 0.
       01 WS-RPL-OLDEST         PIC 9(12) VALUE 0.
       01 WS-RPL-LAST           PIC 9(12) VALUE 0.
       01 WS-SEQ-DISPLAY        PIC Z(11)9.
       01 WS-OLDEST-DISPLAY     PIC Z(11)9.
       01 WS-SEQ-LEAD           PIC S9(4) COMP-5.
       01 WS-OLDEST-LEAD        PIC S9(4) COMP-5.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKEVQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKEVQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKEVP01.

      * ?from= is required - a replay has to start somewhere
           IF Xfrom-existence = 0 OR
              Xfrom < 1 OR Xfrom > 999999999999 THEN
              MOVE 1 TO responseCode400-existence OF BAQBASE-RBKEVP01
              MOVE WS-RESP400-CONT-NAME TO responseCode400-cont
                OF BAQBASE-RBKEVP01
              INITIALIZE RBKEVP01-responseCode400
              STRING "getEvents requires a ?from= event sequence "
                       DELIMITED BY SIZE
                     "number" DELIMITED BY SIZE
                     INTO Xmessage2 OF responseCode400
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode400)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE Xmessage2-length OF responseCode400 =
                 LENGTH OF Xmessage2 OF responseCode400 -
                 WS-MESG-COUNTER
              MOVE 1 TO Xmessage-existence OF responseCode400
              EXEC CICS PUT CONTAINER(WS-RESP400-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(RBKEVP01-responseCode400)
                         FLENGTH(LENGTH OF RBKEVP01-responseCode400)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.
           MOVE Xfrom TO WS-RPL-FROM.

           MOVE WS-EVRPL-MAX TO WS-RPL-LIMIT.
           IF Xlimit-existence > 0 AND
              Xlimit > 0 AND Xlimit < WS-EVRPL-MAX THEN
              MOVE Xlimit TO WS-RPL-LIMIT
           END-IF.

      * Only what is already on the queue is replayed - anything past
      * the PUBLISHD mark is still on its way there
           MOVE WS-EVCTL-PUBLISHED TO WS-EVCTL-KEY.
           EXEC CICS READ FILE(WS-EVCTL-FILE)
                     INTO(WS-EVCTL-RECORD)
                     RIDFLD(WS-EVCTL-KEY)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL) THEN
              MOVE evctlSeq TO WS-RPL-PUBLISHED
           END-IF.

      * The oldest event still retained - a replay from before it
      * cannot be served whole, and the subscriber has to be told
           MOVE 0 TO WS-EVLOG-KEY.
           EXEC CICS STARTBR FILE(WS-EVLOG-FILE)
                       RIDFLD(WS-EVLOG-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS READNEXT FILE(WS-EVLOG-FILE)
                          INTO(WS-EVLOG-RECORD)
                          RIDFLD(WS-EVLOG-KEY)
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP = DFHRESP(NORMAL) THEN
                 MOVE WS-EVLOG-KEY TO WS-RPL-OLDEST
              END-IF
              EXEC CICS ENDBR FILE(WS-EVLOG-FILE) END-EXEC
           END-IF.

           IF WS-RPL-OLDEST > 0 AND WS-RPL-FROM < WS-RPL-OLDEST THEN
              MOVE WS-RPL-FROM TO WS-SEQ-DISPLAY
              MOVE WS-RPL-OLDEST TO WS-OLDEST-DISPLAY
              MOVE 0 TO WS-SEQ-LEAD WS-OLDEST-LEAD
              INSPECT WS-SEQ-DISPLAY
                 TALLYING WS-SEQ-LEAD FOR LEADING SPACES
              INSPECT WS-OLDEST-DISPLAY
                 TALLYING WS-OLDEST-LEAD FOR LEADING SPACES
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKEVP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKEVP01
              INITIALIZE RBKEVP01-responseCode404
              STRING "Event " DELIMITED BY SIZE
                     WS-SEQ-DISPLAY(WS-SEQ-LEAD + 1:)
                       DELIMITED BY SIZE
                     " is no longer retained - the oldest is "
                       DELIMITED BY SIZE
                     WS-OLDEST-DISPLAY(WS-OLDEST-LEAD + 1:)
                       DELIMITED BY SIZE
                     INTO Xmessage2 OF responseCode404
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode404)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE Xmessage2-length OF responseCode404 =
                 LENGTH OF Xmessage2 OF responseCode404 -
                 WS-MESG-COUNTER
              MOVE 1 TO Xmessage-existence OF responseCode404
              EXEC CICS PUT CONTAINER(WS-RESP404-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(RBKEVP01-responseCode404)
                         FLENGTH(LENGTH OF RBKEVP01-responseCode404)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * The events themselves, in sequence order
           COMPUTE WS-RPL-LAST = WS-RPL-FROM - 1.
           MOVE WS-RPL-FROM TO WS-EVLOG-KEY.
           EXEC CICS STARTBR FILE(WS-EVLOG-FILE)
                       RIDFLD(WS-EVLOG-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 IF WS-RPL-COUNT >= WS-RPL-LIMIT THEN
                    EXIT PERFORM
                 END-IF
                 EXEC CICS READNEXT FILE(WS-EVLOG-FILE)
                             INTO(WS-EVLOG-RECORD)
                             RIDFLD(WS-EVLOG-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-EVLOG-KEY > WS-RPL-PUBLISHED THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-RPL-COUNT
                 MOVE WS-EVLOG-KEY TO WS-RPL-LAST
                 EXEC CICS PUT CONTAINER(WS-EVRPL-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(evlogMessage)
                            FLENGTH(LENGTH OF evlogMessage)
                            BIT
                            APPEND
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-EVLOG-FILE) END-EXEC
           END-IF.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKEVP01.
           MOVE WS-RPL-COUNT TO responseCode200-num OF BAQBASE-RBKEVP01.
           MOVE WS-EVRPL-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKEVP01.
           MOVE WS-RPL-LAST TO lastSeq OF BAQBASE-RBKEVP01.
           MOVE WS-RPL-PUBLISHED TO publishedSeq OF BAQBASE-RBKEVP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKEVP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKEVP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
