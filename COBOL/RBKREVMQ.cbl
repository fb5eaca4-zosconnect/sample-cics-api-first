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
      * RBKREVMQ - Implement the getReviewQueue operation: the staff  *
      *            reviews waiting on a moderator - every review      *
      *            other staff have reported and nobody has dealt     *
      *            with yet, followed by those currently hidden (so   *
      *            one can be reinstated) - each with its formNumber  *
      *            and sequence for RBKREVMD. Moderators and          *
      *            administrators only. Modeled on RBKERROP           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKREVMQ.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKRMQ01.
       COPY RBKRMP01.
       COPY RBKWSTOR.

       01 WS-REVQ-COUNT         PIC S9(8) COMP-5 VALUE 0.

       01 WS-USERID             PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

      * Which half of the queue the browse is gathering
       01 WS-REVQ-PASS          PIC X VALUE 'R'.
         88 WS-REVQ-PASS-REPORTED VALUE 'R'.
         88 WS-REVQ-PASS-HIDDEN   VALUE 'H'.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKRMQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKRMQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKRMP01.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM RESOLVE-CALLER-ROLE.
           IF NOT WS-CALLER-IS-MODERATOR THEN
              MOVE 1 TO responseCode400-existence OF BAQBASE-RBKRMP01
              MOVE WS-RESP400-CONT-NAME TO responseCode400-cont
                OF BAQBASE-RBKRMP01
              INITIALIZE RBKRMP01-responseCode400
              STRING "a moderator role is needed to see the review "
                       DELIMITED BY SIZE
                     "queue"
                       DELIMITED BY SIZE
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
                         FROM(RBKRMP01-responseCode400)
                         FLENGTH(LENGTH OF RBKRMP01-responseCode400)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * Reported-and-shown reviews first - those are the work - then
      * the hidden ones
           SET WS-REVQ-PASS-REPORTED TO TRUE.
           PERFORM GATHER-QUEUE.
           SET WS-REVQ-PASS-HIDDEN TO TRUE.
           PERFORM GATHER-QUEUE.

           EXEC CICS PUT CONTAINER(WS-NUMREVW-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-REVQ-COUNT)
                         FLENGTH(LENGTH OF WS-REVQ-COUNT)
                         BIT
           END-EXEC.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKRMP01.
           MOVE WS-REVQ-COUNT TO responseCode200-num
             OF BAQBASE-RBKRMP01.
           MOVE WS-REVQLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKRMP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKRMP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKRMP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * One pass over every review on file, APPENDing those that
      * belong to this half of the queue
       GATHER-QUEUE.
           MOVE LOW-VALUES TO WS-REVIEW-KEY.

           EXEC CICS STARTBR FILE(WS-REVIEW-FILE)
                       RIDFLD(WS-REVIEW-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-REVIEW-RECORD
                 EXEC CICS READNEXT FILE(WS-REVIEW-FILE)
                             INTO(WS-REVIEW-RECORD)
                             RIDFLD(WS-REVIEW-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF (WS-REVQ-PASS-REPORTED AND
                     NOT WS-REVIEW-IS-HIDDEN AND
                     reviewReportCount OF WS-REVIEW-RECORD > 0) OR
                    (WS-REVQ-PASS-HIDDEN AND WS-REVIEW-IS-HIDDEN) THEN
                    ADD 1 TO WS-REVQ-COUNT
                    MOVE WS-REVIEW-KEY-FORMNUM TO WS-REVQ-FORMNUM
                    MOVE WS-REVIEW-KEY-SEQ TO WS-REVQ-SEQ
                    MOVE WS-REVIEW-RECORD TO WS-REVQ-RECORD
                    EXEC CICS PUT CONTAINER(WS-REVQLST-CONT-NAME)
                               CHANNEL(WS-CHANNEL-NAME)
                               FROM(WS-REVQ-ENTRY)
                               FLENGTH(LENGTH OF WS-REVQ-ENTRY)
                               BIT
                               APPEND
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REVIEW-FILE) END-EXEC
           END-IF.

       RESOLVE-CALLER-ROLE.
           MOVE WS-USERID TO WS-ROLE-KEY.
           EXEC CICS READ FILE(WS-ROLE-FILE)
                     RIDFLD(WS-ROLE-KEY)
                     INTO(WS-ROLE-RECORD)
                     RESP(WS-ROLECHK-RESP)
           END-EXEC.
           IF WS-ROLECHK-RESP = DFHRESP(NORMAL) THEN
              MOVE roleCode OF WS-ROLE-RECORD TO WS-CALLER-ROLE
           ELSE
              MOVE 'R' TO WS-CALLER-ROLE
           END-IF.
