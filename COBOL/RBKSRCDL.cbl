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
      * RBKSRCDL - Implement the deleteSavedSearch operation: remove  *
      *            one of the caller's own saved searches by its      *
      *            sequence - the key is the caller's userid, so no   *
      *            one can delete another user's search. Modeled on   *
      *            RBKFAVDL                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSRCDL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKSSQ01.
       COPY RBKSSP01.
       COPY RBKWSTOR.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request structure
           INITIALIZE BAQBASE-RBKSSQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKSSQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKSSP01.

           EXEC CICS ASSIGN USERID(WS-SRCH-KEY-USERID) END-EXEC.
           MOVE searchSeq OF requestPathParameters TO WS-SRCH-KEY-SEQ.

           EXEC CICS DELETE FILE(WS-SRCH-FILE)
                     RIDFLD(WS-SRCH-KEY)
                     RESP(WS-RESP)
           END-EXEC.

      * Nothing to remove, so return a 404
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKSSP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                   OF BAQBASE-RBKSSP01

              INITIALIZE RBKSSP01-responseCode404
              STRING "Saved search "
                       DELIMITED BY SIZE
                     searchSeq OF requestPathParameters
                       DELIMITED BY SIZE
                     " is not one of your saved searches."
                       DELIMITED BY SIZE
                   INTO Xmessage2 OF responseCode404

              INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode404)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES

              COMPUTE Xmessage2-length OF responseCode404 =
                LENGTH OF Xmessage2 OF responseCode404 - WS-MESG-COUNTER
              MOVE 1 TO Xmessage-existence OF responseCode404

              EXEC CICS PUT CONTAINER(WS-RESP404-CONT-NAME)
                      CHANNEL(WS-CHANNEL-NAME)
                      FROM(RBKSSP01-responseCode404)
                      FLENGTH(LENGTH OF RBKSSP01-responseCode404)
                      BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

           MOVE 1 TO responseCode204-existence OF BAQBASE-RBKSSP01.

       EXIT-PROGRAM.

      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKSSP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKSSP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
