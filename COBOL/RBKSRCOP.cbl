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
      * RBKSRCOP - Implement the getSavedSearches operation: every    *
      *            search the caller has saved, in the order they     *
      *            were saved, each with its sequence (for the        *
      *            DELETE), when the nightly step last evaluated it   *
      *            and how many new matches that run found. An empty  *
      *            list is still a 200. Modeled on RBKFAVOP           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSRCOP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKSSQ01.
       COPY RBKSSP01.
       COPY RBKWSTOR.

       01 WS-USERID             PIC X(8).
       01 WS-SS-COUNT           PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKSSQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKSSQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKSSP01.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

      * The file is keyed userid-first, so the caller's searches are
      * one contiguous run of the browse
           MOVE WS-USERID TO WS-SRCH-KEY-USERID.
           MOVE 0 TO WS-SRCH-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-SRCH-FILE)
                       RIDFLD(WS-SRCH-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-SRCH-RECORD
                 EXEC CICS READNEXT FILE(WS-SRCH-FILE)
                             INTO(WS-SRCH-RECORD)
                             RIDFLD(WS-SRCH-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SRCH-KEY-USERID NOT = WS-USERID THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-SS-COUNT
                 EXEC CICS PUT CONTAINER(WS-SRCHLST-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-SRCH-RECORD)
                            FLENGTH(LENGTH OF WS-SRCH-RECORD)
                            BIT
                            APPEND
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SRCH-FILE) END-EXEC
           END-IF.

           EXEC CICS PUT CONTAINER(WS-NUMSRCH-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-SS-COUNT)
                         FLENGTH(LENGTH OF WS-SS-COUNT)
                         BIT
           END-EXEC.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKSSP01.
           MOVE WS-SS-COUNT TO responseCode200-num OF BAQBASE-RBKSSP01.
           MOVE WS-SRCHLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKSSP01.

      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKSSP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKSSP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
