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
      * RBKWKLOP - Implement the getWorkload operation: each owning   *
      *            cataloguer team's open work across the five        *
      *            worklists, by type and age band, with the count    *
      *            past the team's SLA and the oldest item - just one *
      *            team's when ?team= is given. The figures are       *
      *            gathered by RBKWKLD in view mode, the same counts  *
      *            the nightly workload report prints                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKWKLOP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWLQ01.
       COPY RBKWLP01.
       COPY RBKWSTOR.

       01 WS-WL-COUNT           PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKWLQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKWLQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKWLP01.

      * A view, not the nightly run - no report, no alerts
           INITIALIZE WS-WKLD-REQUEST.
           SET WS-WKLD-MODE-VIEW TO TRUE.
           IF team-existence > 0 THEN
              MOVE FUNCTION UPPER-CASE(team2(1:team2-length))
                TO WS-WKLD-REQ-TEAM
           END-IF.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-WKLD-REQUEST)
                         FLENGTH(LENGTH OF WS-WKLD-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWKLD')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-NUMWKLD-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-WL-COUNT)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 0 TO WS-WL-COUNT
           END-IF.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKWLP01.
           MOVE WS-WL-COUNT TO responseCode200-num
             OF BAQBASE-RBKWLP01.
           MOVE WS-WKLDLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKWLP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKWLP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKWLP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
