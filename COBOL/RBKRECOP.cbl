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
      * RBKRECOP - Implement the getRecommendations operation: the    *
      *            books most often borrowed, watched or read-listed  *
      *            together with one title, best first, from the      *
      *            RBKRECO file RBKRECBD rebuilds nightly. A          *
      *            restricted book - the title asked about or one it  *
      *            would recommend - is left out for a caller whose   *
      *            role may not see it, and a WITHDRAWN one for a     *
      *            reader; cataloguers and administrators see those   *
      *            with their status. Modeled on RBKAVLOP             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKRECOP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKRCQ01.
       COPY RBKRCP01.
       COPY RBKWSTOR.

      * Role-resolution scratch fields for RESOLVE-CALLER-ROLE
       01 WS-ROLECHK-USERID     PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

       01 WS-RC-FORMNUM         PIC X(12).
       01 WS-RC-COUNT           PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-BOOK-RESP       PIC S9(8) COMP.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           PERFORM RESOLVE-CALLER-ROLE.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKRCQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKRCQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKRCP01.

      * No book under that formNumber - or one this caller's role
      * may not see, which amounts to the same 404 RBKGETOP gives
           MOVE formNumber OF requestPathParameters TO WS-RC-FORMNUM.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-RC-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
              ((restricted-existence OF WS-BOOK > 0 AND
                RESTRICTED-YES OF WS-BOOK) AND NOT
                WS-CALLER-SEES-RESTRICTED) THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKRCP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKRCP01
              INITIALIZE RBKRCP01-responseCode404
              STRING "No Redbook on file with formNumber "
                       DELIMITED BY SIZE
                     WS-RC-FORMNUM
                       DELIMITED BY SPACE
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
                         FROM(RBKRCP01-responseCode404)
                         FLENGTH(LENGTH OF RBKRCP01-responseCode404)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * The title's list, in rank order, up to WS-RECO-SERVE of the
      * ones this caller may see
           MOVE WS-RC-FORMNUM TO WS-RECO-KEY-FORMNUM.
           MOVE 0 TO WS-RECO-KEY-RANK.
           EXEC CICS STARTBR FILE(WS-RECO-FILE)
                       RIDFLD(WS-RECO-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-RECO-FILE)
                             INTO(WS-RECO-RECORD)
                             RIDFLD(WS-RECO-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-RECO-KEY-FORMNUM NOT = WS-RC-FORMNUM OR
                    WS-RC-COUNT >= WS-RECO-SERVE THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM SERVE-ONE-RECOMMENDATION
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RECO-FILE) END-EXEC
           END-IF.

           EXEC CICS PUT CONTAINER(WS-NUMRECO-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-RC-COUNT)
                         FLENGTH(LENGTH OF WS-RC-COUNT)
                         BIT
           END-EXEC.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKRCP01.
           MOVE WS-RC-COUNT TO responseCode200-num OF BAQBASE-RBKRCP01.
           MOVE WS-RECOLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKRCP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKRCP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKRCP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * One ranked partner: gone since the build, restricted from
      * this caller, or WITHDRAWN for a reader, and it is skipped
       SERVE-ONE-RECOMMENDATION.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(recoFormNumber OF WS-RECO-RECORD)
                     INTO(WS-BOOK)
                     RESP(WS-RC-BOOK-RESP)
           END-EXEC.
           IF WS-RC-BOOK-RESP = DFHRESP(NORMAL) AND
              (WS-CALLER-SEES-RESTRICTED OR
               NOT (restricted-existence OF WS-BOOK > 0 AND
                    RESTRICTED-YES OF WS-BOOK)) AND
              (WS-CALLER-SEES-RESTRICTED OR
               Xstatus OF WS-BOOK NOT = "WITHDRAWN") THEN
              INITIALIZE WS-RECO-ENTRY
              MOVE recoFormNumber OF WS-RECO-RECORD TO
                recoEntryFormNumber
              MOVE recoScore OF WS-RECO-RECORD TO recoEntryScore
              MOVE Xstatus OF WS-BOOK TO recoEntryStatus
              MOVE Xtitle-length OF WS-BOOK TO recoEntryTitle-length
              MOVE Xtitle OF WS-BOOK TO recoEntryTitle
              ADD 1 TO WS-RC-COUNT
              EXEC CICS PUT CONTAINER(WS-RECOLST-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-RECO-ENTRY)
                         FLENGTH(LENGTH OF WS-RECO-ENTRY)
                         BIT
                         APPEND
              END-EXEC
           END-IF.

       RESOLVE-CALLER-ROLE.
           MOVE SPACES TO WS-ROLECHK-USERID.
           EXEC CICS ASSIGN USERID(WS-ROLECHK-USERID) END-EXEC.
           MOVE WS-ROLECHK-USERID TO WS-ROLE-KEY.
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
