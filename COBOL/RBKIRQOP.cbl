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
      * RBKIRQOP - Implement the getIllRequest operation: a partner   *
      *            polls its RBKILLR requests - one by its own        *
      *            ?theirRef=, or all of them - and sees each one's   *
      *            status (PENDING, SHIPPED with the due date, or     *
      *            REFUSED with the reason). Desk staff calling it    *
      *            see every partner's requests, the approval queue.  *
      *            Modeled on RBKSUGOP                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKIRQOP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKIRQ01.
       COPY RBKIRP01.
       COPY RBKWSTOR.

       01 WS-USERID             PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

      * A partner sees only its own requests; desk staff see all
       01 WS-IR-CALLER-SW       PIC X VALUE 'N'.
         88 WS-IR-CALLER-PARTNER  VALUE 'P'.
         88 WS-IR-CALLER-DESK     VALUE 'D'.
         88 WS-IR-CALLER-NONE     VALUE 'N'.

       01 WS-ILLREQ-COUNT       PIC S9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Pick up the optional ?theirRef= - a missing container or
      * blank value means every request the caller may see
           INITIALIZE BAQBASE-RBKIRQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKIRQ01)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE BAQBASE-RBKIRQ01
           END-IF.
           IF theirRef-existence OF requestQueryParameters = 0 THEN
              MOVE SPACES TO theirRef2 OF requestQueryParameters
           END-IF.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKIRP01.

      * Who is asking - a registered partner by its userid, else
      * desk staff by role
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO WS-PARTNER-KEY.
           EXEC CICS READ FILE(WS-PARTNER-FILE)
                     RIDFLD(WS-PARTNER-KEY)
                     INTO(WS-PARTNER-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL) THEN
              SET WS-IR-CALLER-PARTNER TO TRUE
           ELSE
              PERFORM RESOLVE-CALLER-ROLE
              IF WS-CALLER-IS-DESK THEN
                 SET WS-IR-CALLER-DESK TO TRUE
              END-IF
           END-IF.

           IF WS-IR-CALLER-NONE THEN
              MOVE 1 TO responseCode400-existence OF BAQBASE-RBKIRP01
              MOVE WS-RESP400-CONT-NAME TO responseCode400-cont
                OF BAQBASE-RBKIRP01
              INITIALIZE RBKIRP01-responseCode400
              STRING "caller is neither an ILL partner nor desk "
                       DELIMITED BY SIZE
                     "staff"
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
                         FROM(RBKIRP01-responseCode400)
                         FLENGTH(LENGTH OF RBKIRP01-responseCode400)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * A partner's requests sit together under its partnerId; the
      * desk browses the file from the top
           IF WS-IR-CALLER-PARTNER THEN
              MOVE WS-USERID TO WS-ILLREQ-KEY-PARTNER
           ELSE
              MOVE LOW-VALUES TO WS-ILLREQ-KEY-PARTNER
           END-IF.
           MOVE LOW-VALUES TO WS-ILLREQ-KEY-REF.

           EXEC CICS STARTBR FILE(WS-ILLREQ-FILE)
                       RIDFLD(WS-ILLREQ-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ILLREQ-FILE)
                             INTO(WS-ILLREQ-RECORD)
                             RIDFLD(WS-ILLREQ-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-IR-CALLER-PARTNER AND
                    WS-ILLREQ-KEY-PARTNER NOT = WS-USERID THEN
                    EXIT PERFORM
                 END-IF
                 IF theirRef2 OF requestQueryParameters = SPACES OR
                    WS-ILLREQ-KEY-REF =
                       theirRef2 OF requestQueryParameters THEN
                    ADD 1 TO WS-ILLREQ-COUNT
                    EXEC CICS PUT CONTAINER(WS-ILLRLST-CONT-NAME)
                               CHANNEL(WS-CHANNEL-NAME)
                               FROM(WS-ILLREQ-RECORD)
                               FLENGTH(LENGTH OF WS-ILLREQ-RECORD)
                               BIT
                               APPEND
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ILLREQ-FILE) END-EXEC
           END-IF.

      * A poll by reference that matches nothing is a 404
           IF WS-ILLREQ-COUNT = 0 AND
              theirRef2 OF requestQueryParameters NOT = SPACES THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKIRP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKIRP01
              INITIALIZE RBKIRP01-responseCode404
              STRING "No ILL request on file with theirRef "
                       DELIMITED BY SIZE
                     theirRef2 OF requestQueryParameters
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
                         FROM(RBKIRP01-responseCode404)
                         FLENGTH(LENGTH OF RBKIRP01-responseCode404)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS PUT CONTAINER(WS-NUMILLR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-ILLREQ-COUNT)
                         FLENGTH(LENGTH OF WS-ILLREQ-COUNT)
                         BIT
           END-EXEC.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKIRP01.
           MOVE WS-ILLREQ-COUNT TO responseCode200-num
             OF BAQBASE-RBKIRP01.
           MOVE WS-ILLRLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKIRP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKIRP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKIRP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

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
