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
      * RBKERRAP - Implement the decideErratum operation: ACCEPT or   *
      *            REJECT an OPEN erratum. Only a cataloguer of the   *
      *            team it is routed to (any cataloguer, for an       *
      *            unrouted one) or an administrator may decide it;   *
      *            the deciding userid and date are recorded on the   *
      *            erratum. An accepted erratum goes into the book's  *
      *            consolidated listing at the next errata publish    *
      *            run (RBKERRPB). Modeled on RBKSUGAP                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKERRAP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKERQ01.
       COPY RBKERP01.
       COPY RBKWSTOR.

       01 WS-USERID             PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.
       01 WS-CALLER-TEAM        PIC X(8) VALUE SPACES.

      * The message a refused call carries back
       01 WS-ER-MESSAGE         PIC X(80).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKERQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKERQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKERP01.

           IF formNumber-existence OF requestBody = 0 OR
              errataNumber-existence OF requestBody = 0 OR
              decision-existence OF requestBody = 0 OR
              (decision OF requestBody(1:6) NOT = 'ACCEPT' AND
               decision OF requestBody(1:6) NOT = 'REJECT') THEN
              MOVE SPACES TO WS-ER-MESSAGE
              STRING "a decision needs the formNumber and errataNumber"
                       DELIMITED BY SIZE
                     " of an erratum and ACCEPT or REJECT"
                       DELIMITED BY SIZE
                     INTO WS-ER-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

           MOVE formNumber OF requestBody TO WS-ERRATA-KEY-FORMNUM.
           MOVE errataNumber OF requestBody TO WS-ERRATA-KEY-SEQ.
           EXEC CICS READ FILE(WS-ERRATA-FILE)
                     RIDFLD(WS-ERRATA-KEY)
                     INTO(WS-ERRATA-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKERP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKERP01
              INITIALIZE RBKERP01-responseCode404
              STRING "no erratum on file with that formNumber and "
                       DELIMITED BY SIZE
                     "number"
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
                         FROM(RBKERP01-responseCode404)
                         FLENGTH(LENGTH OF RBKERP01-responseCode404)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * An erratum only gets decided once
           IF NOT WS-ERRATA-IS-OPEN THEN
              MOVE SPACES TO WS-ER-MESSAGE
              STRING "that erratum is already decided - status "
                       DELIMITED BY SIZE
                     errataStatus OF WS-ERRATA-RECORD
                       DELIMITED BY SPACE
                     INTO WS-ER-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * Cataloguers decide errata - those of the owning team, when
      * the erratum is routed to one; administrators are exempt,
      * the same way they are from topic ownership on a write
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM RESOLVE-CALLER-ROLE.
           IF NOT WS-CALLER-IS-CATALOGUER AND
              NOT WS-CALLER-IS-ADMIN THEN
              MOVE "a cataloguer role is required to decide errata"
                TO WS-ER-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.
           IF WS-CALLER-IS-CATALOGUER AND
              errataTeam OF WS-ERRATA-RECORD NOT = SPACES AND
              errataTeam OF WS-ERRATA-RECORD NOT = WS-CALLER-TEAM THEN
              MOVE SPACES TO WS-ER-MESSAGE
              STRING "that erratum is routed to cataloguer team "
                       DELIMITED BY SIZE
                     errataTeam OF WS-ERRATA-RECORD
                       DELIMITED BY SPACE
                     INTO WS-ER-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

           IF decision OF requestBody(1:6) = 'ACCEPT' THEN
              SET WS-ERRATA-IS-ACCEPTED TO TRUE
           ELSE
              SET WS-ERRATA-IS-REJECTED TO TRUE
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.

      * Record the disposition on the erratum itself, with the
      * usual delete-then-write idiom
           MOVE WS-USERID TO errataDecidedBy OF WS-ERRATA-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO
             errataDecidedDate OF WS-ERRATA-RECORD.
           EXEC CICS DELETE FILE(WS-ERRATA-FILE)
                     RIDFLD(WS-ERRATA-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-ERRATA-FILE)
                       RIDFLD(WS-ERRATA-KEY)
                       FROM(WS-ERRATA-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

           EXEC CICS PUT CONTAINER(WS-ERRLST-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-ERRATA-RECORD)
                         FLENGTH(LENGTH OF WS-ERRATA-RECORD)
                         BIT
           END-EXEC.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKERP01.
           MOVE 1 TO responseCode200-num OF BAQBASE-RBKERP01.
           MOVE WS-ERRLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKERP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKERP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKERP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

       BUILD-400-RESPONSE.
           MOVE 1 TO responseCode400-existence OF BAQBASE-RBKERP01.
           MOVE WS-RESP400-CONT-NAME TO responseCode400-cont
             OF BAQBASE-RBKERP01.
           INITIALIZE RBKERP01-responseCode400.
           MOVE WS-ER-MESSAGE TO Xmessage2 OF responseCode400.
           MOVE 0 TO WS-MESG-COUNTER.
           INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode400)
              TALLYING WS-MESG-COUNTER FOR LEADING SPACES.
           COMPUTE Xmessage2-length OF responseCode400 =
              LENGTH OF Xmessage2 OF responseCode400 -
              WS-MESG-COUNTER.
           MOVE 1 TO Xmessage-existence OF responseCode400.
           EXEC CICS PUT CONTAINER(WS-RESP400-CONT-NAME)
                      CHANNEL(WS-CHANNEL-NAME)
                      FROM(RBKERP01-responseCode400)
                      FLENGTH(LENGTH OF RBKERP01-responseCode400)
                      BIT
           END-EXEC.

       RESOLVE-CALLER-ROLE.
           MOVE WS-USERID TO WS-ROLE-KEY.
           EXEC CICS READ FILE(WS-ROLE-FILE)
                     RIDFLD(WS-ROLE-KEY)
                     INTO(WS-ROLE-RECORD)
                     RESP(WS-ROLECHK-RESP)
           END-EXEC.
           IF WS-ROLECHK-RESP = DFHRESP(NORMAL) THEN
              MOVE roleCode OF WS-ROLE-RECORD TO WS-CALLER-ROLE
              MOVE roleTeam OF WS-ROLE-RECORD TO WS-CALLER-TEAM
           ELSE
              MOVE 'R' TO WS-CALLER-ROLE
           END-IF.
