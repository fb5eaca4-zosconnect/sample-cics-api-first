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
      * RBKERRAD - Implement the postErratum operation: anyone may    *
      *            report a mistake in a catalogued book - where      *
      *            (page or section) and what, the reporter captured  *
      *            from the CICS userid - filed OPEN on the RBKERRA   *
      *            register under the book's next errata number and  *
      *            routed to the cataloguer team owning the book's    *
      *            topic2, instead of to whichever cataloguer the     *
      *            reporter happens to know. Modeled on RBKSUGAD      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKERRAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKERQ01.
       COPY RBKERP01.
       COPY RBKWSTOR.

       01 WS-ERRATA-NEXT        PIC 9(4) VALUE 0.
       01 WS-USERID             PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

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
              formNumber OF requestBody = SPACES OR
              description-existence OF requestBody = 0 OR
              description2-length OF requestBody = 0 THEN
              MOVE 1 TO responseCode400-existence OF BAQBASE-RBKERP01
              MOVE WS-RESP400-CONT-NAME TO responseCode400-cont
                OF BAQBASE-RBKERP01
              INITIALIZE RBKERP01-responseCode400
              STRING "an erratum needs a formNumber and a description"
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
                         FROM(RBKERP01-responseCode400)
                         FLENGTH(LENGTH OF RBKERP01-responseCode400)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM RESOLVE-CALLER-ROLE.

      * No book under that formNumber - or one this caller's role
      * may not see, which amounts to the same 404 RBKGETOP gives
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(formNumber OF requestBody)
                     INTO(WS-BOOK)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
              ((restricted-existence OF WS-BOOK > 0 AND
                RESTRICTED-YES OF WS-BOOK) AND NOT
                WS-CALLER-SEES-RESTRICTED) THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKERP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKERP01
              INITIALIZE RBKERP01-responseCode404
              STRING "No Redbook on file with formNumber "
                       DELIMITED BY SIZE
                     formNumber OF requestBody
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
                         FROM(RBKERP01-responseCode404)
                         FLENGTH(LENGTH OF RBKERP01-responseCode404)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * Find the book's next errata number - the highest on file
      * for it plus one, the per-book sequence idiom RBKBLBAD uses
      * for RBKASSET
           MOVE 0 TO WS-ERRATA-NEXT.
           MOVE formNumber OF requestBody TO WS-ERRATA-KEY-FORMNUM.
           MOVE 0 TO WS-ERRATA-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-ERRATA-FILE)
                       RIDFLD(WS-ERRATA-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ERRATA-FILE)
                             INTO(WS-ERRATA-RECORD)
                             RIDFLD(WS-ERRATA-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-ERRATA-KEY-FORMNUM NOT =
                    formNumber OF requestBody THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-ERRATA-KEY-SEQ TO WS-ERRATA-NEXT
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ERRATA-FILE) END-EXEC
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

           ADD 1 TO WS-ERRATA-NEXT.
           MOVE formNumber OF requestBody TO WS-ERRATA-KEY-FORMNUM.
           MOVE WS-ERRATA-NEXT TO WS-ERRATA-KEY-SEQ.

           INITIALIZE WS-ERRATA-RECORD.
           MOVE formNumber OF requestBody TO
             errataFormNumber OF WS-ERRATA-RECORD.
           MOVE WS-ERRATA-NEXT TO errataNumber OF WS-ERRATA-RECORD.
           IF location-existence OF requestBody > 0 THEN
              MOVE location2 OF requestBody TO
                errataLocation OF WS-ERRATA-RECORD
           END-IF.
           MOVE description2 OF requestBody TO
             errataText OF WS-ERRATA-RECORD.
           MOVE description2-length OF requestBody TO
             errataText-length OF WS-ERRATA-RECORD.
           MOVE WS-USERID TO errataReportedBy OF WS-ERRATA-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO
             errataReportedDate OF WS-ERRATA-RECORD.

      * Route to the team owning the book's subject area - an
      * unowned or unknown topic leaves the routing blank and the
      * erratum sits in the general queue, open to any cataloguer
           IF topic-existence OF Redbook OF WS-BOOK > 0 AND
              topic2 OF Redbook OF WS-BOOK NOT = SPACES THEN
              MOVE topic2 OF Redbook OF WS-BOOK TO WS-TOPIC-KEY
              EXEC CICS READ FILE(WS-TOPIC-FILE)
                        RIDFLD(WS-TOPIC-KEY)
                        INTO(WS-TOPIC-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE topicTeam OF WS-TOPIC-RECORD TO
                   errataTeam OF WS-ERRATA-RECORD
              END-IF
           END-IF.
           SET WS-ERRATA-IS-OPEN TO TRUE.

           EXEC CICS WRITE FILE(WS-ERRATA-FILE)
                       RIDFLD(WS-ERRATA-KEY)
                       FROM(WS-ERRATA-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

      * Echo the filed erratum back
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
