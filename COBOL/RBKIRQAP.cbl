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
      * RBKIRQAP - Implement the decideIllRequest operation: desk     *
      *            staff approve or refuse a partner's PENDING        *
      *            RBKILLR request. An approval is the normal ship-   *
      *            out through RBKILLOP (first AVAILABLE copy goes    *
      *            ON-LOAN, the RBKILLO record carries the partner's  *
      *            reference) and the shipment's copy and due date    *
      *            land back on the request as SHIPPED; a refusal     *
      *            records the reason. Either way the deciding userid *
      *            and date are kept. Modeled on RBKSUGAP             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKIRQAP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKIRQ01.
       COPY RBKIRP01.
       COPY RBKWSTOR.

       01 WS-USERID             PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

      * The message a refusal of the call carries back
       01 WS-IR-MESSAGE         PIC X(80).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKIRQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKIRQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKIRP01.

           IF partnerId-existence OF requestBody = 0 OR
              theirRef-existence OF requestBody = 0 OR
              decision-existence OF requestBody = 0 OR
              (decision OF requestBody(1:7) NOT = 'APPROVE' AND
               decision OF requestBody(1:6) NOT = 'REFUSE') THEN
              MOVE SPACES TO WS-IR-MESSAGE
              STRING "a decision needs the partnerId and theirRef of "
                       DELIMITED BY SIZE
                     "a request and APPROVE or REFUSE"
                       DELIMITED BY SIZE
                     INTO WS-IR-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * Sending our stock away is a desk decision
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM RESOLVE-CALLER-ROLE.
           IF NOT WS-CALLER-IS-DESK THEN
              MOVE "desk role is required to decide an ILL request"
                TO WS-IR-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

           MOVE partnerId OF requestBody TO WS-ILLREQ-KEY-PARTNER.
           MOVE theirRef OF requestBody TO WS-ILLREQ-KEY-REF.
           EXEC CICS READ FILE(WS-ILLREQ-FILE)
                     RIDFLD(WS-ILLREQ-KEY)
                     INTO(WS-ILLREQ-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKIRP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKIRP01
              INITIALIZE RBKIRP01-responseCode404
              STRING "no ILL request from that partner under that "
                       DELIMITED BY SIZE
                     "theirRef"
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
                         FROM(RBKIRP01-responseCode404)
                         FLENGTH(LENGTH OF RBKIRP01-responseCode404)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * A request only gets decided once
           IF NOT WS-ILLR-IS-PENDING THEN
              MOVE SPACES TO WS-IR-MESSAGE
              STRING "that ILL request is already decided - status "
                       DELIMITED BY SIZE
                     illrStatus OF WS-ILLREQ-RECORD
                       DELIMITED BY SPACE
                     INTO WS-IR-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

           IF decision OF requestBody(1:7) = 'APPROVE' THEN
      * The normal ship-out, exactly as the desk keys it into
      * RBKILLOP - which re-checks the partner and takes the first
      * AVAILABLE copy under the book's lock
              INITIALIZE WS-ILL-REQUEST
              SET WS-ILL-ACTION-SHIP TO TRUE
              MOVE illrFormNumber OF WS-ILLREQ-RECORD TO
                WS-ILL-REQ-FORMNUM
              MOVE illrPartnerId OF WS-ILLREQ-RECORD TO
                WS-ILL-REQ-PARTNER
              MOVE illrTheirRef OF WS-ILLREQ-RECORD TO
                WS-ILL-REQ-THEIRREF
              EXEC CICS DELETE CONTAINER(WS-RBKEROR-CONT-NAME)
                        CHANNEL(WS-CHANNEL-NAME)
                        NOHANDLE
              END-EXEC
              EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-ILL-REQUEST)
                            FLENGTH(LENGTH OF WS-ILL-REQUEST)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKILLOP')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC

      * A ship-out RBKILLOP refused (the last copy went out since
      * the request was filed) must not consume the decision -
      * leave it PENDING so the approve can be retried, and surface
      * the error container as a 500
              EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            NODATA
                            FLENGTH(WS-LENGTH)
                            RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE 1 TO responseCode500-existence
                   OF BAQBASE-RBKIRP01
                 MOVE WS-RBKEROR-CONT-NAME TO responseCode500-cont
                   OF BAQBASE-RBKIRP01
                 GO TO EXIT-PROGRAM
              END-IF

              PERFORM FIND-SHIPMENT
              SET WS-ILLR-IS-SHIPPED TO TRUE
           ELSE
              IF reason-existence OF requestBody > 0 AND
                 reason2-length OF requestBody > 0 THEN
                 MOVE reason2 OF requestBody TO
                   illrReason OF WS-ILLREQ-RECORD
              END-IF
              SET WS-ILLR-IS-REFUSED TO TRUE
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

      * Record the disposition on the request itself, with the
      * usual delete-then-write idiom
           MOVE WS-USERID TO illrDecidedBy OF WS-ILLREQ-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO
             illrDecidedDate OF WS-ILLREQ-RECORD.
           EXEC CICS DELETE FILE(WS-ILLREQ-FILE)
                     RIDFLD(WS-ILLREQ-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-ILLREQ-FILE)
                       RIDFLD(WS-ILLREQ-KEY)
                       FROM(WS-ILLREQ-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

           EXEC CICS PUT CONTAINER(WS-ILLRLST-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-ILLREQ-RECORD)
                         FLENGTH(LENGTH OF WS-ILLREQ-RECORD)
                         BIT
           END-EXEC.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKIRP01.
           MOVE 1 TO responseCode200-num OF BAQBASE-RBKIRP01.
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

       BUILD-400-RESPONSE.
           MOVE 1 TO responseCode400-existence OF BAQBASE-RBKIRP01.
           MOVE WS-RESP400-CONT-NAME TO responseCode400-cont
             OF BAQBASE-RBKIRP01.
           INITIALIZE RBKIRP01-responseCode400.
           MOVE WS-IR-MESSAGE TO Xmessage2 OF responseCode400.
           MOVE 0 TO WS-MESG-COUNTER.
           INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode400)
              TALLYING WS-MESG-COUNTER FOR LEADING SPACES.
           COMPUTE Xmessage2-length OF responseCode400 =
              LENGTH OF Xmessage2 OF responseCode400 -
              WS-MESG-COUNTER.
           MOVE 1 TO Xmessage-existence OF responseCode400.
           EXEC CICS PUT CONTAINER(WS-RESP400-CONT-NAME)
                      CHANNEL(WS-CHANNEL-NAME)
                      FROM(RBKIRP01-responseCode400)
                      FLENGTH(LENGTH OF RBKIRP01-responseCode400)
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
           ELSE
              MOVE 'R' TO WS-CALLER-ROLE
           END-IF.

      * The shipment RBKILLOP just made - the book's latest open
      * RBKILLO record for this partner and reference - so the
      * partner's poll shows which copy is coming and when it is due
       FIND-SHIPMENT.
           MOVE illrFormNumber OF WS-ILLREQ-RECORD TO
             WS-ILLOUT-KEY-FORMNUM.
           MOVE 0 TO WS-ILLOUT-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-ILLOUT-FILE)
                       RIDFLD(WS-ILLOUT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ILLOUT-FILE)
                             INTO(WS-ILLOUT-RECORD)
                             RIDFLD(WS-ILLOUT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-ILLOUT-KEY-FORMNUM NOT =
                    illrFormNumber OF WS-ILLREQ-RECORD THEN
                    EXIT PERFORM
                 END-IF
                 IF illReturnedDate OF WS-ILLOUT-RECORD = SPACES AND
                    illPartnerId OF WS-ILLOUT-RECORD =
                       illrPartnerId OF WS-ILLREQ-RECORD AND
                    illTheirRef OF WS-ILLOUT-RECORD =
                       illrTheirRef OF WS-ILLREQ-RECORD THEN
                    MOVE WS-ILLOUT-KEY-SEQ TO
                      illrShipSeq OF WS-ILLREQ-RECORD
                    MOVE illCopyNum OF WS-ILLOUT-RECORD TO
                      illrCopyNum OF WS-ILLREQ-RECORD
                    MOVE illDueDate OF WS-ILLOUT-RECORD TO
                      illrDueDate OF WS-ILLREQ-RECORD
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ILLOUT-FILE) END-EXEC
           END-IF.
