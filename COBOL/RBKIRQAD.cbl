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
      * RBKIRQAD - Implement the postIllRequest operation: a partner  *
      *            library on the RBKPRTNR register (the caller's     *
      *            CICS userid is its partnerId) asks for one of our  *
      *            titles under its own reference. The title must be *
      *            a PUBLISHED, unrestricted hardcopy with at least   *
      *            one AVAILABLE loanable copy; the request is then   *
      *            filed PENDING on RBKILLR for the desk's decision - *
      *            what used to arrive by email and be checked by     *
      *            hand. Modeled on RBKSUGAD                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKIRQAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKIRQ01.
       COPY RBKIRP01.
       COPY RBKWSTOR.

       01 WS-USERID             PIC X(8).

      * The message a refusal carries back to the partner
       01 WS-IR-MESSAGE         PIC X(80).

      * AVAILABLE copies that may travel - reference-only copies
      * stay on the shelf
       01 WS-IR-AVAIL-COUNT     PIC S9(4) COMP-5 VALUE 0.

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

           IF theirRef-existence OF requestBody = 0 OR
              theirRef OF requestBody = SPACES OR
              formNumber-existence OF requestBody = 0 OR
              formNumber OF requestBody = SPACES THEN
              MOVE SPACES TO WS-IR-MESSAGE
              STRING "an ILL request needs your theirRef and the "
                       DELIMITED BY SIZE
                     "formNumber wanted"
                       DELIMITED BY SIZE
                     INTO WS-IR-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * Only a partner on the register may ask - its CICS userid is
      * its partnerId
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO WS-PARTNER-KEY.
           EXEC CICS READ FILE(WS-PARTNER-FILE)
                     RIDFLD(WS-PARTNER-KEY)
                     INTO(WS-PARTNER-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "caller is not on the ILL partner register" TO
                WS-IR-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * One request per partner reference - a resend of the same
      * reference is turned away rather than filed twice
           MOVE WS-USERID TO WS-ILLREQ-KEY-PARTNER.
           MOVE theirRef OF requestBody TO WS-ILLREQ-KEY-REF.
           EXEC CICS READ FILE(WS-ILLREQ-FILE)
                     RIDFLD(WS-ILLREQ-KEY)
                     INTO(WS-ILLREQ-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL) THEN
              MOVE SPACES TO WS-IR-MESSAGE
              STRING "a request under that theirRef is already on "
                       DELIMITED BY SIZE
                     "file - status "
                       DELIMITED BY SIZE
                     illrStatus OF WS-ILLREQ-RECORD
                       DELIMITED BY SPACE
                     INTO WS-IR-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * No book under that formNumber - or a restricted one, which
      * a partner may not see any more than a reader may
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(formNumber OF requestBody)
                     INTO(WS-BOOK)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
              (restricted-existence OF WS-BOOK > 0 AND
               RESTRICTED-YES OF WS-BOOK) THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKIRP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKIRP01
              INITIALIZE RBKIRP01-responseCode404
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
                         FROM(RBKIRP01-responseCode404)
                         FLENGTH(LENGTH OF RBKIRP01-responseCode404)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * Only a PUBLISHED title lends - not a DRAFT still being
      * catalogued nor a WITHDRAWN one
           IF Xstatus OF Redbook OF WS-BOOK NOT = "PUBLISHED" THEN
              MOVE SPACES TO WS-IR-MESSAGE
              STRING "title is not lendable - catalog status "
                       DELIMITED BY SIZE
                     Xstatus OF Redbook OF WS-BOOK
                       DELIMITED BY SPACE
                     INTO WS-IR-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * Something has to travel - a PDF has no copy to ship, and
      * every copy may be out, in repair or reference-only
           MOVE 0 TO WS-IR-AVAIL-COUNT.
           IF documentType2 OF WS-BOOK = "HARDCOPY" THEN
              PERFORM COUNT-AVAILABLE-COPIES
           END-IF.
           IF WS-IR-AVAIL-COUNT = 0 THEN
              MOVE "no copy of this title is available to lend now"
                TO WS-IR-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
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

      * File it PENDING for the desk
           INITIALIZE WS-ILLREQ-RECORD.
           MOVE WS-USERID TO illrPartnerId OF WS-ILLREQ-RECORD.
           MOVE theirRef OF requestBody TO
             illrTheirRef OF WS-ILLREQ-RECORD.
           MOVE formNumber OF requestBody TO
             illrFormNumber OF WS-ILLREQ-RECORD.
           SET WS-ILLR-IS-PENDING TO TRUE.
           MOVE WS-NOW-STAMP(1:25) TO
             illrRequestedDate OF WS-ILLREQ-RECORD.

           EXEC CICS WRITE FILE(WS-ILLREQ-FILE)
                       RIDFLD(WS-ILLREQ-KEY)
                       FROM(WS-ILLREQ-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

      * Echo the filed request back
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

      * The title's AVAILABLE copies that circulate - a copy flagged
      * reference-only never leaves the building
       COUNT-AVAILABLE-COPIES.
           MOVE formNumber OF requestBody TO WS-COPY-KEY-FORMNUM.
           MOVE 0 TO WS-COPY-KEY-NUM.

           EXEC CICS STARTBR FILE(WS-COPY-FILE)
                       RIDFLD(WS-COPY-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-COPY-FILE)
                             INTO(WS-COPY-RECORD)
                             RIDFLD(WS-COPY-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-COPY-KEY-FORMNUM NOT = formNumber OF requestBody
                 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-COPY-IS-AVAILABLE AND
                    copyLoanable OF WS-COPY-RECORD NOT = 'N' THEN
                    ADD 1 TO WS-IR-AVAIL-COUNT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.
