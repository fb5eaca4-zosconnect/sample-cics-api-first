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
      * RBKNTSND - Shared borrower-notice sender, LINKed the way      *
      *            RBKBDAY is. Resolves the borrower on the register  *
      *            and delivers the notice on WS-NTSND-CONT-NAME by   *
      *            their borrowerNoticeChannel: a print document on   *
      *            the WS-NOTICE-TDQ print/dispatch queue (header,    *
      *            detail line, END-NOTICE separator), an email POST  *
      *            through the WS-NOTICE-EMAIL-URIMAP gateway, or     *
      *            nothing at all. An email that can't be handed over *
      *            - no address on file, or the gateway refuses it -  *
      *            is printed instead. The outcome goes back on the   *
      *            same container                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKNTSND.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NTS-BORROWER-SW    PIC X VALUE 'N'.
         88 WS-NTS-BORROWER-FOUND VALUE 'Y'.
         88 WS-NTS-BORROWER-NONE  VALUE 'N'.

      * The email payload - one flat JSON object the mail gateway
      * turns into a message to the borrower's contact address
       01 WS-NTS-EMAIL-DOC      PIC X(300).
       01 WS-NTS-EMAIL-PTR      PIC S9(4) COMP-5.
       01 WS-NTS-EMAIL-LEN      PIC S9(8) COMP.
       01 WS-NTS-DETAIL-LEN     PIC S9(4) COMP-5.

       01 WS-SESSION-TOKEN      PIC X(8).
       01 WS-HTTP-STATUS        PIC S9(4) COMP.
       01 WS-WEB-RESP           PIC S9(8) COMP.
       01 WS-RECV-BODY          PIC X(256).
       01 WS-RECV-BODY-LEN      PIC S9(8) COMP.
       01 WS-RECV-BODY-MAX      PIC S9(8) COMP VALUE 256.

       01 WS-DELIVERY-SW        PIC X VALUE 'Y'.
         88 WS-DELIVERY-CLEAN     VALUE 'Y'.
         88 WS-DELIVERY-FAILED    VALUE 'N'.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           EXEC CICS GET CONTAINER(WS-NTSND-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-NTSND-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No parameter was provided
              GO TO EXIT-PROGRAM
           END-IF.

      * A borrower id that doesn't resolve still gets the printed
      * notice - the desk can chase it by hand - just without a
      * contact line
           SET WS-NTS-BORROWER-NONE TO TRUE.
           INITIALIZE WS-BORROWER-RECORD.
           IF WS-NTSND-BORROWER NOT = SPACES THEN
              MOVE WS-NTSND-BORROWER TO WS-BORROWER-KEY
              EXEC CICS READ FILE(WS-BORROWER-FILE)
                        RIDFLD(WS-BORROWER-KEY)
                        INTO(WS-BORROWER-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 SET WS-NTS-BORROWER-FOUND TO TRUE
              ELSE
                 INITIALIZE WS-BORROWER-RECORD
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WS-NTS-BORROWER-FOUND AND WS-BORR-NOTICE-NONE
                 SET WS-NTSND-SUPPRESSED TO TRUE
              WHEN WS-NTS-BORROWER-FOUND AND WS-BORR-NOTICE-EMAIL AND
                   borrowerContact OF WS-BORROWER-RECORD NOT = SPACES
                 PERFORM SEND-EMAIL-NOTICE
                 IF WS-DELIVERY-CLEAN THEN
                    SET WS-NTSND-EMAILED TO TRUE
                 ELSE
                    PERFORM PRINT-NOTICE
                    SET WS-NTSND-PRINTED TO TRUE
                 END-IF
              WHEN OTHER
                 PERFORM PRINT-NOTICE
                 SET WS-NTSND-PRINTED TO TRUE
           END-EVALUATE.

           EXEC CICS PUT CONTAINER(WS-NTSND-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-NTSND-REQUEST)
                         FLENGTH(LENGTH OF WS-NTSND-REQUEST)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * One print document: a header naming the notice and the
      * borrower (with their registered contact when the id
      * resolves), the detail line, and the separator the dispatch
      * service splits on
       PRINT-NOTICE.
           MOVE SPACES TO WS-NOTICE-LINE.
           MOVE 1 TO WS-NOTICE-PTR.
           STRING "NOTICE," DELIMITED BY SIZE
                  WS-NTSND-KIND DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-NTSND-BORROWER DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                INTO WS-NOTICE-LINE
                WITH POINTER WS-NOTICE-PTR
           END-STRING.
           IF WS-NTS-BORROWER-FOUND THEN
              STRING borrowerContact OF WS-BORROWER-RECORD
                       DELIMITED BY SIZE
                   INTO WS-NOTICE-LINE
                   WITH POINTER WS-NOTICE-PTR
              END-STRING
           END-IF.
           PERFORM WRITE-NOTICE-LINE.

           MOVE WS-NTSND-DETAIL TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.

           MOVE 'END-NOTICE' TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.

       WRITE-NOTICE-LINE.
           EXEC CICS WRITEQ TD QUEUE(WS-NOTICE-TDQ)
                         FROM(WS-NOTICE-LINE)
                         LENGTH(LENGTH OF WS-NOTICE-LINE)
                         RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-NOTICE-LINE.

      * One outbound POST to the mail gateway - open a client
      * session over the URIMAP, send the payload, read the status
      * off the response, close; the same sequence RBKNOTDS uses for
      * a webhook. NOHANDLE throughout: any error or a non-2xx
      * status is a failed delivery, never an abend.
       SEND-EMAIL-NOTICE.
           SET WS-DELIVERY-CLEAN TO TRUE.
      * The detail line may carry padded figures, so it is cut at
      * its last non-blank rather than at the first double space
           MOVE 0 TO WS-MESG-COUNTER.
           INSPECT FUNCTION REVERSE (WS-NTSND-DETAIL)
              TALLYING WS-MESG-COUNTER FOR LEADING SPACES.
           COMPUTE WS-NTS-DETAIL-LEN =
              LENGTH OF WS-NTSND-DETAIL - WS-MESG-COUNTER.
           IF WS-NTS-DETAIL-LEN < 1 THEN
              MOVE 1 TO WS-NTS-DETAIL-LEN
           END-IF.
           MOVE SPACES TO WS-NTS-EMAIL-DOC.
           MOVE 1 TO WS-NTS-EMAIL-PTR.
           STRING '{"to":"' DELIMITED BY SIZE
                  borrowerContact OF WS-BORROWER-RECORD
                    DELIMITED BY "  "
                  '","borrower":"' DELIMITED BY SIZE
                  WS-NTSND-BORROWER DELIMITED BY SPACE
                  '","notice":"' DELIMITED BY SIZE
                  WS-NTSND-KIND DELIMITED BY SPACE
                  '","detail":"' DELIMITED BY SIZE
                  WS-NTSND-DETAIL(1:WS-NTS-DETAIL-LEN)
                    DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
                INTO WS-NTS-EMAIL-DOC
                WITH POINTER WS-NTS-EMAIL-PTR
           END-STRING.
           COMPUTE WS-NTS-EMAIL-LEN = WS-NTS-EMAIL-PTR - 1.

           EXEC CICS WEB OPEN
                     URIMAP(WS-NOTICE-EMAIL-URIMAP)
                     SESSTOKEN(WS-SESSION-TOKEN)
                     RESP(WS-WEB-RESP)
                     NOHANDLE
           END-EXEC.

           IF WS-WEB-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-DELIVERY-FAILED TO TRUE
           ELSE
              EXEC CICS WEB SEND SESSTOKEN(WS-SESSION-TOKEN)
                        METHOD(POST)
                        FROM(WS-NTS-EMAIL-DOC)
                        FROMLENGTH(WS-NTS-EMAIL-LEN)
                        MEDIATYPE('application/json')
                        RESP(WS-WEB-RESP)
                        NOHANDLE
              END-EXEC
              IF WS-WEB-RESP NOT = DFHRESP(NORMAL) THEN
                 SET WS-DELIVERY-FAILED TO TRUE
              ELSE
                 MOVE 0 TO WS-HTTP-STATUS
                 MOVE LENGTH OF WS-RECV-BODY TO WS-RECV-BODY-LEN
                 EXEC CICS WEB RECEIVE SESSTOKEN(WS-SESSION-TOKEN)
                           INTO(WS-RECV-BODY)
                           LENGTH(WS-RECV-BODY-LEN)
                           MAXLENGTH(WS-RECV-BODY-MAX)
                           NOTRUNCATE
                           STATUSCODE(WS-HTTP-STATUS)
                           RESP(WS-WEB-RESP)
                           NOHANDLE
                 END-EXEC
                 IF (WS-WEB-RESP NOT = DFHRESP(NORMAL) AND
                     WS-WEB-RESP NOT = DFHRESP(LENGERR)) OR
                    WS-HTTP-STATUS < 200 OR WS-HTTP-STATUS > 299
                    THEN
                    SET WS-DELIVERY-FAILED TO TRUE
                 END-IF
              END-IF
              EXEC CICS WEB CLOSE SESSTOKEN(WS-SESSION-TOKEN)
                        NOHANDLE
              END-EXEC
           END-IF.
