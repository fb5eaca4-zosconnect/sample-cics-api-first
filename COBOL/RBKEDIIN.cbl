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
      * RBKEDIIN - Vendor EDI ingest. Walks the vendors'              *
      *            acknowledgment and advance ship-notice lines       *
      *            (RBKEDI) not yet judged and checks each against    *
      *            the RBKORDER order it names: on file, placed with  *
      *            the same vendor, still open, and for no more than  *
      *            was ordered (an acknowledgment) or is still        *
      *            outstanding (a ship notice). An acknowledgment     *
      *            records the confirmed quantity and expected date   *
      *            on the order; a ship notice stages its quantity    *
      *            for the receiving desk to confirm through          *
      *            RBKORDOP. Anything else is WRITEQd to the          *
      *            WS-EDIEX-TDQ exception report with its reason.     *
      *            Every line judged is stamped APPLIED or REJECTED   *
      *            so a re-run never touches it again. Modeled on     *
      *            RBKREMIN                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKEDIIN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-APPLIED-COUNT      PIC S9(8) COMP-5 VALUE 0.
       01 WS-REJECTED-COUNT     PIC S9(8) COMP-5 VALUE 0.

      * Document lines waiting to be judged, collected during the
      * browse and judged once it has ended - 500 is the usual fixed
      * cap; the rest are judged on a later run
       01 WS-ED-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-ED-IX              PIC S9(4) COMP-5.
       01 WS-ED-TABLE.
         03 WS-ED-KEY           PIC X(20) OCCURS 500.

       01 WS-EDI-REASON         PIC X(12).
       01 WS-EDI-OUTSTANDING    PIC S9(5) COMP-5 VALUE 0.
       01 WS-QTY-DISPLAY        PIC Z(4)9.
       01 WS-SEQ-DISPLAY        PIC 9(4).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKEDIIN' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JOBRUN-REQUEST)
                         FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWJOBR')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           MOVE 0 TO WS-ED-COUNT.
           MOVE LOW-VALUES TO WS-EDI-KEY.
           EXEC CICS STARTBR FILE(WS-EDI-FILE)
                       RIDFLD(WS-EDI-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-EDI-FILE)
                             INTO(WS-EDI-RECORD)
                             RIDFLD(WS-EDI-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-ED-COUNT = 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-EDI-IS-NEW THEN
                    ADD 1 TO WS-ED-COUNT
                    MOVE WS-EDI-KEY TO WS-ED-KEY(WS-ED-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-EDI-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-ED-IX FROM 1 BY 1
                     UNTIL WS-ED-IX > WS-ED-COUNT
              MOVE WS-ED-KEY(WS-ED-IX) TO WS-EDI-KEY
              PERFORM JUDGE-ONE-DOCUMENT
                 THRU JUDGE-ONE-DOCUMENT-EXIT
           END-PERFORM.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           COMPUTE WS-JOBRUN-REQ-RECORDS =
              WS-APPLIED-COUNT + WS-REJECTED-COUNT.
           MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JOBRUN-REQUEST)
                         FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWJOBR')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      * Check one document line against its order, apply it or
      * reject it, and stamp the line with the outcome. The order
      * is changed under the same per-book lock RBKORDOP takes, so
      * a desk receive and the ingest never cross
       JUDGE-ONE-DOCUMENT.
           EXEC CICS READ FILE(WS-EDI-FILE)
                     RIDFLD(WS-EDI-KEY)
                     INTO(WS-EDI-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO JUDGE-ONE-DOCUMENT-EXIT
           END-IF.

           MOVE ediFormNumber OF WS-EDI-RECORD TO WS-BOOK-LOCK-FORMNUM.
           EXEC CICS ENQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           MOVE SPACES TO WS-EDI-REASON.
           MOVE ediFormNumber OF WS-EDI-RECORD TO WS-ORDER-KEY-FORMNUM.
           MOVE ediOrderSeq OF WS-EDI-RECORD TO WS-ORDER-KEY-SEQ.
           EXEC CICS READ FILE(WS-ORDER-FILE)
                     RIDFLD(WS-ORDER-KEY)
                     INTO(WS-ORDER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              COMPUTE WS-EDI-OUTSTANDING =
                 quantity OF WS-ORDER-RECORD -
                 quantityReceived OF WS-ORDER-RECORD
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-EDI-IS-ACK AND NOT WS-EDI-IS-ASN
                 MOVE 'TYPE' TO WS-EDI-REASON
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'NO-ORDER' TO WS-EDI-REASON
              WHEN vendorId OF WS-ORDER-RECORD NOT =
                   ediVendorId OF WS-EDI-RECORD
                 MOVE 'VENDOR' TO WS-EDI-REASON
              WHEN receivedDate OF WS-ORDER-RECORD NOT = SPACES
                 MOVE 'CLOSED' TO WS-EDI-REASON
              WHEN WS-EDI-IS-ACK AND
                   ediQuantity OF WS-EDI-RECORD >
                      quantity OF WS-ORDER-RECORD
                 MOVE 'QUANTITY' TO WS-EDI-REASON
              WHEN WS-EDI-IS-ASN AND
                   (ediQuantity OF WS-EDI-RECORD = 0 OR
                    ediQuantity OF WS-EDI-RECORD > WS-EDI-OUTSTANDING)
                 MOVE 'QUANTITY' TO WS-EDI-REASON
           END-EVALUATE.

           IF WS-EDI-REASON = SPACES THEN
              PERFORM APPLY-TO-ORDER
              SET WS-EDI-IS-APPLIED TO TRUE
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              SET WS-EDI-IS-REJECTED TO TRUE
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM WRITE-EDIEX-LINE
           END-IF.

           EXEC CICS DEQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           MOVE WS-EDI-REASON TO ediReason OF WS-EDI-RECORD.
           EXEC CICS DELETE FILE(WS-EDI-FILE)
                     RIDFLD(WS-EDI-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-EDI-FILE)
                     RIDFLD(WS-EDI-KEY)
                     FROM(WS-EDI-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       JUDGE-ONE-DOCUMENT-EXIT.
           EXIT.

      * An acknowledgment records what the vendor confirmed and
      * when it expects to ship; a ship notice replaces whatever
      * quantity an earlier notice had staged
       APPLY-TO-ORDER.
           IF WS-EDI-IS-ACK THEN
              MOVE ediQuantity OF WS-EDI-RECORD TO
                orderAckQty OF WS-ORDER-RECORD
              MOVE ediDate OF WS-EDI-RECORD TO
                orderAckDate OF WS-ORDER-RECORD
           ELSE
              MOVE ediQuantity OF WS-EDI-RECORD TO
                orderAsnQty OF WS-ORDER-RECORD
              MOVE WS-EDI-KEY-DOCREF TO orderAsnRef OF WS-ORDER-RECORD
           END-IF.
           EXEC CICS DELETE FILE(WS-ORDER-FILE)
                     RIDFLD(WS-ORDER-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-ORDER-FILE)
                     RIDFLD(WS-ORDER-KEY)
                     FROM(WS-ORDER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

      * docRef,line,type,vendor,formNumber,order,quantity,reason
       WRITE-EDIEX-LINE.
           MOVE ediQuantity OF WS-EDI-RECORD TO WS-QTY-DISPLAY.
           MOVE WS-EDI-KEY-SEQ TO WS-SEQ-DISPLAY.
           MOVE SPACES TO WS-EDIEX-RECORD.
           MOVE 1 TO WS-EDIEX-PTR.
           STRING "EDI," DELIMITED BY SIZE
                  WS-EDI-KEY-DOCREF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SEQ-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ediType OF WS-EDI-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ediVendorId OF WS-EDI-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ediFormNumber OF WS-EDI-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ediOrderSeq OF WS-EDI-RECORD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-QTY-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EDI-REASON DELIMITED BY SPACE
                INTO WS-EDIEX-RECORD
                WITH POINTER WS-EDIEX-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-EDIEX-RECORD)
                         LENGTH(LENGTH OF WS-EDIEX-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-EDIEX-TDQ)
                         FROM(WS-EDIEX-RECORD)
                         LENGTH(LENGTH OF WS-EDIEX-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
