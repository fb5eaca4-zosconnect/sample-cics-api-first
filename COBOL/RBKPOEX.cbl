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
      * RBKPOEX  - Outbound purchase-order extract. Gathers every     *
      *            open RBKORDER order placed with an RBKVEND vendor  *
      *            and not yet sent, groups them by vendor, and       *
      *            writes one POH record per vendor followed by its   *
      *            POL order lines to the WS-POEX-TDQ queue between   *
      *            an HDR and a TRL carrying the control totals (see  *
      *            the layout in RBKWSTOR) - the file the vendors'    *
      *            EDI service picks up instead of someone emailing   *
      *            each order. Each order sent is stamped so it is    *
      *            never sent twice. Modeled on RBKVCHEX              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKPOEX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

      * The unsent orders found by the browse - 500 is the usual
      * fixed cap; the rest are sent on a later run
       01 WS-LN-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-LN-I               PIC S9(4) COMP-5.
       01 WS-LN-TABLE.
         03 WS-LN-ENTRY OCCURS 500 TIMES.
           05 WS-LN-KEY           PIC X(16).
           05 WS-LN-GROUP         PIC S9(4) COMP-5.

      * One POH group per vendor - the vendor master is a short
      * list, the same 100 RBKVCHEX allows
       01 WS-GRP-COUNT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-GRP-I              PIC S9(4) COMP-5.
       01 WS-GRP-FOUND-AT       PIC S9(4) COMP-5.
       01 WS-GRP-TABLE.
         03 WS-GRP-ENTRY OCCURS 100 TIMES.
           05 WS-GRP-VENDOR       PIC X(8).
           05 WS-GRP-CURRENCY     PIC X(3).
           05 WS-GRP-NAME         PIC X(40).
           05 WS-GRP-LINES        PIC 9(5).

       01 WS-PO-TRL-LINES       PIC S9(8) COMP-5 VALUE 0.
       01 WS-PO-TRL-TOTAL       PIC 9(11)V9(2) COMP-3 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKPOEX' TO WS-JOBRUN-REQ-NAME.
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

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.

      * Gather the open, unsent orders and their vendor groups. An
      * order placed without a vendor has nobody to send it to and
      * stays with the chase report's "(none)" group
           MOVE 0 TO WS-LN-COUNT.
           MOVE 0 TO WS-GRP-COUNT.
           MOVE LOW-VALUES TO WS-ORDER-KEY.
           EXEC CICS STARTBR FILE(WS-ORDER-FILE)
                       RIDFLD(WS-ORDER-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ORDER-FILE)
                             INTO(WS-ORDER-RECORD)
                             RIDFLD(WS-ORDER-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-LN-COUNT = 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF receivedDate OF WS-ORDER-RECORD = SPACES AND
                    vendorId OF WS-ORDER-RECORD NOT = SPACES AND
                    NOT WS-ORDER-EDI-SENT THEN
                    PERFORM GROUP-ONE-ORDER THRU GROUP-ONE-ORDER-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ORDER-FILE) END-EXEC
           END-IF.

           IF WS-GRP-COUNT = 0 THEN
              GO TO EXIT-PROGRAM
           END-IF.

           MOVE WS-NOW-DATE TO WS-POEX-HDR-DATE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-POEX-HEADER)
                         LENGTH(LENGTH OF WS-POEX-HEADER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-POEX-TDQ)
                         FROM(WS-POEX-HEADER)
                         LENGTH(LENGTH OF WS-POEX-HEADER)
                         RESP(WS-RESP)
           END-EXEC.

           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                     UNTIL WS-GRP-I > WS-GRP-COUNT
              PERFORM SEND-ONE-VENDOR
           END-PERFORM.

           MOVE WS-GRP-COUNT TO WS-POEX-TRL-VENDORS.
           MOVE WS-PO-TRL-LINES TO WS-POEX-TRL-LINES.
           MOVE WS-PO-TRL-TOTAL TO WS-POEX-TRL-TOTAL.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-POEX-TRAILER)
                         LENGTH(LENGTH OF WS-POEX-TRAILER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-POEX-TDQ)
                         FROM(WS-POEX-TRAILER)
                         LENGTH(LENGTH OF WS-POEX-TRAILER)
                         RESP(WS-RESP)
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-PO-TRL-LINES TO WS-JOBRUN-REQ-RECORDS.
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

      * Put one unsent order into its vendor's group - the currency
      * is the vendor master's (the base currency when the master
      * names none); a vendor no longer on the master still gets
      * its orders under its id, in the base currency
       GROUP-ONE-ORDER.
           MOVE 0 TO WS-GRP-FOUND-AT.
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                     UNTIL WS-GRP-I > WS-GRP-COUNT
              IF WS-GRP-VENDOR(WS-GRP-I) =
                    vendorId OF WS-ORDER-RECORD THEN
                 MOVE WS-GRP-I TO WS-GRP-FOUND-AT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-GRP-FOUND-AT = 0 THEN
              IF WS-GRP-COUNT >= 100 THEN
                 GO TO GROUP-ONE-ORDER-EXIT
              END-IF
              ADD 1 TO WS-GRP-COUNT
              MOVE WS-GRP-COUNT TO WS-GRP-FOUND-AT
              INITIALIZE WS-GRP-ENTRY(WS-GRP-FOUND-AT)
              MOVE vendorId OF WS-ORDER-RECORD TO
                WS-GRP-VENDOR(WS-GRP-FOUND-AT)
              MOVE WS-BASE-CURRENCY TO
                WS-GRP-CURRENCY(WS-GRP-FOUND-AT)
              MOVE vendorId OF WS-ORDER-RECORD TO WS-VENDOR-KEY
              EXEC CICS READ FILE(WS-VENDOR-FILE)
                        RIDFLD(WS-VENDOR-KEY)
                        INTO(WS-VENDOR-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE vendorName OF WS-VENDOR-RECORD TO
                   WS-GRP-NAME(WS-GRP-FOUND-AT)
                 IF vendorCurrency OF WS-VENDOR-RECORD NOT = SPACES
                 THEN
                    MOVE vendorCurrency OF WS-VENDOR-RECORD TO
                      WS-GRP-CURRENCY(WS-GRP-FOUND-AT)
                 END-IF
              END-IF
           END-IF.

           ADD 1 TO WS-LN-COUNT.
           MOVE WS-ORDER-KEY TO WS-LN-KEY(WS-LN-COUNT).
           MOVE WS-GRP-FOUND-AT TO WS-LN-GROUP(WS-LN-COUNT).
           ADD 1 TO WS-GRP-LINES(WS-GRP-FOUND-AT).
       GROUP-ONE-ORDER-EXIT.
           EXIT.

      * One vendor: its POH record, then a POL record and a sent
      * stamp per order
       SEND-ONE-VENDOR.
           MOVE WS-GRP-VENDOR(WS-GRP-I) TO WS-POEX-POH-VENDOR.
           MOVE WS-GRP-NAME(WS-GRP-I) TO WS-POEX-POH-NAME.
           MOVE WS-GRP-CURRENCY(WS-GRP-I) TO WS-POEX-POH-CURRENCY.
           MOVE WS-GRP-LINES(WS-GRP-I) TO WS-POEX-POH-LINES.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-POEX-VENDOR)
                         LENGTH(LENGTH OF WS-POEX-VENDOR)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-POEX-TDQ)
                         FROM(WS-POEX-VENDOR)
                         LENGTH(LENGTH OF WS-POEX-VENDOR)
                         RESP(WS-RESP)
           END-EXEC.

           PERFORM VARYING WS-LN-I FROM 1 BY 1
                     UNTIL WS-LN-I > WS-LN-COUNT
              IF WS-LN-GROUP(WS-LN-I) = WS-GRP-I THEN
                 MOVE WS-LN-KEY(WS-LN-I) TO WS-ORDER-KEY
                 EXEC CICS READ FILE(WS-ORDER-FILE)
                           RIDFLD(WS-ORDER-KEY)
                           INTO(WS-ORDER-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE WS-GRP-VENDOR(WS-GRP-I) TO
                      WS-POEX-POL-VENDOR
                    MOVE WS-ORDER-KEY-FORMNUM TO WS-POEX-POL-FORMNUM
                    MOVE WS-ORDER-KEY-SEQ TO WS-POEX-POL-SEQ
                    MOVE quantity OF WS-ORDER-RECORD TO
                      WS-POEX-POL-QUANTITY
                    MOVE cost OF WS-ORDER-RECORD TO WS-POEX-POL-COST
                    MOVE orderDate OF WS-ORDER-RECORD(1:10) TO
                      WS-POEX-POL-DATE
                    EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                                  FROM(WS-POEX-LINE)
                                  LENGTH(LENGTH OF WS-POEX-LINE)
                                  NOHANDLE
                    END-EXEC
                    EXEC CICS WRITEQ TD QUEUE(WS-POEX-TDQ)
                                  FROM(WS-POEX-LINE)
                                  LENGTH(LENGTH OF WS-POEX-LINE)
                                  RESP(WS-RESP)
                    END-EXEC
                    ADD 1 TO WS-PO-TRL-LINES
                    ADD cost OF WS-ORDER-RECORD TO WS-PO-TRL-TOTAL
                    SET WS-ORDER-EDI-SENT TO TRUE
                    EXEC CICS DELETE FILE(WS-ORDER-FILE)
                              RIDFLD(WS-ORDER-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    EXEC CICS WRITE FILE(WS-ORDER-FILE)
                              RIDFLD(WS-ORDER-KEY)
                              FROM(WS-ORDER-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                 END-IF
              END-IF
           END-PERFORM.
