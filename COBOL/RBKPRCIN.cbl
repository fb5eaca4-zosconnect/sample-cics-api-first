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
      * RBKPRCIN - Vendor price-list ingest. Walks the vendors'       *
      *            price-list lines (RBKPRCL) not yet judged,         *
      *            resolves each to a formNumber - directly for a     *
      *            FORMNUM line, through RBKXREF for an ISBN or any   *
      *            other identifier - and files the price on RBKVPRC  *
      *            for that vendor and book, replacing the price from *
      *            an earlier list. A line for a vendor not on the    *
      *            master, with no price, naming no known Redbook,    *
      *            or older than the price already on file is         *
      *            WRITEQd to the WS-PRCEX-TDQ exception report with  *
      *            its reason. Every line judged is stamped APPLIED   *
      *            or REJECTED so a re-run never touches it again.    *
      *            Modeled on RBKREMIN                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKPRCIN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

       01 WS-APPLIED-COUNT      PIC S9(8) COMP-5 VALUE 0.
       01 WS-REJECTED-COUNT     PIC S9(8) COMP-5 VALUE 0.

      * Price lines waiting to be judged, collected during the
      * browse and judged once it has ended - 500 is the usual fixed
      * cap; the rest are judged on a later run
       01 WS-PL-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-PL-IX              PIC S9(4) COMP-5.
       01 WS-PL-TABLE.
         03 WS-PL-KEY           PIC X(20) OCCURS 500.

       01 WS-PRC-REASON         PIC X(12).
       01 WS-PRC-FORMNUM        PIC X(12).
       01 WS-PRC-CURRENCY       PIC X(3).
       01 WS-PRC-ON-FILE-SW     PIC X VALUE 'N'.
         88 WS-PRC-IS-ON-FILE     VALUE 'Y'.
       01 WS-AMT-DISPLAY        PIC Z(6)9.99.
       01 WS-SEQ-DISPLAY        PIC 9(4).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKPRCIN' TO WS-JOBRUN-REQ-NAME.
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

           MOVE 0 TO WS-PL-COUNT.
           MOVE LOW-VALUES TO WS-PRCLIN-KEY.
           EXEC CICS STARTBR FILE(WS-PRCLIN-FILE)
                       RIDFLD(WS-PRCLIN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-PRCLIN-FILE)
                             INTO(WS-PRCLIN-RECORD)
                             RIDFLD(WS-PRCLIN-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-PL-COUNT = 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-PRCLIN-IS-NEW THEN
                    ADD 1 TO WS-PL-COUNT
                    MOVE WS-PRCLIN-KEY TO WS-PL-KEY(WS-PL-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-PRCLIN-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-PL-IX FROM 1 BY 1
                     UNTIL WS-PL-IX > WS-PL-COUNT
              MOVE WS-PL-KEY(WS-PL-IX) TO WS-PRCLIN-KEY
              PERFORM JUDGE-ONE-PRICE THRU JUDGE-ONE-PRICE-EXIT
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

      * Resolve one price line to its book, load it or reject it,
      * and stamp the line with the outcome
       JUDGE-ONE-PRICE.
           EXEC CICS READ FILE(WS-PRCLIN-FILE)
                     RIDFLD(WS-PRCLIN-KEY)
                     INTO(WS-PRCLIN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO JUDGE-ONE-PRICE-EXIT
           END-IF.

           MOVE SPACES TO WS-PRC-REASON.
           MOVE SPACES TO WS-PRC-FORMNUM.

      * The vendor must be on the master; its currency stands in
      * for a line that quotes none
           MOVE WS-BASE-CURRENCY TO WS-PRC-CURRENCY.
           MOVE plVendorId OF WS-PRCLIN-RECORD TO WS-VENDOR-KEY.
           EXEC CICS READ FILE(WS-VENDOR-FILE)
                     RIDFLD(WS-VENDOR-KEY)
                     INTO(WS-VENDOR-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'VENDOR' TO WS-PRC-REASON
           ELSE
              IF vendorCurrency OF WS-VENDOR-RECORD NOT = SPACES THEN
                 MOVE vendorCurrency OF WS-VENDOR-RECORD TO
                   WS-PRC-CURRENCY
              END-IF
           END-IF.
           IF plCurrency OF WS-PRCLIN-RECORD NOT = SPACES THEN
              MOVE plCurrency OF WS-PRCLIN-RECORD TO WS-PRC-CURRENCY
           END-IF.

           IF WS-PRC-REASON = SPACES AND
              plPrice OF WS-PRCLIN-RECORD = 0 THEN
              MOVE 'PRICE' TO WS-PRC-REASON
           END-IF.

           IF WS-PRC-REASON = SPACES THEN
              PERFORM RESOLVE-FORMNUM
              IF WS-PRC-FORMNUM = SPACES THEN
                 MOVE 'NO-MATCH' TO WS-PRC-REASON
              END-IF
           END-IF.

      * A list older than the price already on file is out of date
      * before it is loaded
           MOVE 'N' TO WS-PRC-ON-FILE-SW.
           IF WS-PRC-REASON = SPACES THEN
              MOVE WS-PRC-FORMNUM TO WS-VPRICE-KEY-FORMNUM
              MOVE plVendorId OF WS-PRCLIN-RECORD TO
                WS-VPRICE-KEY-VENDOR
              EXEC CICS READ FILE(WS-VPRICE-FILE)
                        RIDFLD(WS-VPRICE-KEY)
                        INTO(WS-VPRICE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 SET WS-PRC-IS-ON-FILE TO TRUE
                 IF vprEffective OF WS-VPRICE-RECORD >
                    plEffective OF WS-PRCLIN-RECORD THEN
                    MOVE 'STALE' TO WS-PRC-REASON
                 END-IF
              END-IF
           END-IF.

           IF WS-PRC-REASON = SPACES THEN
              PERFORM FILE-PRICE
              SET WS-PRCLIN-IS-APPLIED TO TRUE
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              SET WS-PRCLIN-IS-REJECTED TO TRUE
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM WRITE-PRCEX-LINE
           END-IF.
           MOVE WS-PRC-REASON TO plReason OF WS-PRCLIN-RECORD.

           EXEC CICS DELETE FILE(WS-PRCLIN-FILE)
                     RIDFLD(WS-PRCLIN-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-PRCLIN-FILE)
                     RIDFLD(WS-PRCLIN-KEY)
                     FROM(WS-PRCLIN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       JUDGE-ONE-PRICE-EXIT.
           EXIT.

      * FORMNUM names the Redbook directly (it must be on file);
      * anything else goes through the cross-reference under its
      * own identifier type. WS-PRC-FORMNUM stays blank when
      * nothing matches
       RESOLVE-FORMNUM.
           IF plIdType OF WS-PRCLIN-RECORD = 'FORMNUM' THEN
              MOVE plIdValue OF WS-PRCLIN-RECORD(1:12) TO
                WS-PRC-FORMNUM
              EXEC CICS READ FILE(WS-REDBOOK-FILE)
                        RIDFLD(WS-PRC-FORMNUM)
                        INTO(WS-BOOK)
                        RESP(WS-BOOK-RESP)
              END-EXEC
              IF WS-BOOK-RESP NOT = DFHRESP(NORMAL) THEN
                 MOVE SPACES TO WS-PRC-FORMNUM
              END-IF
           ELSE
              MOVE plIdType OF WS-PRCLIN-RECORD TO WS-XREF-KEY-TYPE
              MOVE plIdValue OF WS-PRCLIN-RECORD TO WS-XREF-KEY-VALUE
              EXEC CICS READ FILE(WS-XREF-FILE)
                        RIDFLD(WS-XREF-KEY)
                        INTO(WS-XREF-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE WS-XREF-REC-FORMNUM TO WS-PRC-FORMNUM
              END-IF
           END-IF.

      * Replace the vendor's price for the book with this line's
       FILE-PRICE.
           IF WS-PRC-IS-ON-FILE THEN
              EXEC CICS DELETE FILE(WS-VPRICE-FILE)
                        RIDFLD(WS-VPRICE-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.
           INITIALIZE WS-VPRICE-RECORD.
           MOVE plPrice OF WS-PRCLIN-RECORD TO
             vprPrice OF WS-VPRICE-RECORD.
           MOVE WS-PRC-CURRENCY TO vprCurrency OF WS-VPRICE-RECORD.
           MOVE plEffective OF WS-PRCLIN-RECORD TO
             vprEffective OF WS-VPRICE-RECORD.
           MOVE WS-PRCLIN-KEY-LISTREF TO
             vprListRef OF WS-VPRICE-RECORD.
           MOVE WS-NOW-DATE TO vprLoaded OF WS-VPRICE-RECORD.
           EXEC CICS WRITE FILE(WS-VPRICE-FILE)
                     RIDFLD(WS-VPRICE-KEY)
                     FROM(WS-VPRICE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

      * listRef,line,vendor,idType,id,price,reason
       WRITE-PRCEX-LINE.
           MOVE plPrice OF WS-PRCLIN-RECORD TO WS-AMT-DISPLAY.
           MOVE WS-PRCLIN-KEY-SEQ TO WS-SEQ-DISPLAY.
           MOVE SPACES TO WS-PRCEX-RECORD.
           MOVE 1 TO WS-PRCEX-PTR.
           STRING "PRICE," DELIMITED BY SIZE
                  WS-PRCLIN-KEY-LISTREF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SEQ-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  plVendorId OF WS-PRCLIN-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  plIdType OF WS-PRCLIN-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  plIdValue OF WS-PRCLIN-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AMT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-PRC-REASON DELIMITED BY SPACE
                INTO WS-PRCEX-RECORD
                WITH POINTER WS-PRCEX-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-PRCEX-RECORD)
                         LENGTH(LENGTH OF WS-PRCEX-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-PRCEX-TDQ)
                         FROM(WS-PRCEX-RECORD)
                         LENGTH(LENGTH OF WS-PRCEX-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
