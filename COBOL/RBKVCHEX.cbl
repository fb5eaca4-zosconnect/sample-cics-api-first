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
      * RBKVCHEX - AP payment voucher extract. Gathers every RBKINV   *
      *            line the three-way matcher (RBKINVMT) has CLEARED  *
      *            for payment, groups them by RBKVEND vendor and     *
      *            currency, and issues one voucher per group: the    *
      *            VCH and VLN records go to the WS-VCHEX-TDQ queue   *
      *            between an HDR and a TRL carrying the control      *
      *            totals (see the layout in RBKWSTOR), the voucher   *
      *            is filed SENT on RBKVCHR, and each line goes       *
      *            VOUCHED with its voucher number - so it is never   *
      *            vouched twice, and RBKREMIN can find it again when *
      *            the AP system's remittance comes back              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKVCHEX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

      * The CLEARED lines found by the browse - 500 is the usual
      * fixed cap; the rest are vouched on a later run
       01 WS-LN-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-LN-I               PIC S9(4) COMP-5.
       01 WS-LN-TABLE.
         03 WS-LN-ENTRY OCCURS 500 TIMES.
           05 WS-LN-KEY           PIC X(16).
           05 WS-LN-GROUP         PIC S9(4) COMP-5.

      * One voucher per vendor + currency - the vendor master is a
      * short list, the same 100 RBKVSCOR allows
       01 WS-GRP-COUNT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-GRP-I              PIC S9(4) COMP-5.
       01 WS-GRP-FOUND-AT       PIC S9(4) COMP-5.
       01 WS-GRP-TABLE.
         03 WS-GRP-ENTRY OCCURS 100 TIMES.
           05 WS-GRP-VENDOR       PIC X(8).
           05 WS-GRP-CURRENCY     PIC X(3).
           05 WS-GRP-NAME         PIC X(40).
           05 WS-GRP-TOTAL        PIC 9(9)V9(2) COMP-3.
           05 WS-GRP-LINES        PIC 9(5).
           05 WS-GRP-VOUCHER      PIC X(12).

       01 WS-LINE-CURRENCY      PIC X(3).
       01 WS-LINE-NAME          PIC X(40).

      * Voucher numbers: 'V' + today + a 3-digit sequence, picking up
      * after any voucher already issued today
       01 WS-VCH-NUMBER.
         03 WS-VCH-NUM-PREFIX     PIC X VALUE 'V'.
         03 WS-VCH-NUM-DATE       PIC 9(8).
         03 WS-VCH-NUM-SEQ        PIC 9(3).
       01 WS-VCH-LAST-SEQ       PIC 9(3) VALUE 0.

       01 WS-VCH-TRL-LINES      PIC S9(8) COMP-5 VALUE 0.
       01 WS-VCH-TRL-TOTAL      PIC 9(11)V9(2) COMP-3 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKVCHEX' TO WS-JOBRUN-REQ-NAME.
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

      * Gather the CLEARED lines and their vendor + currency groups
           MOVE 0 TO WS-LN-COUNT.
           MOVE 0 TO WS-GRP-COUNT.
           MOVE LOW-VALUES TO WS-INVOICE-KEY.
           EXEC CICS STARTBR FILE(WS-INVOICE-FILE)
                       RIDFLD(WS-INVOICE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-INVOICE-FILE)
                             INTO(WS-INVOICE-RECORD)
                             RIDFLD(WS-INVOICE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-LN-COUNT = 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-INV-IS-CLEARED THEN
                    PERFORM GROUP-ONE-LINE THRU GROUP-ONE-LINE-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-INVOICE-FILE) END-EXEC
           END-IF.

           IF WS-GRP-COUNT = 0 THEN
              GO TO EXIT-PROGRAM
           END-IF.

      * Number today's vouchers after the last one already issued
           MOVE WS-NOW-DATE(1:4) TO WS-VCH-NUMBER(2:4).
           MOVE WS-NOW-DATE(6:2) TO WS-VCH-NUMBER(6:2).
           MOVE WS-NOW-DATE(9:2) TO WS-VCH-NUMBER(8:2).
           MOVE 0 TO WS-VCH-NUM-SEQ.
           MOVE WS-VCH-NUMBER TO WS-VOUCHER-KEY.
           EXEC CICS STARTBR FILE(WS-VOUCHER-FILE)
                       RIDFLD(WS-VOUCHER-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-VOUCHER-FILE)
                             INTO(WS-VOUCHER-RECORD)
                             RIDFLD(WS-VOUCHER-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-VOUCHER-KEY(1:9) NOT = WS-VCH-NUMBER(1:9) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-VOUCHER-KEY(10:3) TO WS-VCH-LAST-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-VOUCHER-FILE) END-EXEC
           END-IF.
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                     UNTIL WS-GRP-I > WS-GRP-COUNT
              ADD 1 TO WS-VCH-LAST-SEQ
              MOVE WS-VCH-LAST-SEQ TO WS-VCH-NUM-SEQ
              MOVE WS-VCH-NUMBER TO WS-GRP-VOUCHER(WS-GRP-I)
           END-PERFORM.

           MOVE WS-NOW-DATE TO WS-VCHEX-HDR-DATE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-VCHEX-HEADER)
                         LENGTH(LENGTH OF WS-VCHEX-HEADER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-VCHEX-TDQ)
                         FROM(WS-VCHEX-HEADER)
                         LENGTH(LENGTH OF WS-VCHEX-HEADER)
                         RESP(WS-RESP)
           END-EXEC.

           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                     UNTIL WS-GRP-I > WS-GRP-COUNT
              PERFORM ISSUE-ONE-VOUCHER
           END-PERFORM.

           MOVE WS-GRP-COUNT TO WS-VCHEX-TRL-VOUCHERS.
           MOVE WS-VCH-TRL-LINES TO WS-VCHEX-TRL-LINES.
           MOVE WS-VCH-TRL-TOTAL TO WS-VCHEX-TRL-TOTAL.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-VCHEX-TRAILER)
                         LENGTH(LENGTH OF WS-VCHEX-TRAILER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-VCHEX-TDQ)
                         FROM(WS-VCHEX-TRAILER)
                         LENGTH(LENGTH OF WS-VCHEX-TRAILER)
                         RESP(WS-RESP)
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-GRP-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * Put one CLEARED line into its vendor + currency group - the
      * currency is the vendor master's (the base currency when the
      * master names none); a vendor no longer on the master still
      * gets paid under its id, in the base currency
       GROUP-ONE-LINE.
           MOVE invVendorId OF WS-INVOICE-RECORD TO WS-VENDOR-KEY.
           EXEC CICS READ FILE(WS-VENDOR-FILE)
                     RIDFLD(WS-VENDOR-KEY)
                     INTO(WS-VENDOR-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE WS-BASE-CURRENCY TO WS-LINE-CURRENCY.
           MOVE SPACES TO WS-LINE-NAME.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE vendorName OF WS-VENDOR-RECORD TO WS-LINE-NAME
              IF vendorCurrency OF WS-VENDOR-RECORD NOT = SPACES THEN
                 MOVE vendorCurrency OF WS-VENDOR-RECORD TO
                   WS-LINE-CURRENCY
              END-IF
           END-IF.

           MOVE 0 TO WS-GRP-FOUND-AT.
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                     UNTIL WS-GRP-I > WS-GRP-COUNT
              IF WS-GRP-VENDOR(WS-GRP-I) =
                    invVendorId OF WS-INVOICE-RECORD AND
                 WS-GRP-CURRENCY(WS-GRP-I) = WS-LINE-CURRENCY THEN
                 MOVE WS-GRP-I TO WS-GRP-FOUND-AT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-GRP-FOUND-AT = 0 THEN
              IF WS-GRP-COUNT >= 100 THEN
                 GO TO GROUP-ONE-LINE-EXIT
              END-IF
              ADD 1 TO WS-GRP-COUNT
              MOVE WS-GRP-COUNT TO WS-GRP-FOUND-AT
              INITIALIZE WS-GRP-ENTRY(WS-GRP-FOUND-AT)
              MOVE invVendorId OF WS-INVOICE-RECORD TO
                WS-GRP-VENDOR(WS-GRP-FOUND-AT)
              MOVE WS-LINE-CURRENCY TO
                WS-GRP-CURRENCY(WS-GRP-FOUND-AT)
              MOVE WS-LINE-NAME TO WS-GRP-NAME(WS-GRP-FOUND-AT)
           END-IF.

           ADD 1 TO WS-LN-COUNT.
           MOVE WS-INVOICE-KEY TO WS-LN-KEY(WS-LN-COUNT).
           MOVE WS-GRP-FOUND-AT TO WS-LN-GROUP(WS-LN-COUNT).
           ADD invAmount OF WS-INVOICE-RECORD TO
             WS-GRP-TOTAL(WS-GRP-FOUND-AT).
           ADD 1 TO WS-GRP-LINES(WS-GRP-FOUND-AT).
       GROUP-ONE-LINE-EXIT.
           EXIT.

      * One voucher: its VCH record, a VLN record and a VOUCHED stamp
      * per line, then the voucher itself filed SENT
       ISSUE-ONE-VOUCHER.
           MOVE WS-GRP-VOUCHER(WS-GRP-I) TO WS-VCHEX-VCH-NUMBER.
           MOVE WS-GRP-VENDOR(WS-GRP-I) TO WS-VCHEX-VCH-VENDOR.
           MOVE WS-GRP-NAME(WS-GRP-I) TO WS-VCHEX-VCH-NAME.
           MOVE WS-GRP-CURRENCY(WS-GRP-I) TO WS-VCHEX-VCH-CURRENCY.
           MOVE WS-GRP-TOTAL(WS-GRP-I) TO WS-VCHEX-VCH-TOTAL.
           MOVE WS-GRP-LINES(WS-GRP-I) TO WS-VCHEX-VCH-LINES.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-VCHEX-VOUCHER)
                         LENGTH(LENGTH OF WS-VCHEX-VOUCHER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-VCHEX-TDQ)
                         FROM(WS-VCHEX-VOUCHER)
                         LENGTH(LENGTH OF WS-VCHEX-VOUCHER)
                         RESP(WS-RESP)
           END-EXEC.
           ADD WS-GRP-TOTAL(WS-GRP-I) TO WS-VCH-TRL-TOTAL.

           PERFORM VARYING WS-LN-I FROM 1 BY 1
                     UNTIL WS-LN-I > WS-LN-COUNT
              IF WS-LN-GROUP(WS-LN-I) = WS-GRP-I THEN
                 MOVE WS-LN-KEY(WS-LN-I) TO WS-INVOICE-KEY
                 EXEC CICS READ FILE(WS-INVOICE-FILE)
                           RIDFLD(WS-INVOICE-KEY)
                           INTO(WS-INVOICE-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE WS-GRP-VOUCHER(WS-GRP-I) TO
                      WS-VCHEX-VLN-NUMBER
                    MOVE WS-INVOICE-KEY-NUMBER TO WS-VCHEX-VLN-INVOICE
                    MOVE WS-INVOICE-KEY-SEQ TO WS-VCHEX-VLN-SEQ
                    MOVE invFormNumber OF WS-INVOICE-RECORD TO
                      WS-VCHEX-VLN-FORMNUM
                    MOVE invQuantity OF WS-INVOICE-RECORD TO
                      WS-VCHEX-VLN-QUANTITY
                    MOVE invAmount OF WS-INVOICE-RECORD TO
                      WS-VCHEX-VLN-AMOUNT
                    EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                                  FROM(WS-VCHEX-LINE)
                                  LENGTH(LENGTH OF WS-VCHEX-LINE)
                                  NOHANDLE
                    END-EXEC
                    EXEC CICS WRITEQ TD QUEUE(WS-VCHEX-TDQ)
                                  FROM(WS-VCHEX-LINE)
                                  LENGTH(LENGTH OF WS-VCHEX-LINE)
                                  RESP(WS-RESP)
                    END-EXEC
                    ADD 1 TO WS-VCH-TRL-LINES
                    SET WS-INV-IS-VOUCHED TO TRUE
                    MOVE WS-GRP-VOUCHER(WS-GRP-I) TO
                      invVoucher OF WS-INVOICE-RECORD
                    EXEC CICS DELETE FILE(WS-INVOICE-FILE)
                              RIDFLD(WS-INVOICE-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    EXEC CICS WRITE FILE(WS-INVOICE-FILE)
                              RIDFLD(WS-INVOICE-KEY)
                              FROM(WS-INVOICE-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                 END-IF
              END-IF
           END-PERFORM.

           INITIALIZE WS-VOUCHER-RECORD.
           MOVE WS-GRP-VENDOR(WS-GRP-I) TO
             vchVendorId OF WS-VOUCHER-RECORD.
           MOVE WS-GRP-CURRENCY(WS-GRP-I) TO
             vchCurrency OF WS-VOUCHER-RECORD.
           MOVE WS-GRP-TOTAL(WS-GRP-I) TO vchTotal OF WS-VOUCHER-RECORD.
           MOVE WS-GRP-LINES(WS-GRP-I) TO vchLines OF WS-VOUCHER-RECORD.
           MOVE WS-NOW-DATE TO vchIssued OF WS-VOUCHER-RECORD.
           SET WS-VCH-IS-SENT TO TRUE.
           MOVE WS-GRP-VOUCHER(WS-GRP-I) TO WS-VOUCHER-KEY.
           EXEC CICS WRITE FILE(WS-VOUCHER-FILE)
                     RIDFLD(WS-VOUCHER-KEY)
                     FROM(WS-VOUCHER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
