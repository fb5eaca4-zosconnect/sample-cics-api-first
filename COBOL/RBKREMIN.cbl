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
      * RBKREMIN - AP remittance ingest. Walks the AP system's        *
      *            remittance lines (RBKREMIT) not yet judged and     *
      *            matches each against the voucher it names on      *
      *            RBKVCHR: same vendor, same currency, exactly the   *
      *            voucher total, and not already paid. A match       *
      *            marks the voucher and every RBKINV line on it      *
      *            PAID with the payment date and reference; anything *
      *            else is WRITEQd to the WS-REMEX-TDQ exception      *
      *            report with its reason. Every line judged is       *
      *            stamped APPLIED or REJECTED so a re-run never      *
      *            touches it again                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKREMIN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-APPLIED-COUNT      PIC S9(8) COMP-5 VALUE 0.
       01 WS-REJECTED-COUNT     PIC S9(8) COMP-5 VALUE 0.

      * Remittance lines waiting to be judged, collected during the
      * browse and judged once it has ended - 500 is the usual fixed
      * cap; the rest are judged on a later run
       01 WS-RM-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-RM-IX              PIC S9(4) COMP-5.
       01 WS-RM-TABLE.
         03 WS-RM-KEY           PIC X(20) OCCURS 500.

      * The RBKINV lines on the voucher being paid
       01 WS-PL-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-PL-IX              PIC S9(4) COMP-5.
       01 WS-PL-TABLE.
         03 WS-PL-KEY           PIC X(16) OCCURS 500.

       01 WS-REMIT-REASON       PIC X(12).
       01 WS-AMT-DISPLAY        PIC Z(8)9.99.
       01 WS-SEQ-DISPLAY        PIC 9(4).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKREMIN' TO WS-JOBRUN-REQ-NAME.
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

           MOVE 0 TO WS-RM-COUNT.
           MOVE LOW-VALUES TO WS-REMIT-KEY.
           EXEC CICS STARTBR FILE(WS-REMIT-FILE)
                       RIDFLD(WS-REMIT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-REMIT-FILE)
                             INTO(WS-REMIT-RECORD)
                             RIDFLD(WS-REMIT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-RM-COUNT = 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-REMIT-IS-NEW THEN
                    ADD 1 TO WS-RM-COUNT
                    MOVE WS-REMIT-KEY TO WS-RM-KEY(WS-RM-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REMIT-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-RM-IX FROM 1 BY 1
                     UNTIL WS-RM-IX > WS-RM-COUNT
              MOVE WS-RM-KEY(WS-RM-IX) TO WS-REMIT-KEY
              PERFORM JUDGE-ONE-REMITTANCE
                 THRU JUDGE-ONE-REMITTANCE-EXIT
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

      * Match one remittance line against its voucher, apply it or
      * reject it, and stamp the line with the outcome
       JUDGE-ONE-REMITTANCE.
           EXEC CICS READ FILE(WS-REMIT-FILE)
                     RIDFLD(WS-REMIT-KEY)
                     INTO(WS-REMIT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO JUDGE-ONE-REMITTANCE-EXIT
           END-IF.

           MOVE SPACES TO WS-REMIT-REASON.
           MOVE remitVoucher OF WS-REMIT-RECORD TO WS-VOUCHER-KEY.
           EXEC CICS READ FILE(WS-VOUCHER-FILE)
                     RIDFLD(WS-VOUCHER-KEY)
                     INTO(WS-VOUCHER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'NO-VOUCHER' TO WS-REMIT-REASON
              WHEN vchVendorId OF WS-VOUCHER-RECORD NOT =
                   remitVendorId OF WS-REMIT-RECORD
                 MOVE 'VENDOR' TO WS-REMIT-REASON
              WHEN vchCurrency OF WS-VOUCHER-RECORD NOT =
                   remitCurrency OF WS-REMIT-RECORD
                 MOVE 'CURRENCY' TO WS-REMIT-REASON
              WHEN vchTotal OF WS-VOUCHER-RECORD NOT =
                   remitAmount OF WS-REMIT-RECORD
                 MOVE 'AMOUNT' TO WS-REMIT-REASON
              WHEN WS-VCH-IS-PAID
                 MOVE 'PAID' TO WS-REMIT-REASON
           END-EVALUATE.

           IF WS-REMIT-REASON = SPACES THEN
              PERFORM PAY-VOUCHER
              SET WS-REMIT-IS-APPLIED TO TRUE
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              SET WS-REMIT-IS-REJECTED TO TRUE
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM WRITE-REMEX-LINE
           END-IF.
           MOVE WS-REMIT-REASON TO remitReason OF WS-REMIT-RECORD.

           EXEC CICS DELETE FILE(WS-REMIT-FILE)
                     RIDFLD(WS-REMIT-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-REMIT-FILE)
                     RIDFLD(WS-REMIT-KEY)
                     FROM(WS-REMIT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       JUDGE-ONE-REMITTANCE-EXIT.
           EXIT.

      * The voucher goes PAID, then every invoice line carrying its
      * number - found by a walk of RBKINV, since lines are keyed by
      * invoice and a voucher spans invoices
       PAY-VOUCHER.
           SET WS-VCH-IS-PAID TO TRUE.
           MOVE remitPaidDate OF WS-REMIT-RECORD TO
             vchPaidDate OF WS-VOUCHER-RECORD.
           MOVE WS-REMIT-KEY-PAYREF TO vchPayRef OF WS-VOUCHER-RECORD.
           EXEC CICS DELETE FILE(WS-VOUCHER-FILE)
                     RIDFLD(WS-VOUCHER-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-VOUCHER-FILE)
                     RIDFLD(WS-VOUCHER-KEY)
                     FROM(WS-VOUCHER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE 0 TO WS-PL-COUNT.
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
                    WS-PL-COUNT = 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-INV-IS-VOUCHED AND
                    invVoucher OF WS-INVOICE-RECORD = WS-VOUCHER-KEY
                 THEN
                    ADD 1 TO WS-PL-COUNT
                    MOVE WS-INVOICE-KEY TO WS-PL-KEY(WS-PL-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-INVOICE-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-PL-IX FROM 1 BY 1
                     UNTIL WS-PL-IX > WS-PL-COUNT
              MOVE WS-PL-KEY(WS-PL-IX) TO WS-INVOICE-KEY
              EXEC CICS READ FILE(WS-INVOICE-FILE)
                        RIDFLD(WS-INVOICE-KEY)
                        INTO(WS-INVOICE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 SET WS-INV-IS-PAID TO TRUE
                 MOVE remitPaidDate OF WS-REMIT-RECORD TO
                   invPaidDate OF WS-INVOICE-RECORD
                 MOVE WS-REMIT-KEY-PAYREF TO
                   invPayRef OF WS-INVOICE-RECORD
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
           END-PERFORM.

      * payRef,line,voucher,vendor,currency,amount,reason
       WRITE-REMEX-LINE.
           MOVE remitAmount OF WS-REMIT-RECORD TO WS-AMT-DISPLAY.
           MOVE WS-REMIT-KEY-SEQ TO WS-SEQ-DISPLAY.
           MOVE SPACES TO WS-REMEX-RECORD.
           MOVE 1 TO WS-REMEX-PTR.
           STRING "REMIT," DELIMITED BY SIZE
                  WS-REMIT-KEY-PAYREF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SEQ-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  remitVoucher OF WS-REMIT-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  remitVendorId OF WS-REMIT-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  remitCurrency OF WS-REMIT-RECORD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-REMIT-REASON DELIMITED BY SPACE
                INTO WS-REMEX-RECORD
                WITH POINTER WS-REMEX-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-REMEX-RECORD)
                         LENGTH(LENGTH OF WS-REMEX-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-REMEX-TDQ)
                         FROM(WS-REMEX-RECORD)
                         LENGTH(LENGTH OF WS-REMEX-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
