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
      * RBKSODRP - Segregation-of-duties exception report, a weekly   *
      *            RBKNIGHT step. Loads who keyed every RBKINV line,  *
      *            then walks the RBKORDER history and, for each      *
      *            order, weighs every userid that placed it,         *
      *            received against it, or keyed an invoice line for  *
      *            the same book from the same vendor. A userid found *
      *            on two or more of those steps gets one line on the *
      *            WS-SODRP-TDQ queue ("SOD,formNumber,seq,vendor,    *
      *            userid,steps,placedBy,receivedBy,lastRcvBy,        *
      *            cancelledBy"). Orders and lines from before the    *
      *            userids were kept carry blanks and never show.     *
      *            Modeled on RBKJHRPT                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSODRP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

      * Who keyed which book's invoice line from which vendor - the
      * invoice file is keyed by invoice number, so it is read once
      * up front rather than once per order. Lines past the table's
      * size are left out of the invoice step
       01 WS-SOD-INV-TABLE.
         03 WS-SOD-INV-ENTRY OCCURS 5000 TIMES.
           05 WS-SOD-INV-FORMNUM    PIC X(12).
           05 WS-SOD-INV-VENDOR     PIC X(8).
           05 WS-SOD-INV-KEYER      PIC X(8).
       01 WS-SOD-INV-MAX        PIC S9(8) COMP-5 VALUE 5000.
       01 WS-SOD-INV-HELD       PIC S9(8) COMP-5 VALUE 0.
       01 WS-SOD-INV-I          PIC S9(8) COMP-5.

      * The distinct userids seen on the order in hand
       01 WS-SOD-CAND-TABLE.
         03 WS-SOD-CAND-USERID OCCURS 20 TIMES PIC X(8).
       01 WS-SOD-CAND-MAX       PIC S9(4) COMP-5 VALUE 20.
       01 WS-SOD-CAND-HELD      PIC S9(4) COMP-5 VALUE 0.
       01 WS-SOD-CAND-I         PIC S9(4) COMP-5.
       01 WS-SOD-CAND-J         PIC S9(4) COMP-5.
       01 WS-SOD-NEW-USERID     PIC X(8).
       01 WS-SOD-FOUND-SW       PIC X.
         88 WS-SOD-FOUND          VALUE 'Y'.
         88 WS-SOD-NOT-FOUND      VALUE 'N'.

      * The steps one userid performed on the order
       01 WS-SOD-STEPS          PIC X(3).
       01 WS-SOD-STEP-PTR       PIC S9(4) COMP-5.
       01 WS-SOD-STEP-COUNT     PIC S9(4) COMP-5.

       01 WS-SOD-REPORTED       PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKSODRP' TO WS-JOBRUN-REQ-NAME.
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

           PERFORM LOAD-INVOICE-KEYERS.

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
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM CHECK-ONE-ORDER
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ORDER-FILE) END-EXEC
           END-IF.

      * Tell the caller how many exceptions were reported
           EXEC CICS PUT CONTAINER(WS-NUMSOD-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-SOD-REPORTED)
                         FLENGTH(LENGTH OF WS-SOD-REPORTED)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-SOD-REPORTED TO WS-JOBRUN-REQ-RECORDS.
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

      * Every invoice line with a known keyer, whatever its status -
      * a line already cleared or paid is exactly the one to catch
       LOAD-INVOICE-KEYERS.
           MOVE 0 TO WS-SOD-INV-HELD.
           MOVE LOW-VALUES TO WS-INVOICE-KEY.
           EXEC CICS STARTBR FILE(WS-INVOICE-FILE)
                       RIDFLD(WS-INVOICE-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-INVOICE-FILE)
                             INTO(WS-INVOICE-RECORD)
                             RIDFLD(WS-INVOICE-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) OR
                    WS-SOD-INV-HELD >= WS-SOD-INV-MAX THEN
                    EXIT PERFORM
                 END-IF
                 IF invKeyedBy OF WS-INVOICE-RECORD NOT = SPACES THEN
                    ADD 1 TO WS-SOD-INV-HELD
                    MOVE invFormNumber OF WS-INVOICE-RECORD TO
                      WS-SOD-INV-FORMNUM(WS-SOD-INV-HELD)
                    MOVE invVendorId OF WS-INVOICE-RECORD TO
                      WS-SOD-INV-VENDOR(WS-SOD-INV-HELD)
                    MOVE invKeyedBy OF WS-INVOICE-RECORD TO
                      WS-SOD-INV-KEYER(WS-SOD-INV-HELD)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-INVOICE-FILE) END-EXEC
           END-IF.

      * Gather the order's distinct userids - placer, first and
      * latest receiver, and every keyer of a same-book, same-vendor
      * invoice line - and weigh each one's steps
       CHECK-ONE-ORDER.
           MOVE 0 TO WS-SOD-CAND-HELD.
           MOVE orderPlacedBy OF WS-ORDER-RECORD TO WS-SOD-NEW-USERID.
           PERFORM ADD-CANDIDATE.
           MOVE orderReceivedBy OF WS-ORDER-RECORD TO
             WS-SOD-NEW-USERID.
           PERFORM ADD-CANDIDATE.
           MOVE orderLastRcvBy OF WS-ORDER-RECORD TO
             WS-SOD-NEW-USERID.
           PERFORM ADD-CANDIDATE.
           PERFORM VARYING WS-SOD-INV-I FROM 1 BY 1
                     UNTIL WS-SOD-INV-I > WS-SOD-INV-HELD
              IF WS-SOD-INV-FORMNUM(WS-SOD-INV-I) =
                 WS-ORDER-KEY-FORMNUM AND
                 WS-SOD-INV-VENDOR(WS-SOD-INV-I) =
                 vendorId OF WS-ORDER-RECORD THEN
                 MOVE WS-SOD-INV-KEYER(WS-SOD-INV-I) TO
                   WS-SOD-NEW-USERID
                 PERFORM ADD-CANDIDATE
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-SOD-CAND-I FROM 1 BY 1
                     UNTIL WS-SOD-CAND-I > WS-SOD-CAND-HELD
              PERFORM JUDGE-CANDIDATE
           END-PERFORM.

       ADD-CANDIDATE.
           IF WS-SOD-NEW-USERID NOT = SPACES THEN
              SET WS-SOD-NOT-FOUND TO TRUE
              PERFORM VARYING WS-SOD-CAND-J FROM 1 BY 1
                        UNTIL WS-SOD-CAND-J > WS-SOD-CAND-HELD
                 IF WS-SOD-CAND-USERID(WS-SOD-CAND-J) =
                    WS-SOD-NEW-USERID THEN
                    SET WS-SOD-FOUND TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-SOD-NOT-FOUND AND
                 WS-SOD-CAND-HELD < WS-SOD-CAND-MAX THEN
                 ADD 1 TO WS-SOD-CAND-HELD
                 MOVE WS-SOD-NEW-USERID TO
                   WS-SOD-CAND-USERID(WS-SOD-CAND-HELD)
              END-IF
           END-IF.

      * Which of place, receive and invoice this userid did - two
      * or more is an exception
       JUDGE-CANDIDATE.
           MOVE SPACES TO WS-SOD-STEPS.
           MOVE 1 TO WS-SOD-STEP-PTR.
           MOVE 0 TO WS-SOD-STEP-COUNT.
           IF WS-SOD-CAND-USERID(WS-SOD-CAND-I) =
              orderPlacedBy OF WS-ORDER-RECORD THEN
              STRING "P" DELIMITED BY SIZE
                   INTO WS-SOD-STEPS
                   WITH POINTER WS-SOD-STEP-PTR
              END-STRING
              ADD 1 TO WS-SOD-STEP-COUNT
           END-IF.
           IF WS-SOD-CAND-USERID(WS-SOD-CAND-I) =
              orderReceivedBy OF WS-ORDER-RECORD OR
              WS-SOD-CAND-USERID(WS-SOD-CAND-I) =
              orderLastRcvBy OF WS-ORDER-RECORD THEN
              STRING "R" DELIMITED BY SIZE
                   INTO WS-SOD-STEPS
                   WITH POINTER WS-SOD-STEP-PTR
              END-STRING
              ADD 1 TO WS-SOD-STEP-COUNT
           END-IF.
           SET WS-SOD-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SOD-INV-I FROM 1 BY 1
                     UNTIL WS-SOD-INV-I > WS-SOD-INV-HELD
              IF WS-SOD-INV-FORMNUM(WS-SOD-INV-I) =
                 WS-ORDER-KEY-FORMNUM AND
                 WS-SOD-INV-VENDOR(WS-SOD-INV-I) =
                 vendorId OF WS-ORDER-RECORD AND
                 WS-SOD-INV-KEYER(WS-SOD-INV-I) =
                 WS-SOD-CAND-USERID(WS-SOD-CAND-I) THEN
                 SET WS-SOD-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-SOD-FOUND THEN
              STRING "I" DELIMITED BY SIZE
                   INTO WS-SOD-STEPS
                   WITH POINTER WS-SOD-STEP-PTR
              END-STRING
              ADD 1 TO WS-SOD-STEP-COUNT
           END-IF.
           IF WS-SOD-STEP-COUNT >= 2 THEN
              ADD 1 TO WS-SOD-REPORTED
              PERFORM WRITE-SOD-LINE
           END-IF.

      * SOD,formNumber,seq,vendor,userid,steps,placedBy,receivedBy,
      * lastRcvBy,cancelledBy
       WRITE-SOD-LINE.
           MOVE SPACES TO WS-SODRP-RECORD.
           MOVE 1 TO WS-SODRP-PTR.
           STRING "SOD," DELIMITED BY SIZE
                  WS-ORDER-KEY-FORMNUM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ORDER-KEY-SEQ DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  vendorId OF WS-ORDER-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SOD-CAND-USERID(WS-SOD-CAND-I) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SOD-STEPS DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  orderPlacedBy OF WS-ORDER-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  orderReceivedBy OF WS-ORDER-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  orderLastRcvBy OF WS-ORDER-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  orderCancelledBy OF WS-ORDER-RECORD
                    DELIMITED BY SPACE
                INTO WS-SODRP-RECORD
                WITH POINTER WS-SODRP-PTR
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-SODRP-RECORD)
                         LENGTH(LENGTH OF WS-SODRP-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-SODRP-TDQ)
                         FROM(WS-SODRP-RECORD)
                         LENGTH(LENGTH OF WS-SODRP-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
