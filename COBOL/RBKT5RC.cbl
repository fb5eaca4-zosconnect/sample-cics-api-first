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
      * RBKT5RC - 3270 acquisitions receiving desk (transaction RBK5, *
      *           map RBKM5). The clerk keys a vendor and gets that   *
      *           vendor's open orders, one line each; a quantity     *
      *           keyed against a line is received through the same  *
      *           RBKORDOP receive path the maintenance utility uses  *
      *           (a short shipment leaves the balance on order).     *
      *           The copies each receive creates are listed below    *
      *           the orders, and as each is unpacked the clerk keys  *
      *           its home branch and, where it already wears one,    *
      *           its barcode - set through RBKCPYOP - and its spine  *
      *           label prints there and then through RBKLABEL,       *
      *           which assigns a barcode to a copy still without     *
      *           one. Refusals come back on the message line the way *
      *           the loan desk shows RBKCHKOP's. Pseudo-             *
      *           conversational; the order and copy lines carry      *
      *           their keys back on each turn. EXIT in the vendor    *
      *           field leaves the screen. Modeled on RBKT3CK         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKT5RC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKBMSM.
       COPY RBKWSTOR.

       01 WS-RC-VENDOR          PIC X(8).
       01 WS-RC-BOOK-KEY        PIC X(12).

      * One order line as shown - formNumber and order sequence lead
      * the line, and come back with it on the next turn
       01 WS-RC-ORDER-LINE.
         03 WS-RC-OL-FORMNUM      PIC X(12).
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-RC-OL-SEQ          PIC 9(4).
         03 FILLER                PIC X(2)  VALUE SPACES.
         03 WS-RC-OL-TITLE        PIC X(28).
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-RC-OL-ORDERED      PIC Z(4)9.
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-RC-OL-RECVD        PIC Z(4)9.
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-RC-OL-ASN          PIC Z(4)9.
         03 FILLER                PIC X(10) VALUE SPACES.

      * One copy line as shown - the copy's key leads it the same way
       01 WS-RC-COPY-LINE.
         03 WS-RC-CL-FORMNUM      PIC X(12).
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-RC-CL-COPYNUM      PIC 9(4).
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-RC-CL-SHELF        PIC X(16).

      * One screen row as received, whichever row it was
       01 WS-RC-SCR-QTYL        PIC S9(4) COMP.
       01 WS-RC-SCR-QTY         PIC X(3).
       01 WS-RC-SCR-QTY-NUM REDEFINES WS-RC-SCR-QTY PIC 9(3).
       01 WS-RC-SCR-LINEL       PIC S9(4) COMP.
       01 WS-RC-SCR-BRANCHL     PIC S9(4) COMP.
       01 WS-RC-SCR-BRANCH      PIC X(4).
       01 WS-RC-SCR-BARCODEL    PIC S9(4) COMP.
       01 WS-RC-SCR-BARCODE     PIC X(12).

      * The order lines the clerk keyed a quantity against
       01 WS-RC-ORD-TABLE.
         03 WS-RC-ORD OCCURS 6 TIMES.
           05 WS-RC-ORD-FORMNUM   PIC X(12).
           05 WS-RC-ORD-SEQ       PIC 9(4).
           05 WS-RC-ORD-QTY       PIC S9(5) COMP-5.
       01 WS-RC-ORD-COUNT       PIC S9(4) COMP-5 VALUE 0.

      * The copies waiting for branch and barcode - carried from the
      * screen, plus whatever this turn's receives create
       01 WS-RC-CPY-TABLE.
         03 WS-RC-CPY OCCURS 8 TIMES.
           05 WS-RC-CPY-FORMNUM   PIC X(12).
           05 WS-RC-CPY-NUM       PIC 9(4).
           05 WS-RC-CPY-SHELF     PIC X(16).
           05 WS-RC-CPY-BRANCH    PIC X(4).
           05 WS-RC-CPY-BARCODE   PIC X(12).
           05 WS-RC-CPY-DONE-SW   PIC X.
             88 WS-RC-CPY-IS-DONE   VALUE 'Y'.
       01 WS-RC-CPY-COUNT       PIC S9(4) COMP-5 VALUE 0.
       01 WS-RC-CPY-KEEP        PIC S9(4) COMP-5 VALUE 0.

       01 WS-RC-I               PIC S9(4) COMP-5.
       01 WS-RC-K               PIC S9(8) COMP-5.
       01 WS-RC-LINE-NO         PIC S9(4) COMP-5 VALUE 0.

      * This turn's outcome, for the message line
       01 WS-RC-FAILED-SW       PIC X VALUE 'N'.
         88 WS-RC-HAS-FAILED      VALUE 'Y'.
       01 WS-RC-RECEIVED        PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-APPLIED         PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-LABELLED        PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-UNLABELLED      PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-UNLISTED        PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-MORE-ORDERS     PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-MESSAGE         PIC X(79) VALUE SPACES.
       01 WS-COUNT-DISPLAY      PIC Z(3)9.
       01 WS-MSG-PTR            PIC S9(4) COMP-5.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * A terminal-started task has no current channel, so ASSIGN
      * returns spaces - name one and let PUT CONTAINER create it
           IF WS-CHANNEL-NAME = SPACES THEN
              MOVE 'RBKSCRN-CHANNEL ' TO WS-CHANNEL-NAME
           END-IF.

      * A RECEIVE that fails (first entry, or the CLEAR key) just
      * paints the empty screen and waits for the next turn
           MOVE LOW-VALUES TO RBKM5I.
           EXEC CICS RECEIVE MAP('RBKM5') MAPSET('RBKBMS')
                     INTO(RBKM5I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE LOW-VALUES TO RBKM5O
              PERFORM SEND-AND-RETURN
           END-IF.

           IF M5VENDI(1:4) = 'EXIT' THEN
              EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE SPACES TO WS-RC-VENDOR.
           IF M5VENDL > 0 THEN
              MOVE M5VENDI TO WS-RC-VENDOR
              INSPECT WS-RC-VENDOR REPLACING ALL LOW-VALUE BY SPACE
           END-IF.

      * Pick the order and copy lines (and what was keyed against
      * them) off the screen before the output map overlays them
           PERFORM VARYING WS-RC-I FROM 1 BY 1 UNTIL WS-RC-I > 6
              PERFORM LOAD-ORDER-LINE
           END-PERFORM.
           PERFORM VARYING WS-RC-I FROM 1 BY 1 UNTIL WS-RC-I > 8
              PERFORM LOAD-COPY-LINE THRU LOAD-COPY-LINE-EXIT
           END-PERFORM.

           MOVE LOW-VALUES TO RBKM5O.

           IF WS-RC-VENDOR = SPACES THEN
              MOVE "enter the vendor whose delivery this is" TO
                M5MSGO
              PERFORM SEND-AND-RETURN
           END-IF.
           MOVE WS-RC-VENDOR TO WS-VENDOR-KEY.
           EXEC CICS READ FILE(WS-VENDOR-FILE)
                     RIDFLD(WS-VENDOR-KEY)
                     INTO(WS-VENDOR-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "that vendor is not on the vendor master" TO
                M5MSGO
              PERFORM SEND-AND-RETURN
           END-IF.

      * The copies first - a branch or barcode keyed against a copy
      * line is set and its label printed; a refusal stops the turn
      * with the line still showing what was keyed
           PERFORM VARYING WS-RC-I FROM 1 BY 1
                     UNTIL WS-RC-I > WS-RC-CPY-COUNT
                        OR WS-RC-HAS-FAILED
              IF WS-RC-CPY-BRANCH(WS-RC-I) NOT = SPACES OR
                 WS-RC-CPY-BARCODE(WS-RC-I) NOT = SPACES THEN
                 PERFORM APPLY-COPY-LINE THRU APPLY-COPY-LINE-EXIT
              END-IF
           END-PERFORM.

      * Close the finished copies up out of the table
           MOVE 0 TO WS-RC-CPY-KEEP.
           PERFORM VARYING WS-RC-I FROM 1 BY 1
                     UNTIL WS-RC-I > WS-RC-CPY-COUNT
              IF NOT WS-RC-CPY-IS-DONE(WS-RC-I) THEN
                 ADD 1 TO WS-RC-CPY-KEEP
                 MOVE WS-RC-CPY(WS-RC-I) TO WS-RC-CPY(WS-RC-CPY-KEEP)
              END-IF
           END-PERFORM.
           MOVE WS-RC-CPY-KEEP TO WS-RC-CPY-COUNT.

      * Then the receipts, line by line
           PERFORM VARYING WS-RC-I FROM 1 BY 1
                     UNTIL WS-RC-I > WS-RC-ORD-COUNT
                        OR WS-RC-HAS-FAILED
              PERFORM RECEIVE-ORDER-LINE THRU RECEIVE-ORDER-LINE-EXIT
           END-PERFORM.

           PERFORM LIST-OPEN-ORDERS.

           IF WS-RC-HAS-FAILED THEN
              MOVE WS-RC-MESSAGE TO M5MSGO
           ELSE
              PERFORM BUILD-DONE-MESSAGE
           END-IF.

           PERFORM SEND-AND-RETURN.

       SEND-AND-RETURN.
           PERFORM VARYING WS-RC-I FROM 1 BY 1
                     UNTIL WS-RC-I > WS-RC-CPY-COUNT
              PERFORM SHOW-COPY-LINE
           END-PERFORM.
           MOVE WS-RC-VENDOR TO M5VENDO.
           EXEC CICS SEND MAP('RBKM5') MAPSET('RBKBMS')
                     FROM(RBKM5O) ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('RBK5') END-EXEC.

      * One order row off the screen: a line that carries an order
      * key and a quantity keyed against it is one to receive
       LOAD-ORDER-LINE.
           MOVE SPACES TO WS-RC-ORDER-LINE.
           MOVE 0 TO WS-RC-SCR-QTYL.
           MOVE 0 TO WS-RC-SCR-LINEL.
           EVALUATE WS-RC-I
              WHEN 1
                 MOVE M5Q1L TO WS-RC-SCR-QTYL
                 MOVE M5Q1I TO WS-RC-SCR-QTY
                 MOVE M5O1L TO WS-RC-SCR-LINEL
                 MOVE M5O1I TO WS-RC-ORDER-LINE
              WHEN 2
                 MOVE M5Q2L TO WS-RC-SCR-QTYL
                 MOVE M5Q2I TO WS-RC-SCR-QTY
                 MOVE M5O2L TO WS-RC-SCR-LINEL
                 MOVE M5O2I TO WS-RC-ORDER-LINE
              WHEN 3
                 MOVE M5Q3L TO WS-RC-SCR-QTYL
                 MOVE M5Q3I TO WS-RC-SCR-QTY
                 MOVE M5O3L TO WS-RC-SCR-LINEL
                 MOVE M5O3I TO WS-RC-ORDER-LINE
              WHEN 4
                 MOVE M5Q4L TO WS-RC-SCR-QTYL
                 MOVE M5Q4I TO WS-RC-SCR-QTY
                 MOVE M5O4L TO WS-RC-SCR-LINEL
                 MOVE M5O4I TO WS-RC-ORDER-LINE
              WHEN 5
                 MOVE M5Q5L TO WS-RC-SCR-QTYL
                 MOVE M5Q5I TO WS-RC-SCR-QTY
                 MOVE M5O5L TO WS-RC-SCR-LINEL
                 MOVE M5O5I TO WS-RC-ORDER-LINE
              WHEN 6
                 MOVE M5Q6L TO WS-RC-SCR-QTYL
                 MOVE M5Q6I TO WS-RC-SCR-QTY
                 MOVE M5O6L TO WS-RC-SCR-LINEL
                 MOVE M5O6I TO WS-RC-ORDER-LINE
           END-EVALUATE.
           IF WS-RC-SCR-QTYL > 0 AND WS-RC-SCR-LINEL > 0 AND
              WS-RC-SCR-QTY IS NUMERIC AND
              WS-RC-OL-FORMNUM NOT = SPACES AND
              WS-RC-OL-FORMNUM NOT = LOW-VALUES AND
              WS-RC-OL-SEQ IS NUMERIC THEN
              IF WS-RC-SCR-QTY-NUM > 0 THEN
                 ADD 1 TO WS-RC-ORD-COUNT
                 MOVE WS-RC-OL-FORMNUM TO
                   WS-RC-ORD-FORMNUM(WS-RC-ORD-COUNT)
                 MOVE WS-RC-OL-SEQ TO WS-RC-ORD-SEQ(WS-RC-ORD-COUNT)
                 MOVE WS-RC-SCR-QTY-NUM TO
                   WS-RC-ORD-QTY(WS-RC-ORD-COUNT)
              END-IF
           END-IF.

      * One copy row off the screen, with any branch and barcode
      * keyed against it
       LOAD-COPY-LINE.
           MOVE SPACES TO WS-RC-COPY-LINE.
           MOVE 0 TO WS-RC-SCR-LINEL.
           MOVE 0 TO WS-RC-SCR-BRANCHL.
           MOVE 0 TO WS-RC-SCR-BARCODEL.
           EVALUATE WS-RC-I
              WHEN 1
                 MOVE M5C1L TO WS-RC-SCR-LINEL
                 MOVE M5C1I TO WS-RC-COPY-LINE
                 MOVE M5B1L TO WS-RC-SCR-BRANCHL
                 MOVE M5B1I TO WS-RC-SCR-BRANCH
                 MOVE M5X1L TO WS-RC-SCR-BARCODEL
                 MOVE M5X1I TO WS-RC-SCR-BARCODE
              WHEN 2
                 MOVE M5C2L TO WS-RC-SCR-LINEL
                 MOVE M5C2I TO WS-RC-COPY-LINE
                 MOVE M5B2L TO WS-RC-SCR-BRANCHL
                 MOVE M5B2I TO WS-RC-SCR-BRANCH
                 MOVE M5X2L TO WS-RC-SCR-BARCODEL
                 MOVE M5X2I TO WS-RC-SCR-BARCODE
              WHEN 3
                 MOVE M5C3L TO WS-RC-SCR-LINEL
                 MOVE M5C3I TO WS-RC-COPY-LINE
                 MOVE M5B3L TO WS-RC-SCR-BRANCHL
                 MOVE M5B3I TO WS-RC-SCR-BRANCH
                 MOVE M5X3L TO WS-RC-SCR-BARCODEL
                 MOVE M5X3I TO WS-RC-SCR-BARCODE
              WHEN 4
                 MOVE M5C4L TO WS-RC-SCR-LINEL
                 MOVE M5C4I TO WS-RC-COPY-LINE
                 MOVE M5B4L TO WS-RC-SCR-BRANCHL
                 MOVE M5B4I TO WS-RC-SCR-BRANCH
                 MOVE M5X4L TO WS-RC-SCR-BARCODEL
                 MOVE M5X4I TO WS-RC-SCR-BARCODE
              WHEN 5
                 MOVE M5C5L TO WS-RC-SCR-LINEL
                 MOVE M5C5I TO WS-RC-COPY-LINE
                 MOVE M5B5L TO WS-RC-SCR-BRANCHL
                 MOVE M5B5I TO WS-RC-SCR-BRANCH
                 MOVE M5X5L TO WS-RC-SCR-BARCODEL
                 MOVE M5X5I TO WS-RC-SCR-BARCODE
              WHEN 6
                 MOVE M5C6L TO WS-RC-SCR-LINEL
                 MOVE M5C6I TO WS-RC-COPY-LINE
                 MOVE M5B6L TO WS-RC-SCR-BRANCHL
                 MOVE M5B6I TO WS-RC-SCR-BRANCH
                 MOVE M5X6L TO WS-RC-SCR-BARCODEL
                 MOVE M5X6I TO WS-RC-SCR-BARCODE
              WHEN 7
                 MOVE M5C7L TO WS-RC-SCR-LINEL
                 MOVE M5C7I TO WS-RC-COPY-LINE
                 MOVE M5B7L TO WS-RC-SCR-BRANCHL
                 MOVE M5B7I TO WS-RC-SCR-BRANCH
                 MOVE M5X7L TO WS-RC-SCR-BARCODEL
                 MOVE M5X7I TO WS-RC-SCR-BARCODE
              WHEN 8
                 MOVE M5C8L TO WS-RC-SCR-LINEL
                 MOVE M5C8I TO WS-RC-COPY-LINE
                 MOVE M5B8L TO WS-RC-SCR-BRANCHL
                 MOVE M5B8I TO WS-RC-SCR-BRANCH
                 MOVE M5X8L TO WS-RC-SCR-BARCODEL
                 MOVE M5X8I TO WS-RC-SCR-BARCODE
           END-EVALUATE.
           IF WS-RC-SCR-LINEL = 0 OR
              WS-RC-CL-FORMNUM = SPACES OR
              WS-RC-CL-FORMNUM = LOW-VALUES OR
              WS-RC-CL-COPYNUM IS NOT NUMERIC THEN
              GO TO LOAD-COPY-LINE-EXIT
           END-IF.
           ADD 1 TO WS-RC-CPY-COUNT.
           MOVE WS-RC-CL-FORMNUM TO WS-RC-CPY-FORMNUM(WS-RC-CPY-COUNT).
           MOVE WS-RC-CL-COPYNUM TO WS-RC-CPY-NUM(WS-RC-CPY-COUNT).
           INSPECT WS-RC-CL-SHELF REPLACING ALL LOW-VALUE BY SPACE.
           MOVE WS-RC-CL-SHELF TO WS-RC-CPY-SHELF(WS-RC-CPY-COUNT).
           MOVE SPACES TO WS-RC-CPY-BRANCH(WS-RC-CPY-COUNT).
           MOVE SPACES TO WS-RC-CPY-BARCODE(WS-RC-CPY-COUNT).
           IF WS-RC-SCR-BRANCHL > 0 THEN
              INSPECT WS-RC-SCR-BRANCH REPLACING ALL LOW-VALUE BY SPACE
              MOVE WS-RC-SCR-BRANCH TO
                WS-RC-CPY-BRANCH(WS-RC-CPY-COUNT)
           END-IF.
           IF WS-RC-SCR-BARCODEL > 0 THEN
              INSPECT WS-RC-SCR-BARCODE
                 REPLACING ALL LOW-VALUE BY SPACE
              MOVE WS-RC-SCR-BARCODE TO
                WS-RC-CPY-BARCODE(WS-RC-CPY-COUNT)
           END-IF.
           MOVE 'N' TO WS-RC-CPY-DONE-SW(WS-RC-CPY-COUNT).
       LOAD-COPY-LINE-EXIT.
           EXIT.

      * Set one unpacked copy's home branch and/or the barcode it
      * already wears, commit that, then print its label - RBKLABEL
      * gives a copy still without a barcode its own as it prints.
      * A label the printer didn't take is no refusal: the copy's
      * job stays queued for the night's label run.
       APPLY-COPY-LINE.
           IF WS-RC-CPY-BRANCH(WS-RC-I) NOT = SPACES THEN
              INITIALIZE WS-COPY-REQUEST
              MOVE WS-RC-CPY-FORMNUM(WS-RC-I) TO WS-COPY-REQ-FORMNUM
              MOVE WS-RC-CPY-NUM(WS-RC-I) TO WS-COPY-REQ-NUM
              SET WS-COPY-ACTION-HOME TO TRUE
              MOVE WS-RC-CPY-BRANCH(WS-RC-I) TO WS-COPY-REQ-BRANCH
              PERFORM LINK-COPY-UTILITY
              IF WS-RC-HAS-FAILED THEN
                 GO TO APPLY-COPY-LINE-EXIT
              END-IF
           END-IF.
           IF WS-RC-CPY-BARCODE(WS-RC-I) NOT = SPACES THEN
              INITIALIZE WS-COPY-REQUEST
              MOVE WS-RC-CPY-FORMNUM(WS-RC-I) TO WS-COPY-REQ-FORMNUM
              MOVE WS-RC-CPY-NUM(WS-RC-I) TO WS-COPY-REQ-NUM
              SET WS-COPY-ACTION-BARCODE TO TRUE
              MOVE WS-RC-CPY-BARCODE(WS-RC-I) TO WS-COPY-REQ-BARCODE
              PERFORM LINK-COPY-UTILITY
              IF WS-RC-HAS-FAILED THEN
                 GO TO APPLY-COPY-LINE-EXIT
              END-IF
           END-IF.

      * The label run backs out its own unit of work if the printer
      * refuses - commit the copy's branch and barcode first so a
      * refused label can't take them with it
           EXEC CICS SYNCPOINT END-EXEC.
           ADD 1 TO WS-RC-APPLIED.
           SET WS-RC-CPY-IS-DONE(WS-RC-I) TO TRUE.

           INITIALIZE WS-LABEL-REQUEST.
           MOVE WS-RC-CPY-FORMNUM(WS-RC-I) TO WS-LABEL-REQ-FORMNUM.
           MOVE WS-RC-CPY-NUM(WS-RC-I) TO WS-LABEL-REQ-NUM.
           EXEC CICS PUT CONTAINER(WS-LABELRQ-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-LABEL-REQUEST)
                         FLENGTH(LENGTH OF WS-LABEL-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKLABEL')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS DELETE CONTAINER(WS-LABELRQ-CONT-NAME)
                     CHANNEL(WS-CHANNEL-NAME)
                     NOHANDLE
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-ERROR)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              ADD 1 TO WS-RC-UNLABELLED
              EXEC CICS DELETE CONTAINER(WS-RBKEROR-CONT-NAME)
                        CHANNEL(WS-CHANNEL-NAME)
                        NOHANDLE
              END-EXEC
           ELSE
              ADD 1 TO WS-RC-LABELLED
           END-IF.
       APPLY-COPY-LINE-EXIT.
           EXIT.

       LINK-COPY-UTILITY.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-COPY-REQUEST)
                         FLENGTH(LENGTH OF WS-COPY-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKCPYOP')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           PERFORM CHECK-REFUSAL.

      * A refusal lands in the error container - keep it verbatim
      * for the message line, and clear it so the next LINK starts
      * clean
       CHECK-REFUSAL.
           EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-ERROR)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              SET WS-RC-HAS-FAILED TO TRUE
              MOVE errorMessage OF WS-ERROR TO WS-RC-MESSAGE
              EXEC CICS DELETE CONTAINER(WS-RBKEROR-CONT-NAME)
                        CHANNEL(WS-CHANNEL-NAME)
                        NOHANDLE
              END-EXEC
           END-IF.

      * Receive the keyed quantity against one order line through
      * RBKORDOP (which clips it to what is still outstanding and
      * leaves any balance on order), then list the copies it made
       RECEIVE-ORDER-LINE.
           INITIALIZE WS-ORDER-REQUEST.
           MOVE WS-RC-ORD-FORMNUM(WS-RC-I) TO WS-ORDER-REQ-FORMNUM.
           SET WS-ORDER-ACTION-RECEIVE TO TRUE.
           MOVE WS-RC-ORD-QTY(WS-RC-I) TO WS-ORDER-REQ-RCVQTY.
           MOVE WS-RC-ORD-SEQ(WS-RC-I) TO WS-ORDER-REQ-SEQ.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-ORDER-REQUEST)
                         FLENGTH(LENGTH OF WS-ORDER-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKORDOP')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           PERFORM CHECK-REFUSAL.
           IF WS-RC-HAS-FAILED THEN
              GO TO RECEIVE-ORDER-LINE-EXIT
           END-IF.

           EXEC CICS GET CONTAINER(WS-ORDRCPT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-ORDER-RECEIPT)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO RECEIVE-ORDER-LINE-EXIT
           END-IF.
           EXEC CICS DELETE CONTAINER(WS-ORDRCPT-CONT-NAME)
                     CHANNEL(WS-CHANNEL-NAME)
                     NOHANDLE
           END-EXEC.
           ADD WS-ORDER-RCPT-COUNT TO WS-RC-RECEIVED.

      * Copies past the last copy line still carry their queued
      * label - the night's run prints them, and RBKCPYOP homes them
           PERFORM VARYING WS-RC-K FROM 0 BY 1
                     UNTIL WS-RC-K >= WS-ORDER-RCPT-COUNT
              IF WS-RC-CPY-COUNT < 8 THEN
                 ADD 1 TO WS-RC-CPY-COUNT
                 MOVE WS-RC-ORD-FORMNUM(WS-RC-I) TO
                   WS-RC-CPY-FORMNUM(WS-RC-CPY-COUNT)
                 COMPUTE WS-RC-CPY-NUM(WS-RC-CPY-COUNT) =
                    WS-ORDER-RCPT-FIRST + WS-RC-K
                 MOVE SPACES TO WS-RC-CPY-BRANCH(WS-RC-CPY-COUNT)
                 MOVE SPACES TO WS-RC-CPY-BARCODE(WS-RC-CPY-COUNT)
                 MOVE 'N' TO WS-RC-CPY-DONE-SW(WS-RC-CPY-COUNT)
                 MOVE WS-RC-CPY-FORMNUM(WS-RC-CPY-COUNT) TO
                   WS-COPY-KEY-FORMNUM
                 MOVE WS-RC-CPY-NUM(WS-RC-CPY-COUNT) TO
                   WS-COPY-KEY-NUM
                 INITIALIZE WS-COPY-RECORD
                 EXEC CICS READ FILE(WS-COPY-FILE)
                           RIDFLD(WS-COPY-KEY)
                           INTO(WS-COPY-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE copyShelfmark OF WS-COPY-RECORD TO
                   WS-RC-CPY-SHELF(WS-RC-CPY-COUNT)
              ELSE
                 ADD 1 TO WS-RC-UNLISTED
              END-IF
           END-PERFORM.
       RECEIVE-ORDER-LINE-EXIT.
           EXIT.

      * The vendor's open orders as they now stand, in order-key
      * order, as many as there are lines for
       LIST-OPEN-ORDERS.
           MOVE vendorName OF WS-VENDOR-RECORD TO M5VNAMO.
           MOVE 0 TO WS-RC-LINE-NO.
           MOVE 0 TO WS-RC-MORE-ORDERS.
           MOVE LOW-VALUES TO WS-ORDER-KEY.
           EXEC CICS STARTBR FILE(WS-ORDER-FILE)
                       RIDFLD(WS-ORDER-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-ORDER-RECORD
                 EXEC CICS READNEXT FILE(WS-ORDER-FILE)
                             INTO(WS-ORDER-RECORD)
                             RIDFLD(WS-ORDER-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF vendorId OF WS-ORDER-RECORD = WS-RC-VENDOR AND
                    receivedDate OF WS-ORDER-RECORD = SPACES THEN
                    IF WS-RC-LINE-NO < 6 THEN
                       ADD 1 TO WS-RC-LINE-NO
                       PERFORM SHOW-ORDER-LINE
                    ELSE
                       ADD 1 TO WS-RC-MORE-ORDERS
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ORDER-FILE) END-EXEC
           END-IF.

       SHOW-ORDER-LINE.
           MOVE SPACES TO WS-RC-ORDER-LINE.
           MOVE WS-ORDER-KEY-FORMNUM TO WS-RC-OL-FORMNUM.
           MOVE WS-ORDER-KEY-SEQ TO WS-RC-OL-SEQ.
           MOVE WS-ORDER-KEY-FORMNUM TO WS-RC-BOOK-KEY.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-RC-BOOK-KEY)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP = DFHRESP(NORMAL) THEN
              MOVE Xtitle OF WS-BOOK TO WS-RC-OL-TITLE
           END-IF.
           MOVE quantity OF WS-ORDER-RECORD TO WS-RC-OL-ORDERED.
           MOVE quantityReceived OF WS-ORDER-RECORD TO WS-RC-OL-RECVD.
           MOVE orderAsnQty OF WS-ORDER-RECORD TO WS-RC-OL-ASN.
           EVALUATE WS-RC-LINE-NO
              WHEN 1 MOVE WS-RC-ORDER-LINE TO M5O1O
              WHEN 2 MOVE WS-RC-ORDER-LINE TO M5O2O
              WHEN 3 MOVE WS-RC-ORDER-LINE TO M5O3O
              WHEN 4 MOVE WS-RC-ORDER-LINE TO M5O4O
              WHEN 5 MOVE WS-RC-ORDER-LINE TO M5O5O
              WHEN 6 MOVE WS-RC-ORDER-LINE TO M5O6O
           END-EVALUATE.

       SHOW-COPY-LINE.
           MOVE SPACES TO WS-RC-COPY-LINE.
           MOVE WS-RC-CPY-FORMNUM(WS-RC-I) TO WS-RC-CL-FORMNUM.
           MOVE WS-RC-CPY-NUM(WS-RC-I) TO WS-RC-CL-COPYNUM.
           MOVE WS-RC-CPY-SHELF(WS-RC-I) TO WS-RC-CL-SHELF.
           EVALUATE WS-RC-I
              WHEN 1
                 MOVE WS-RC-COPY-LINE TO M5C1O
                 MOVE WS-RC-CPY-BRANCH(WS-RC-I) TO M5B1O
                 MOVE WS-RC-CPY-BARCODE(WS-RC-I) TO M5X1O
              WHEN 2
                 MOVE WS-RC-COPY-LINE TO M5C2O
                 MOVE WS-RC-CPY-BRANCH(WS-RC-I) TO M5B2O
                 MOVE WS-RC-CPY-BARCODE(WS-RC-I) TO M5X2O
              WHEN 3
                 MOVE WS-RC-COPY-LINE TO M5C3O
                 MOVE WS-RC-CPY-BRANCH(WS-RC-I) TO M5B3O
                 MOVE WS-RC-CPY-BARCODE(WS-RC-I) TO M5X3O
              WHEN 4
                 MOVE WS-RC-COPY-LINE TO M5C4O
                 MOVE WS-RC-CPY-BRANCH(WS-RC-I) TO M5B4O
                 MOVE WS-RC-CPY-BARCODE(WS-RC-I) TO M5X4O
              WHEN 5
                 MOVE WS-RC-COPY-LINE TO M5C5O
                 MOVE WS-RC-CPY-BRANCH(WS-RC-I) TO M5B5O
                 MOVE WS-RC-CPY-BARCODE(WS-RC-I) TO M5X5O
              WHEN 6
                 MOVE WS-RC-COPY-LINE TO M5C6O
                 MOVE WS-RC-CPY-BRANCH(WS-RC-I) TO M5B6O
                 MOVE WS-RC-CPY-BARCODE(WS-RC-I) TO M5X6O
              WHEN 7
                 MOVE WS-RC-COPY-LINE TO M5C7O
                 MOVE WS-RC-CPY-BRANCH(WS-RC-I) TO M5B7O
                 MOVE WS-RC-CPY-BARCODE(WS-RC-I) TO M5X7O
              WHEN 8
                 MOVE WS-RC-COPY-LINE TO M5C8O
                 MOVE WS-RC-CPY-BRANCH(WS-RC-I) TO M5B8O
                 MOVE WS-RC-CPY-BARCODE(WS-RC-I) TO M5X8O
           END-EVALUATE.

      * What this turn did - or, when nothing was keyed, what the
      * clerk is looking at
       BUILD-DONE-MESSAGE.
           MOVE SPACES TO M5MSGO.
           MOVE 1 TO WS-MSG-PTR.
           IF WS-RC-RECEIVED = 0 AND WS-RC-APPLIED = 0 THEN
              IF WS-RC-LINE-NO = 0 THEN
                 MOVE "no open orders with this vendor" TO M5MSGO
              ELSE
                 MOVE WS-RC-MORE-ORDERS TO WS-COUNT-DISPLAY
                 STRING "key the quantity received per line - more "
                          DELIMITED BY SIZE
                        "orders behind these:" DELIMITED BY SIZE
                        WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO M5MSGO
                      WITH POINTER WS-MSG-PTR
                 END-STRING
              END-IF
           ELSE
              MOVE WS-RC-RECEIVED TO WS-COUNT-DISPLAY
              STRING "done - received:" DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO M5MSGO
                   WITH POINTER WS-MSG-PTR
              END-STRING
              MOVE WS-RC-LABELLED TO WS-COUNT-DISPLAY
              STRING " labelled:" DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO M5MSGO
                   WITH POINTER WS-MSG-PTR
              END-STRING
              MOVE WS-RC-UNLABELLED TO WS-COUNT-DISPLAY
              STRING " queued:" DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO M5MSGO
                   WITH POINTER WS-MSG-PTR
              END-STRING
              IF WS-RC-UNLISTED > 0 THEN
                 MOVE WS-RC-UNLISTED TO WS-COUNT-DISPLAY
                 STRING " unlisted:" DELIMITED BY SIZE
                        WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO M5MSGO
                      WITH POINTER WS-MSG-PTR
                 END-STRING
              END-IF
           END-IF.
