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
      * RBKLABEL - The label run: drains the RBKLABL print queue that *
      *            copy receipt (RBKORDOP) and donation intake        *
      *            (RBKDONOP) fill, one spine/barcode label per new   *
      *            copy WRITEQed to the label printer's WS-LABEL-TDQ  *
      *            queue in the printer's fixed-column format. A copy *
      *            without a barcode is given the next free one in    *
      *            the same unit of work that prints its label - the  *
      *            RBKBARCX entry, the copy's copyBarcode and the     *
      *            printed sticker commit together or not at all, so  *
      *            the sticker and the system can't disagree. A       *
      *            printer that refuses a label backs that copy out   *
      *            and stops the run, leaving the rest queued for the *
      *            next one. LINKed by the receiving desk (RBKT5RC)   *
      *            with one copy named, it prints just that copy's    *
      *            label on the spot. Modeled on RBKPICK              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKLABEL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

      * The queued copies - 500 is the usual fixed cap; anything past
      * it is simply left queued for the next run
       01 WS-LB-TABLE.
         03 WS-LB-ENTRY OCCURS 500 TIMES INDEXED BY WS-LB-IDX.
           05 WS-LB-FORMNUM       PIC X(12).
           05 WS-LB-COPYNUM       PIC 9(4).
       01 WS-LB-COUNT           PIC S9(8) COMP-5 VALUE 0.
       01 WS-LB-I               PIC S9(8) COMP-5.

      * The barcode being assigned: the prefix and the number part,
      * seeded with the highest number already on RBKBARCX
       01 WS-LB-BARCODE.
         03 WS-LB-BARCODE-PREFIX  PIC X(2).
         03 WS-LB-BARCODE-NUM     PIC 9(10).
       01 WS-LB-LAST-NUM        PIC 9(10) VALUE 0.
       01 WS-LB-BOOK-KEY        PIC X(12).

       01 WS-LB-STOP-SW         PIC X VALUE 'N'.
         88 WS-LB-PRINTER-FAILED  VALUE 'Y'.
       01 WS-PRINTED-COUNT      PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * The receiving desk wanting one copy's label now - print just
      * that one, with no job-control record (it is not a run)
           EXEC CICS GET CONTAINER(WS-LABELRQ-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-LABEL-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM PRINT-ONE-LABEL THRU PRINT-ONE-LABEL-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKLABEL' TO WS-JOBRUN-REQ-NAME.
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

      * Under read-only maintenance mode (see RBKSHDLD) this run
      * stands down - the queue is left as it is for the next run
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS READ FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     INTO(WS-CTRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.

      * Collect the queue, in copy order
           MOVE LOW-VALUES TO WS-LABL-KEY.
           EXEC CICS STARTBR FILE(WS-LABL-FILE)
                       RIDFLD(WS-LABL-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-LABL-FILE)
                             INTO(WS-LABL-RECORD)
                             RIDFLD(WS-LABL-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-LB-COUNT >= 500 THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-LB-COUNT
                 MOVE WS-LABL-KEY-FORMNUM TO WS-LB-FORMNUM(WS-LB-COUNT)
                 MOVE WS-LABL-KEY-NUM TO WS-LB-COPYNUM(WS-LB-COUNT)
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LABL-FILE) END-EXEC
           END-IF.

           IF WS-LB-COUNT > 0 THEN
              PERFORM FIND-LAST-BARCODE
           END-IF.

           PERFORM VARYING WS-LB-I FROM 1 BY 1
                     UNTIL WS-LB-I > WS-LB-COUNT
                        OR WS-LB-PRINTER-FAILED
              PERFORM PRINT-LABEL THRU PRINT-LABEL-EXIT
           END-PERFORM.

      * Tell the caller how many labels went to the printer
           EXEC CICS PUT CONTAINER(WS-NUMLABL-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-PRINTED-COUNT)
                         FLENGTH(LENGTH OF WS-PRINTED-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count -
      * FAILED when the printer stopped the run, so the suite's
      * resume runs it again
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-PRINTED-COUNT TO WS-JOBRUN-REQ-RECORDS.
           IF WS-LB-PRINTER-FAILED THEN
              MOVE 'FAILED' TO WS-JOBRUN-REQ-OUTCOME
           ELSE
              MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME
           END-IF.
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

      * One copy's label for the desk. The copy needn't be on the
      * queue (a reprint is just as welcome); if it is, its job
      * comes off with the print. A label that could not be printed
      * is reported in the error container and any queued job is
      * left for the night's run.
       PRINT-ONE-LABEL.
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS READ FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     INTO(WS-CTRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
              INITIALIZE WS-ERROR
              STRING "catalog is in read-only maintenance mode - "
                       DELIMITED BY SIZE
                     "try again shortly"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-LABEL-ERROR
              GO TO PRINT-ONE-LABEL-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.

           MOVE 1 TO WS-LB-COUNT.
           MOVE 1 TO WS-LB-I.
           MOVE WS-LABEL-REQ-FORMNUM TO WS-LB-FORMNUM(1).
           MOVE WS-LABEL-REQ-NUM TO WS-LB-COPYNUM(1).
           PERFORM FIND-LAST-BARCODE.
           PERFORM PRINT-LABEL THRU PRINT-LABEL-EXIT.
           IF WS-PRINTED-COUNT = 0 THEN
              INITIALIZE WS-ERROR
              STRING "RBKLABEL: label not printed - left for the "
                       DELIMITED BY SIZE
                     "night"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-LABEL-ERROR
           END-IF.
       PRINT-ONE-LABEL-EXIT.
           EXIT.

       PUT-LABEL-ERROR.
           MOVE 0 TO WS-MESG-COUNTER.
           INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
              TALLYING WS-MESG-COUNTER FOR LEADING SPACES.
           COMPUTE errorMessage-length OF WS-ERROR =
              LENGTH OF errorMessage OF WS-ERROR - WS-MESG-COUNTER.
           MOVE 1 TO errorMessage-existence OF WS-ERROR.
           EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-ERROR)
                         FLENGTH(LENGTH OF WS-ERROR)
                         BIT
           END-EXEC.

      * The highest number already issued under the prefix - the
      * side index is in key order and every number part is the
      * same width, so the last numeric one the browse sees is it.
      * A hand-keyed barcode that merely starts with the prefix
      * (not all digits after it) is passed over.
       FIND-LAST-BARCODE.
           MOVE 0 TO WS-LB-LAST-NUM.
           MOVE WS-LABEL-BARCODE-PREFIX TO WS-LB-BARCODE-PREFIX.
           MOVE 0 TO WS-LB-BARCODE-NUM.
           MOVE WS-LB-BARCODE TO WS-BARCX-KEY.
           EXEC CICS STARTBR FILE(WS-BARCX-FILE)
                       RIDFLD(WS-BARCX-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-BARCX-FILE)
                             INTO(WS-BARCX-RECORD)
                             RIDFLD(WS-BARCX-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-BARCX-KEY(1:2) NOT = WS-LABEL-BARCODE-PREFIX
                 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-BARCX-KEY(3:10) IS NUMERIC THEN
                    MOVE WS-BARCX-KEY(3:10) TO WS-LB-LAST-NUM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-BARCX-FILE) END-EXEC
           END-IF.

      * One queued copy: its barcode (assigned now if it has none),
      * its label to the printer, its job off the queue - then the
      * lot committed as one unit of work
       PRINT-LABEL.
           MOVE WS-LB-FORMNUM(WS-LB-I) TO WS-COPY-KEY-FORMNUM.
           MOVE WS-LB-COPYNUM(WS-LB-I) TO WS-COPY-KEY-NUM.
           MOVE WS-LB-FORMNUM(WS-LB-I) TO WS-LABL-KEY-FORMNUM.
           MOVE WS-LB-COPYNUM(WS-LB-I) TO WS-LABL-KEY-NUM.
           INITIALIZE WS-COPY-RECORD.
           EXEC CICS READ FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     INTO(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

      * A copy gone from the collection since it was queued needs
      * no label - drop the job
           IF WS-RESP = DFHRESP(NOTFND) THEN
              EXEC CICS DELETE FILE(WS-LABL-FILE)
                        RIDFLD(WS-LABL-KEY)
                        RESP(WS-RESP)
              END-EXEC
              EXEC CICS SYNCPOINT END-EXEC
              GO TO PRINT-LABEL-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO PRINT-LABEL-EXIT
           END-IF.

      * A barcode keyed by hand since the copy was queued is kept -
      * the label just carries it
           IF copyBarcode OF WS-COPY-RECORD = SPACES THEN
              PERFORM ASSIGN-BARCODE THRU ASSIGN-BARCODE-EXIT
              IF copyBarcode OF WS-COPY-RECORD = SPACES THEN
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 GO TO PRINT-LABEL-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO WS-LABEL-PRT-TITLE.
           MOVE WS-LB-FORMNUM(WS-LB-I) TO WS-LB-BOOK-KEY.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-LB-BOOK-KEY)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP = DFHRESP(NORMAL) THEN
              MOVE Xtitle OF WS-BOOK TO WS-LABEL-PRT-TITLE
           END-IF.
           MOVE copyBarcode OF WS-COPY-RECORD TO WS-LABEL-PRT-BARCODE.
           MOVE copyShelfmark OF WS-COPY-RECORD TO WS-LABEL-PRT-SHELF.
           MOVE WS-LB-FORMNUM(WS-LB-I) TO WS-LABEL-PRT-FORMNUM.
           MOVE copyHomeBranch OF WS-COPY-RECORD TO
             WS-LABEL-PRT-BRANCH.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-LABEL-PRINT-RECORD)
                         LENGTH(LENGTH OF WS-LABEL-PRINT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-LABEL-TDQ)
                         FROM(WS-LABEL-PRINT-RECORD)
                         LENGTH(LENGTH OF WS-LABEL-PRINT-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET WS-LB-PRINTER-FAILED TO TRUE
              GO TO PRINT-LABEL-EXIT
           END-IF.

           EXEC CICS DELETE FILE(WS-LABL-FILE)
                     RIDFLD(WS-LABL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS SYNCPOINT END-EXEC.
           ADD 1 TO WS-PRINTED-COUNT.
       PRINT-LABEL-EXIT.
           EXIT.

      * The next number under the prefix not already on the side
      * index (a hand-keyed sticker may have taken it), recorded on
      * RBKBARCX and on the copy in place by key - the usual
      * delete-then-write idiom. copyBarcode is left blank if
      * either write fails, and the caller backs the copy out.
       ASSIGN-BARCODE.
           MOVE WS-LABEL-BARCODE-PREFIX TO WS-LB-BARCODE-PREFIX.
           PERFORM UNTIL EXIT
              ADD 1 TO WS-LB-LAST-NUM
              MOVE WS-LB-LAST-NUM TO WS-LB-BARCODE-NUM
              MOVE WS-LB-BARCODE TO WS-BARCX-KEY
              EXEC CICS READ FILE(WS-BARCX-FILE)
                        RIDFLD(WS-BARCX-KEY)
                        INTO(WS-BARCX-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-RESP NOT = DFHRESP(NOTFND) THEN
              GO TO ASSIGN-BARCODE-EXIT
           END-IF.

           MOVE WS-LB-BARCODE TO WS-BARCX-KEY.
           MOVE WS-LB-BARCODE TO WS-BARCX-REC-CODE.
           MOVE WS-COPY-KEY-FORMNUM TO WS-BARCX-REC-FORMNUM.
           MOVE WS-COPY-KEY-NUM TO WS-BARCX-REC-NUM.
           EXEC CICS WRITE FILE(WS-BARCX-FILE)
                     RIDFLD(WS-BARCX-KEY)
                     FROM(WS-BARCX-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO ASSIGN-BARCODE-EXIT
           END-IF.

           EXEC CICS DELETE FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE WS-LB-BARCODE TO copyBarcode OF WS-COPY-RECORD.
           EXEC CICS WRITE FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     FROM(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE SPACES TO copyBarcode OF WS-COPY-RECORD
           END-IF.
       ASSIGN-BARCODE-EXIT.
           EXIT.
