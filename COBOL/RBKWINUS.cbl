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
      * RBKWINUS - Record in-library use of one copy: a book picked   *
      *            up off the shelf and left out for reshelving. The  *
      *            copy comes by scanned barcode (through RBKBARCX)   *
      *            or by formNumber + copy number; the uses are added *
      *            to that copy's RBKINUS record for the day. LINKed  *
      *            from the RBK3 desk's use action and from the       *
      *            RBKINUSE batch post, the way RBKWSTAT is LINKed to *
      *            bump a counter. A refusal lands in the error       *
      *            container                                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKWINUS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       01 WS-INUS-DAY-COUNT     PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           INITIALIZE WS-INUS-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-INUS-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

      * Honour read-only maintenance mode (raised by RBKSHDLD around
      * a zero-outage catalog switch): writes are turned away with a
      * clear message instead of landing mid-refresh
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
              PERFORM PUT-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

      * A scanned barcode resolves to its copy through the side index
      * and wins over a typed formNumber/copy number
           IF WS-INUS-REQ-BARCODE NOT = SPACES THEN
              MOVE WS-INUS-REQ-BARCODE TO WS-BARCX-KEY
              EXEC CICS READ FILE(WS-BARCX-FILE)
                        RIDFLD(WS-BARCX-KEY)
                        INTO(WS-BARCX-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 INITIALIZE WS-ERROR
                 STRING "RBKWINUS: no copy carries barcode "
                          DELIMITED BY SIZE
                        WS-INUS-REQ-BARCODE
                          DELIMITED BY SIZE
                        INTO errorMessage OF WS-ERROR
                 PERFORM PUT-ERROR
                 GO TO EXIT-PROGRAM
              END-IF
              MOVE WS-BARCX-REC-FORMNUM TO WS-INUS-REQ-FORMNUM
              MOVE WS-BARCX-REC-NUM TO WS-INUS-REQ-NUM
           END-IF.

      * The copy must be on the inventory - a use of a copy nobody
      * holds is a scanner misread, not a statistic
           MOVE WS-INUS-REQ-FORMNUM TO WS-COPY-KEY-FORMNUM.
           MOVE WS-INUS-REQ-NUM TO WS-COPY-KEY-NUM.
           EXEC CICS READ FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     INTO(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              STRING "RBKWINUS: no such copy of "
                       DELIMITED BY SIZE
                     WS-INUS-REQ-FORMNUM
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO WS-NOW-STAMP.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.

           IF WS-INUS-REQ-DATE = SPACES THEN
              MOVE WS-NOW-DATE TO WS-INUS-REQ-DATE
           END-IF.
           IF WS-INUS-REQ-COUNT = 0 THEN
              MOVE 1 TO WS-INUS-REQ-COUNT
           END-IF.

           MOVE WS-INUS-REQ-FORMNUM TO WS-INUS-KEY-FORMNUM.
           MOVE WS-INUS-REQ-NUM TO WS-INUS-KEY-NUM.
           MOVE WS-INUS-REQ-DATE TO WS-INUS-KEY-DATE.

      * Serialise against the desk and the batch post counting the
      * same copy on the same day - the RBKWSTAT per-record ENQ
           EXEC CICS ENQ RESOURCE(WS-INUS-KEY)
                         LENGTH(LENGTH OF WS-INUS-KEY)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           EXEC CICS READ FILE(WS-INUS-FILE)
                     RIDFLD(WS-INUS-KEY)
                     INTO(WS-INUS-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              ADD WS-INUS-REQ-COUNT TO inusCount OF WS-INUS-RECORD
              EXEC CICS DELETE FILE(WS-INUS-FILE)
                        RIDFLD(WS-INUS-KEY)
                        RESP(WS-RESP)
              END-EXEC
           ELSE
      * The copy's first use today - start the day's record
              INITIALIZE WS-INUS-RECORD
              MOVE WS-INUS-KEY-FORMNUM TO inusFormNumber
              MOVE WS-INUS-KEY-NUM TO inusCopyNum
              MOVE WS-INUS-KEY-DATE TO inusDate
              MOVE WS-INUS-REQ-COUNT TO inusCount
           END-IF.
           MOVE WS-NOW-STAMP(1:25) TO inusLastScanned.
           MOVE WS-INUS-REQ-SOURCE TO inusSource.
           EXEC CICS WRITE FILE(WS-INUS-FILE)
                       RIDFLD(WS-INUS-KEY)
                       FROM(WS-INUS-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

           EXEC CICS DEQ RESOURCE(WS-INUS-KEY)
                         LENGTH(LENGTH OF WS-INUS-KEY)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              STRING "RBKWINUS: file "
                       DELIMITED BY SIZE
                     WS-INUS-FILE
                       DELIMITED BY SIZE
                     " is unavailable."
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

      * Hand back the copy's running count for the day
           MOVE inusCount TO WS-INUS-DAY-COUNT.
           EXEC CICS PUT CONTAINER(WS-NUMINUS-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-INUS-DAY-COUNT)
                         FLENGTH(LENGTH OF WS-INUS-DAY-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * Size the message already STRINGed into WS-ERROR and put it
      * in the error container for the caller
       PUT-ERROR.
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
