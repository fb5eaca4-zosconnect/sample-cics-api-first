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
      * RBKINUSE - Post the reshelving scanners' extract (RBKUSCN) as *
      *            in-library use: every scan goes through RBKWINUS,  *
      *            the same path the RBK3 desk's use action takes,    *
      *            dated the day the scanner recorded, and is then    *
      *            deleted from the extract so a rerun can never      *
      *            count it twice. A scan RBKWINUS refuses (unknown   *
      *            barcode, no such copy) is deleted too, with a line *
      *            on the WS-INUSE-TDQ report carrying the refusal.   *
      *            Refuses to run while MAINTMOD is up, since every   *
      *            scan would be refused and lost                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKINUSE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-POSTED-COUNT       PIC S9(8) COMP-5 VALUE 0.
       01 WS-REFUSED-COUNT      PIC S9(8) COMP-5 VALUE 0.
       01 WS-COUNT-DISPLAY      PIC Z(8)9.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Still in the window? Nothing sensible to do yet
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS READ FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     INTO(WS-CTRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
              INITIALIZE WS-ERROR
              STRING "RBKINUSE: maintenance mode is still up - "
                       DELIMITED BY SIZE
                     "post later"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE errorMessage-length OF WS-ERROR =
                 LENGTH OF errorMessage OF WS-ERROR - WS-MESG-COUNTER
              MOVE 1 TO errorMessage-existence OF WS-ERROR
              EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-ERROR)
                            FLENGTH(LENGTH OF WS-ERROR)
                            BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKINUSE' TO WS-JOBRUN-REQ-NAME.
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

      * Drain the extract in scan order - read the first record, end
      * the browse, post it, delete it, go again - since deleting
      * mid-browse would invalidate the browse (the RBKIXBLD loop)
           PERFORM UNTIL EXIT
              MOVE ZERO TO WS-USCN-KEY
              EXEC CICS STARTBR FILE(WS-USCN-FILE)
                          RIDFLD(WS-USCN-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS READNEXT FILE(WS-USCN-FILE)
                          INTO(WS-USCN-RECORD)
                          RIDFLD(WS-USCN-KEY)
                          RESP(WS-FILE-RESP)
              END-EXEC
              EXEC CICS ENDBR FILE(WS-USCN-FILE) END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              PERFORM POST-ONE-SCAN
              EXEC CICS DELETE FILE(WS-USCN-FILE)
                        RIDFLD(WS-USCN-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * POSTED,,n and REFUSED,,n totals close the report
           MOVE SPACES TO WS-INUSE-RECORD.
           MOVE 1 TO WS-INUSE-PTR.
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY.
           STRING "POSTED,," DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                INTO WS-INUSE-RECORD
                WITH POINTER WS-INUSE-PTR
           END-STRING.
           PERFORM WRITE-INUSE-LINE.
           MOVE SPACES TO WS-INUSE-RECORD.
           MOVE 1 TO WS-INUSE-PTR.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY.
           STRING "REFUSED,," DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                INTO WS-INUSE-RECORD
                WITH POINTER WS-INUSE-PTR
           END-STRING.
           PERFORM WRITE-INUSE-LINE.

      * Tell the caller how many scans were posted
           EXEC CICS PUT CONTAINER(WS-NUMUSCN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-POSTED-COUNT)
                         FLENGTH(LENGTH OF WS-POSTED-COUNT)
                         BIT
           END-EXEC.

      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-POSTED-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * One scan through RBKWINUS, dated the day it was scanned. A
      * refusal is reported with RBKWINUS's own text and its error
      * container cleared so the next scan starts clean
       POST-ONE-SCAN.
           INITIALIZE WS-INUS-REQUEST.
           MOVE uscnBarcode OF WS-USCN-RECORD TO WS-INUS-REQ-BARCODE.
           MOVE uscnDate OF WS-USCN-RECORD TO WS-INUS-REQ-DATE.
           MOVE 1 TO WS-INUS-REQ-COUNT.
           SET WS-INUS-REQ-BATCH TO TRUE.

           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-INUS-REQUEST)
                         FLENGTH(LENGTH OF WS-INUS-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWINUS')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-ERROR)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              ADD 1 TO WS-REFUSED-COUNT
              EXEC CICS DELETE CONTAINER(WS-RBKEROR-CONT-NAME)
                        CHANNEL(WS-CHANNEL-NAME)
                        NOHANDLE
              END-EXEC
      * REFUSED,sequence,barcode,refusal
              MOVE SPACES TO WS-INUSE-RECORD
              MOVE 1 TO WS-INUSE-PTR
              STRING "REFUSED," DELIMITED BY SIZE
                     uscnSeq OF WS-USCN-RECORD DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     uscnBarcode OF WS-USCN-RECORD DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     errorMessage OF WS-ERROR DELIMITED BY SIZE
                   INTO WS-INUSE-RECORD
                   WITH POINTER WS-INUSE-PTR
              END-STRING
              PERFORM WRITE-INUSE-LINE
           ELSE
              ADD 1 TO WS-POSTED-COUNT
           END-IF.

       WRITE-INUSE-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-INUSE-RECORD)
                         LENGTH(LENGTH OF WS-INUSE-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-INUSE-TDQ)
                         FROM(WS-INUSE-RECORD)
                         LENGTH(LENGTH OF WS-INUSE-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
