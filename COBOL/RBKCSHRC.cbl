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
      * RBKCSHRC - Nightly end-of-day cash reconciliation. Walks      *
      *            RBKCASH and, for every drawer session closed       *
      *            (RBKCSHOP) but not yet reconciled, WRITEQs to the  *
      *            WS-CSHRC-TDQ queue one TENDER line per tender -    *
      *            expected, counted, variance, and OK or VARIANCE    *
      *            against the RBKTHRS CASH/TOLERNCE limit (cents) -  *
      *            then stamps the session reconciled so it is        *
      *            reported exactly once. A session still OPEN from   *
      *            an earlier day gets an UNCLOSED line every night   *
      *            until someone closes it                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCSHRC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-LINE-COUNT         PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

      * The variance a tender may show and still report OK
       01 WS-TOLERANCE          PIC 9(7)V9(2) COMP-3 VALUE 0.

      * One tender's figures, staged for its report line
       01 WS-TENDER-NAME        PIC X(8).
       01 WS-TENDER-EXPECTED    PIC 9(7)V9(2) COMP-3.
       01 WS-TENDER-COUNTED     PIC 9(7)V9(2) COMP-3.
       01 WS-TENDER-VARIANCE    PIC S9(7)V9(2) COMP-3.
       01 WS-EXPECTED-DISPLAY   PIC Z(6)9.99.
       01 WS-COUNTED-DISPLAY    PIC Z(6)9.99.
       01 WS-VARIANCE-DISPLAY   PIC -(7)9.99.
       01 WS-SEQ-DISPLAY        PIC 99.

      * Sessions reported tonight, stamped once the browse has
      * ended - 500 is the usual fixed cap; the rest are reported
      * and stamped on a later night
       01 WS-RC-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-RC-IX              PIC S9(4) COMP-5 VALUE 0.
       01 WS-RC-TABLE.
         03 WS-RC-KEY           PIC X(24) OCCURS 500.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKCSHRC' TO WS-JOBRUN-REQ-NAME.
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

      * The tolerance is held in cents on RBKTHRS; none on file
      * means every penny of variance is reported
           MOVE 'CASH' TO WS-THRESH-KEY-CATEG.
           MOVE 'TOLERNCE' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              COMPUTE WS-TOLERANCE = WS-THRESH-REC-LIMIT / 100
           END-IF.

           MOVE 0 TO WS-RC-COUNT.
           MOVE LOW-VALUES TO WS-CASH-KEY.

           EXEC CICS STARTBR FILE(WS-CASH-FILE)
                       RIDFLD(WS-CASH-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-CASH-FILE)
                             INTO(WS-CASH-RECORD)
                             RIDFLD(WS-CASH-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-CASH-IS-CLOSED AND
                         cashReconciled OF WS-CASH-RECORD = SPACES AND
                         WS-RC-COUNT < 500
                       ADD 1 TO WS-RC-COUNT
                       MOVE WS-CASH-KEY TO WS-RC-KEY(WS-RC-COUNT)
                       PERFORM REPORT-CLOSED-SESSION
                    WHEN WS-CASH-IS-OPEN AND
                         WS-CASH-KEY-DATE < WS-NOW-DATE
                       MOVE WS-CASH-KEY-SEQ TO WS-SEQ-DISPLAY
                       MOVE SPACES TO WS-CSHRC-RECORD
                       MOVE 1 TO WS-CSHRC-PTR
                       STRING "UNCLOSED," DELIMITED BY SIZE
                              WS-CASH-KEY-BRANCH DELIMITED BY SPACE
                              "," DELIMITED BY SIZE
                              WS-CASH-KEY-DATE DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              WS-CASH-KEY-OPERATOR DELIMITED BY SPACE
                              "," DELIMITED BY SIZE
                              WS-SEQ-DISPLAY DELIMITED BY SIZE
                            INTO WS-CSHRC-RECORD
                            WITH POINTER WS-CSHRC-PTR
                       END-STRING
                       PERFORM WRITE-CSHRC-LINE
                 END-EVALUATE
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CASH-FILE) END-EXEC
           END-IF.

      * Stamp the sessions just reported
           PERFORM VARYING WS-RC-IX FROM 1 BY 1
                     UNTIL WS-RC-IX > WS-RC-COUNT
              MOVE WS-RC-KEY(WS-RC-IX) TO WS-CASH-KEY
              EXEC CICS READ FILE(WS-CASH-FILE)
                        RIDFLD(WS-CASH-KEY)
                        INTO(WS-CASH-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE WS-NOW-DATE TO cashReconciled OF WS-CASH-RECORD
                 EXEC CICS DELETE FILE(WS-CASH-FILE)
                           RIDFLD(WS-CASH-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-CASH-FILE)
                           RIDFLD(WS-CASH-KEY)
                           FROM(WS-CASH-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-PERFORM.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-LINE-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * One TENDER line for each of the session's three tenders -
      * expected cash includes the float the drawer opened with
       REPORT-CLOSED-SESSION.
           MOVE 'CASH' TO WS-TENDER-NAME.
           COMPUTE WS-TENDER-EXPECTED =
              cashFloat OF WS-CASH-RECORD +
              cashSysCash OF WS-CASH-RECORD.
           MOVE cashCountCash OF WS-CASH-RECORD TO WS-TENDER-COUNTED.
           MOVE cashVarCash OF WS-CASH-RECORD TO WS-TENDER-VARIANCE.
           PERFORM WRITE-TENDER-LINE.

           MOVE 'CARD' TO WS-TENDER-NAME.
           MOVE cashSysCard OF WS-CASH-RECORD TO WS-TENDER-EXPECTED.
           MOVE cashCountCard OF WS-CASH-RECORD TO WS-TENDER-COUNTED.
           MOVE cashVarCard OF WS-CASH-RECORD TO WS-TENDER-VARIANCE.
           PERFORM WRITE-TENDER-LINE.

           MOVE 'PAYROLL' TO WS-TENDER-NAME.
           MOVE cashSysPayroll OF WS-CASH-RECORD TO
             WS-TENDER-EXPECTED.
           MOVE cashCountPayroll OF WS-CASH-RECORD TO
             WS-TENDER-COUNTED.
           MOVE cashVarPayroll OF WS-CASH-RECORD TO
             WS-TENDER-VARIANCE.
           PERFORM WRITE-TENDER-LINE.

       WRITE-TENDER-LINE.
           MOVE WS-CASH-KEY-SEQ TO WS-SEQ-DISPLAY.
           MOVE WS-TENDER-EXPECTED TO WS-EXPECTED-DISPLAY.
           MOVE WS-TENDER-COUNTED TO WS-COUNTED-DISPLAY.
           MOVE WS-TENDER-VARIANCE TO WS-VARIANCE-DISPLAY.
           MOVE SPACES TO WS-CSHRC-RECORD.
           MOVE 1 TO WS-CSHRC-PTR.
           STRING "TENDER," DELIMITED BY SIZE
                  WS-CASH-KEY-BRANCH DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CASH-KEY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CASH-KEY-OPERATOR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SEQ-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TENDER-NAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-EXPECTED-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-COUNTED-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-VARIANCE-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-CSHRC-RECORD
                WITH POINTER WS-CSHRC-PTR
           END-STRING.
           IF WS-TENDER-VARIANCE > WS-TOLERANCE OR
              WS-TENDER-VARIANCE < 0 - WS-TOLERANCE THEN
              STRING "VARIANCE" DELIMITED BY SIZE
                   INTO WS-CSHRC-RECORD
                   WITH POINTER WS-CSHRC-PTR
              END-STRING
           ELSE
              STRING "OK" DELIMITED BY SIZE
                   INTO WS-CSHRC-RECORD
                   WITH POINTER WS-CSHRC-PTR
              END-STRING
           END-IF.
           PERFORM WRITE-CSHRC-LINE.

       WRITE-CSHRC-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-CSHRC-RECORD)
                         LENGTH(LENGTH OF WS-CSHRC-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-CSHRC-TDQ)
                         FROM(WS-CSHRC-RECORD)
                         LENGTH(LENGTH OF WS-CSHRC-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-LINE-COUNT.
