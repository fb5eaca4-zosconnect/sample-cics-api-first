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
      * RBKRPTOP - Implement the getReports operation over the report *
      *            repository RBKWJOBR files each nightly report run  *
      *            into. Given a report name and a run date, return   *
      *            the lines of that run; otherwise list the runs on  *
      *            file, just one report's when a name is given, so   *
      *            this month's run can be set beside last month's.   *
      *            Modeled on RBKRECOP                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKRPTOP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKRPQ01.
       COPY RBKRPP01.
       COPY RBKWSTOR.

       01 WS-RP-NAME            PIC X(8).
       01 WS-RP-DATE            PIC X(10).
       01 WS-RP-COUNT           PIC S9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKRPQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKRPQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKRPP01.

           MOVE SPACES TO WS-RP-NAME.
           MOVE SPACES TO WS-RP-DATE.
           IF Xname-existence > 0 THEN
              MOVE FUNCTION UPPER-CASE(Xname2(1:Xname2-length))
                TO WS-RP-NAME
           END-IF.
           IF runDate-existence > 0 THEN
              MOVE runDate2(1:runDate2-length) TO WS-RP-DATE
           END-IF.

           IF WS-RP-NAME NOT = SPACES AND
              WS-RP-DATE NOT = SPACES THEN
              PERFORM FETCH-REPORT-RUN THRU FETCH-REPORT-RUN-EXIT
           ELSE
              PERFORM LIST-REPORT-RUNS
           END-IF.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKRPP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKRPP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * One run's lines - a run that was never filed, or has gone
      * past its retention, is a 404
       FETCH-REPORT-RUN.
           MOVE WS-RP-NAME TO WS-RPRUN-KEY-NAME.
           MOVE WS-RP-DATE TO WS-RPRUN-KEY-DATE.
           EXEC CICS READ FILE(WS-RPRUN-FILE)
                     RIDFLD(WS-RPRUN-KEY)
                     INTO(WS-RPRUN-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKRPP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKRPP01
              INITIALIZE RBKRPP01-responseCode404
              STRING "No run of report " DELIMITED BY SIZE
                     WS-RP-NAME DELIMITED BY SPACE
                     " on file for " DELIMITED BY SIZE
                     WS-RP-DATE DELIMITED BY SPACE
                     INTO Xmessage2 OF responseCode404
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode404)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE Xmessage2-length OF responseCode404 =
                 LENGTH OF Xmessage2 OF responseCode404 -
                 WS-MESG-COUNTER
              MOVE 1 TO Xmessage-existence OF responseCode404
              EXEC CICS PUT CONTAINER(WS-RESP404-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(RBKRPP01-responseCode404)
                         FLENGTH(LENGTH OF RBKRPP01-responseCode404)
                         BIT
              END-EXEC
              GO TO FETCH-REPORT-RUN-EXIT
           END-IF.

           MOVE WS-RP-NAME TO WS-REPO-KEY-NAME.
           MOVE WS-RP-DATE TO WS-REPO-KEY-DATE.
           MOVE 0 TO WS-REPO-KEY-LINE.
           EXEC CICS STARTBR FILE(WS-REPO-FILE)
                       RIDFLD(WS-REPO-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-REPO-FILE)
                             INTO(WS-REPO-RECORD)
                             RIDFLD(WS-REPO-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-REPO-KEY-NAME NOT = WS-RP-NAME OR
                    WS-REPO-KEY-DATE NOT = WS-RP-DATE THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-RP-COUNT
                 EXEC CICS PUT CONTAINER(WS-RPTLIN-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-REPO-RECORD)
                            FLENGTH(LENGTH OF WS-REPO-RECORD)
                            BIT
                            APPEND
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REPO-FILE) END-EXEC
           END-IF.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKRPP01.
           MOVE WS-RP-COUNT TO responseCode200-num OF BAQBASE-RBKRPP01.
           MOVE WS-RPTLIN-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKRPP01.

       FETCH-REPORT-RUN-EXIT.
           EXIT.

      * The runs on file, in report then run date order - from the
      * named report's first run to its last, or the whole repository
       LIST-REPORT-RUNS.
           MOVE WS-RP-NAME TO WS-RPRUN-KEY-NAME.
           MOVE LOW-VALUES TO WS-RPRUN-KEY-DATE.
           IF WS-RP-NAME = SPACES THEN
              MOVE LOW-VALUES TO WS-RPRUN-KEY
           END-IF.
           EXEC CICS STARTBR FILE(WS-RPRUN-FILE)
                       RIDFLD(WS-RPRUN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-RPRUN-FILE)
                             INTO(WS-RPRUN-RECORD)
                             RIDFLD(WS-RPRUN-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-RP-NAME NOT = SPACES AND
                    rprunName NOT = WS-RP-NAME THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-RP-COUNT
                 EXEC CICS PUT CONTAINER(WS-RPTLST-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-RPRUN-RECORD)
                            FLENGTH(LENGTH OF WS-RPRUN-RECORD)
                            BIT
                            APPEND
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RPRUN-FILE) END-EXEC
           END-IF.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKRPP01.
           MOVE WS-RP-COUNT TO responseCode200-num OF BAQBASE-RBKRPP01.
           MOVE WS-RPTLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKRPP01.
