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
      * RBKSUSEX - Nightly suspension expiry. An ACTIVE suspension    *
      *            whose expiry date has been reached is stamped      *
      *            LIFTED (by RBKSUSEX, dated today), so the history  *
      *            RBKSUSAD lists and the borrower view shows agree   *
      *            with what RBKPOLRS has already been enforcing -    *
      *            it stops treating a suspension as in force on its  *
      *            expiry day. Suspensions with no expiry stay until  *
      *            the desk lifts them                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSUSEX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-LIFTED-COUNT       PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

      * The expired suspensions the browse found, updated once the
      * browse is over; 500 is the usual fixed cap and anything past
      * it is simply picked up by tomorrow night's run
       01 WS-SX-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-SX-TABLE.
         03 WS-SX-KEY OCCURS 500 TIMES PIC X(12).
       01 WS-SX-I               PIC S9(4) COMP-5.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKSUSEX' TO WS-JOBRUN-REQ-NAME.
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

      * Find the ACTIVE suspensions whose expiry is today or earlier
           MOVE 0 TO WS-SX-COUNT.
           MOVE LOW-VALUES TO WS-SUSP-KEY.

           EXEC CICS STARTBR FILE(WS-SUSP-FILE)
                       RIDFLD(WS-SUSP-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-SUSP-FILE)
                             INTO(WS-SUSP-RECORD)
                             RIDFLD(WS-SUSP-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SX-COUNT >= 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SUSP-IS-ACTIVE AND
                    suspExpires OF WS-SUSP-RECORD NOT = SPACES AND
                    suspExpires OF WS-SUSP-RECORD NOT > WS-NOW-DATE
                 THEN
                    ADD 1 TO WS-SX-COUNT
                    MOVE WS-SUSP-KEY TO WS-SX-KEY(WS-SX-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SUSP-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-SX-I FROM 1 BY 1
                     UNTIL WS-SX-I > WS-SX-COUNT
              PERFORM LIFT-ONE-SUSPENSION
                 THRU LIFT-ONE-SUSPENSION-EXIT
           END-PERFORM.

      * Tell the caller how many suspensions were lifted
           EXEC CICS PUT CONTAINER(WS-NUMSUSP-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-LIFTED-COUNT)
                         FLENGTH(LENGTH OF WS-LIFTED-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-LIFTED-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * Stamp one suspension from the table LIFTED - re-read first,
      * since the desk may have lifted it since the browse saw it
       LIFT-ONE-SUSPENSION.
           MOVE WS-SX-KEY(WS-SX-I) TO WS-SUSP-KEY.
           EXEC CICS READ FILE(WS-SUSP-FILE)
                     RIDFLD(WS-SUSP-KEY)
                     INTO(WS-SUSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              NOT WS-SUSP-IS-ACTIVE THEN
              GO TO LIFT-ONE-SUSPENSION-EXIT
           END-IF.
           EXEC CICS DELETE FILE(WS-SUSP-FILE)
                     RIDFLD(WS-SUSP-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           SET WS-SUSP-IS-LIFTED TO TRUE.
           MOVE WS-NOW-DATE TO suspLiftedDate OF WS-SUSP-RECORD.
           MOVE 'RBKSUSEX' TO suspLiftedBy OF WS-SUSP-RECORD.
           EXEC CICS WRITE FILE(WS-SUSP-FILE)
                     RIDFLD(WS-SUSP-KEY)
                     FROM(WS-SUSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              ADD 1 TO WS-LIFTED-COUNT
           END-IF.
       LIFT-ONE-SUSPENSION-EXIT.
           EXIT.
