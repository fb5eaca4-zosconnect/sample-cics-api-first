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
      * RBKFRCAD - Maintenance utility for forced nightly steps       *
      *            (RBKFORCE): force a one-off run of a step its run  *
      *            frequency would skip, withdraw a force not yet     *
      *            acted on, or list the forces pending. RBKNIGHT     *
      *            runs a forced step on its next pass and deletes    *
      *            the force as it dispatches it. Modeled on RBKCALAD *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKFRCAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-FORCE-COUNT        PIC S9(8) COMP-5 VALUE 0.
       01 WS-FORCE-USERID       PIC X(8).
       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action and which step
           INITIALIZE WS-FORCE-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-FORCE-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

           EVALUATE TRUE
              WHEN WS-FORCE-ACTION-ADD
      * Who asked for the run, and when, go on the force record
                 MOVE SPACES TO WS-FORCE-USERID
                 EXEC CICS ASSIGN USERID(WS-FORCE-USERID) END-EXEC
                 EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                           YYYYMMDD(WS-NOW-DATE)
                           DATESEP('-')
                           TIME(WS-NOW-TIME)
                           TIMESEP(':')
                 END-EXEC
                 MOVE SPACES TO WS-NOW-STAMP
                 STRING WS-NOW-DATE DELIMITED BY SIZE
                        "T" DELIMITED BY SIZE
                        WS-NOW-TIME DELIMITED BY SIZE
                        "Z[UTC]" DELIMITED BY SIZE
                        INTO WS-NOW-STAMP

                 MOVE WS-FORCE-REQ-STEP TO WS-FORCE-KEY
                 INITIALIZE WS-FORCE-RECORD
                 MOVE WS-FORCE-REQ-STEP TO
                   forceStep OF WS-FORCE-RECORD
                 MOVE WS-FORCE-USERID TO
                   forceBy OF WS-FORCE-RECORD
                 MOVE WS-NOW-STAMP(1:25) TO
                   forceStamp OF WS-FORCE-RECORD
                 EXEC CICS DELETE FILE(WS-FORCE-FILE)
                           RIDFLD(WS-FORCE-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-FORCE-FILE)
                           RIDFLD(WS-FORCE-KEY)
                           FROM(WS-FORCE-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE 1 TO WS-FORCE-COUNT

              WHEN WS-FORCE-ACTION-REMOVE
                 MOVE WS-FORCE-REQ-STEP TO WS-FORCE-KEY
                 EXEC CICS DELETE FILE(WS-FORCE-FILE)
                           RIDFLD(WS-FORCE-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 1 TO WS-FORCE-COUNT
                 END-IF

              WHEN WS-FORCE-ACTION-LIST
                 MOVE LOW-VALUES TO WS-FORCE-KEY
                 EXEC CICS STARTBR FILE(WS-FORCE-FILE)
                             RIDFLD(WS-FORCE-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP = DFHRESP(NORMAL)
                    PERFORM UNTIL EXIT
                       EXEC CICS READNEXT FILE(WS-FORCE-FILE)
                                   INTO(WS-FORCE-RECORD)
                                   RIDFLD(WS-FORCE-KEY)
                                   RESP(WS-FILE-RESP)
                       END-EXEC
                       IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-FORCE-COUNT
                       EXEC CICS PUT CONTAINER(WS-FRCLST-CONT-NAME)
                                CHANNEL(WS-CHANNEL-NAME)
                                FROM(WS-FORCE-RECORD)
                                FLENGTH(LENGTH OF WS-FORCE-RECORD)
                                BIT
                                APPEND
                       END-EXEC
                    END-PERFORM
                    EXEC CICS ENDBR FILE(WS-FORCE-FILE) END-EXEC
                 END-IF
           END-EVALUATE.

      * Tell the caller how many forces were touched/listed
           EXEC CICS PUT CONTAINER(WS-NUMFRC-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-FORCE-COUNT)
                         FLENGTH(LENGTH OF WS-FORCE-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.
