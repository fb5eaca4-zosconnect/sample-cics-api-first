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
      * RBKRCDEC - Maintenance utility for access recertification    *
      *            decisions (RBKRECRT): record an administrator's    *
      *            keep or revoke on one user's entry in a review     *
      *            cycle, or list a cycle's entries (every cycle when *
      *            none is given). A decision can be changed until    *
      *            RBKRCENF closes the entry at the deadline; nobody  *
      *            may decide their own entry. Who decided, and when, *
      *            go on the entry. Modeled on RBKFRCAD               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKRCDEC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-RECRT-COUNT        PIC S9(8) COMP-5 VALUE 0.
       01 WS-ROLECHK-USERID     PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.
       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action, which cycle and which user
           INITIALIZE WS-RECRT-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-RECRT-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

      * Recertifying access is an administrator's job
           PERFORM RESOLVE-CALLER-ROLE.
           IF NOT WS-CALLER-IS-ADMIN THEN
              INITIALIZE WS-ERROR
              STRING "administrator role is required to run this "
                       DELIMITED BY SIZE
                     "utility"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-RECRT-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

           EVALUATE TRUE
              WHEN WS-RECRT-ACTION-KEEP
              WHEN WS-RECRT-ACTION-REVOKE
                 IF WS-RECRT-REQ-USERID = WS-ROLECHK-USERID THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKRCDEC: nobody may recertify their own "
                             DELIMITED BY SIZE
                           "access"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    PERFORM PUT-RECRT-ERROR
                    GO TO EXIT-PROGRAM
                 END-IF

                 MOVE WS-RECRT-REQ-CYCLE TO WS-RECRT-KEY-CYCLE
                 MOVE WS-RECRT-REQ-USERID TO WS-RECRT-KEY-USERID
                 EXEC CICS READ FILE(WS-RECRT-FILE)
                           INTO(WS-RECRT-RECORD)
                           RIDFLD(WS-RECRT-KEY)
                           UPDATE
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKRCDEC: no such entry in that review "
                             DELIMITED BY SIZE
                           "cycle"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    PERFORM PUT-RECRT-ERROR
                    GO TO EXIT-PROGRAM
                 END-IF
                 IF NOT WS-RECRT-IS-OPEN THEN
                    EXEC CICS UNLOCK FILE(WS-RECRT-FILE)
                              RESP(WS-RESP)
                    END-EXEC
                    INITIALIZE WS-ERROR
                    STRING "RBKRCDEC: entry already closed at its "
                             DELIMITED BY SIZE
                           "deadline"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    PERFORM PUT-RECRT-ERROR
                    GO TO EXIT-PROGRAM
                 END-IF

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

                 IF WS-RECRT-ACTION-KEEP THEN
                    SET WS-RECRT-KEEP TO TRUE
                 ELSE
                    SET WS-RECRT-REVOKE TO TRUE
                 END-IF
                 MOVE WS-ROLECHK-USERID TO recrtReviewer
                 MOVE WS-NOW-STAMP(1:25) TO recrtDecidedAt
                 EXEC CICS REWRITE FILE(WS-RECRT-FILE)
                           FROM(WS-RECRT-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 1 TO WS-RECRT-COUNT
                 END-IF

              WHEN WS-RECRT-ACTION-LIST
                 MOVE LOW-VALUES TO WS-RECRT-KEY
                 IF WS-RECRT-REQ-CYCLE NOT = SPACES THEN
                    MOVE WS-RECRT-REQ-CYCLE TO WS-RECRT-KEY-CYCLE
                 END-IF
                 EXEC CICS STARTBR FILE(WS-RECRT-FILE)
                             RIDFLD(WS-RECRT-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP = DFHRESP(NORMAL)
                    PERFORM UNTIL EXIT
                       EXEC CICS READNEXT FILE(WS-RECRT-FILE)
                                   INTO(WS-RECRT-RECORD)
                                   RIDFLD(WS-RECRT-KEY)
                                   RESP(WS-FILE-RESP)
                       END-EXEC
                       IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                          EXIT PERFORM
                       END-IF
                       IF WS-RECRT-REQ-CYCLE NOT = SPACES AND
                          WS-RECRT-KEY-CYCLE NOT = WS-RECRT-REQ-CYCLE
                          THEN
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-RECRT-COUNT
                       EXEC CICS PUT CONTAINER(WS-RCLST-CONT-NAME)
                                CHANNEL(WS-CHANNEL-NAME)
                                FROM(WS-RECRT-RECORD)
                                FLENGTH(LENGTH OF WS-RECRT-RECORD)
                                BIT
                                APPEND
                       END-EXEC
                    END-PERFORM
                    EXEC CICS ENDBR FILE(WS-RECRT-FILE) END-EXEC
                 END-IF
           END-EVALUATE.

      * Tell the caller how many entries were touched/listed
           EXEC CICS PUT CONTAINER(WS-NUMRCRT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-RECRT-COUNT)
                         FLENGTH(LENGTH OF WS-RECRT-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

       RESOLVE-CALLER-ROLE.
           MOVE SPACES TO WS-ROLECHK-USERID.
           EXEC CICS ASSIGN USERID(WS-ROLECHK-USERID) END-EXEC.
           MOVE WS-ROLECHK-USERID TO WS-ROLE-KEY.
           EXEC CICS READ FILE(WS-ROLE-FILE)
                     RIDFLD(WS-ROLE-KEY)
                     INTO(WS-ROLE-RECORD)
                     RESP(WS-ROLECHK-RESP)
           END-EXEC.
           IF WS-ROLECHK-RESP = DFHRESP(NORMAL) THEN
              MOVE roleCode OF WS-ROLE-RECORD TO WS-CALLER-ROLE
           ELSE
              MOVE 'R' TO WS-CALLER-ROLE
           END-IF.

      * errorMessage is already set - size it and hand it back
       PUT-RECRT-ERROR.
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
