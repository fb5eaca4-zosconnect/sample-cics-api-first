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
      * RBKSUSAD - Maintenance utility for manual borrower            *
      *            suspensions (RBKSUSP): the desk sets one with a    *
      *            reason code, a note and an optional expiry, lifts  *
      *            one by its sequence (or every active one at once), *
      *            or lists a borrower's suspension history. While    *
      *            one is in force RBKPOLRS reports the borrower as   *
      *            suspended and checkout, renew, holds and grants    *
      *            all refuse them. Modeled on RBKCATAD               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSUSAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-SUSP-COUNT         PIC S9(8) COMP-5 VALUE 0.

      * The borrower's next free suspension sequence
       01 WS-NEXT-SEQ           PIC 9(4) VALUE 0.

      * Active suspensions found by a lift-all browse, updated once
      * the browse has ended; the walk re-runs while a pass fills it
       01 WS-LIFT-COUNT         PIC S9(4) COMP-5 VALUE 0.
       01 WS-LIFT-IX            PIC S9(4) COMP-5 VALUE 0.
       01 WS-LIFT-TABLE.
         03 WS-LIFT-SEQ         PIC 9(4) OCCURS 100.

       01 WS-CALLER-USERID      PIC X(8).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action and which borrower
           INITIALIZE WS-SUSP-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-SUSP-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.

      * Setting and lifting are desk decisions, and writes - honour
      * the role tier and read-only maintenance mode for both; the
      * history list stays answerable to anyone
           IF WS-SUSP-ACTION-SET OR WS-SUSP-ACTION-LIFT THEN
              PERFORM RESOLVE-CALLER-ROLE
              IF NOT WS-CALLER-IS-DESK THEN
                 INITIALIZE WS-ERROR
                 MOVE "RBKSUSAD: desk role is required to suspend"
                   TO errorMessage OF WS-ERROR
                 PERFORM PUT-SUSP-ERROR
                 GO TO EXIT-PROGRAM
              END-IF
              MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY
              EXEC CICS READ FILE(WS-CTRL-FILE)
                        RIDFLD(WS-CTRL-KEY)
                        INTO(WS-CTRL-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                 controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
                 INITIALIZE WS-ERROR
                 STRING "catalog is in read-only maintenance mode - "
                          DELIMITED BY SIZE
                        "try again shortly"
                          DELIMITED BY SIZE
                        INTO errorMessage OF WS-ERROR
                 PERFORM PUT-SUSP-ERROR
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WS-SUSP-ACTION-SET
                 PERFORM SET-SUSPENSION THRU SET-SUSPENSION-EXIT

              WHEN WS-SUSP-ACTION-LIFT
                 IF WS-SUSP-REQ-SEQ = 0 THEN
                    PERFORM LIFT-ALL-ACTIVE
                 ELSE
                    MOVE WS-SUSP-REQ-BORROWER TO WS-SUSP-KEY-BORROWER
                    MOVE WS-SUSP-REQ-SEQ TO WS-SUSP-KEY-SEQ
                    PERFORM LIFT-ONE THRU LIFT-ONE-EXIT
                 END-IF

              WHEN WS-SUSP-ACTION-LIST
                 MOVE WS-SUSP-REQ-BORROWER TO WS-SUSP-KEY-BORROWER
                 MOVE 0 TO WS-SUSP-KEY-SEQ
                 EXEC CICS STARTBR FILE(WS-SUSP-FILE)
                             RIDFLD(WS-SUSP-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
                 END-EXEC
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
                       IF WS-SUSP-KEY-BORROWER NOT =
                          WS-SUSP-REQ-BORROWER THEN
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-SUSP-COUNT
                       MOVE WS-SUSP-KEY-SEQ TO WS-SUSP-LIST-SEQ
                       MOVE WS-SUSP-RECORD TO WS-SUSP-LIST-RECORD
                       EXEC CICS PUT CONTAINER(WS-SUSPLST-CONT-NAME)
                                CHANNEL(WS-CHANNEL-NAME)
                                FROM(WS-SUSP-LIST-ENTRY)
                                FLENGTH(LENGTH OF WS-SUSP-LIST-ENTRY)
                                BIT
                                APPEND
                       END-EXEC
                    END-PERFORM
                    EXEC CICS ENDBR FILE(WS-SUSP-FILE) END-EXEC
                 END-IF
           END-EVALUATE.

      * Tell the caller how many suspensions were set/lifted/listed
           EXEC CICS PUT CONTAINER(WS-NUMSUSP-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-SUSP-COUNT)
                         FLENGTH(LENGTH OF WS-SUSP-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * Record a new ACTIVE suspension at the borrower's next
      * sequence. The borrower must be registered, the reason one
      * of the desk's codes, and any expiry a date still ahead - an
      * expiry of today or earlier would never be in force
       SET-SUSPENSION.
           MOVE WS-SUSP-REQ-BORROWER TO WS-BORROWER-KEY.
           EXEC CICS READ FILE(WS-BORROWER-FILE)
                     RIDFLD(WS-BORROWER-KEY)
                     INTO(WS-BORROWER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              MOVE "RBKSUSAD: borrower is not on the register"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-SUSP-ERROR
              GO TO SET-SUSPENSION-EXIT
           END-IF.

           MOVE WS-SUSP-REQ-REASON TO suspReason OF WS-SUSP-RECORD.
           IF NOT WS-SUSP-REASON-VALID THEN
              INITIALIZE WS-ERROR
              STRING "RBKSUSAD: reason must be LOSTBKS, ILLABUSE, "
                       DELIMITED BY SIZE
                     "DISCIPL or OTHER"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-SUSP-ERROR
              GO TO SET-SUSPENSION-EXIT
           END-IF.

           IF WS-SUSP-REQ-EXPIRES NOT = SPACES AND
              (WS-SUSP-REQ-EXPIRES(5:1) NOT = '-' OR
               WS-SUSP-REQ-EXPIRES(8:1) NOT = '-' OR
               WS-SUSP-REQ-EXPIRES(1:4) NOT NUMERIC OR
               WS-SUSP-REQ-EXPIRES(6:2) NOT NUMERIC OR
               WS-SUSP-REQ-EXPIRES(9:2) NOT NUMERIC OR
               WS-SUSP-REQ-EXPIRES NOT > WS-NOW-DATE) THEN
              INITIALIZE WS-ERROR
              STRING "RBKSUSAD: expiry must be a future YYYY-MM-DD "
                       DELIMITED BY SIZE
                     "or blank"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-SUSP-ERROR
              GO TO SET-SUSPENSION-EXIT
           END-IF.

           MOVE 0 TO WS-NEXT-SEQ.
           MOVE WS-SUSP-REQ-BORROWER TO WS-SUSP-KEY-BORROWER.
           MOVE 0 TO WS-SUSP-KEY-SEQ.
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
                 IF WS-SUSP-KEY-BORROWER NOT = WS-SUSP-REQ-BORROWER
                 THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-SUSP-KEY-SEQ TO WS-NEXT-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SUSP-FILE) END-EXEC
           END-IF.
           ADD 1 TO WS-NEXT-SEQ.

           INITIALIZE WS-SUSP-RECORD.
           MOVE WS-SUSP-REQ-REASON TO suspReason OF WS-SUSP-RECORD.
           MOVE WS-SUSP-REQ-NOTE TO suspNote OF WS-SUSP-RECORD.
           MOVE WS-CALLER-USERID TO suspSetBy OF WS-SUSP-RECORD.
           MOVE WS-NOW-DATE TO suspStart OF WS-SUSP-RECORD.
           MOVE WS-SUSP-REQ-EXPIRES TO suspExpires OF WS-SUSP-RECORD.
           SET WS-SUSP-IS-ACTIVE TO TRUE.
           MOVE WS-SUSP-REQ-BORROWER TO WS-SUSP-KEY-BORROWER.
           MOVE WS-NEXT-SEQ TO WS-SUSP-KEY-SEQ.
           EXEC CICS WRITE FILE(WS-SUSP-FILE)
                     RIDFLD(WS-SUSP-KEY)
                     FROM(WS-SUSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 1 TO WS-SUSP-COUNT
           END-IF.
       SET-SUSPENSION-EXIT.
           EXIT.

      * Lift the one suspension at WS-SUSP-KEY, stamping who lifted
      * it and when - a lifted one stays on file as history
       LIFT-ONE.
           EXEC CICS READ FILE(WS-SUSP-FILE)
                     RIDFLD(WS-SUSP-KEY)
                     INTO(WS-SUSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              NOT WS-SUSP-IS-ACTIVE THEN
              INITIALIZE WS-ERROR
              MOVE "RBKSUSAD: no active suspension at that sequence"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-SUSP-ERROR
              GO TO LIFT-ONE-EXIT
           END-IF.
           SET WS-SUSP-IS-LIFTED TO TRUE.
           MOVE WS-NOW-DATE TO suspLiftedDate OF WS-SUSP-RECORD.
           MOVE WS-CALLER-USERID TO suspLiftedBy OF WS-SUSP-RECORD.
           EXEC CICS DELETE FILE(WS-SUSP-FILE)
                     RIDFLD(WS-SUSP-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-SUSP-FILE)
                     RIDFLD(WS-SUSP-KEY)
                     FROM(WS-SUSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              ADD 1 TO WS-SUSP-COUNT
           END-IF.
       LIFT-ONE-EXIT.
           EXIT.

      * Lift every active suspension the borrower has - collect the
      * sequences during the browse and update once it has ended
       LIFT-ALL-ACTIVE.
           PERFORM UNTIL EXIT
              MOVE 0 TO WS-LIFT-COUNT
              MOVE WS-SUSP-REQ-BORROWER TO WS-SUSP-KEY-BORROWER
              MOVE 0 TO WS-SUSP-KEY-SEQ
              EXEC CICS STARTBR FILE(WS-SUSP-FILE)
                          RIDFLD(WS-SUSP-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
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
                    IF WS-SUSP-KEY-BORROWER NOT =
                       WS-SUSP-REQ-BORROWER THEN
                       EXIT PERFORM
                    END-IF
                    IF WS-SUSP-IS-ACTIVE THEN
                       ADD 1 TO WS-LIFT-COUNT
                       MOVE WS-SUSP-KEY-SEQ TO
                         WS-LIFT-SEQ(WS-LIFT-COUNT)
                       IF WS-LIFT-COUNT = 100 THEN
                          EXIT PERFORM
                       END-IF
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE(WS-SUSP-FILE) END-EXEC
              END-IF
              IF WS-LIFT-COUNT = 0 THEN
                 EXIT PERFORM
              END-IF
              PERFORM VARYING WS-LIFT-IX FROM 1 BY 1
                      UNTIL WS-LIFT-IX > WS-LIFT-COUNT
                 MOVE WS-SUSP-REQ-BORROWER TO WS-SUSP-KEY-BORROWER
                 MOVE WS-LIFT-SEQ(WS-LIFT-IX) TO WS-SUSP-KEY-SEQ
                 PERFORM LIFT-ONE THRU LIFT-ONE-EXIT
              END-PERFORM
              IF WS-LIFT-COUNT < 100 THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       PUT-SUSP-ERROR.
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

      * Resolve the caller's role tier from the RBKROLE mapping -
      * default reader when no mapping exists for this userid
       RESOLVE-CALLER-ROLE.
           MOVE SPACES TO WS-CALLER-USERID.
           EXEC CICS ASSIGN USERID(WS-CALLER-USERID) END-EXEC.
           MOVE WS-CALLER-USERID TO WS-ROLE-KEY.
           EXEC CICS READ FILE(WS-ROLE-FILE)
                     RIDFLD(WS-ROLE-KEY)
                     INTO(WS-ROLE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE roleCode OF WS-ROLE-RECORD TO WS-CALLER-ROLE
           ELSE
              MOVE 'R' TO WS-CALLER-ROLE
           END-IF.
