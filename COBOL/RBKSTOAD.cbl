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
      * RBKSTOAD - Maintenance utility for the standing-order         *
      *            profiles (RBKSTOP): add or replace a profile,      *
      *            remove one, or list them all. A profile is checked *
      *            before it is filed - its series volume must be in  *
      *            the catalog, its vendor on the vendor master and   *
      *            every branch of its split on the branch master -   *
      *            so the nightly RBKSTOGN never buys for a branch    *
      *            that doesn't exist. Modeled on RBKVENAD            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSTOAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-STOP-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-STOP-I             PIC S9(4) COMP-5.
       01 WS-STOP-FORMNUM       PIC X(12).

      * One list entry: the profile id ahead of its record
       01 WS-STOP-LIST-ENTRY.
         03 WS-STOP-LIST-ID       PIC X(8).
         03 WS-STOP-LIST-RECORD   PIC X(128).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action and which profile
           INITIALIZE WS-STOP-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-STOP-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

           EVALUATE TRUE
              WHEN WS-STOP-ACTION-ADD
                 PERFORM CHECK-PROFILE THRU CHECK-PROFILE-EXIT
                 IF WS-STOP-COUNT < 0 THEN
                    MOVE 0 TO WS-STOP-COUNT
                    GO TO EXIT-PROGRAM
                 END-IF
                 IF WS-STOP-REQ-SINCE = SPACES THEN
                    EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC
                    EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                              YYYYMMDD(WS-NOW-DATE)
                              DATESEP('-')
                    END-EXEC
                    MOVE WS-NOW-DATE TO WS-STOP-REQ-SINCE
                 END-IF
                 MOVE WS-STOP-REQ-ID TO WS-STOP-KEY
                 INITIALIZE WS-STOP-RECORD
                 MOVE WS-STOP-REQ-TYPE TO
                   stopMatchType OF WS-STOP-RECORD
                 MOVE WS-STOP-REQ-VALUE TO
                   stopMatchValue OF WS-STOP-RECORD
                 MOVE WS-STOP-REQ-TRIGGER TO
                   stopTrigger OF WS-STOP-RECORD
                 MOVE WS-STOP-REQ-ACT TO
                   stopAction OF WS-STOP-RECORD
                 MOVE WS-STOP-REQ-VENDOR TO
                   stopVendor OF WS-STOP-RECORD
                 MOVE WS-STOP-REQ-SINCE TO
                   stopSince OF WS-STOP-RECORD
                 MOVE WS-STOP-REQ-BRANCHES TO
                   stopBranchCount OF WS-STOP-RECORD
                 PERFORM VARYING WS-STOP-I FROM 1 BY 1
                           UNTIL WS-STOP-I > WS-STOP-REQ-BRANCHES
                    MOVE WS-STOP-REQ-BRANCH(WS-STOP-I) TO
                      stopBranchCode OF WS-STOP-RECORD(WS-STOP-I)
                    MOVE WS-STOP-REQ-QTY(WS-STOP-I) TO
                      stopBranchQty OF WS-STOP-RECORD(WS-STOP-I)
                 END-PERFORM
                 EXEC CICS DELETE FILE(WS-STOP-FILE)
                           RIDFLD(WS-STOP-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-STOP-FILE)
                           RIDFLD(WS-STOP-KEY)
                           FROM(WS-STOP-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE 1 TO WS-STOP-COUNT

              WHEN WS-STOP-ACTION-REMOVE
                 MOVE WS-STOP-REQ-ID TO WS-STOP-KEY
                 EXEC CICS DELETE FILE(WS-STOP-FILE)
                           RIDFLD(WS-STOP-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 1 TO WS-STOP-COUNT
                 END-IF

              WHEN WS-STOP-ACTION-LIST
                 MOVE LOW-VALUES TO WS-STOP-KEY
                 EXEC CICS STARTBR FILE(WS-STOP-FILE)
                             RIDFLD(WS-STOP-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP = DFHRESP(NORMAL)
                    PERFORM UNTIL EXIT
                       EXEC CICS READNEXT FILE(WS-STOP-FILE)
                                   INTO(WS-STOP-RECORD)
                                   RIDFLD(WS-STOP-KEY)
                                   RESP(WS-FILE-RESP)
                       END-EXEC
                       IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-STOP-COUNT
                       MOVE WS-STOP-KEY TO WS-STOP-LIST-ID
                       MOVE WS-STOP-RECORD TO WS-STOP-LIST-RECORD
                       EXEC CICS PUT CONTAINER(WS-STOPLST-CONT-NAME)
                                CHANNEL(WS-CHANNEL-NAME)
                                FROM(WS-STOP-LIST-ENTRY)
                                FLENGTH(LENGTH OF WS-STOP-LIST-ENTRY)
                                BIT
                                APPEND
                       END-EXEC
                    END-PERFORM
                    EXEC CICS ENDBR FILE(WS-STOP-FILE) END-EXEC
                 END-IF
           END-EVALUATE.

      * Tell the caller how many profiles were touched/listed
           EXEC CICS PUT CONTAINER(WS-NUMSTOP-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-STOP-COUNT)
                         FLENGTH(LENGTH OF WS-STOP-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * Vet a profile before it is filed. A refusal puts the error
      * container and leaves WS-STOP-COUNT negative for the caller
       CHECK-PROFILE.
           IF WS-STOP-REQ-ID = SPACES OR
              (WS-STOP-REQ-TYPE NOT = 'SERIES' AND
               WS-STOP-REQ-TYPE NOT = 'TOPIC') OR
              WS-STOP-REQ-VALUE = SPACES OR
              (WS-STOP-REQ-TRIGGER NOT = 'C' AND
               WS-STOP-REQ-TRIGGER NOT = 'P') OR
              (WS-STOP-REQ-ACT NOT = 'P' AND
               WS-STOP-REQ-ACT NOT = 'O') THEN
              INITIALIZE WS-ERROR
              STRING "RBKSTOAD: incomplete or invalid profile"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-PROFILE-REFUSED
           END-IF.

           IF WS-STOP-REQ-BRANCHES < 1 OR
              WS-STOP-REQ-BRANCHES > 10 THEN
              INITIALIZE WS-ERROR
              STRING "RBKSTOAD: split must name 1 to 10 branches"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-PROFILE-REFUSED
           END-IF.

      * A series is named by one of its volumes
           IF WS-STOP-REQ-TYPE = 'SERIES' THEN
              MOVE WS-STOP-REQ-VALUE(1:12) TO WS-STOP-FORMNUM
              EXEC CICS READ FILE(WS-REDBOOK-FILE)
                        RIDFLD(WS-STOP-FORMNUM)
                        INTO(WS-BOOK)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 INITIALIZE WS-ERROR
                 STRING "RBKSTOAD: no Redbook on file "
                          DELIMITED BY SIZE
                        WS-STOP-FORMNUM
                          DELIMITED BY SIZE
                        INTO errorMessage OF WS-ERROR
                 GO TO CHECK-PROFILE-REFUSED
              END-IF
           END-IF.

      * A direct order has to name its vendor; a proposal may leave
      * the vendor to the reviewer
           IF WS-STOP-REQ-VENDOR = SPACES AND
              WS-STOP-REQ-ACT = 'O' THEN
              INITIALIZE WS-ERROR
              STRING "RBKSTOAD: an ordering profile needs a vendor"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-PROFILE-REFUSED
           END-IF.
           IF WS-STOP-REQ-VENDOR NOT = SPACES THEN
              MOVE WS-STOP-REQ-VENDOR TO WS-VENDOR-KEY
              EXEC CICS READ FILE(WS-VENDOR-FILE)
                        RIDFLD(WS-VENDOR-KEY)
                        INTO(WS-VENDOR-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 INITIALIZE WS-ERROR
                 STRING "RBKSTOAD: vendor is not on the vendor "
                          DELIMITED BY SIZE
                        "master"
                          DELIMITED BY SIZE
                        INTO errorMessage OF WS-ERROR
                 GO TO CHECK-PROFILE-REFUSED
              END-IF
           END-IF.

           PERFORM VARYING WS-STOP-I FROM 1 BY 1
                     UNTIL WS-STOP-I > WS-STOP-REQ-BRANCHES
              IF WS-STOP-REQ-QTY(WS-STOP-I) < 1 THEN
                 EXIT PERFORM
              END-IF
              MOVE WS-STOP-REQ-BRANCH(WS-STOP-I) TO WS-BRANCH-KEY
              EXEC CICS READ FILE(WS-BRANCH-FILE)
                        RIDFLD(WS-BRANCH-KEY)
                        INTO(WS-BRANCH-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-STOP-I <= WS-STOP-REQ-BRANCHES THEN
              INITIALIZE WS-ERROR
              STRING "RBKSTOAD: bad split entry for branch "
                       DELIMITED BY SIZE
                     WS-STOP-REQ-BRANCH(WS-STOP-I)
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-PROFILE-REFUSED
           END-IF.
           GO TO CHECK-PROFILE-EXIT.

       CHECK-PROFILE-REFUSED.
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
           MOVE -1 TO WS-STOP-COUNT.
       CHECK-PROFILE-EXIT.
           EXIT.
