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
      * RBKGLMAD - Maintenance utility for the general-ledger account *
      *            mapping (RBKGLMAP): set (add or replace) the debit *
      *            account, credit account and cost centre one money *
      *            event posts under, remove one (the event goes back *
      *            to its shipped default), or list every event with  *
      *            the accounts RBKGLEXT will use tonight. Modeled on *
      *            RBKTHRAD                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKGLMAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-GLM-COUNT          PIC S9(8) COMP-5 VALUE 0.
       01 WS-GLM-I              PIC S9(4) COMP-5.
       01 WS-GLM-FOUND-AT       PIC S9(4) COMP-5.

       01 WS-CALLER-USERID      PIC X(8).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action and which event
           INITIALIZE WS-GLMAP-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-GLMAP-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

      * Changing where money posts is an admin decision, and only a
      * known event can be mapped - anything else would never be
      * read by the extract
           IF WS-GLM-ACTION-SET OR WS-GLM-ACTION-REMOVE THEN
              PERFORM RESOLVE-CALLER-ROLE
              IF NOT WS-CALLER-IS-ADMIN THEN
                 INITIALIZE WS-ERROR
                 MOVE "RBKGLMAD: admin role is required to map accounts"
                   TO errorMessage OF WS-ERROR
                 PERFORM PUT-GLM-ERROR
                 GO TO EXIT-PROGRAM
              END-IF
              MOVE 0 TO WS-GLM-FOUND-AT
              PERFORM VARYING WS-GLM-I FROM 1 BY 1
                        UNTIL WS-GLM-I > WS-GLMAP-DEFAULT-COUNT
                 IF WS-GLMAP-DFLT-EVENT(WS-GLM-I) = WS-GLM-REQ-EVENT
                 THEN
                    MOVE WS-GLM-I TO WS-GLM-FOUND-AT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-GLM-FOUND-AT = 0 THEN
                 INITIALIZE WS-ERROR
                 MOVE "RBKGLMAD: not a known money event"
                   TO errorMessage OF WS-ERROR
                 PERFORM PUT-GLM-ERROR
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WS-GLM-ACTION-SET
                 IF WS-GLM-REQ-DEBIT = SPACES OR
                    WS-GLM-REQ-CREDIT = SPACES OR
                    WS-GLM-REQ-COSTCTR = SPACES THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKGLMAD: debit, credit and cost centre "
                             DELIMITED BY SIZE
                           "are all required"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    PERFORM PUT-GLM-ERROR
                    GO TO EXIT-PROGRAM
                 END-IF
                 MOVE WS-GLM-REQ-EVENT TO WS-GLMAP-KEY
                 INITIALIZE WS-GLMAP-RECORD
                 MOVE WS-GLM-REQ-EVENT TO glMapEvent OF WS-GLMAP-RECORD
                 MOVE WS-GLM-REQ-DEBIT TO glMapDebit OF WS-GLMAP-RECORD
                 MOVE WS-GLM-REQ-CREDIT TO
                   glMapCredit OF WS-GLMAP-RECORD
                 MOVE WS-GLM-REQ-COSTCTR TO
                   glMapCostCentre OF WS-GLMAP-RECORD
                 EXEC CICS DELETE FILE(WS-GLMAP-FILE)
                           RIDFLD(WS-GLMAP-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-GLMAP-FILE)
                           RIDFLD(WS-GLMAP-KEY)
                           FROM(WS-GLMAP-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE 1 TO WS-GLM-COUNT

              WHEN WS-GLM-ACTION-REMOVE
                 MOVE WS-GLM-REQ-EVENT TO WS-GLMAP-KEY
                 EXEC CICS DELETE FILE(WS-GLMAP-FILE)
                           RIDFLD(WS-GLMAP-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 1 TO WS-GLM-COUNT
                 END-IF

      * Every event, with its RBKGLMAP record where there is one and
      * its shipped default where there is not
              WHEN WS-GLM-ACTION-LIST
                 PERFORM VARYING WS-GLM-I FROM 1 BY 1
                           UNTIL WS-GLM-I > WS-GLMAP-DEFAULT-COUNT
                    MOVE WS-GLMAP-DFLT-EVENT(WS-GLM-I) TO WS-GLMAP-KEY
                    EXEC CICS READ FILE(WS-GLMAP-FILE)
                              RIDFLD(WS-GLMAP-KEY)
                              INTO(WS-GLMAP-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE WS-GLMAP-DFLT-EVENT(WS-GLM-I) TO
                         glMapEvent OF WS-GLMAP-RECORD
                       MOVE WS-GLMAP-DFLT-DEBIT(WS-GLM-I) TO
                         glMapDebit OF WS-GLMAP-RECORD
                       MOVE WS-GLMAP-DFLT-CREDIT(WS-GLM-I) TO
                         glMapCredit OF WS-GLMAP-RECORD
                       MOVE WS-GLMAP-DFLT-CC(WS-GLM-I) TO
                         glMapCostCentre OF WS-GLMAP-RECORD
                    END-IF
                    ADD 1 TO WS-GLM-COUNT
                    EXEC CICS PUT CONTAINER(WS-GLMLST-CONT-NAME)
                             CHANNEL(WS-CHANNEL-NAME)
                             FROM(WS-GLMAP-RECORD)
                             FLENGTH(LENGTH OF WS-GLMAP-RECORD)
                             BIT
                             APPEND
                    END-EXEC
                 END-PERFORM
           END-EVALUATE.

      * Tell the caller how many mappings were touched/listed
           EXEC CICS PUT CONTAINER(WS-NUMGLM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-GLM-COUNT)
                         FLENGTH(LENGTH OF WS-GLM-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

       PUT-GLM-ERROR.
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
