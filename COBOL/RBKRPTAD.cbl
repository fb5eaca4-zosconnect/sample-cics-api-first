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
      * RBKRPTAD - Maintenance utility for report retention in the    *
      *            report repository (RBKRPRET): set how many days    *
      *            the filed runs of one report are kept, or remove   *
      *            the setting so the report falls back to the        *
      *            default. Zero days keeps no runs of the report at  *
      *            all. Modeled on RBKTOPAD                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKRPTAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-RPTAD-COUNT        PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action and which report
           INITIALIZE WS-RPTAD-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-RPTAD-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

           EVALUATE TRUE
              WHEN WS-RPTAD-ACTION-SET
      * A negative retention means nothing - reject it
                 IF WS-RPTAD-REQ-DAYS < 0 OR
                    WS-RPTAD-REQ-NAME = SPACES THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKRPTAD: report name and a retention "
                             DELIMITED BY SIZE
                           "of 0+ days"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    INSPECT FUNCTION REVERSE
                       (errorMessage OF WS-ERROR)
                       TALLYING WS-MESG-COUNTER FOR LEADING SPACES
                    COMPUTE errorMessage-length OF WS-ERROR =
                       LENGTH OF errorMessage OF WS-ERROR -
                       WS-MESG-COUNTER
                    MOVE 1 TO errorMessage-existence OF WS-ERROR
                    EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                                  CHANNEL(WS-CHANNEL-NAME)
                                  FROM(WS-ERROR)
                                  FLENGTH(LENGTH OF WS-ERROR)
                                  BIT
                    END-EXEC
                    GO TO EXIT-PROGRAM
                 END-IF

                 MOVE WS-RPTAD-REQ-NAME TO WS-RPRET-KEY
                 INITIALIZE WS-RPRET-RECORD
                 MOVE WS-RPTAD-REQ-NAME TO
                   rpretName OF WS-RPRET-RECORD
                 MOVE WS-RPTAD-REQ-DAYS TO
                   rpretDays OF WS-RPRET-RECORD
                 EXEC CICS DELETE FILE(WS-RPRET-FILE)
                           RIDFLD(WS-RPRET-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-RPRET-FILE)
                           RIDFLD(WS-RPRET-KEY)
                           FROM(WS-RPRET-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 1 TO WS-RPTAD-COUNT
                 END-IF

              WHEN WS-RPTAD-ACTION-REMOVE
                 MOVE WS-RPTAD-REQ-NAME TO WS-RPRET-KEY
                 EXEC CICS DELETE FILE(WS-RPRET-FILE)
                           RIDFLD(WS-RPRET-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 1 TO WS-RPTAD-COUNT
                 END-IF
           END-EVALUATE.

      * Tell the caller how many retention entries were touched
           EXEC CICS PUT CONTAINER(WS-NUMRPTA-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-RPTAD-COUNT)
                         FLENGTH(LENGTH OF WS-RPTAD-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.
