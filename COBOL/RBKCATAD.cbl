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
      * RBKCATAD - Maintenance utility for the borrower category      *
      *            policy table (RBKCATP): set one category's loan    *
      *            period, open-loan limit, renewal limit, daily fine *
      *            and charge-block threshold, remove a category      *
      *            (its borrowers fall back to the book policy and    *
      *            global defaults), or list the table. Modeled on    *
      *            RBKPOLAD                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCATAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-CATP-COUNT         PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action and which category
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-CATPOL-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

           EVALUATE TRUE
              WHEN WS-CATP-ACTION-SET
      * A blank category would be the key every unassigned borrower
      * already lends under - refuse it rather than let it shadow
      * the defaults
                 IF WS-CATP-REQ-CATEGORY = SPACES OR
                    WS-CATP-REQ-CATEGORY = LOW-VALUES THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKCATAD: a category name is "
                             DELIMITED BY SIZE
                           "required"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    MOVE 0 TO WS-MESG-COUNTER
                    INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
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
      * Zero in any column means "no opinion" - RBKPOLRS leaves the
      * book policy or global default in place for it - but a
      * negative figure is a keying slip
                 IF WS-CATP-REQ-LOANDAYS < 0 OR
                    WS-CATP-REQ-MAXLOANS < 0 OR
                    WS-CATP-REQ-MAXRENEW < 0 THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKCATAD: loan days and limits cannot "
                             DELIMITED BY SIZE
                           "be negative"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    MOVE 0 TO WS-MESG-COUNTER
                    INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
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
                 MOVE WS-CATP-REQ-CATEGORY TO WS-CATPOL-KEY
                 INITIALIZE WS-CATPOL-RECORD
                 MOVE WS-CATP-REQ-CATEGORY TO
                   catCategory OF WS-CATPOL-RECORD
                 MOVE WS-CATP-REQ-LOANDAYS TO
                   catLoanDays OF WS-CATPOL-RECORD
                 MOVE WS-CATP-REQ-MAXLOANS TO
                   catMaxLoans OF WS-CATPOL-RECORD
                 MOVE WS-CATP-REQ-MAXRENEW TO
                   catMaxRenewals OF WS-CATPOL-RECORD
                 MOVE WS-CATP-REQ-FINE TO
                   catFinePerDay OF WS-CATPOL-RECORD
                 MOVE WS-CATP-REQ-BLOCK TO
                   catBlockLimit OF WS-CATPOL-RECORD
                 EXEC CICS DELETE FILE(WS-CATPOL-FILE)
                           RIDFLD(WS-CATPOL-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-CATPOL-FILE)
                           RIDFLD(WS-CATPOL-KEY)
                           FROM(WS-CATPOL-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE 1 TO WS-CATP-COUNT

              WHEN WS-CATP-ACTION-REMOVE
                 MOVE WS-CATP-REQ-CATEGORY TO WS-CATPOL-KEY
                 EXEC CICS DELETE FILE(WS-CATPOL-FILE)
                           RIDFLD(WS-CATPOL-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 1 TO WS-CATP-COUNT
                 END-IF

              WHEN WS-CATP-ACTION-LIST
                 MOVE LOW-VALUES TO WS-CATPOL-KEY
                 EXEC CICS STARTBR FILE(WS-CATPOL-FILE)
                             RIDFLD(WS-CATPOL-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP = DFHRESP(NORMAL)
                    PERFORM UNTIL EXIT
                       EXEC CICS READNEXT FILE(WS-CATPOL-FILE)
                                   INTO(WS-CATPOL-RECORD)
                                   RIDFLD(WS-CATPOL-KEY)
                                   RESP(WS-FILE-RESP)
                       END-EXEC
                       IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-CATP-COUNT
                       EXEC CICS PUT CONTAINER(WS-CATPLST-CONT-NAME)
                                CHANNEL(WS-CHANNEL-NAME)
                                FROM(WS-CATPOL-RECORD)
                                FLENGTH(LENGTH OF WS-CATPOL-RECORD)
                                BIT
                                APPEND
                       END-EXEC
                    END-PERFORM
                    EXEC CICS ENDBR FILE(WS-CATPOL-FILE) END-EXEC
                 END-IF
           END-EVALUATE.

      * Tell the caller how many categories were touched/listed
           EXEC CICS PUT CONTAINER(WS-NUMCATP-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-CATP-COUNT)
                         FLENGTH(LENGTH OF WS-CATP-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.
