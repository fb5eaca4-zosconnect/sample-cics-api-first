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
      * RBKERROP - Implement the getErrata operation: the errata      *
      *            register in formNumber / errata-number order,      *
      *            dispositions included. Optional ?formNumber=,      *
      *            ?team= and ?status= filters narrow it to one       *
      *            book's errata, one cataloguer team's queue view or *
      *            one stage of the workflow. Errata against a        *
      *            restricted book are left out for a caller whose    *
      *            role may not see the book. Modeled on RBKSUGOP     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKERROP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKERQ01.
       COPY RBKERP01.
       COPY RBKWSTOR.

       01 WS-ERRATA-COUNT       PIC S9(9) COMP-5 VALUE 0.
       01 WS-ROLECHK-USERID     PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

      * The book last looked up for the restricted check, and
      * whether the caller may see its errata - a book's errata
      * arrive together, so each book is read once
       01 WS-ER-LAST-FORMNUM    PIC X(12) VALUE SPACES.
       01 WS-ER-VISIBLE-SW      PIC X VALUE 'Y'.
         88 WS-ER-VISIBLE         VALUE 'Y'.
         88 WS-ER-HIDDEN          VALUE 'N'.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           PERFORM RESOLVE-CALLER-ROLE.

      * Pick up the optional filters - a missing container or blank
      * value means no filter
           INITIALIZE BAQBASE-RBKERQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKERQ01)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE BAQBASE-RBKERQ01
           END-IF.
           IF formNumber-existence OF requestQueryParameters = 0 THEN
              MOVE SPACES TO formNumber2 OF requestQueryParameters
           END-IF.
           IF team-existence OF requestQueryParameters = 0 THEN
              MOVE SPACES TO team2 OF requestQueryParameters
           END-IF.
           IF Xstatus-existence OF requestQueryParameters = 0 THEN
              MOVE SPACES TO Xstatus2 OF requestQueryParameters
           END-IF.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKERP01.

      * One book's errata sit together under its formNumber; the
      * whole register is browsed from the top
           IF formNumber2 OF requestQueryParameters NOT = SPACES THEN
              MOVE formNumber2 OF requestQueryParameters TO
                WS-ERRATA-KEY-FORMNUM
              MOVE 0 TO WS-ERRATA-KEY-SEQ
           ELSE
              MOVE LOW-VALUES TO WS-ERRATA-KEY
           END-IF.

           EXEC CICS STARTBR FILE(WS-ERRATA-FILE)
                       RIDFLD(WS-ERRATA-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ERRATA-FILE)
                             INTO(WS-ERRATA-RECORD)
                             RIDFLD(WS-ERRATA-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF formNumber2 OF requestQueryParameters NOT = SPACES
                    AND WS-ERRATA-KEY-FORMNUM NOT =
                       formNumber2 OF requestQueryParameters THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-ERRATA-KEY-FORMNUM NOT = WS-ER-LAST-FORMNUM
                 THEN
                    PERFORM CHECK-BOOK-VISIBLE THRU
                       CHECK-BOOK-VISIBLE-EXIT
                 END-IF
                 IF WS-ER-VISIBLE AND
                    (team2 OF requestQueryParameters = SPACES OR
                     errataTeam OF WS-ERRATA-RECORD =
                        team2 OF requestQueryParameters) AND
                    (Xstatus2 OF requestQueryParameters = SPACES OR
                     errataStatus OF WS-ERRATA-RECORD =
                        Xstatus2 OF requestQueryParameters) THEN
                    ADD 1 TO WS-ERRATA-COUNT
                    EXEC CICS PUT CONTAINER(WS-ERRLST-CONT-NAME)
                               CHANNEL(WS-CHANNEL-NAME)
                               FROM(WS-ERRATA-RECORD)
                               FLENGTH(LENGTH OF WS-ERRATA-RECORD)
                               BIT
                               APPEND
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ERRATA-FILE) END-EXEC
           END-IF.

           EXEC CICS PUT CONTAINER(WS-NUMERRA-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-ERRATA-COUNT)
                         FLENGTH(LENGTH OF WS-ERRATA-COUNT)
                         BIT
           END-EXEC.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKERP01.
           MOVE WS-ERRATA-COUNT TO responseCode200-num
             OF BAQBASE-RBKERP01.
           MOVE WS-ERRLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKERP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKERP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKERP01)
                         BIT
           END-EXEC.
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

      * A restricted book's errata are as hidden as the book itself
      * from a role that may not see it
       CHECK-BOOK-VISIBLE.
           MOVE WS-ERRATA-KEY-FORMNUM TO WS-ER-LAST-FORMNUM.
           SET WS-ER-VISIBLE TO TRUE.
           IF WS-CALLER-SEES-RESTRICTED THEN
              GO TO CHECK-BOOK-VISIBLE-EXIT
           END-IF.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-ER-LAST-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              restricted-existence OF WS-BOOK > 0 AND
              RESTRICTED-YES OF WS-BOOK THEN
              SET WS-ER-HIDDEN TO TRUE
           END-IF.
       CHECK-BOOK-VISIBLE-EXIT.
           EXIT.
