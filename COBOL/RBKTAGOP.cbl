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
      * RBKTAGOP - Implement the getTags operation: return every      *
      *            free-form tag in use with the number of books      *
      *            carrying it. The RBKTAGIX index is keyed tag then  *
      *            formNumber, so one browse of it yields the tags in *
      *            order with each tag's books adjacent - no pass     *
      *            over REDBOOK is needed. Modeled on RBKTOPOP        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKTAGOP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKTGP01.
       COPY RBKWSTOR.

       01 WS-TAG-OUT-COUNT      PIC S9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKTGP01.

      * Walk the index, counting each run of one tag's entries and
      * emitting the tag when the run ends
           MOVE SPACES TO tagListName.
           MOVE 0 TO tagListBooks.
           MOVE LOW-VALUES TO WS-TAGIX-KEY.
           EXEC CICS STARTBR FILE(WS-TAGIX-FILE)
                       RIDFLD(WS-TAGIX-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-TAGIX-FILE)
                             INTO(WS-TAGIX-RECORD)
                             RIDFLD(WS-TAGIX-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-TAGIX-REC-TAG NOT = tagListName THEN
                    PERFORM EMIT-TAG-ENTRY
                    MOVE WS-TAGIX-REC-TAG TO tagListName
                    MOVE 0 TO tagListBooks
                 END-IF
                 ADD 1 TO tagListBooks
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-TAGIX-FILE) END-EXEC
              PERFORM EMIT-TAG-ENTRY
           END-IF.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKTGP01.
           MOVE WS-TAG-OUT-COUNT TO responseCode200-num
             OF BAQBASE-RBKTGP01.
           MOVE WS-TAGLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKTGP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKTGP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKTGP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * Nothing to emit before the first run has started
       EMIT-TAG-ENTRY.
           IF tagListBooks > 0 THEN
              ADD 1 TO WS-TAG-OUT-COUNT
              EXEC CICS PUT CONTAINER(WS-TAGLST-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-TAG-LIST-ENTRY)
                         FLENGTH(LENGTH OF WS-TAG-LIST-ENTRY)
                         BIT
                         APPEND
              END-EXEC
           END-IF.
