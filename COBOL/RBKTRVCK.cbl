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
      * RBKTRVCK - Technical review gate, LINKed the way RBKVDATE is. *
      *            Takes a formNumber in WS-TRVCK-CONT-NAME, browses  *
      *            the book's RBKTREV reviews and rewrites the        *
      *            container with the tally (assigned, signed off,    *
      *            rejected) and the verdict: clear only when at      *
      *            least WS-TREV-MIN-SIGNOFFS reviewers are assigned  *
      *            and every one of them has signed off. Modeled on   *
      *            RBKVDATE                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKTRVCK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the book to check
           EXEC CICS GET CONTAINER(WS-TRVCK-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-TRVCK-PARM)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No book was provided
              GO TO EXIT-PROGRAM
           END-IF.

           MOVE 0 TO WS-TRVCK-ASSIGNED.
           MOVE 0 TO WS-TRVCK-SIGNEDOFF.
           MOVE 0 TO WS-TRVCK-REJECTED.
           SET WS-TRVCK-IS-BLOCKED TO TRUE.

      * Every review the book has, whatever its state, counts as
      * assigned - one still open or rejected holds the gate shut
           MOVE WS-TRVCK-FORMNUM TO WS-TREV-KEY-FORMNUM.
           MOVE LOW-VALUES TO WS-TREV-KEY-REVIEWER.
           EXEC CICS STARTBR FILE(WS-TREV-FILE)
                       RIDFLD(WS-TREV-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-TREV-FILE)
                             INTO(WS-TREV-RECORD)
                             RIDFLD(WS-TREV-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-TREV-KEY-FORMNUM NOT = WS-TRVCK-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-TRVCK-ASSIGNED
                 EVALUATE TRUE
                    WHEN WS-TREV-IS-SIGNEDOFF
                       ADD 1 TO WS-TRVCK-SIGNEDOFF
                    WHEN WS-TREV-IS-REJECTED
                       ADD 1 TO WS-TRVCK-REJECTED
                 END-EVALUATE
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-TREV-FILE) END-EXEC
           END-IF.

           IF WS-TRVCK-ASSIGNED >= WS-TREV-MIN-SIGNOFFS AND
              WS-TRVCK-SIGNEDOFF = WS-TRVCK-ASSIGNED THEN
              SET WS-TRVCK-IS-CLEAR TO TRUE
           END-IF.

      * Hand the tally and the verdict back in the same container
      * it arrived on
           EXEC CICS PUT CONTAINER(WS-TRVCK-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-TRVCK-PARM)
                         FLENGTH(LENGTH OF WS-TRVCK-PARM)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.
