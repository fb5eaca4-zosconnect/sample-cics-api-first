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
      * RBKTAGAD - Maintenance utility for a book's free-form tags    *
      *            (RBKTAGS and its tag-to-book index RBKTAGIX): add  *
      *            a tag to a catalogued book, remove one, or list    *
      *            the tags a book carries. Tags are uppercased so    *
      *            "cics" and "CICS" file as one, and a book carries  *
      *            no more than WS-TAG-MAX of them. Only cataloguers  *
      *            and administrators may add or remove; the topic    *
      *            taxonomy in RBKTOPIC stays the authoritative       *
      *            classification. Modeled on RBKTOPAD                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKTAGAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-TAG-COUNT          PIC S9(8) COMP-5 VALUE 0.
       01 WS-TAG-HELD           PIC S9(8) COMP-5 VALUE 0.
       01 WS-TAG-MESSAGE        PIC X(50).
       01 WS-USERID             PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action, which book and which tag
           INITIALIZE WS-TAG-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-TAG-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-TAG-REQ-TAG) TO WS-TAG-REQ-TAG.

      * Adding and removing tags is catalogue work - readers may
      * only list them
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM RESOLVE-CALLER-ROLE.

           IF NOT WS-TAG-ACTION-LIST AND NOT WS-CALLER-IS-CATALOGUER
              AND NOT WS-CALLER-IS-ADMIN THEN
              MOVE SPACES TO WS-TAG-MESSAGE
              STRING "RBKTAGAD: only cataloguers may add or remove tags"
                       DELIMITED BY SIZE
                     INTO WS-TAG-MESSAGE
              PERFORM SEND-TAG-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

      * Every action is against a catalogued book
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-TAG-REQ-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE SPACES TO WS-TAG-MESSAGE
              STRING "RBKTAGAD: no Redbook with formNumber "
                       DELIMITED BY SIZE
                     WS-TAG-REQ-FORMNUM
                       DELIMITED BY SPACE
                     INTO WS-TAG-MESSAGE
              PERFORM SEND-TAG-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

           EVALUATE TRUE
              WHEN WS-TAG-ACTION-ADD
                 IF WS-TAG-REQ-TAG = SPACES THEN
                    MOVE SPACES TO WS-TAG-MESSAGE
                    STRING "RBKTAGAD: a tag may not be blank"
                             DELIMITED BY SIZE
                           INTO WS-TAG-MESSAGE
                    PERFORM SEND-TAG-ERROR
                    GO TO EXIT-PROGRAM
                 END-IF

                 PERFORM COUNT-BOOK-TAGS
                 IF WS-TAG-HELD >= WS-TAG-MAX THEN
                    MOVE SPACES TO WS-TAG-MESSAGE
                    STRING "RBKTAGAD: book carries the "
                             DELIMITED BY SIZE
                           "most tags allowed"
                             DELIMITED BY SIZE
                           INTO WS-TAG-MESSAGE
                    PERFORM SEND-TAG-ERROR
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

                 INITIALIZE WS-TAG-RECORD
                 MOVE WS-TAG-REQ-FORMNUM TO tagFormNumber
                 MOVE WS-TAG-REQ-TAG TO tagName
                 MOVE 0 TO WS-MESG-COUNTER
                 INSPECT FUNCTION REVERSE(tagName)
                    TALLYING WS-MESG-COUNTER FOR LEADING SPACES
                 COMPUTE tagName-length =
                    LENGTH OF tagName - WS-MESG-COUNTER
                 MOVE WS-USERID TO tagAddedBy
                 MOVE WS-NOW-STAMP(1:25) TO tagAdded
                 MOVE WS-TAG-REQ-FORMNUM TO WS-TAG-KEY-FORMNUM
                 MOVE WS-TAG-REQ-TAG TO WS-TAG-KEY-TAG
                 EXEC CICS WRITE FILE(WS-TAG-FILE)
                           RIDFLD(WS-TAG-KEY)
                           FROM(WS-TAG-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
      * A tag the book already carries is simply left as it is
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE WS-TAG-REQ-TAG TO WS-TAGIX-REC-TAG
                    MOVE WS-TAG-REQ-FORMNUM TO WS-TAGIX-REC-FORMNUM
                    MOVE WS-TAGIX-RECORD TO WS-TAGIX-KEY
                    EXEC CICS WRITE FILE(WS-TAGIX-FILE)
                              RIDFLD(WS-TAGIX-KEY)
                              FROM(WS-TAGIX-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                    MOVE 1 TO WS-TAG-COUNT
                 END-IF

              WHEN WS-TAG-ACTION-REMOVE
                 MOVE WS-TAG-REQ-FORMNUM TO WS-TAG-KEY-FORMNUM
                 MOVE WS-TAG-REQ-TAG TO WS-TAG-KEY-TAG
                 EXEC CICS DELETE FILE(WS-TAG-FILE)
                           RIDFLD(WS-TAG-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE WS-TAG-REQ-TAG TO WS-TAGIX-KEY-TAG
                    MOVE WS-TAG-REQ-FORMNUM TO WS-TAGIX-KEY-FORMNUM
                    EXEC CICS DELETE FILE(WS-TAGIX-FILE)
                              RIDFLD(WS-TAGIX-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    MOVE 1 TO WS-TAG-COUNT
                 END-IF

              WHEN WS-TAG-ACTION-LIST
                 MOVE WS-TAG-REQ-FORMNUM TO WS-TAG-KEY-FORMNUM
                 MOVE SPACES TO WS-TAG-KEY-TAG
                 EXEC CICS STARTBR FILE(WS-TAG-FILE)
                             RIDFLD(WS-TAG-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP = DFHRESP(NORMAL)
                    PERFORM UNTIL EXIT
                       EXEC CICS READNEXT FILE(WS-TAG-FILE)
                                   INTO(WS-TAG-RECORD)
                                   RIDFLD(WS-TAG-KEY)
                                   RESP(WS-FILE-RESP)
                       END-EXEC
                       IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                          WS-TAG-KEY-FORMNUM NOT = WS-TAG-REQ-FORMNUM
                          THEN
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-TAG-COUNT
                       EXEC CICS PUT CONTAINER(WS-TAGLST-CONT-NAME)
                                  CHANNEL(WS-CHANNEL-NAME)
                                  FROM(WS-TAG-RECORD)
                                  FLENGTH(LENGTH OF WS-TAG-RECORD)
                                  BIT
                                  APPEND
                       END-EXEC
                    END-PERFORM
                    EXEC CICS ENDBR FILE(WS-TAG-FILE) END-EXEC
                 END-IF
           END-EVALUATE.

      * Tell the caller how many tags were touched or listed
           EXEC CICS PUT CONTAINER(WS-NUMTAG-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-TAG-COUNT)
                         FLENGTH(LENGTH OF WS-TAG-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * How many tags the book carries now, for the WS-TAG-MAX check
       COUNT-BOOK-TAGS.
           MOVE 0 TO WS-TAG-HELD.
           MOVE WS-TAG-REQ-FORMNUM TO WS-TAG-KEY-FORMNUM.
           MOVE SPACES TO WS-TAG-KEY-TAG.
           EXEC CICS STARTBR FILE(WS-TAG-FILE)
                       RIDFLD(WS-TAG-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-TAG-FILE)
                             INTO(WS-TAG-RECORD)
                             RIDFLD(WS-TAG-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-TAG-KEY-FORMNUM NOT = WS-TAG-REQ-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-TAG-HELD
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-TAG-FILE) END-EXEC
           END-IF.

       SEND-TAG-ERROR.
           INITIALIZE WS-ERROR.
           MOVE WS-TAG-MESSAGE TO errorMessage OF WS-ERROR.
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

       RESOLVE-CALLER-ROLE.
           MOVE WS-USERID TO WS-ROLE-KEY.
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
