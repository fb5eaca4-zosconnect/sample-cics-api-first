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
      * RBKCSHOP - Loan-desk cash drawer sessions (RBKCASH): an       *
      *            operator opens a session at a branch with the      *
      *            drawer's float before taking payments, closes it   *
      *            at the end of the shift with the counted cash,     *
      *            card and payroll totals, or lists a branch's       *
      *            sessions for a date. RBKFEEOP credits each payment *
      *            to the payer's open session; the variances stamped *
      *            at close feed the nightly RBKCSHRC reconciliation. *
      *            Modeled on RBKSUSAD                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCSHOP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-CASH-COUNT         PIC S9(8) COMP-5 VALUE 0.

      * One list entry: the session key (branch, date, operator,
      * sequence) alongside the record itself
       01 WS-CASH-LIST-ENTRY.
         03 WS-CASH-LIST-KEY      PIC X(24).
         03 WS-CASH-LIST-RECORD   PIC X(137).

      * The operator's next free session sequence for the day, and
      * whether one is still OPEN
       01 WS-NEXT-SEQ           PIC 9(2) VALUE 0.
       01 WS-OPEN-SW            PIC X VALUE 'N'.
         88 WS-OPEN-FOUND         VALUE 'Y'.
         88 WS-OPEN-NONE          VALUE 'N'.
       01 WS-OPEN-KEY           PIC X(24).

       01 WS-CALLER-USERID      PIC X(8).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action, which branch and the amounts
           INITIALIZE WS-CASH-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-CASH-REQUEST)
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
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.

      * Opening and closing a drawer are desk work, and writes -
      * honour the role tier and read-only maintenance mode for both;
      * the session list stays answerable to anyone
           IF WS-CASH-ACTION-OPEN OR WS-CASH-ACTION-CLOSE THEN
              PERFORM RESOLVE-CALLER-ROLE
              IF NOT WS-CALLER-IS-DESK THEN
                 INITIALIZE WS-ERROR
                 MOVE "RBKCSHOP: desk role is required for a drawer"
                   TO errorMessage OF WS-ERROR
                 PERFORM PUT-CASH-ERROR
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
                 PERFORM PUT-CASH-ERROR
                 GO TO EXIT-PROGRAM
              END-IF
              PERFORM FIND-OPEN-SESSION
           END-IF.

           EVALUATE TRUE
              WHEN WS-CASH-ACTION-OPEN
                 PERFORM OPEN-SESSION THRU OPEN-SESSION-EXIT

              WHEN WS-CASH-ACTION-CLOSE
                 PERFORM CLOSE-SESSION THRU CLOSE-SESSION-EXIT

              WHEN WS-CASH-ACTION-LIST
                 IF WS-CASH-REQ-DATE = SPACES THEN
                    MOVE WS-NOW-DATE TO WS-CASH-REQ-DATE
                 END-IF
                 MOVE WS-CASH-REQ-BRANCH TO WS-CASH-KEY-BRANCH
                 MOVE WS-CASH-REQ-DATE TO WS-CASH-KEY-DATE
                 MOVE LOW-VALUES TO WS-CASH-KEY-OPERATOR
                 MOVE 0 TO WS-CASH-KEY-SEQ
                 EXEC CICS STARTBR FILE(WS-CASH-FILE)
                             RIDFLD(WS-CASH-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP = DFHRESP(NORMAL)
                    PERFORM UNTIL EXIT
                       EXEC CICS READNEXT FILE(WS-CASH-FILE)
                                   INTO(WS-CASH-RECORD)
                                   RIDFLD(WS-CASH-KEY)
                                   RESP(WS-FILE-RESP)
                       END-EXEC
                       IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                          EXIT PERFORM
                       END-IF
                       IF WS-CASH-KEY-BRANCH NOT = WS-CASH-REQ-BRANCH
                          OR WS-CASH-KEY-DATE NOT = WS-CASH-REQ-DATE
                       THEN
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-CASH-COUNT
                       MOVE WS-CASH-KEY TO WS-CASH-LIST-KEY
                       MOVE WS-CASH-RECORD TO WS-CASH-LIST-RECORD
                       EXEC CICS PUT CONTAINER(WS-CASHLST-CONT-NAME)
                                CHANNEL(WS-CHANNEL-NAME)
                                FROM(WS-CASH-LIST-ENTRY)
                                FLENGTH(LENGTH OF WS-CASH-LIST-ENTRY)
                                BIT
                                APPEND
                       END-EXEC
                    END-PERFORM
                    EXEC CICS ENDBR FILE(WS-CASH-FILE) END-EXEC
                 END-IF
           END-EVALUATE.

      * Tell the caller how many sessions were opened/closed/listed
           EXEC CICS PUT CONTAINER(WS-NUMCASH-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-CASH-COUNT)
                         FLENGTH(LENGTH OF WS-CASH-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * Open a session for the caller at the branch, today, at the
      * next free sequence. The branch must be on the master and the
      * caller must not already have a drawer open there - one open
      * drawer per operator per branch keeps every payment traceable
       OPEN-SESSION.
           MOVE WS-CASH-REQ-BRANCH TO WS-BRANCH-KEY.
           EXEC CICS READ FILE(WS-BRANCH-FILE)
                     RIDFLD(WS-BRANCH-KEY)
                     INTO(WS-BRANCH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              MOVE "RBKCSHOP: branch is not on the branch master"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-CASH-ERROR
              GO TO OPEN-SESSION-EXIT
           END-IF.

           IF WS-OPEN-FOUND THEN
              INITIALIZE WS-ERROR
              STRING "RBKCSHOP: you already have an open session at "
                       DELIMITED BY SIZE
                     "this branch"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-CASH-ERROR
              GO TO OPEN-SESSION-EXIT
           END-IF.

           ADD 1 TO WS-NEXT-SEQ.
           INITIALIZE WS-CASH-RECORD.
           SET WS-CASH-IS-OPEN TO TRUE.
           MOVE WS-NOW-STAMP(1:25) TO cashOpenStamp OF WS-CASH-RECORD.
           MOVE WS-CASH-REQ-FLOAT TO cashFloat OF WS-CASH-RECORD.
           MOVE WS-CASH-REQ-BRANCH TO WS-CASH-KEY-BRANCH.
           MOVE WS-NOW-DATE TO WS-CASH-KEY-DATE.
           MOVE WS-CALLER-USERID TO WS-CASH-KEY-OPERATOR.
           MOVE WS-NEXT-SEQ TO WS-CASH-KEY-SEQ.
           EXEC CICS WRITE FILE(WS-CASH-FILE)
                     RIDFLD(WS-CASH-KEY)
                     FROM(WS-CASH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 1 TO WS-CASH-COUNT
           END-IF.
       OPEN-SESSION-EXIT.
           EXIT.

      * Close the caller's open session with the counted amounts and
      * stamp the variances - counted less expected, where expected
      * cash is the float plus the cash taken, and expected card and
      * payroll are simply what was taken
       CLOSE-SESSION.
           IF WS-OPEN-NONE THEN
              INITIALIZE WS-ERROR
              STRING "RBKCSHOP: you have no open session at this "
                       DELIMITED BY SIZE
                     "branch today"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-CASH-ERROR
              GO TO CLOSE-SESSION-EXIT
           END-IF.

           MOVE WS-OPEN-KEY TO WS-CASH-KEY.
           EXEC CICS READ FILE(WS-CASH-FILE)
                     RIDFLD(WS-CASH-KEY)
                     INTO(WS-CASH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO CLOSE-SESSION-EXIT
           END-IF.

           MOVE WS-CASH-REQ-CASH TO cashCountCash OF WS-CASH-RECORD.
           MOVE WS-CASH-REQ-CARD TO cashCountCard OF WS-CASH-RECORD.
           MOVE WS-CASH-REQ-PAYROLL TO
             cashCountPayroll OF WS-CASH-RECORD.
           COMPUTE cashVarCash OF WS-CASH-RECORD =
              cashCountCash OF WS-CASH-RECORD -
              cashFloat OF WS-CASH-RECORD -
              cashSysCash OF WS-CASH-RECORD.
           COMPUTE cashVarCard OF WS-CASH-RECORD =
              cashCountCard OF WS-CASH-RECORD -
              cashSysCard OF WS-CASH-RECORD.
           COMPUTE cashVarPayroll OF WS-CASH-RECORD =
              cashCountPayroll OF WS-CASH-RECORD -
              cashSysPayroll OF WS-CASH-RECORD.
           SET WS-CASH-IS-CLOSED TO TRUE.
           MOVE WS-NOW-STAMP(1:25) TO cashCloseStamp OF WS-CASH-RECORD.

           EXEC CICS DELETE FILE(WS-CASH-FILE)
                     RIDFLD(WS-CASH-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-CASH-FILE)
                     RIDFLD(WS-CASH-KEY)
                     FROM(WS-CASH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 1 TO WS-CASH-COUNT
           END-IF.
       CLOSE-SESSION-EXIT.
           EXIT.

      * Walk the caller's sessions at the branch for today - note the
      * last sequence used and whether one is still OPEN
       FIND-OPEN-SESSION.
           SET WS-OPEN-NONE TO TRUE.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE WS-CASH-REQ-BRANCH TO WS-CASH-KEY-BRANCH.
           MOVE WS-NOW-DATE TO WS-CASH-KEY-DATE.
           MOVE WS-CALLER-USERID TO WS-CASH-KEY-OPERATOR.
           MOVE 0 TO WS-CASH-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-CASH-FILE)
                       RIDFLD(WS-CASH-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-CASH-FILE)
                             INTO(WS-CASH-RECORD)
                             RIDFLD(WS-CASH-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-CASH-KEY-BRANCH NOT = WS-CASH-REQ-BRANCH OR
                    WS-CASH-KEY-DATE NOT = WS-NOW-DATE OR
                    WS-CASH-KEY-OPERATOR NOT = WS-CALLER-USERID THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-CASH-KEY-SEQ TO WS-NEXT-SEQ
                 IF WS-CASH-IS-OPEN THEN
                    SET WS-OPEN-FOUND TO TRUE
                    MOVE WS-CASH-KEY TO WS-OPEN-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CASH-FILE) END-EXEC
           END-IF.

       PUT-CASH-ERROR.
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
