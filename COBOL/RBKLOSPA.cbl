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
      * RBKLOSPA - Review utility for the stocktake write-off         *
      *            proposals (RBKLOSP): list the copies RBKSTKTK      *
      *            proposed after two consecutive stocktakes missed   *
      *            them, or decide one. A WRITEOFF goes through       *
      *            RBKCPYOP exactly as a hand write-off would - mark  *
      *            the copy LOST (unless a mark run already did),     *
      *            then dispose of it with the STOCKTAKE reason, so   *
      *            the disposal register gets its entry - and is only *
      *            recorded once RBKCPYOP has accepted both. A KEEP   *
      *            (the copy turned up) just closes the proposal.     *
      *            Modeled on RBKWEEDA                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKLOSPA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-LOSP-COUNT         PIC S9(8) COMP-5 VALUE 0.

      * One list entry: the copy alongside the record itself, since
      * the copy only otherwise exists in the VSAM key
       01 WS-LOSP-LIST-ENTRY.
         03 WS-LOSP-LIST-KEY      PIC X(16).
         03 WS-LOSP-LIST-RECORD   PIC X(90).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action (list/write off/keep) and which copy
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-LOSP-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

           EVALUATE TRUE
              WHEN WS-LOSP-ACTION-LIST
                 PERFORM LIST-PROPOSALS
              WHEN WS-LOSP-ACTION-WRITEOFF
                 PERFORM DECIDE-PROPOSAL THRU DECIDE-PROPOSAL-EXIT
              WHEN WS-LOSP-ACTION-KEEP
                 PERFORM DECIDE-PROPOSAL THRU DECIDE-PROPOSAL-EXIT
           END-EVALUATE.

      * Tell the caller how many proposals were listed/decided
           EXEC CICS PUT CONTAINER(WS-NUMLOSP-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-LOSP-COUNT)
                         FLENGTH(LENGTH OF WS-LOSP-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * Browse every proposal in copy order, APPENDing each (pending
      * and decided - the decided ones are the review's own minutes)
       LIST-PROPOSALS.
           MOVE LOW-VALUES TO WS-LOSP-KEY-FORMNUM.
           MOVE 0 TO WS-LOSP-KEY-NUM.

           EXEC CICS STARTBR FILE(WS-LOSP-FILE)
                       RIDFLD(WS-LOSP-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-LOSP-FILE)
                             INTO(WS-LOSP-RECORD)
                             RIDFLD(WS-LOSP-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-LOSP-COUNT
                 MOVE WS-LOSP-KEY TO WS-LOSP-LIST-KEY
                 MOVE WS-LOSP-RECORD TO WS-LOSP-LIST-RECORD
                 EXEC CICS PUT CONTAINER(WS-LOSPLST-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-LOSP-LIST-ENTRY)
                            FLENGTH(LENGTH OF WS-LOSP-LIST-ENTRY)
                            BIT
                            APPEND
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOSP-FILE) END-EXEC
           END-IF.

      * Record one proposal's decision: it must exist and still be
      * PENDING. A write-off first has RBKCPYOP take the copy out -
      * any refusal there (the copy already gone, a missing reason)
      * is left in the error container for the caller and the
      * proposal stays PENDING.
       DECIDE-PROPOSAL.
           MOVE WS-LOSP-REQ-FORMNUM TO WS-LOSP-KEY-FORMNUM.
           MOVE WS-LOSP-REQ-NUM TO WS-LOSP-KEY-NUM.
           EXEC CICS READ FILE(WS-LOSP-FILE)
                     RIDFLD(WS-LOSP-KEY)
                     INTO(WS-LOSP-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              STRING "RBKLOSPA: no write-off proposal for "
                       DELIMITED BY SIZE
                     WS-LOSP-REQ-FORMNUM
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE errorMessage-length OF WS-ERROR =
                 LENGTH OF errorMessage OF WS-ERROR - WS-MESG-COUNTER
              MOVE 1 TO errorMessage-existence OF WS-ERROR
              EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-ERROR)
                            FLENGTH(LENGTH OF WS-ERROR)
                            BIT
              END-EXEC
              GO TO DECIDE-PROPOSAL-EXIT
           END-IF.

           IF NOT WS-LOSP-IS-PENDING THEN
              INITIALIZE WS-ERROR
              STRING "RBKLOSPA: this proposal is already decided"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE errorMessage-length OF WS-ERROR =
                 LENGTH OF errorMessage OF WS-ERROR - WS-MESG-COUNTER
              MOVE 1 TO errorMessage-existence OF WS-ERROR
              EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-ERROR)
                            FLENGTH(LENGTH OF WS-ERROR)
                            BIT
              END-EXEC
              GO TO DECIDE-PROPOSAL-EXIT
           END-IF.

           IF WS-LOSP-ACTION-WRITEOFF THEN
      * LOST first, unless the mark run already made it so
              MOVE WS-LOSP-KEY-FORMNUM TO WS-COPY-KEY-FORMNUM
              MOVE WS-LOSP-KEY-NUM TO WS-COPY-KEY-NUM
              EXEC CICS READ FILE(WS-COPY-FILE)
                        RIDFLD(WS-COPY-KEY)
                        INTO(WS-COPY-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                 NOT WS-COPY-IS-LOST THEN
                 INITIALIZE WS-COPY-REQUEST
                 MOVE WS-LOSP-KEY-FORMNUM TO WS-COPY-REQ-FORMNUM
                 MOVE WS-LOSP-KEY-NUM TO WS-COPY-REQ-NUM
                 SET WS-COPY-ACTION-MARK TO TRUE
                 MOVE "LOST" TO WS-COPY-REQ-STATUS
                 PERFORM CALL-COPY-UTILITY
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    GO TO DECIDE-PROPOSAL-EXIT
                 END-IF
              END-IF
      * ...then out of the inventory, register entry and all
              INITIALIZE WS-COPY-REQUEST
              MOVE WS-LOSP-KEY-FORMNUM TO WS-COPY-REQ-FORMNUM
              MOVE WS-LOSP-KEY-NUM TO WS-COPY-REQ-NUM
              SET WS-COPY-ACTION-DISPOSE TO TRUE
              MOVE "STOCKTAKE" TO WS-COPY-REQ-REASON
              PERFORM CALL-COPY-UTILITY
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 GO TO DECIDE-PROPOSAL-EXIT
              END-IF
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

           EXEC CICS DELETE FILE(WS-LOSP-FILE)
                     RIDFLD(WS-LOSP-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-LOSP-ACTION-WRITEOFF THEN
              SET WS-LOSP-IS-WRITEOFF TO TRUE
           ELSE
              SET WS-LOSP-IS-KEEP TO TRUE
           END-IF.
           EXEC CICS ASSIGN
                     USERID(lospDecidedBy OF WS-LOSP-RECORD)
           END-EXEC.
           MOVE WS-NOW-STAMP(1:25) TO
             lospDecidedDate OF WS-LOSP-RECORD.
           EXEC CICS WRITE FILE(WS-LOSP-FILE)
                     RIDFLD(WS-LOSP-KEY)
                     FROM(WS-LOSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE 1 TO WS-LOSP-COUNT.
       DECIDE-PROPOSAL-EXIT.
           EXIT.

      * LINK RBKCPYOP with WS-COPY-REQUEST on this channel. WS-RESP
      * comes back NORMAL when RBKCPYOP put an error container -
      * which is left in place for the caller to read
       CALL-COPY-UTILITY.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-COPY-REQUEST)
                         FLENGTH(LENGTH OF WS-COPY-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKCPYOP')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-ERROR)
                         RESP(WS-RESP)
           END-EXEC.
