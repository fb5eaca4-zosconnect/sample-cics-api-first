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
      * RBKRCENF - Access recertification enforcement, a nightly      *
      *            RBKNIGHT step. Closes every open RBKRECRT entry    *
      *            whose decision deadline has passed: a kept entry   *
      *            is marked KEPT; a revoked one, or one nobody       *
      *            reviewed, has its RBKROLE mapping removed - back   *
      *            to reader, exactly as RBKROLAD's remove does - and *
      *            is marked REVOKED or EXPIRED. Each outcome is      *
      *            filed on the audit trail under the user's id       *
      *            (RECERTKEEP, RECERTREV, RECERTEXP) the way         *
      *            RBKSAROP files its exports. Modeled on RBKAUARC    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKRCENF.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

      * Every entry due to close, read ahead of any update so the
      * browse isn't invalidated mid-flight - 500 is the usual cap,
      * and anything beyond it is simply closed on the next run
       01 WS-DUE-TABLE.
         03 WS-DUE-KEY OCCURS 500 TIMES PIC X(14).
       01 WS-DUE-COUNT          PIC S9(8) COMP-5 VALUE 0.
       01 WS-DUE-I              PIC S9(8) COMP-5.

       01 WS-CLOSED-COUNT       PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKRCENF' TO WS-JOBRUN-REQ-NAME.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JOBRUN-REQUEST)
                         FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWJOBR')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.

      * First pass: note every open entry past its deadline
           MOVE 0 TO WS-DUE-COUNT.
           MOVE LOW-VALUES TO WS-RECRT-KEY.

           EXEC CICS STARTBR FILE(WS-RECRT-FILE)
                       RIDFLD(WS-RECRT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-RECRT-FILE)
                             INTO(WS-RECRT-RECORD)
                             RIDFLD(WS-RECRT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-RECRT-IS-OPEN AND
                    recrtDeadline < WS-NOW-DATE AND
                    WS-DUE-COUNT < 500 THEN
                    ADD 1 TO WS-DUE-COUNT
                    MOVE WS-RECRT-KEY TO WS-DUE-KEY(WS-DUE-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RECRT-FILE) END-EXEC
           END-IF.

      * Second pass: close each one
           PERFORM VARYING WS-DUE-I FROM 1 BY 1
                     UNTIL WS-DUE-I > WS-DUE-COUNT
              PERFORM CLOSE-ONE-ENTRY THRU CLOSE-ONE-EXIT
           END-PERFORM.

      * Tell the caller how many entries were closed
           EXEC CICS PUT CONTAINER(WS-NUMRCRT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-CLOSED-COUNT)
                         FLENGTH(LENGTH OF WS-CLOSED-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-CLOSED-COUNT TO WS-JOBRUN-REQ-RECORDS.
           MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JOBRUN-REQUEST)
                         FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWJOBR')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      * Re-read the entry for update - a decision may have landed
      * since the first pass - then apply and audit its outcome
       CLOSE-ONE-ENTRY.
           MOVE WS-DUE-KEY(WS-DUE-I) TO WS-RECRT-KEY.
           EXEC CICS READ FILE(WS-RECRT-FILE)
                     INTO(WS-RECRT-RECORD)
                     RIDFLD(WS-RECRT-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO CLOSE-ONE-EXIT
           END-IF.
           IF NOT WS-RECRT-IS-OPEN THEN
              EXEC CICS UNLOCK FILE(WS-RECRT-FILE)
                        RESP(WS-RESP)
              END-EXEC
              GO TO CLOSE-ONE-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-REQ-FORMNUM.
           MOVE recrtUserid TO WS-AUDIT-REQ-FORMNUM(1:8).

           IF WS-RECRT-KEEP THEN
              SET WS-RECRT-WAS-KEPT TO TRUE
              MOVE 'RECERTKEEP' TO WS-AUDIT-REQ-ACTION
           ELSE
      * Revoked, or left unreviewed past the deadline - either way
      * the mapping goes and the user is a reader again
              IF WS-RECRT-REVOKE THEN
                 SET WS-RECRT-WAS-REVOKED TO TRUE
                 MOVE 'RECERTREV' TO WS-AUDIT-REQ-ACTION
              ELSE
                 SET WS-RECRT-WAS-EXPIRED TO TRUE
                 MOVE 'RECERTEXP' TO WS-AUDIT-REQ-ACTION
              END-IF
              MOVE recrtUserid TO WS-ROLE-KEY
              EXEC CICS DELETE FILE(WS-ROLE-FILE)
                        RIDFLD(WS-ROLE-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

           EXEC CICS REWRITE FILE(WS-RECRT-FILE)
                     FROM(WS-RECRT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-CLOSED-COUNT.

           EXEC CICS PUT CONTAINER(WS-AUDIT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-AUDIT-REQUEST)
                         FLENGTH(LENGTH OF WS-AUDIT-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWAUDT')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

       CLOSE-ONE-EXIT.
           EXIT.
