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
      * RBKRCBLD - Access recertification list, a quarterly RBKNIGHT  *
      *            step (quarter-end business day). Opens the         *
      *            quarter's review cycle on RBKRECRT with one entry  *
      *            per elevated RBKROLE mapping - cataloguer,         *
      *            moderator or administrator - carrying the user's   *
      *            last write (the later of their last non-GET        *
      *            RBKACCJ request and their last RBKAUDIT record),   *
      *            their RBKSECEV denials over the last               *
      *            WS-RECRT-DORMANT-DAYS, a dormant flag when they    *
      *            have written nothing in that time, and the         *
      *            decision deadline WS-RECRT-DAYS out. Each entry    *
      *            also goes to the WS-RCRPT-TDQ queue as the review  *
      *            list. Run again for the same quarter, it leaves    *
      *            entries already on file (and their decisions)      *
      *            alone. Modeled on RBKAUARC                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKRCBLD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-INT            PIC S9(8) COMP-5 VALUE 0.
       01 WS-WORK-INT           PIC S9(8) COMP-5 VALUE 0.
       01 WS-WORK-YYYYMMDD      PIC 9(8).
       01 WS-WORK-DIGITS REDEFINES WS-WORK-YYYYMMDD.
         03 WS-WORK-YYYY          PIC X(4).
         03 WS-WORK-MM            PIC X(2).
         03 WS-WORK-DD            PIC X(2).
       01 WS-WORK-DATE          PIC X(10).
       01 WS-DEADLINE-DATE      PIC X(10).
       01 WS-DORMANT-DATE       PIC X(10).

      * This quarter's cycle id - '2026Q3'
       01 WS-CYCLE-ID.
         03 WS-CYCLE-YYYY         PIC X(4).
         03 FILLER                PIC X VALUE 'Q'.
         03 WS-CYCLE-QTR          PIC 9.
       01 WS-MONTH-NUM          PIC 9(2).

      * Every elevated user, with what the sweeps find about them -
      * 500 is the usual fixed cap, and far beyond the staff count
       01 WS-ELEV-TABLE.
         03 WS-ELEV-ENTRY OCCURS 500 TIMES.
           05 WS-ELEV-USERID        PIC X(8).
           05 WS-ELEV-ROLE          PIC X.
           05 WS-ELEV-TEAM          PIC X(8).
           05 WS-ELEV-LAST-WRITE    PIC X(19).
           05 WS-ELEV-LAST-SOURCE   PIC X(8).
           05 WS-ELEV-DENIALS       PIC 9(5).
           05 WS-ELEV-LAST-DENIAL   PIC X(19).
       01 WS-ELEV-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-ELEV-I             PIC S9(8) COMP-5.
       01 WS-ELEV-FOUND         PIC S9(8) COMP-5.
       01 WS-FIND-USERID        PIC X(8).

       01 WS-LISTED-COUNT       PIC S9(8) COMP-5 VALUE 0.
       01 WS-DENIAL-DISPLAY     PIC Z(4)9.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKRCBLD' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
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

      * Today, the cycle id, the deadline and the dormancy cut-off
           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.
           COMPUTE WS-NOW-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-NOW-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-NOW-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-NOW-DATE(9:2))).

           MOVE WS-NOW-DATE(1:4) TO WS-CYCLE-YYYY.
           MOVE WS-NOW-DATE(6:2) TO WS-MONTH-NUM.
           COMPUTE WS-CYCLE-QTR = (WS-MONTH-NUM - 1) / 3 + 1.

           COMPUTE WS-WORK-INT = WS-NOW-INT + WS-RECRT-DAYS.
           PERFORM FORMAT-WORK-DATE.
           MOVE WS-WORK-DATE TO WS-DEADLINE-DATE.
           COMPUTE WS-WORK-INT = WS-NOW-INT - WS-RECRT-DORMANT-DAYS.
           PERFORM FORMAT-WORK-DATE.
           MOVE WS-WORK-DATE TO WS-DORMANT-DATE.

      * Every elevated mapping - a missing or reader record is the
      * reader tier, and readers have nothing to recertify
           MOVE 0 TO WS-ELEV-COUNT.
           MOVE LOW-VALUES TO WS-ROLE-KEY.

           EXEC CICS STARTBR FILE(WS-ROLE-FILE)
                       RIDFLD(WS-ROLE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ROLE-FILE)
                             INTO(WS-ROLE-RECORD)
                             RIDFLD(WS-ROLE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF NOT WS-ROLE-IS-READER AND
                    roleCode OF WS-ROLE-RECORD NOT = SPACE AND
                    WS-ELEV-COUNT < 500 THEN
                    ADD 1 TO WS-ELEV-COUNT
                    MOVE roleUserid OF WS-ROLE-RECORD TO
                      WS-ELEV-USERID(WS-ELEV-COUNT)
                    MOVE roleCode OF WS-ROLE-RECORD TO
                      WS-ELEV-ROLE(WS-ELEV-COUNT)
                    MOVE roleTeam OF WS-ROLE-RECORD TO
                      WS-ELEV-TEAM(WS-ELEV-COUNT)
                    MOVE SPACES TO WS-ELEV-LAST-WRITE(WS-ELEV-COUNT)
                    MOVE SPACES TO WS-ELEV-LAST-SOURCE(WS-ELEV-COUNT)
                    MOVE 0 TO WS-ELEV-DENIALS(WS-ELEV-COUNT)
                    MOVE SPACES TO WS-ELEV-LAST-DENIAL(WS-ELEV-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ROLE-FILE) END-EXEC
           END-IF.

           PERFORM SWEEP-ACCESS-JOURNAL.
           PERFORM SWEEP-AUDIT-TRAIL.

           PERFORM VARYING WS-ELEV-I FROM 1 BY 1
                     UNTIL WS-ELEV-I > WS-ELEV-COUNT
              PERFORM COUNT-DENIALS
              PERFORM LIST-ONE-ENTRY
           END-PERFORM.

      * Tell the caller how many entries were listed
           EXEC CICS PUT CONTAINER(WS-NUMRCRT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-LISTED-COUNT)
                         FLENGTH(LENGTH OF WS-LISTED-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-LISTED-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * The journal's successful non-GET requests are the API writes;
      * the latest one per elevated user is kept
       SWEEP-ACCESS-JOURNAL.
           MOVE LOW-VALUES TO WS-ACCJ-KEY.

           EXEC CICS STARTBR FILE(WS-ACCJ-FILE)
                       RIDFLD(WS-ACCJ-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ACCJ-FILE)
                             INTO(WS-ACCJ-RECORD)
                             RIDFLD(WS-ACCJ-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-ACCJ-REC-METHOD NOT = 'GET' AND
                    WS-ACCJ-REC-OUTCOME = 'OK' THEN
                    MOVE WS-ACCJ-REC-USERID TO WS-FIND-USERID
                    PERFORM FIND-ELEVATED-USER
                    IF WS-ELEV-FOUND > 0 THEN
                       IF WS-ACCJ-REC-STAMP(1:19) >
                          WS-ELEV-LAST-WRITE(WS-ELEV-FOUND) THEN
                          MOVE WS-ACCJ-REC-STAMP(1:19) TO
                            WS-ELEV-LAST-WRITE(WS-ELEV-FOUND)
                          MOVE WS-ACCJ-FILE TO
                            WS-ELEV-LAST-SOURCE(WS-ELEV-FOUND)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ACCJ-FILE) END-EXEC
           END-IF.

      * The audit trail catches writes made outside the API too; the
      * archival summaries are bookkeeping, not anyone's activity
       SWEEP-AUDIT-TRAIL.
           MOVE LOW-VALUES TO WS-AUDIT-KEY.

           EXEC CICS STARTBR FILE(WS-AUDIT-FILE)
                       RIDFLD(WS-AUDIT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-AUDIT-FILE)
                             INTO(WS-AUDIT-RECORD)
                             RIDFLD(WS-AUDIT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF NOT WS-AUDIT-IS-ARCHIVED THEN
                    MOVE auditActor OF WS-AUDIT-RECORD TO
                      WS-FIND-USERID
                    PERFORM FIND-ELEVATED-USER
                    IF WS-ELEV-FOUND > 0 THEN
                       IF auditTimestamp OF WS-AUDIT-RECORD(1:19) >
                          WS-ELEV-LAST-WRITE(WS-ELEV-FOUND) THEN
                          MOVE auditTimestamp OF WS-AUDIT-RECORD(1:19)
                            TO WS-ELEV-LAST-WRITE(WS-ELEV-FOUND)
                          MOVE WS-AUDIT-FILE TO
                            WS-ELEV-LAST-SOURCE(WS-ELEV-FOUND)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-AUDIT-FILE) END-EXEC
           END-IF.

      * WS-FIND-USERID's slot in the elevated table, or zero
       FIND-ELEVATED-USER.
           MOVE 0 TO WS-ELEV-FOUND.
           PERFORM VARYING WS-ELEV-I FROM 1 BY 1
                     UNTIL WS-ELEV-I > WS-ELEV-COUNT
              IF WS-ELEV-USERID(WS-ELEV-I) = WS-FIND-USERID THEN
                 MOVE WS-ELEV-I TO WS-ELEV-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The user's RBKSECEV denials inside the dormancy window, and
      * the latest one
       COUNT-DENIALS.
           MOVE WS-ELEV-USERID(WS-ELEV-I) TO WS-SECEV-KEY-USERID.
           MOVE 0 TO WS-SECEV-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-SECEV-FILE)
                       RIDFLD(WS-SECEV-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-SECEV-FILE)
                             INTO(WS-SECEV-RECORD)
                             RIDFLD(WS-SECEV-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SECEV-KEY-USERID NOT =
                    WS-ELEV-USERID(WS-ELEV-I) THEN
                    EXIT PERFORM
                 END-IF
                 IF secStamp(1:10) NOT < WS-DORMANT-DATE THEN
                    ADD 1 TO WS-ELEV-DENIALS(WS-ELEV-I)
                 END-IF
                 IF secStamp(1:19) > WS-ELEV-LAST-DENIAL(WS-ELEV-I)
                    THEN
                    MOVE secStamp(1:19) TO
                      WS-ELEV-LAST-DENIAL(WS-ELEV-I)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SECEV-FILE) END-EXEC
           END-IF.

      * File the entry (an entry already on file for this cycle
      * keeps whatever decision it has) and list it
       LIST-ONE-ENTRY.
           INITIALIZE WS-RECRT-RECORD.
           MOVE WS-CYCLE-ID TO recrtCycle.
           MOVE WS-ELEV-USERID(WS-ELEV-I) TO recrtUserid.
           MOVE WS-ELEV-ROLE(WS-ELEV-I) TO recrtRole.
           MOVE WS-ELEV-TEAM(WS-ELEV-I) TO recrtTeam.
           MOVE WS-ELEV-LAST-WRITE(WS-ELEV-I) TO recrtLastWrite.
           MOVE WS-ELEV-LAST-SOURCE(WS-ELEV-I) TO recrtLastSource.
           MOVE WS-ELEV-DENIALS(WS-ELEV-I) TO recrtDenials.
           MOVE WS-ELEV-LAST-DENIAL(WS-ELEV-I) TO recrtLastDenial.
           IF WS-ELEV-LAST-WRITE(WS-ELEV-I) = SPACES OR
              WS-ELEV-LAST-WRITE(WS-ELEV-I)(1:10) < WS-DORMANT-DATE
              THEN
              SET WS-RECRT-IS-DORMANT TO TRUE
           ELSE
              SET WS-RECRT-IS-ACTIVE TO TRUE
           END-IF.
           MOVE WS-DEADLINE-DATE TO recrtDeadline.
           MOVE SPACE TO recrtDecision.
           MOVE SPACES TO recrtReviewer.
           MOVE SPACES TO recrtDecidedAt.
           MOVE SPACES TO recrtOutcome.

           MOVE WS-CYCLE-ID TO WS-RECRT-KEY-CYCLE.
           MOVE WS-ELEV-USERID(WS-ELEV-I) TO WS-RECRT-KEY-USERID.
           EXEC CICS WRITE FILE(WS-RECRT-FILE)
                       RIDFLD(WS-RECRT-KEY)
                       FROM(WS-RECRT-RECORD)
                       RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-LISTED-COUNT.

      * REVIEW,cycle,userid,role,team,lastWrite,source,denials,
      * lastDenial,dormant,deadline
           MOVE recrtDenials TO WS-DENIAL-DISPLAY.
           MOVE SPACES TO WS-RCRPT-RECORD.
           MOVE 1 TO WS-RCRPT-PTR.
           STRING "REVIEW," DELIMITED BY SIZE
                  recrtCycle DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  recrtUserid DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  recrtRole DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  recrtTeam DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ELEV-LAST-WRITE(WS-ELEV-I) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  recrtLastSource DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DENIAL-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ELEV-LAST-DENIAL(WS-ELEV-I) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-RCRPT-RECORD
                WITH POINTER WS-RCRPT-PTR
           END-STRING.
           IF WS-RECRT-IS-DORMANT THEN
              STRING "DORMANT" DELIMITED BY SIZE
                   INTO WS-RCRPT-RECORD
                   WITH POINTER WS-RCRPT-PTR
              END-STRING
           END-IF.
           STRING "," DELIMITED BY SIZE
                  recrtDeadline DELIMITED BY SIZE
                INTO WS-RCRPT-RECORD
                WITH POINTER WS-RCRPT-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-RCRPT-RECORD)
                         LENGTH(LENGTH OF WS-RCRPT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-RCRPT-TDQ)
                         FROM(WS-RCRPT-RECORD)
                         LENGTH(LENGTH OF WS-RCRPT-RECORD)
                         RESP(WS-RESP)
           END-EXEC.

       FORMAT-WORK-DATE.
           COMPUTE WS-WORK-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE SPACES TO WS-WORK-DATE.
           STRING WS-WORK-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-WORK-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-WORK-DD DELIMITED BY SIZE
                  INTO WS-WORK-DATE.
