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
      * RBKAUVFY - Audit hash-chain verification, a nightly RBKNIGHT  *
      *            step. Walks every book's chain end to end - the    *
      *            RBKAUDAR archive first, then RBKAUDIT, in key      *
      *            order - re-hashing each sealed record through      *
      *            RBKAUHSH and checking it links onto the one        *
      *            before, then checks the chain ends on the book's   *
      *            RBKAUDHD head, and that no archive or head is left *
      *            without a live trail. Each break goes to the       *
      *            WS-AUVFY-TDQ queue as                              *
      *            "BREAK,file,formNumber,seq,reason", then a totals  *
      *            line; any break at all files an AUDIT/CHAIN alert  *
      *            on RBKALERT and tells the operator console, and a  *
      *            clean run removes that alert. Holds the            *
      *            whole-catalog lock RBKAUARC takes, and each book's *
      *            head for update while its chain is walked, so no   *
      *            append lands mid-check. Modeled on RBKAUARC        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKAUVFY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The book being walked, and where its chain has got to: the
      * hash the next sealed record must name as its predecessor
       01 WS-VFY-BOOK           PIC X(12) VALUE SPACES.
       01 WS-VFY-EXPECT         PIC X(32).
       01 WS-VFY-SEALED-SW      PIC X.
         88 WS-VFY-SEALED-SEEN    VALUE 'Y'.
         88 WS-VFY-NONE-SEALED    VALUE 'N'.
       01 WS-VFY-HEAD-SW        PIC X.
         88 WS-VFY-HEAD-HELD      VALUE 'Y'.
         88 WS-VFY-NO-HEAD        VALUE 'N'.
       01 WS-VFY-FILE           PIC X(8).
       01 WS-VFY-BRK-KEY.
         03 WS-VFY-BRK-FORMNUM    PIC X(12).
         03 WS-VFY-BRK-SEQ        PIC 9(4).
       01 WS-VFY-REASON         PIC X(24).
       01 WS-VFY-RESP           PIC S9(8) COMP.

      * The live browse's place, kept across each book's archive walk
       01 WS-LIVE-SAVE-KEY      PIC X(16).
       01 WS-LIVE-SAVE-REC      PIC X(130).

      * Is there any live trail for a book - a generic probe
       01 WS-PROBE-KEY.
         03 WS-PROBE-FORMNUM      PIC X(12).
         03 WS-PROBE-SEQ          PIC 9(4).
       01 WS-PROBE-REC          PIC X(130).
       01 WS-PROBE-LAST         PIC X(12).

       01 WS-VFY-BOOKS          PIC S9(8) COMP-5 VALUE 0.
       01 WS-VFY-RECORDS        PIC S9(8) COMP-5 VALUE 0.
       01 WS-VFY-UNSEALED       PIC S9(8) COMP-5 VALUE 0.
       01 WS-VFY-BREAKS         PIC S9(8) COMP-5 VALUE 0.

       01 WS-COUNT-DISPLAY      PIC Z(8)9.
       01 WS-OPER-TEXT          PIC X(90) VALUE SPACES.
       01 WS-OPER-PTR           PIC S9(4) COMP-5.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKAUVFY' TO WS-JOBRUN-REQ-NAME.
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

      * The same whole-catalog lock RBKAUARC takes, so the trail isn't
      * archived and resequenced under the walk
           EXEC CICS ENQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

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

      * First pass: every book's chain, driven off the live file -
      * a change of formNumber is the break between books
           MOVE SPACES TO WS-VFY-BOOK.
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
                 IF WS-AUDIT-KEY-FORMNUM NOT = WS-VFY-BOOK THEN
                    IF WS-VFY-BOOK NOT = SPACES THEN
                       PERFORM FINISH-BOOK
                    END-IF
                    MOVE WS-AUDIT-KEY TO WS-LIVE-SAVE-KEY
                    MOVE WS-AUDIT-RECORD TO WS-LIVE-SAVE-REC
                    PERFORM START-BOOK
                    MOVE WS-LIVE-SAVE-KEY TO WS-AUDIT-KEY
                    MOVE WS-LIVE-SAVE-REC TO WS-AUDIT-RECORD
                 END-IF
                 MOVE WS-AUDIT-FILE TO WS-VFY-FILE
                 PERFORM CHECK-ONE-RECORD
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-AUDIT-FILE) END-EXEC
              IF WS-VFY-BOOK NOT = SPACES THEN
                 PERFORM FINISH-BOOK
              END-IF
           END-IF.

      * Second pass: an archived history with no live trail at all -
      * RBKAUARC always leaves the summary behind, so the live
      * records have been removed
           MOVE SPACES TO WS-PROBE-LAST.
           MOVE LOW-VALUES TO WS-AUDIT-KEY.

           EXEC CICS STARTBR FILE(WS-AUDARCH-FILE)
                       RIDFLD(WS-AUDIT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-AUDARCH-FILE)
                             INTO(WS-AUDIT-RECORD)
                             RIDFLD(WS-AUDIT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-AUDIT-KEY-FORMNUM NOT = WS-PROBE-LAST THEN
                    MOVE WS-AUDIT-KEY-FORMNUM TO WS-PROBE-LAST
                    MOVE WS-AUDARCH-FILE TO WS-VFY-FILE
                    PERFORM PROBE-LIVE-TRAIL
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-AUDARCH-FILE) END-EXEC
           END-IF.

      * Third pass: a chain head with no live trail behind it
           MOVE LOW-VALUES TO WS-AUDHD-KEY.

           EXEC CICS STARTBR FILE(WS-AUDHD-FILE)
                       RIDFLD(WS-AUDHD-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-AUDHD-FILE)
                             INTO(WS-AUDHD-RECORD)
                             RIDFLD(WS-AUDHD-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-AUDHD-KEY TO WS-PROBE-LAST
                 MOVE WS-AUDHD-FILE TO WS-VFY-FILE
                 PERFORM PROBE-LIVE-TRAIL
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-AUDHD-FILE) END-EXEC
           END-IF.

      * TOTAL,books,records,unsealed,breaks
           MOVE SPACES TO WS-AUVFY-RECORD.
           MOVE 1 TO WS-AUVFY-PTR.
           MOVE WS-VFY-BOOKS TO WS-COUNT-DISPLAY.
           STRING "TOTAL," DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-AUVFY-RECORD
                WITH POINTER WS-AUVFY-PTR
           END-STRING.
           MOVE WS-VFY-RECORDS TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-AUVFY-RECORD
                WITH POINTER WS-AUVFY-PTR
           END-STRING.
           MOVE WS-VFY-UNSEALED TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-AUVFY-RECORD
                WITH POINTER WS-AUVFY-PTR
           END-STRING.
           MOVE WS-VFY-BREAKS TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                INTO WS-AUVFY-RECORD
                WITH POINTER WS-AUVFY-PTR
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           PERFORM FILE-CHAIN-ALERT.

      * Tell the caller how many breaks were found
           EXEC CICS PUT CONTAINER(WS-NUMAUVF-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-VFY-BREAKS)
                         FLENGTH(LENGTH OF WS-VFY-BREAKS)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Free the audit trail for another task to use
           EXEC CICS DEQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-VFY-RECORDS TO WS-JOBRUN-REQ-RECORDS.
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

      * A new book: hold its chain head so nothing is appended while
      * the chain is walked, then walk its archived history, which
      * comes before anything still live
       START-BOOK.
           MOVE WS-AUDIT-KEY-FORMNUM TO WS-VFY-BOOK.
           ADD 1 TO WS-VFY-BOOKS.
           MOVE WS-AUHASH-GENESIS TO WS-VFY-EXPECT.
           SET WS-VFY-NONE-SEALED TO TRUE.

           MOVE WS-VFY-BOOK TO WS-AUDHD-KEY.
           EXEC CICS READ FILE(WS-AUDHD-FILE)
                     INTO(WS-AUDHD-RECORD)
                     RIDFLD(WS-AUDHD-KEY)
                     UPDATE
                     RESP(WS-VFY-RESP)
           END-EXEC.
           IF WS-VFY-RESP = DFHRESP(NORMAL) THEN
              SET WS-VFY-HEAD-HELD TO TRUE
           ELSE
              SET WS-VFY-NO-HEAD TO TRUE
           END-IF.

           MOVE WS-VFY-BOOK TO WS-AUDIT-KEY-FORMNUM.
           MOVE 0 TO WS-AUDIT-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-AUDARCH-FILE)
                       RIDFLD(WS-AUDIT-KEY)
                       GTEQ
                       RESP(WS-VFY-RESP)
           END-EXEC.

           IF WS-VFY-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-AUDARCH-FILE)
                             INTO(WS-AUDIT-RECORD)
                             RIDFLD(WS-AUDIT-KEY)
                             RESP(WS-VFY-RESP)
                 END-EXEC
                 IF WS-VFY-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-AUDIT-KEY-FORMNUM NOT = WS-VFY-BOOK THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-AUDARCH-FILE TO WS-VFY-FILE
                 PERFORM CHECK-ONE-RECORD
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-AUDARCH-FILE) END-EXEC
           END-IF.

      * One record of the chain, in WS-AUDIT-RECORD/WS-AUDIT-KEY.
      * After a break the walk carries on from the record's own stored
      * hash, so one tampered record reports once, not all the way
      * down the rest of the chain
       CHECK-ONE-RECORD.
           ADD 1 TO WS-VFY-RECORDS.
           MOVE WS-AUDIT-KEY TO WS-VFY-BRK-KEY.
           EVALUATE TRUE
      * Written before records were sealed - fine ahead of the first
      * sealed one, a sure sign of tampering anywhere after it
              WHEN auditHash OF WS-AUDIT-RECORD = SPACES
                 IF WS-VFY-SEALED-SEEN THEN
                    MOVE 'UNSEALED AFTER SEALED' TO WS-VFY-REASON
                    PERFORM REPORT-BREAK
                 ELSE
                    ADD 1 TO WS-VFY-UNSEALED
                 END-IF
      * The archival summary must point at the archive's tail; the
      * chain carries on past it unchanged
              WHEN WS-AUDIT-IS-ARCHIVED
                 IF auditPrevHash OF WS-AUDIT-RECORD NOT =
                    WS-VFY-EXPECT THEN
                    MOVE 'ARCHIVE TAIL MISMATCH' TO WS-VFY-REASON
                    PERFORM REPORT-BREAK
                 END-IF
                 PERFORM HASH-RECORD
                 IF WS-AUHASH-RESULT NOT =
                    auditHash OF WS-AUDIT-RECORD THEN
                    MOVE 'SUMMARY ALTERED' TO WS-VFY-REASON
                    PERFORM REPORT-BREAK
                 END-IF
              WHEN OTHER
                 SET WS-VFY-SEALED-SEEN TO TRUE
                 IF auditPrevHash OF WS-AUDIT-RECORD NOT =
                    WS-VFY-EXPECT THEN
                    MOVE 'CHAIN LINK BROKEN' TO WS-VFY-REASON
                    PERFORM REPORT-BREAK
                 END-IF
                 PERFORM HASH-RECORD
                 IF WS-AUHASH-RESULT NOT =
                    auditHash OF WS-AUDIT-RECORD THEN
                    MOVE 'RECORD ALTERED' TO WS-VFY-REASON
                    PERFORM REPORT-BREAK
                 END-IF
                 MOVE auditHash OF WS-AUDIT-RECORD TO WS-VFY-EXPECT
           END-EVALUATE.

      * The walked chain must end on the head - a mismatch means the
      * book's newest records were removed or the newest altered
       FINISH-BOOK.
           MOVE WS-AUDHD-FILE TO WS-VFY-FILE.
           MOVE WS-VFY-BOOK TO WS-VFY-BRK-FORMNUM.
           MOVE 0 TO WS-VFY-BRK-SEQ.
           IF WS-VFY-HEAD-HELD THEN
              IF audhdHash NOT = WS-VFY-EXPECT THEN
                 MOVE 'HEAD MISMATCH' TO WS-VFY-REASON
                 PERFORM REPORT-BREAK
              END-IF
              EXEC CICS UNLOCK FILE(WS-AUDHD-FILE)
                        RESP(WS-VFY-RESP)
              END-EXEC
           ELSE
              IF WS-VFY-SEALED-SEEN THEN
                 MOVE 'HEAD MISSING' TO WS-VFY-REASON
                 PERFORM REPORT-BREAK
              END-IF
           END-IF.

      * WS-PROBE-LAST's book must still have something on the live
      * file
       PROBE-LIVE-TRAIL.
           MOVE WS-PROBE-LAST TO WS-PROBE-FORMNUM.
           MOVE 0 TO WS-PROBE-SEQ.
           EXEC CICS READ FILE(WS-AUDIT-FILE)
                     INTO(WS-PROBE-REC)
                     RIDFLD(WS-PROBE-KEY)
                     KEYLENGTH(12)
                     GENERIC
                     GTEQ
                     RESP(WS-VFY-RESP)
           END-EXEC.
           IF WS-VFY-RESP NOT = DFHRESP(NORMAL) OR
              WS-PROBE-FORMNUM NOT = WS-PROBE-LAST THEN
              MOVE WS-PROBE-LAST TO WS-VFY-BRK-FORMNUM
              MOVE 0 TO WS-VFY-BRK-SEQ
              MOVE 'LIVE TRAIL MISSING' TO WS-VFY-REASON
              PERFORM REPORT-BREAK
           END-IF.

      * Re-hash the record in hand exactly as it was sealed
       HASH-RECORD.
           MOVE auditPrevHash OF WS-AUDIT-RECORD TO WS-AUHASH-PREV.
           MOVE WS-AUDIT-KEY-FORMNUM TO WS-AUHASH-FORMNUM.
           MOVE WS-AUDIT-SEALED-BODY TO WS-AUHASH-BODY.
           MOVE SPACES TO WS-AUHASH-RESULT.
           EXEC CICS PUT CONTAINER(WS-AUHASH-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-AUHASH-PARM)
                         FLENGTH(LENGTH OF WS-AUHASH-PARM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKAUHSH')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-AUHASH-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-AUHASH-PARM)
           END-EXEC.

      * BREAK,file,formNumber,seq,reason
       REPORT-BREAK.
           ADD 1 TO WS-VFY-BREAKS.
           MOVE SPACES TO WS-AUVFY-RECORD.
           MOVE 1 TO WS-AUVFY-PTR.
           STRING "BREAK," DELIMITED BY SIZE
                  WS-VFY-FILE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-VFY-BRK-FORMNUM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-VFY-BRK-SEQ DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-VFY-REASON DELIMITED BY SIZE
                INTO WS-AUVFY-RECORD
                WITH POINTER WS-AUVFY-PTR
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      * Any break files (or refreshes) the AUDIT/CHAIN alert and says
      * so on the console; a clean walk clears it
       FILE-CHAIN-ALERT.
           MOVE 'AUDIT' TO WS-ALERT-KEY-CATEG.
           MOVE 'CHAIN' TO WS-ALERT-KEY-NAME.
           EXEC CICS DELETE FILE(WS-ALERT-FILE)
                     RIDFLD(WS-ALERT-KEY)
                     RESP(WS-VFY-RESP)
           END-EXEC.

           IF WS-VFY-BREAKS > 0 THEN
              MOVE WS-ALERT-KEY-CATEG TO WS-ALERT-REC-CATEG
              MOVE WS-ALERT-KEY-NAME TO WS-ALERT-REC-NAME
              MOVE WS-VFY-BREAKS TO WS-ALERT-REC-VALUE
              MOVE 0 TO WS-ALERT-REC-LIMIT
              MOVE WS-NOW-STAMP(1:25) TO WS-ALERT-REC-STAMP
              MOVE 'audit hash chain broken - see RBKAUVFY report'
                TO WS-ALERT-REC-TEXT
              EXEC CICS WRITE FILE(WS-ALERT-FILE)
                        RIDFLD(WS-ALERT-KEY)
                        FROM(WS-ALERT-RECORD)
                        RESP(WS-VFY-RESP)
              END-EXEC

              MOVE WS-VFY-BREAKS TO WS-COUNT-DISPLAY
              MOVE SPACES TO WS-OPER-TEXT
              MOVE 1 TO WS-OPER-PTR
              STRING "RBKAUVFY ALERT AUDIT/CHAIN " DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                     " BREAK(S) IN THE AUDIT HASH CHAIN"
                       DELIMITED BY SIZE
                   INTO WS-OPER-TEXT
                   WITH POINTER WS-OPER-PTR
              END-STRING
              EXEC CICS WRITE OPERATOR TEXT(WS-OPER-TEXT)
                        TEXTLENGTH(LENGTH OF WS-OPER-TEXT)
              END-EXEC
           END-IF.

       WRITE-REPORT-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-AUVFY-RECORD)
                         LENGTH(LENGTH OF WS-AUVFY-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-AUVFY-TDQ)
                         FROM(WS-AUVFY-RECORD)
                         LENGTH(LENGTH OF WS-AUVFY-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
