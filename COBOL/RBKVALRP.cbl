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
      * RBKVALRP - Collection valuation for the insurer and the asset *
      *            register: walks every RBKCOPY copy, leaves out the *
      *            ones the disposal register (RBKDISP) says have     *
      *            left the collection, prices the rest at their      *
      *            book's catalog price as replacement value in the   *
      *            base currency (RBKRATE), and WRITEQs to the        *
      *            WS-VALRP-TDQ queue a NOPRICE line per book with    *
      *            copies but no price, then totals by home branch    *
      *            ("BRANCH,code,copies,unpriced,value"), by topic    *
      *            ("TOPIC,..."), by acquisition source ("SOURCE,     *
      *            PURCHASED|DONATED,...") and a grand total.         *
      *            Modeled on RBKSPEND                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKVALRP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

      * Per-branch, per-topic and per-source accumulators. Copies
      * with no home branch (written before the location master)
      * and books with no topic group under "(none)" rather than
      * dropping out of the totals.
       01 WS-BRN-TABLE.
         03 WS-BRN-ENTRY OCCURS 100 TIMES INDEXED BY WS-BRN-IDX.
           05 WS-BRN-NAME          PIC X(40).
           05 WS-BRN-COPIES        PIC S9(8) COMP-5.
           05 WS-BRN-UNPRICED      PIC S9(8) COMP-5.
           05 WS-BRN-VALUE         PIC 9(11)V9(2) COMP-3.
       01 WS-BRN-COUNT          PIC S9(8) COMP-5 VALUE 0.

       01 WS-TOP-TABLE.
         03 WS-TOP-ENTRY OCCURS 100 TIMES INDEXED BY WS-TOP-IDX.
           05 WS-TOP-NAME          PIC X(40).
           05 WS-TOP-COPIES        PIC S9(8) COMP-5.
           05 WS-TOP-UNPRICED      PIC S9(8) COMP-5.
           05 WS-TOP-VALUE         PIC 9(11)V9(2) COMP-3.
       01 WS-TOP-COUNT          PIC S9(8) COMP-5 VALUE 0.

       01 WS-SRC-TABLE.
         03 WS-SRC-ENTRY OCCURS 2 TIMES.
           05 WS-SRC-NAME          PIC X(40).
           05 WS-SRC-COPIES        PIC S9(8) COMP-5.
           05 WS-SRC-UNPRICED      PIC S9(8) COMP-5.
           05 WS-SRC-VALUE         PIC 9(11)V9(2) COMP-3.

      * One line's figures, loaded from whichever table is printing
       01 WS-LINE-KIND          PIC X(7).
       01 WS-LINE-NAME          PIC X(40).
       01 WS-LINE-COPIES        PIC S9(8) COMP-5.
       01 WS-LINE-UNPRICED      PIC S9(8) COMP-5.
       01 WS-LINE-VALUE         PIC 9(11)V9(2) COMP-3.

       01 WS-GRAND-COPIES       PIC S9(8) COMP-5 VALUE 0.
       01 WS-GRAND-UNPRICED     PIC S9(8) COMP-5 VALUE 0.
       01 WS-GRAND-VALUE        PIC 9(11)V9(2) COMP-3 VALUE 0.

      * The book whose copies the browse is in - the copy file's key
      * order keeps one book's copies together, so the catalog is
      * read once per book: its topic, title, and the replacement
      * value of one copy in the base currency
       01 WS-CURR-FORMNUM       PIC X(12) VALUE SPACES.
       01 WS-CURR-TOPIC         PIC X(40).
       01 WS-CURR-TITLE         PIC X(80).
       01 WS-CURR-UNIT          PIC 9(11)V9(2) COMP-3.
       01 WS-CURR-COPIES        PIC S9(8) COMP-5 VALUE 0.
       01 WS-CURR-PRICED-SW     PIC X VALUE 'N'.
         88 WS-CURR-IS-PRICED     VALUE 'Y'.

       01 WS-THIS-BRANCH        PIC X(40).
       01 WS-THIS-SOURCE        PIC S9(4) COMP-5.
       01 WS-FOUND-I            PIC S9(8) COMP-5.

       01 WS-COUNT-DISPLAY      PIC Z(8)9.
       01 WS-COST-DISPLAY       PIC Z(10)9.99.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKVALRP' TO WS-JOBRUN-REQ-NAME.
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

           MOVE "PURCHASED" TO WS-SRC-NAME(1).
           MOVE "DONATED" TO WS-SRC-NAME(2).
           PERFORM VARYING WS-THIS-SOURCE FROM 1 BY 1
                     UNTIL WS-THIS-SOURCE > 2
              MOVE 0 TO WS-SRC-COPIES(WS-THIS-SOURCE)
              MOVE 0 TO WS-SRC-UNPRICED(WS-THIS-SOURCE)
              MOVE 0 TO WS-SRC-VALUE(WS-THIS-SOURCE)
           END-PERFORM.

           MOVE LOW-VALUES TO WS-COPY-KEY.

           EXEC CICS STARTBR FILE(WS-COPY-FILE)
                       RIDFLD(WS-COPY-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-COPY-FILE)
                             INTO(WS-COPY-RECORD)
                             RIDFLD(WS-COPY-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-COPY-KEY-FORMNUM NOT = WS-CURR-FORMNUM THEN
                    PERFORM CLOSE-ONE-BOOK THRU CLOSE-ONE-BOOK-EXIT
                    PERFORM OPEN-ONE-BOOK THRU OPEN-ONE-BOOK-EXIT
                 END-IF
                 PERFORM VALUE-ONE-COPY THRU VALUE-ONE-COPY-EXIT
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.
           PERFORM CLOSE-ONE-BOOK THRU CLOSE-ONE-BOOK-EXIT.

      * The totals: branches, topics, sources, then the grand total
           PERFORM VARYING WS-FOUND-I FROM 1 BY 1
                     UNTIL WS-FOUND-I > WS-BRN-COUNT
              MOVE "BRANCH," TO WS-LINE-KIND
              MOVE WS-BRN-NAME(WS-FOUND-I) TO WS-LINE-NAME
              MOVE WS-BRN-COPIES(WS-FOUND-I) TO WS-LINE-COPIES
              MOVE WS-BRN-UNPRICED(WS-FOUND-I) TO WS-LINE-UNPRICED
              MOVE WS-BRN-VALUE(WS-FOUND-I) TO WS-LINE-VALUE
              PERFORM WRITE-TOTAL-LINE
           END-PERFORM.

           PERFORM VARYING WS-FOUND-I FROM 1 BY 1
                     UNTIL WS-FOUND-I > WS-TOP-COUNT
              MOVE "TOPIC," TO WS-LINE-KIND
              MOVE WS-TOP-NAME(WS-FOUND-I) TO WS-LINE-NAME
              MOVE WS-TOP-COPIES(WS-FOUND-I) TO WS-LINE-COPIES
              MOVE WS-TOP-UNPRICED(WS-FOUND-I) TO WS-LINE-UNPRICED
              MOVE WS-TOP-VALUE(WS-FOUND-I) TO WS-LINE-VALUE
              PERFORM WRITE-TOTAL-LINE
           END-PERFORM.

           PERFORM VARYING WS-FOUND-I FROM 1 BY 1
                     UNTIL WS-FOUND-I > 2
              MOVE "SOURCE," TO WS-LINE-KIND
              MOVE WS-SRC-NAME(WS-FOUND-I) TO WS-LINE-NAME
              MOVE WS-SRC-COPIES(WS-FOUND-I) TO WS-LINE-COPIES
              MOVE WS-SRC-UNPRICED(WS-FOUND-I) TO WS-LINE-UNPRICED
              MOVE WS-SRC-VALUE(WS-FOUND-I) TO WS-LINE-VALUE
              PERFORM WRITE-TOTAL-LINE
           END-PERFORM.

           MOVE "TOTAL," TO WS-LINE-KIND.
           MOVE "ALL" TO WS-LINE-NAME.
           MOVE WS-GRAND-COPIES TO WS-LINE-COPIES.
           MOVE WS-GRAND-UNPRICED TO WS-LINE-UNPRICED.
           MOVE WS-GRAND-VALUE TO WS-LINE-VALUE.
           PERFORM WRITE-TOTAL-LINE.

      * Tell the caller how many copies were valued
           EXEC CICS PUT CONTAINER(WS-NUMVALR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-GRAND-COPIES)
                         FLENGTH(LENGTH OF WS-GRAND-COPIES)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-GRAND-COPIES TO WS-JOBRUN-REQ-RECORDS.
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

      * A new book's copies start: read its catalog entry once for
      * the topic, title and one copy's value in the base currency
       OPEN-ONE-BOOK.
           MOVE WS-COPY-KEY-FORMNUM TO WS-CURR-FORMNUM.
           MOVE 0 TO WS-CURR-COPIES.
           MOVE 0 TO WS-CURR-UNIT.
           MOVE 'N' TO WS-CURR-PRICED-SW.
           MOVE "(none)" TO WS-CURR-TOPIC.
           MOVE SPACES TO WS-CURR-TITLE.

           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-CURR-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO OPEN-ONE-BOOK-EXIT
           END-IF.

           MOVE Xtitle OF WS-BOOK TO WS-CURR-TITLE.
           IF topic-existence OF WS-BOOK > 0 AND
              topic2-length OF WS-BOOK > 0 THEN
              MOVE topic2 OF WS-BOOK TO WS-CURR-TOPIC
           END-IF.
           IF price-existence OF WS-BOOK > 0 AND
              price OF WS-BOOK > 0 THEN
              SET WS-CURR-IS-PRICED TO TRUE
              MOVE price OF WS-BOOK TO WS-CURR-UNIT
              IF Xcurrency-existence OF WS-BOOK > 0 AND
                 Xcurrency OF WS-BOOK NOT = SPACES AND
                 Xcurrency OF WS-BOOK NOT = WS-BASE-CURRENCY THEN
                 MOVE Xcurrency OF WS-BOOK TO WS-RATE-KEY
                 EXEC CICS READ FILE(WS-RATE-FILE)
                           RIDFLD(WS-RATE-KEY)
                           INTO(WS-RATE-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    COMPUTE WS-CURR-UNIT ROUNDED =
                       price OF WS-BOOK * rateToBase OF WS-RATE-RECORD
                 END-IF
              END-IF
           END-IF.
       OPEN-ONE-BOOK-EXIT.
           EXIT.

      * The book just finished: flag it when it had copies in the
      * collection but nothing to price them at
       CLOSE-ONE-BOOK.
           IF WS-CURR-FORMNUM = SPACES OR WS-CURR-COPIES = 0 OR
              WS-CURR-IS-PRICED THEN
              GO TO CLOSE-ONE-BOOK-EXIT
           END-IF.
           MOVE SPACES TO WS-VALRP-RECORD.
           MOVE 1 TO WS-VALRP-PTR.
           MOVE WS-CURR-COPIES TO WS-COUNT-DISPLAY.
           STRING "NOPRICE," DELIMITED BY SIZE
                  WS-CURR-FORMNUM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CURR-TITLE DELIMITED BY SIZE
                INTO WS-VALRP-RECORD
                WITH POINTER WS-VALRP-PTR
           END-STRING.
           PERFORM WRITE-VALRP-LINE.
       CLOSE-ONE-BOOK-EXIT.
           EXIT.

      * One copy: skip it if it has been disposed of, otherwise add
      * it to its branch, topic and source buckets
       VALUE-ONE-COPY.
           MOVE WS-COPY-KEY-FORMNUM TO WS-DISP-KEY-FORMNUM.
           MOVE WS-COPY-KEY-NUM TO WS-DISP-KEY-NUM.
           EXEC CICS READ FILE(WS-DISP-FILE)
                     RIDFLD(WS-DISP-KEY)
                     INTO(WS-DISP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              GO TO VALUE-ONE-COPY-EXIT
           END-IF.

           ADD 1 TO WS-CURR-COPIES.
           ADD 1 TO WS-GRAND-COPIES.
           ADD WS-CURR-UNIT TO WS-GRAND-VALUE.
           IF NOT WS-CURR-IS-PRICED THEN
              ADD 1 TO WS-GRAND-UNPRICED
           END-IF.

           MOVE "(none)" TO WS-THIS-BRANCH.
           IF copyHomeBranch OF WS-COPY-RECORD NOT = SPACES THEN
              MOVE copyHomeBranch OF WS-COPY-RECORD TO WS-THIS-BRANCH
           END-IF.
           MOVE 0 TO WS-FOUND-I.
           PERFORM VARYING WS-BRN-IDX FROM 1 BY 1
                     UNTIL WS-BRN-IDX > WS-BRN-COUNT
              IF WS-BRN-NAME(WS-BRN-IDX) = WS-THIS-BRANCH THEN
                 SET WS-FOUND-I TO WS-BRN-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND-I = 0 AND WS-BRN-COUNT < 100 THEN
              ADD 1 TO WS-BRN-COUNT
              MOVE WS-BRN-COUNT TO WS-FOUND-I
              MOVE WS-THIS-BRANCH TO WS-BRN-NAME(WS-FOUND-I)
              MOVE 0 TO WS-BRN-COPIES(WS-FOUND-I)
              MOVE 0 TO WS-BRN-UNPRICED(WS-FOUND-I)
              MOVE 0 TO WS-BRN-VALUE(WS-FOUND-I)
           END-IF.
           IF WS-FOUND-I > 0 THEN
              ADD 1 TO WS-BRN-COPIES(WS-FOUND-I)
              ADD WS-CURR-UNIT TO WS-BRN-VALUE(WS-FOUND-I)
              IF NOT WS-CURR-IS-PRICED THEN
                 ADD 1 TO WS-BRN-UNPRICED(WS-FOUND-I)
              END-IF
           END-IF.

           MOVE 0 TO WS-FOUND-I.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                     UNTIL WS-TOP-IDX > WS-TOP-COUNT
              IF WS-TOP-NAME(WS-TOP-IDX) = WS-CURR-TOPIC THEN
                 SET WS-FOUND-I TO WS-TOP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND-I = 0 AND WS-TOP-COUNT < 100 THEN
              ADD 1 TO WS-TOP-COUNT
              MOVE WS-TOP-COUNT TO WS-FOUND-I
              MOVE WS-CURR-TOPIC TO WS-TOP-NAME(WS-FOUND-I)
              MOVE 0 TO WS-TOP-COPIES(WS-FOUND-I)
              MOVE 0 TO WS-TOP-UNPRICED(WS-FOUND-I)
              MOVE 0 TO WS-TOP-VALUE(WS-FOUND-I)
           END-IF.
           IF WS-FOUND-I > 0 THEN
              ADD 1 TO WS-TOP-COPIES(WS-FOUND-I)
              ADD WS-CURR-UNIT TO WS-TOP-VALUE(WS-FOUND-I)
              IF NOT WS-CURR-IS-PRICED THEN
                 ADD 1 TO WS-TOP-UNPRICED(WS-FOUND-I)
              END-IF
           END-IF.

      * A donated copy carries its donor id; a purchase carries
      * spaces
           IF copyAcqSource OF WS-COPY-RECORD = SPACES THEN
              MOVE 1 TO WS-THIS-SOURCE
           ELSE
              MOVE 2 TO WS-THIS-SOURCE
           END-IF.
           ADD 1 TO WS-SRC-COPIES(WS-THIS-SOURCE).
           ADD WS-CURR-UNIT TO WS-SRC-VALUE(WS-THIS-SOURCE).
           IF NOT WS-CURR-IS-PRICED THEN
              ADD 1 TO WS-SRC-UNPRICED(WS-THIS-SOURCE)
           END-IF.
       VALUE-ONE-COPY-EXIT.
           EXIT.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-VALRP-RECORD.
           MOVE 1 TO WS-VALRP-PTR.
           STRING WS-LINE-KIND DELIMITED BY SPACE
                  WS-LINE-NAME DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-VALRP-RECORD
                WITH POINTER WS-VALRP-PTR
           END-STRING.
           MOVE WS-LINE-COPIES TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-VALRP-RECORD
                WITH POINTER WS-VALRP-PTR
           END-STRING.
           MOVE WS-LINE-UNPRICED TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-VALRP-RECORD
                WITH POINTER WS-VALRP-PTR
           END-STRING.
           MOVE WS-LINE-VALUE TO WS-COST-DISPLAY.
           STRING WS-COST-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                INTO WS-VALRP-RECORD
                WITH POINTER WS-VALRP-PTR
           END-STRING.
           PERFORM WRITE-VALRP-LINE.

       WRITE-VALRP-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-VALRP-RECORD)
                         LENGTH(LENGTH OF WS-VALRP-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-VALRP-TDQ)
                         FROM(WS-VALRP-RECORD)
                         LENGTH(LENGTH OF WS-VALRP-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
