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
      * RBKCRTSY - Nightly courtesy notices. Warns each borrower      *
      *            whose open loan falls due within                   *
      *            WS-COURTESY-DAYS business days (a DUESOON notice,  *
      *            once per dueDate - a renewal earns a fresh one,    *
      *            remembered on the loan's RBKNTCE record), and      *
      *            tells each requester whose hold is READY that it   *
      *            is waiting for them (a READY notice, once per      *
      *            hold, remembered on holdNoticeDate). Every notice  *
      *            goes through RBKNTSND, so it follows the           *
      *            borrower's chosen channel                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCRTSY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOTICES-SENT       PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).
       01 WS-NOW-YYYYMMDD       PIC 9(8).
       01 WS-DUE-YYYYMMDD       PIC 9(8).
       01 WS-CALENDAR-DAYS      PIC S9(8) COMP-5.

      * The effective reminder window this run - the default unless
      * RBKTHRS says otherwise
       01 WS-WINDOW-DAYS        PIC S9(4) COMP-5 VALUE 0.

      * The READY holds still owed their notice - gathered during
      * the hold browse and stamped afterwards, each under its
      * book's lock; 500 is the usual fixed cap and the rest go
      * tomorrow night
       01 WS-RDY-COUNT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-RDY-TABLE.
         03 WS-RDY-ENTRY OCCURS 500 TIMES.
           05 WS-RDY-FORMNUM      PIC X(12).
           05 WS-RDY-SEQ          PIC 9(4).
       01 WS-RDY-I              PIC S9(4) COMP-5.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKCRTSY' TO WS-JOBRUN-REQ-NAME.
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
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.
           COMPUTE WS-NOW-YYYYMMDD =
              FUNCTION NUMVAL(WS-NOW-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-NOW-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-NOW-DATE(9:2)).

           MOVE WS-COURTESY-DAYS TO WS-WINDOW-DAYS.
           MOVE 'COURTESY' TO WS-THRESH-KEY-CATEG.
           MOVE 'DUESOON' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-WINDOW-DAYS
           END-IF.

      * Open loans not yet due - the overdue ones are RBKNTCE's, and
      * one under a returned claim is owed no reminder at all
           MOVE LOW-VALUES TO WS-LOAN-KEY.

           EXEC CICS STARTBR FILE(WS-LOAN-FILE)
                       RIDFLD(WS-LOAN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-LOAN-FILE)
                             INTO(WS-LOAN-RECORD)
                             RIDFLD(WS-LOAN-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF returnDate OF WS-LOAN-RECORD = SPACES AND
                    NOT WS-LOAN-IS-CLAIMED AND
                    dueDate OF WS-LOAN-RECORD NOT = SPACES AND
                    dueDate OF WS-LOAN-RECORD NOT < WS-NOW-STAMP THEN
                    PERFORM JUDGE-DUE-SOON THRU JUDGE-DUE-SOON-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * READY holds whose requester hasn't been told yet
           MOVE 0 TO WS-RDY-COUNT.
           MOVE LOW-VALUES TO WS-RESERVE-KEY.

           EXEC CICS STARTBR FILE(WS-RESERVE-FILE)
                       RIDFLD(WS-RESERVE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-RESERVE-FILE)
                             INTO(WS-RESERVE-RECORD)
                             RIDFLD(WS-RESERVE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-HOLD-IS-READY AND
                    holdNoticeDate OF WS-RESERVE-RECORD = SPACES AND
                    WS-RDY-COUNT < 500 THEN
                    ADD 1 TO WS-RDY-COUNT
                    MOVE WS-RESERVE-KEY-FORMNUM TO
                      WS-RDY-FORMNUM(WS-RDY-COUNT)
                    MOVE WS-RESERVE-KEY-SEQ TO
                      WS-RDY-SEQ(WS-RDY-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-RDY-I FROM 1 BY 1
                     UNTIL WS-RDY-I > WS-RDY-COUNT
              PERFORM NOTIFY-HOLD-READY THRU NOTIFY-HOLD-READY-EXIT
           END-PERFORM.

      * Tell the caller how many notices were sent
           EXEC CICS PUT CONTAINER(WS-NUMCRTS-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-NOTICES-SENT)
                         FLENGTH(LENGTH OF WS-NOTICES-SENT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-NOTICES-SENT TO WS-JOBRUN-REQ-RECORDS.
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

      * Is this loan inside the reminder window, and has this
      * dueDate already had its reminder? Calendar days are checked
      * first - a loan due weeks out can't be inside a window of a
      * few business days, and only the near ones are worth a LINK
      * to RBKBDAY to count the working days properly
       JUDGE-DUE-SOON.
           COMPUTE WS-DUE-YYYYMMDD =
              FUNCTION NUMVAL(dueDate OF WS-LOAN-RECORD(1:4))
                 * 10000 +
              FUNCTION NUMVAL(dueDate OF WS-LOAN-RECORD(6:2))
                 * 100 +
              FUNCTION NUMVAL(dueDate OF WS-LOAN-RECORD(9:2)).
           COMPUTE WS-CALENDAR-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD) -
              FUNCTION INTEGER-OF-DATE(WS-NOW-YYYYMMDD).
           IF WS-CALENDAR-DAYS > (WS-WINDOW-DAYS * 2) + 14 THEN
              GO TO JUDGE-DUE-SOON-EXIT
           END-IF.

           IF WS-CALENDAR-DAYS > WS-WINDOW-DAYS THEN
              INITIALIZE WS-BDAY-PARM
              SET WS-BDAY-COUNT-BUSDAYS TO TRUE
              MOVE WS-NOW-STAMP TO WS-BDAY-DATE
              MOVE dueDate OF WS-LOAN-RECORD TO WS-BDAY-DATE2
              EXEC CICS PUT CONTAINER(WS-BDAY-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-BDAY-PARM)
                            FLENGTH(LENGTH OF WS-BDAY-PARM)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKBDAY')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
              EXEC CICS GET CONTAINER(WS-BDAY-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            INTO(WS-BDAY-PARM)
                            RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) OR
                 WS-BDAY-COUNT > WS-WINDOW-DAYS THEN
                 GO TO JUDGE-DUE-SOON-EXIT
              END-IF
           END-IF.

           MOVE WS-LOAN-KEY-FORMNUM TO WS-NOTICE-KEY-FORMNUM.
           MOVE WS-LOAN-KEY-SEQ TO WS-NOTICE-KEY-SEQ.
           EXEC CICS READ FILE(WS-NOTICE-FILE)
                     RIDFLD(WS-NOTICE-KEY)
                     INTO(WS-NTCE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              IF noticeCourtesyDue OF WS-NTCE-RECORD =
                 dueDate OF WS-LOAN-RECORD(1:25) THEN
      * This dueDate has had its reminder already
                 GO TO JUDGE-DUE-SOON-EXIT
              END-IF
              EXEC CICS DELETE FILE(WS-NOTICE-FILE)
                        RIDFLD(WS-NOTICE-KEY)
                        RESP(WS-RESP)
              END-EXEC
           ELSE
              INITIALIZE WS-NTCE-RECORD
           END-IF.

           INITIALIZE WS-NTSND-REQUEST.
           MOVE borrower OF WS-LOAN-RECORD(1:8) TO WS-NTSND-BORROWER.
           MOVE 'DUESOON' TO WS-NTSND-KIND.
           MOVE 1 TO WS-NOTICE-PTR.
           STRING "LOAN," DELIMITED BY SIZE
                  WS-LOAN-KEY-FORMNUM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  dueDate OF WS-LOAN-RECORD(1:10)
                    DELIMITED BY SIZE
                  ",due back soon - renew or return by this date"
                    DELIMITED BY SIZE
                INTO WS-NTSND-DETAIL
                WITH POINTER WS-NOTICE-PTR
           END-STRING.
           PERFORM SEND-ONE-NOTICE.

           MOVE dueDate OF WS-LOAN-RECORD(1:25) TO
             noticeCourtesyDue OF WS-NTCE-RECORD.
           EXEC CICS WRITE FILE(WS-NOTICE-FILE)
                     RIDFLD(WS-NOTICE-KEY)
                     FROM(WS-NTCE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       JUDGE-DUE-SOON-EXIT.
           EXIT.

      * Tell one requester their hold is ready, then stamp the hold
      * so it is told only once - under the book's lock (the same
      * per-book token RBKCHKOP and RBKHLDOP take), re-reading the
      * hold first since it may have been collected or expired
      * since the browse saw it
       NOTIFY-HOLD-READY.
           MOVE WS-RDY-FORMNUM(WS-RDY-I) TO WS-BOOK-LOCK-FORMNUM.
           EXEC CICS ENQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           MOVE WS-RDY-FORMNUM(WS-RDY-I) TO WS-RESERVE-KEY-FORMNUM.
           MOVE WS-RDY-SEQ(WS-RDY-I) TO WS-RESERVE-KEY-SEQ.
           INITIALIZE WS-RESERVE-RECORD.
           EXEC CICS READ FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     INTO(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              NOT WS-HOLD-IS-READY OR
              holdNoticeDate OF WS-RESERVE-RECORD NOT = SPACES THEN
              GO TO NOTIFY-HOLD-READY-DEQ
           END-IF.

           INITIALIZE WS-NTSND-REQUEST.
           MOVE requester OF WS-RESERVE-RECORD(1:8) TO
             WS-NTSND-BORROWER.
           MOVE 'READY' TO WS-NTSND-KIND.
           MOVE 1 TO WS-NOTICE-PTR.
           STRING "HOLD," DELIMITED BY SIZE
                  WS-RESERVE-KEY-FORMNUM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  holdPickupBy OF WS-RESERVE-RECORD(1:10)
                    DELIMITED BY SIZE
                  ",ready to collect - pick up by this date"
                    DELIMITED BY SIZE
                INTO WS-NTSND-DETAIL
                WITH POINTER WS-NOTICE-PTR
           END-STRING.
           PERFORM SEND-ONE-NOTICE.

           EXEC CICS DELETE FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE WS-NOW-STAMP(1:25) TO
             holdNoticeDate OF WS-RESERVE-RECORD.
           EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     FROM(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

       NOTIFY-HOLD-READY-DEQ.
           EXEC CICS DEQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.
       NOTIFY-HOLD-READY-EXIT.
           EXIT.

       SEND-ONE-NOTICE.
           EXEC CICS PUT CONTAINER(WS-NTSND-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-NTSND-REQUEST)
                         FLENGTH(LENGTH OF WS-NTSND-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKNTSND')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           ADD 1 TO WS-NOTICES-SENT.
