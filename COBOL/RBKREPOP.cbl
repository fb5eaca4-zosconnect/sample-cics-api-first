      *            (IN-REPAIR flips to AVAILABLE, the open repair     *
      *            record closes), or list one copy's repair history  *
      *            - the fourth rebinding of the same book should be  *
      *            a conversation, not a surprise. A copy on the     *
      *            RBKWEAR wear worklist may be sent while still      *
      *            AVAILABLE, and leaves the list when it goes; the   *
      *            worklist action lists every copy waiting on a      *
      *            repair-or-dispose decision. Modeled on RBKCPYOP    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKREPOP.
         03 WS-REP-LIST-SEQ       PIC 9(4).
         03 WS-REP-LIST-RECORD    PIC X(109).

      * One wear worklist entry: the copy's key alongside the record
       01 WS-WEAR-LIST-ENTRY.
         03 WS-WEAR-LIST-KEY      PIC X(16).
         03 WS-WEAR-LIST-RECORD   PIC X(29).
       01 WS-WEAR-LISTED-SW     PIC X VALUE 'N'.
         88 WS-WEAR-IS-LISTED     VALUE 'Y'.
         88 WS-WEAR-NOT-LISTED    VALUE 'N'.
       01 WS-COND-NEXT-SEQ      PIC 9(4) VALUE 0.
       01 WS-REP-USERID         PIC X(8) VALUE SPACES.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
                 PERFORM BOOK-COPY-BACK THRU BOOK-COPY-BACK-EXIT
              WHEN WS-REP-ACTION-LIST
                 PERFORM LIST-REPAIR-HISTORY
              WHEN WS-REP-ACTION-WORKLIST
                 PERFORM LIST-WEAR-WORKLIST
           END-EVALUATE.

      * Tell the caller how many repair records were touched/listed
      * Send a DAMAGED copy out: the vendor must be on the master
      * (the same rule RBKORDOP applies), the copy must actually be
      * DAMAGED (AVAILABLE copies don't need rebinding and ON-LOAN
      * ones aren't here to send) - or AVAILABLE but on the wear
      * worklist, which is exactly a copy that does - and one repair
      * at a time
       SEND-COPY-OUT.
           IF WS-REP-IS-OPEN THEN
              INITIALIZE WS-ERROR
                     INTO(WS-COPY-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           SET WS-WEAR-NOT-LISTED TO TRUE.
           MOVE WS-REP-REQ-FORMNUM TO WS-WEAR-KEY-FORMNUM.
           MOVE WS-REP-REQ-NUM TO WS-WEAR-KEY-NUM.
           EXEC CICS READ FILE(WS-WEAR-FILE)
                     RIDFLD(WS-WEAR-KEY)
                     INTO(WS-WEAR-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              SET WS-WEAR-IS-LISTED TO TRUE
           END-IF.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
              (NOT WS-COPY-IS-DAMAGED AND
               NOT (WS-COPY-IS-AVAILABLE AND WS-WEAR-IS-LISTED)) THEN
              INITIALIZE WS-ERROR
              STRING "RBKREPOP: copy is neither DAMAGED nor worklisted"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              MOVE 0 TO WS-MESG-COUNTER
                     RESP(WS-RESP)
           END-EXEC.

      * The decision is made - the copy leaves the wear worklist
           IF WS-WEAR-IS-LISTED THEN
              EXEC CICS DELETE FILE(WS-WEAR-FILE)
                        RIDFLD(WS-WEAR-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

      * The expected-back date - the repair period from today
           COMPUTE WS-DUE-ABSTIME =
              WS-NOW-ABSTIME + (WS-REPAIR-DAYS * 86400000).
           EXIT.

      * Book the repaired copy back in: the open repair record
      * closes and the copy goes AVAILABLE again, graded GOOD on its
      * condition history
       BOOK-COPY-BACK.
           IF WS-REP-NOT-OPEN THEN
              INITIALIZE WS-ERROR
                        RESP(WS-RESP)
              END-EXEC
              SET WS-COPY-IS-AVAILABLE TO TRUE
              MOVE 'GOOD' TO copyCondition OF WS-COPY-RECORD
              MOVE WS-NOW-DATE TO copyConditionDate OF WS-COPY-RECORD
              EXEC CICS WRITE FILE(WS-COPY-FILE)
                        RIDFLD(WS-COPY-KEY)
                        FROM(WS-COPY-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              PERFORM LOG-REPAIRED-CONDITION
           END-IF.
           MOVE 1 TO WS-REP-COUNT.
       BOOK-COPY-BACK-EXIT.
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REPAIR-FILE) END-EXEC
           END-IF.

      * Add the repaired copy (WS-COPY-KEY/WS-COPY-RECORD) to its
      * condition history at the next sequence, the same record
      * RBKCHKOP writes when the desk grades a check-in
       LOG-REPAIRED-CONDITION.
           MOVE 0 TO WS-COND-NEXT-SEQ.
           MOVE WS-COPY-KEY-FORMNUM TO WS-COND-KEY-FORMNUM.
           MOVE WS-COPY-KEY-NUM TO WS-COND-KEY-NUM.
           MOVE 0 TO WS-COND-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-COND-FILE)
                       RIDFLD(WS-COND-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-COND-FILE)
                             INTO(WS-COND-RECORD)
                             RIDFLD(WS-COND-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) OR
                    WS-COND-KEY-FORMNUM NOT = WS-COPY-KEY-FORMNUM OR
                    WS-COND-KEY-NUM NOT = WS-COPY-KEY-NUM THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-COND-KEY-SEQ TO WS-COND-NEXT-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-COND-FILE) END-EXEC
           END-IF.

           EXEC CICS ASSIGN USERID(WS-REP-USERID) END-EXEC.
           ADD 1 TO WS-COND-NEXT-SEQ.
           MOVE WS-COPY-KEY-FORMNUM TO WS-COND-KEY-FORMNUM.
           MOVE WS-COPY-KEY-NUM TO WS-COND-KEY-NUM.
           MOVE WS-COND-NEXT-SEQ TO WS-COND-KEY-SEQ.
           INITIALIZE WS-COND-RECORD.
           MOVE 'GOOD' TO condGrade.
           SET WS-COND-AT-REPAIR TO TRUE.
           MOVE WS-NOW-STAMP(1:25) TO condStamp.
           MOVE WS-REP-USERID TO condUserid.
           IF copyLoanCount OF WS-COPY-RECORD IS NUMERIC THEN
              MOVE copyLoanCount OF WS-COPY-RECORD TO condLoanCount
           ELSE
              MOVE 0 TO condLoanCount
           END-IF.
           EXEC CICS WRITE FILE(WS-COND-FILE)
                     RIDFLD(WS-COND-KEY)
                     FROM(WS-COND-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

      * The whole wear worklist, in formNumber + copy order - the
      * copies waiting on a repair-or-dispose decision
       LIST-WEAR-WORKLIST.
           MOVE LOW-VALUES TO WS-WEAR-KEY.

           EXEC CICS STARTBR FILE(WS-WEAR-FILE)
                       RIDFLD(WS-WEAR-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-WEAR-FILE)
                             INTO(WS-WEAR-RECORD)
                             RIDFLD(WS-WEAR-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-REP-COUNT
                 MOVE WS-WEAR-KEY TO WS-WEAR-LIST-KEY
                 MOVE WS-WEAR-RECORD TO WS-WEAR-LIST-RECORD
                 EXEC CICS PUT CONTAINER(WS-WEARLST-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-WEAR-LIST-ENTRY)
                            FLENGTH(LENGTH OF WS-WEAR-LIST-ENTRY)
                            BIT
                            APPEND
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-WEAR-FILE) END-EXEC
           END-IF.
