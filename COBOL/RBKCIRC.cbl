      *****************************************************************

      *****************************************************************
      * RBKCIRC  - Circulation analytics from the RBKLOAN history and *
      *            the RBKINUS in-library use counts. Walks both      *
      *            files the way RBKDUPAU walks RBKAUTH and WRITEQs   *
      *            to the WS-CIRC-TDQ TD queue: one line per borrowed *
      *            title ("BOOK,formNumber,title,loans", most-        *
      *            borrowed first) and per title used in the library  *
      *            ("INUSE,formNumber,title,uses"), one per topic     *
      *            ("TOPIC,name,loans" and "TOPICUSE,name,uses"), the *
      *            average days a closed loan stayed out              *
      *            ("AVGDAYS,,n"), and one line per repeat borrower   *
      *            ("BORROWER,name,loans")                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCIRC.

       COPY RBKWSTOR.

      * Loans and in-library uses per book - 500 is the usual fixed
      * cap. A reference-only copy never lends, so its book may be
      * here on uses alone.
       01 WS-CBOOK-TABLE.
         03 WS-CBOOK-ENTRY OCCURS 500 TIMES INDEXED BY WS-CBOOK-IDX.
           05 WS-CBOOK-FORMNUM     PIC X(12).
           05 WS-CBOOK-LOANS       PIC S9(8) COMP-5.
           05 WS-CBOOK-USES        PIC S9(8) COMP-5.
       01 WS-CBOOK-COUNT        PIC S9(8) COMP-5 VALUE 0.
       01 WS-CBOOK-I            PIC S9(8) COMP-5.
       01 WS-CBOOK-J            PIC S9(8) COMP-5.
       01 WS-CBOOK-TEMP.
         03 WS-CBOOK-TEMP-FORMNUM PIC X(12).
         03 WS-CBOOK-TEMP-LOANS   PIC S9(8) COMP-5.
         03 WS-CBOOK-TEMP-USES    PIC S9(8) COMP-5.

      * Loans and in-library uses per topic
       01 WS-CTOPIC-TABLE.
         03 WS-CTOPIC-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-CTOPIC-IDX.
           05 WS-CTOPIC-NAME       PIC X(40).
           05 WS-CTOPIC-LOANS      PIC S9(8) COMP-5.
           05 WS-CTOPIC-USES       PIC S9(8) COMP-5.
       01 WS-CTOPIC-COUNT       PIC S9(8) COMP-5 VALUE 0.
       01 WS-CTOPIC-I           PIC S9(8) COMP-5.


       01 WS-CTOPIC-CURR        PIC X(40).

      * The book and the figure the per-book and per-topic lines
      * are being built for - a loan or a use tally
       01 WS-CURR-FORMNUM       PIC X(12).
       01 WS-CURR-LOANS         PIC S9(8) COMP-5 VALUE 0.
       01 WS-CURR-USES          PIC S9(8) COMP-5 VALUE 0.
       01 WS-CIRC-TAG           PIC X(9).
       01 WS-CIRC-FIGURE        PIC S9(8) COMP-5 VALUE 0.

       01 WS-LOAN-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-COUNT-DISPLAY      PIC Z(8)9.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKCIRC' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * Then the in-library use counts, one record per copy per day
           MOVE LOW-VALUES TO WS-INUS-KEY.

           EXEC CICS STARTBR FILE(WS-INUS-FILE)
                       RIDFLD(WS-INUS-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-INUS-FILE)
                             INTO(WS-INUS-RECORD)
                             RIDFLD(WS-INUS-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-INUS-KEY-FORMNUM TO WS-CURR-FORMNUM
                 MOVE 0 TO WS-CURR-LOANS
                 MOVE inusCount OF WS-INUS-RECORD TO WS-CURR-USES
                 PERFORM TALLY-BOOK-AND-TOPIC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-INUS-FILE) END-EXEC
           END-IF.

      * Most-borrowed first: a simple insertion sort, descending on
      * loan count - the same one-off-per-run reasoning RBKRALLB
      * applies to its sorts
              MOVE WS-CBOOK-FORMNUM(WS-CBOOK-I) TO
                WS-CBOOK-TEMP-FORMNUM
              MOVE WS-CBOOK-LOANS(WS-CBOOK-I) TO WS-CBOOK-TEMP-LOANS
              MOVE WS-CBOOK-USES(WS-CBOOK-I) TO WS-CBOOK-TEMP-USES
              MOVE WS-CBOOK-I TO WS-CBOOK-J
              PERFORM UNTIL WS-CBOOK-J < 2 OR
                 WS-CBOOK-LOANS(WS-CBOOK-J - 1) >= WS-CBOOK-TEMP-LOANS
                   WS-CBOOK-FORMNUM(WS-CBOOK-J)
                 MOVE WS-CBOOK-LOANS(WS-CBOOK-J - 1) TO
                   WS-CBOOK-LOANS(WS-CBOOK-J)
                 MOVE WS-CBOOK-USES(WS-CBOOK-J - 1) TO
                   WS-CBOOK-USES(WS-CBOOK-J)
                 SUBTRACT 1 FROM WS-CBOOK-J
              END-PERFORM
              MOVE WS-CBOOK-TEMP-FORMNUM TO
                WS-CBOOK-FORMNUM(WS-CBOOK-J)
              MOVE WS-CBOOK-TEMP-LOANS TO WS-CBOOK-LOANS(WS-CBOOK-J)
              MOVE WS-CBOOK-TEMP-USES TO WS-CBOOK-USES(WS-CBOOK-J)
           END-PERFORM.

      * Borrowed titles first, then the titles used in the library
      * (in the same most-borrowed order), the same for topics
           MOVE "BOOK," TO WS-CIRC-TAG.
           PERFORM VARYING WS-CBOOK-I FROM 1 BY 1
                     UNTIL WS-CBOOK-I > WS-CBOOK-COUNT
              IF WS-CBOOK-LOANS(WS-CBOOK-I) > 0 THEN
                 MOVE WS-CBOOK-LOANS(WS-CBOOK-I) TO WS-CIRC-FIGURE
                 PERFORM WRITE-BOOK-LINE
              END-IF
           END-PERFORM.
           MOVE "INUSE," TO WS-CIRC-TAG.
           PERFORM VARYING WS-CBOOK-I FROM 1 BY 1
                     UNTIL WS-CBOOK-I > WS-CBOOK-COUNT
              IF WS-CBOOK-USES(WS-CBOOK-I) > 0 THEN
                 MOVE WS-CBOOK-USES(WS-CBOOK-I) TO WS-CIRC-FIGURE
                 PERFORM WRITE-BOOK-LINE
              END-IF
           END-PERFORM.

           MOVE "TOPIC," TO WS-CIRC-TAG.
           PERFORM VARYING WS-CTOPIC-I FROM 1 BY 1
                     UNTIL WS-CTOPIC-I > WS-CTOPIC-COUNT
              IF WS-CTOPIC-LOANS(WS-CTOPIC-I) > 0 THEN
                 MOVE WS-CTOPIC-LOANS(WS-CTOPIC-I) TO WS-CIRC-FIGURE
                 PERFORM WRITE-TOPIC-LINE
              END-IF
           END-PERFORM.
           MOVE "TOPICUSE," TO WS-CIRC-TAG.
           PERFORM VARYING WS-CTOPIC-I FROM 1 BY 1
                     UNTIL WS-CTOPIC-I > WS-CTOPIC-COUNT
              IF WS-CTOPIC-USES(WS-CTOPIC-I) > 0 THEN
                 MOVE WS-CTOPIC-USES(WS-CTOPIC-I) TO WS-CIRC-FIGURE
                 PERFORM WRITE-TOPIC-LINE
              END-IF
           END-PERFORM.

           IF WS-CLOSED-COUNT > 0 THEN
      * Bucket this loan by book, topic and borrower, and fold a
      * closed loan's days-out into the average
       ACCUMULATE-ONE-LOAN.
           MOVE WS-LOAN-KEY-FORMNUM TO WS-CURR-FORMNUM.
           MOVE 1 TO WS-CURR-LOANS.
           MOVE 0 TO WS-CURR-USES.
           PERFORM TALLY-BOOK-AND-TOPIC.

      * Per borrower
           PERFORM VARYING WS-CBRWR-I FROM 1 BY 1
              ADD 1 TO WS-CLOSED-COUNT
           END-IF.

      * Add WS-CURR-LOANS loans and WS-CURR-USES in-library uses to
      * WS-CURR-FORMNUM's book and to its topic
       TALLY-BOOK-AND-TOPIC.
      * Per book
           PERFORM VARYING WS-CBOOK-I FROM 1 BY 1
                     UNTIL WS-CBOOK-I > WS-CBOOK-COUNT
              IF WS-CBOOK-FORMNUM(WS-CBOOK-I) = WS-CURR-FORMNUM THEN
                 ADD WS-CURR-LOANS TO WS-CBOOK-LOANS(WS-CBOOK-I)
                 ADD WS-CURR-USES TO WS-CBOOK-USES(WS-CBOOK-I)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CBOOK-I > WS-CBOOK-COUNT AND WS-CBOOK-COUNT < 500
           THEN
              ADD 1 TO WS-CBOOK-COUNT
              MOVE WS-CURR-FORMNUM TO
                WS-CBOOK-FORMNUM(WS-CBOOK-COUNT)
              MOVE WS-CURR-LOANS TO WS-CBOOK-LOANS(WS-CBOOK-COUNT)
              MOVE WS-CURR-USES TO WS-CBOOK-USES(WS-CBOOK-COUNT)
           END-IF.

      * Per topic, joined off the book's catalog entry - a book
      * that is gone or untopiced groups under "(none)"
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-CURR-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           MOVE "(none)" TO WS-CTOPIC-CURR.
           IF WS-BOOK-RESP = DFHRESP(NORMAL) AND
              topic-existence OF Redbook OF WS-BOOK > 0 AND
              topic2-length OF Redbook OF WS-BOOK > 0 THEN
              MOVE topic2 OF Redbook OF WS-BOOK TO
                WS-CTOPIC-CURR
           END-IF.
           PERFORM VARYING WS-CTOPIC-I FROM 1 BY 1
                     UNTIL WS-CTOPIC-I > WS-CTOPIC-COUNT
              IF WS-CTOPIC-NAME(WS-CTOPIC-I) =
                 WS-CTOPIC-CURR THEN
                 ADD WS-CURR-LOANS TO WS-CTOPIC-LOANS(WS-CTOPIC-I)
                 ADD WS-CURR-USES TO WS-CTOPIC-USES(WS-CTOPIC-I)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CTOPIC-I > WS-CTOPIC-COUNT AND WS-CTOPIC-COUNT < 100
           THEN
              ADD 1 TO WS-CTOPIC-COUNT
              MOVE WS-CTOPIC-CURR TO
                WS-CTOPIC-NAME(WS-CTOPIC-COUNT)
              MOVE WS-CURR-LOANS TO WS-CTOPIC-LOANS(WS-CTOPIC-COUNT)
              MOVE WS-CURR-USES TO WS-CTOPIC-USES(WS-CTOPIC-COUNT)
           END-IF.

      * One line per title, with the title looked up fresh - a
      * BOOK line for its loans or an INUSE line for its uses
       WRITE-BOOK-LINE.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-CBOOK-FORMNUM(WS-CBOOK-I))

           MOVE SPACES TO WS-CIRC-RECORD.
           MOVE 1 TO WS-CIRC-PTR.
           STRING WS-CIRC-TAG DELIMITED BY SPACE
                  WS-CBOOK-FORMNUM(WS-CBOOK-I) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                INTO WS-CIRC-RECORD
                   WITH POINTER WS-CIRC-PTR
              END-STRING
           END-IF.
           MOVE WS-CIRC-FIGURE TO WS-COUNT-DISPLAY.
           STRING "," DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                INTO WS-CIRC-RECORD
       WRITE-TOPIC-LINE.
           MOVE SPACES TO WS-CIRC-RECORD.
           MOVE 1 TO WS-CIRC-PTR.
           MOVE WS-CIRC-FIGURE TO WS-COUNT-DISPLAY.
           STRING WS-CIRC-TAG DELIMITED BY SPACE
                  WS-CTOPIC-NAME(WS-CTOPIC-I) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
           PERFORM WRITE-CIRC-LINE.

       WRITE-CIRC-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-CIRC-RECORD)
                         LENGTH(LENGTH OF WS-CIRC-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-CIRC-TDQ)
                         FROM(WS-CIRC-RECORD)
                         LENGTH(LENGTH OF WS-CIRC-RECORD)
