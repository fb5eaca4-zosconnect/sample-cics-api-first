      *****************************************************************
      * RBKTOPOP - Implement the getTopics operation: return every    *
      *            approved topic from the RBKTOPIC taxonomy with its *
      *            optional parent and its current book count. Each   *
      *            count is the length of the topic's run in the      *
      *            RBKATTIX attribute index, so the response costs    *
      *            the taxonomy browse plus one short index browse    *
      *            per topic - the catalog itself is never read       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKTOPOP.
       COPY RBKTPP01.
       COPY RBKWSTOR.

      * Books counted in the current topic's index run
       01 WS-TOPIC-BOOKS        PIC S9(8) COMP-5 VALUE 0.

       01 WS-TOPIC-OUT-COUNT    PIC S9(9) COMP-5 VALUE 0.

           INITIALIZE BAQBASE-RBKTPP01.

      * Ensure we're the only task accessing the Redbook catalog -
      * the counts must not shift under a concurrent write
           EXEC CICS ENQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

      * Now walk the taxonomy, emitting each approved topic with its
      * tallied count (zero for approved-but-unused topics, which is
      * itself useful to the catalog team)
                   WS-TOPIC-LIST-NAME
                 MOVE parentTopic OF WS-TOPIC-RECORD TO
                   WS-TOPIC-LIST-PARENT
                 PERFORM COUNT-TOPIC-BOOKS
                 MOVE WS-TOPIC-BOOKS TO WS-TOPIC-LIST-BOOKS
                 ADD 1 TO WS-TOPIC-OUT-COUNT
                 EXEC CICS PUT CONTAINER(WS-TOPICLS-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * Count the books filed under this taxonomy topic - the
      * topic's run of 'T' entries in the attribute index, one per
      * book, keys only
       COUNT-TOPIC-BOOKS.
           MOVE 0 TO WS-TOPIC-BOOKS.
           MOVE 'T' TO WS-ATTIX-KEY-TYPE.
           MOVE topicName OF WS-TOPIC-RECORD TO WS-ATTIX-KEY-VALUE.
           MOVE LOW-VALUES TO WS-ATTIX-KEY-FORMNUM.
           EXEC CICS STARTBR FILE(WS-ATTIX-FILE)
                       RIDFLD(WS-ATTIX-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ATTIX-FILE)
                             INTO(WS-ATTIX-RECORD)
                             RIDFLD(WS-ATTIX-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) OR
                    NOT WS-ATTIX-IS-TOPIC OR
                    WS-ATTIX-REC-VALUE NOT =
                       topicName OF WS-TOPIC-RECORD THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-TOPIC-BOOKS
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ATTIX-FILE) END-EXEC
           END-IF.
