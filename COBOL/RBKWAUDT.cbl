      * RBKWAUDT - Append one audit-trail record to RBKAUDIT for a    *
      *            create/update/delete/retire (see req029). LINKed   *
      *            from RBKWBOOK/RBKDELOP/RBKRETOP the same way       *
      *            RBKRTITL is LINKed from several callers. Each      *
      *            record is sealed onto the book's hash chain        *
      *            (RBKAUHSH, chained from the RBKAUDHD head, which   *
      *            then moves on to it) so RBKAUVFY can prove nobody  *
      *            has since altered or removed it. Creates,          *
      *            updates, withdrawals and deletes are also handed   *
      *            to RBKWEVNT for the integration event queue        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKWAUDT.

       01 WS-REQ-CORRID         PIC X(16).
       01 WS-CORRID-RESP        PIC S9(8) COMP.
       01 WS-AUDHD-RESP         PIC S9(8) COMP.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
              GO TO EXIT-PROGRAM
           END-IF.

      * Take the book's chain head for update first - the hash the
      * new record chains onto, and a lock that keeps any other task
      * appending to this book until the head is rewritten below
           MOVE WS-AUDIT-REQ-FORMNUM TO WS-AUDHD-KEY.
           EXEC CICS READ FILE(WS-AUDHD-FILE)
                     INTO(WS-AUDHD-RECORD)
                     RIDFLD(WS-AUDHD-KEY)
                     UPDATE
                     RESP(WS-AUDHD-RESP)
           END-EXEC.
           IF WS-AUDHD-RESP = DFHRESP(NORMAL) THEN
              MOVE audhdHash TO WS-AUHASH-PREV
           ELSE
      * The book's first sealed record starts a fresh chain
              MOVE WS-AUHASH-GENESIS TO WS-AUHASH-PREV
           END-IF.

      * Find the highest sequence number already on file for this
      * book, the same browse-to-find-next-seq idiom RBKCHKOP uses for
      * RBKLOAN
           END-IF.

      * Who is performing this action, and when
           EXEC CICS ASSIGN USERID(auditActor OF WS-AUDIT-RECORD)
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP(1:25) TO
             auditTimestamp OF WS-AUDIT-RECORD.

           MOVE WS-AUDIT-REQ-ACTION TO auditAction OF WS-AUDIT-RECORD.

      * Stamp the request's correlation id, when one is on the
      * channel - batch callers have none, and their records stay
           END-EXEC.
           MOVE WS-REQ-CORRID TO auditCorrelId OF WS-AUDIT-RECORD.

      * Seal the record onto the chain
           MOVE WS-AUDIT-REQ-FORMNUM TO WS-AUHASH-FORMNUM.
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
           MOVE WS-AUHASH-PREV TO auditPrevHash OF WS-AUDIT-RECORD.
           MOVE WS-AUHASH-RESULT TO auditHash OF WS-AUDIT-RECORD.

           ADD 1 TO WS-AUDIT-NEXT-SEQ.
           MOVE WS-AUDIT-NEXT-SEQ TO WS-AUDIT-KEY-SEQ.

                       RESP(WS-RESP)
           END-EXEC.

      * Move the chain head on to the record just written - or, if
      * the write failed, just release it unchanged
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-AUDIT-REQ-FORMNUM TO audhdFormNumber
              MOVE WS-AUHASH-RESULT TO audhdHash
              MOVE WS-NOW-STAMP TO audhdStamp
              IF WS-AUDHD-RESP = DFHRESP(NORMAL) THEN
                 EXEC CICS REWRITE FILE(WS-AUDHD-FILE)
                           FROM(WS-AUDHD-RECORD)
                           RESP(WS-AUDHD-RESP)
                 END-EXEC
              ELSE
                 MOVE WS-AUDIT-REQ-FORMNUM TO WS-AUDHD-KEY
                 EXEC CICS WRITE FILE(WS-AUDHD-FILE)
                           RIDFLD(WS-AUDHD-KEY)
                           FROM(WS-AUDHD-RECORD)
                           RESP(WS-AUDHD-RESP)
                 END-EXEC
              END-IF
           ELSE
              IF WS-AUDHD-RESP = DFHRESP(NORMAL) THEN
                 EXEC CICS UNLOCK FILE(WS-AUDHD-FILE)
                           RESP(WS-AUDHD-RESP)
                 END-EXEC
              END-IF
           END-IF.

      * Catalog changes also go out to the integration queue, in the
      * same unit of work as the audit record itself. Hold denials,
      * topic-term changes, promotions and the access-control
      * actions are internal housekeeping and are not published
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO EXIT-PROGRAM
           END-IF.
           INITIALIZE WS-EVENT-REQUEST.
           EVALUATE WS-AUDIT-REQ-ACTION
              WHEN 'CREATE'
                 SET WS-EVENT-CREATE TO TRUE
              WHEN 'UPDATE'
              WHEN 'PATCH'
                 SET WS-EVENT-UPDATE TO TRUE
              WHEN 'RETIRE'
                 SET WS-EVENT-WITHDRAW TO TRUE
              WHEN 'DELETE'
              WHEN 'PURGE'
                 SET WS-EVENT-DELETE TO TRUE
              WHEN OTHER
                 GO TO EXIT-PROGRAM
           END-EVALUATE.
           MOVE WS-AUDIT-REQ-FORMNUM TO WS-EVENT-REQ-FORMNUM.
           MOVE WS-AUDIT-REQ-ACTION TO WS-EVENT-REQ-ACTION.
           EXEC CICS PUT CONTAINER(WS-EVENT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-EVENT-REQUEST)
                         FLENGTH(LENGTH OF WS-EVENT-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWEVNT')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.
