         88 WS-AST-SUPPLIED       VALUE 'Y'.
         88 WS-AST-NOT-SUPPLIED   VALUE 'N'.

      * Tag-list handling, the same shape again, plus the tags
      * already filed for this book - collected before the refile so
      * their RBKTAGIX entries can be removed, the collect-then-update
      * idiom the keyword index uses - and the uppercased tag being
      * filed
       01 WS-INCOMING-TAG-CONT  PIC X(16).
       01 WS-TAG-OFFSET         PIC S9(8) COMP VALUE 0.
       01 WS-TAG-STATE          PIC X VALUE 'N'.
         88 WS-TAG-SUPPLIED       VALUE 'Y'.
         88 WS-TAG-NOT-SUPPLIED   VALUE 'N'.
       01 WS-TAG-FILED          PIC S9(4) COMP-5 VALUE 0.
       01 WS-OLD-TAG-TABLE.
         03 WS-OLD-TAG-ENTRY OCCURS 20 TIMES PIC X(20).
       01 WS-OLD-TAG-COUNT      PIC S9(4) COMP-5 VALUE 0.
       01 WS-OLD-TAG-I          PIC S9(4) COMP-5.

      * Version-capture workspace: the next RBKVERS sequence, a probe
      * buffer for the find-next-seq browse (the real version record
      * is being built at the time), the prior image's length, and a
       01 WS-STALE-TTL-COUNT    PIC S9(8) COMP-5 VALUE 0.
       01 WS-STALE-TTL-I        PIC S9(8) COMP-5.

      * The status/documentType/topic this book was last filed under
      * in the attribute index, off its book-side entry
       01 WS-ATTIX-OLD.
         03 WS-ATTIX-OLD-STATUS   PIC X(9).
         03 WS-ATTIX-OLD-DOCTYPE  PIC X(8).
         03 WS-ATTIX-OLD-TOPIC    PIC X(40).

      * Near-duplicate author guard workspace: the distinct RBKAUTH
      * names gathered the way RBKRALLA gathers them (500 the usual
      * cap), the incoming author under test, and whether the caller
              SET WS-AST-SUPPLIED TO TRUE
           END-IF.

      * And whether it carried its own tag list
           SET WS-TAG-NOT-SUPPLIED TO TRUE.
           MOVE tags-cont OF WS-BOOK TO WS-INCOMING-TAG-CONT.
           IF tags-num OF WS-BOOK > 0 AND
              WS-INCOMING-TAG-CONT NOT = SPACES AND
              WS-INCOMING-TAG-CONT(1:4) NOT = 'TAG-' THEN
              SET WS-TAG-SUPPLIED TO TRUE
           END-IF.

      * Ensure we're the only task writing this one book (see req026 -
      * a per-book token instead of the whole-catalog one, since this
      * write only ever touches the single formNumber just read above)
           MOVE formNumber OF WS-BOOK TO WS-ASSET-TSQ-FORMNUM.
           MOVE WS-ASSET-TSQ TO assets-cont OF WS-BOOK.

      * And for its free-form tags
           MOVE formNumber OF WS-BOOK TO WS-TAG-TSQ-FORMNUM.
           MOVE WS-TAG-TSQ TO tags-cont OF WS-BOOK.

      * Stamp change-tracking timestamps: lastUpdatedTimestamp always
      * reflects this write; createdTimestamp is set only the first
      * time a book is written (RBKCRTOP INITIALIZEs WS-BOOK before
      * one keyed READ instead of a full-catalog browse
           PERFORM MAINTAIN-TITLE-INDEX.

      * And the attribute index, so a ?status=, ?documentType= or
      * ?topic= listing walks that value's run instead of the catalog
           PERFORM MAINTAIN-ATTRIBUTE-INDEX.

      * When the request supplied its own relatedFormNumbers list,
      * file it into RBKRELAT and write the reciprocal link on each
      * referenced book, so series membership stays symmetric
              PERFORM FILE-ASSET-LIST
           END-IF.

      * And its tag list, refiling RBKTAGS and the RBKTAGIX index
           IF WS-TAG-SUPPLIED THEN
              PERFORM FILE-TAG-LIST
           END-IF.

      * A failed RBKRELAT, RBKASSET or RBKTAGS write breaks the
      * unit of work the same way a failed author or catalog write
      * does - back everything out before the audit append records
      * an action that never happened
           IF WS-UOW-BROKEN THEN
              PERFORM BACK-OUT-UNIT-OF-WORK
              GO TO EXIT-PROGRAM

           MOVE WS-ASSET-KEY-SEQ TO assets-num OF WS-BOOK.

      * Replace this book's tag set with the request's list: the old
      * tags' RBKTAGIX entries go first (collected by a browse, then
      * deleted, since deleting mid-browse would invalidate it), then
      * the RBKTAGS set itself, then each new tag - uppercased, blank
      * ones skipped, a repeat quietly dropped by its DUPREC, no more
      * than WS-TAG-MAX - is filed in both
       FILE-TAG-LIST.
           MOVE 0 TO WS-OLD-TAG-COUNT.
           MOVE formNumber OF WS-BOOK TO WS-TAG-KEY-FORMNUM.
           MOVE SPACES TO WS-TAG-KEY-TAG.
           EXEC CICS STARTBR FILE(WS-TAG-FILE)
                       RIDFLD(WS-TAG-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-TAG-FILE)
                             INTO(WS-TAG-RECORD)
                             RIDFLD(WS-TAG-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) OR
                    WS-TAG-KEY-FORMNUM NOT = formNumber OF WS-BOOK OR
                    WS-OLD-TAG-COUNT >= 20 THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-OLD-TAG-COUNT
                 MOVE WS-TAG-KEY-TAG TO
                   WS-OLD-TAG-ENTRY(WS-OLD-TAG-COUNT)
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-TAG-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-OLD-TAG-I FROM 1 BY 1
                     UNTIL WS-OLD-TAG-I > WS-OLD-TAG-COUNT
              MOVE WS-OLD-TAG-ENTRY(WS-OLD-TAG-I) TO WS-TAGIX-KEY-TAG
              MOVE formNumber OF WS-BOOK TO WS-TAGIX-KEY-FORMNUM
              EXEC CICS DELETE FILE(WS-TAGIX-FILE)
                        RIDFLD(WS-TAGIX-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-PERFORM.

           MOVE formNumber OF WS-BOOK TO WS-TAG-KEY-FORMNUM.
           EXEC CICS DELETE FILE(WS-TAG-FILE)
                     RIDFLD(WS-TAG-KEY-FORMNUM)
                     KEYLENGTH(12)
                     GENERIC
                     RESP(WS-RESP)
           END-EXEC.

           MOVE 0 TO WS-TAG-FILED.
           MOVE 0 TO WS-TAG-OFFSET.

           PERFORM UNTIL EXIT
              EXEC CICS GET CONTAINER(WS-INCOMING-TAG-CONT)
                            CHANNEL(WS-CHANNEL-NAME)
                            INTO(WS-TAG)
                            FLENGTH(LENGTH OF WS-TAG)
                            BYTEOFFSET(WS-TAG-OFFSET)
                            RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) OR
                 WS-TAG-FILED >= WS-TAG-MAX THEN
                 EXIT PERFORM
              END-IF
              COMPUTE WS-TAG-OFFSET =
                 WS-TAG-OFFSET + LENGTH OF WS-TAG

              IF tags OF WS-TAG NOT = SPACES THEN
                 INITIALIZE WS-TAG-RECORD
                 MOVE formNumber OF WS-BOOK TO tagFormNumber
                 MOVE FUNCTION UPPER-CASE(tags OF WS-TAG) TO tagName
                 MOVE 0 TO WS-MESG-COUNTER
                 INSPECT FUNCTION REVERSE(tagName)
                    TALLYING WS-MESG-COUNTER FOR LEADING SPACES
                 COMPUTE tagName-length =
                    LENGTH OF tagName - WS-MESG-COUNTER
                 MOVE WS-USERID TO tagAddedBy
                 MOVE WS-NOW-STAMP(1:25) TO tagAdded
                 MOVE formNumber OF WS-BOOK TO WS-TAG-KEY-FORMNUM
                 MOVE tagName TO WS-TAG-KEY-TAG
                 EXEC CICS WRITE FILE(WS-TAG-FILE)
                             RIDFLD(WS-TAG-KEY)
                             FROM(WS-TAG-RECORD)
                             RESP(WS-RESP)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN WS-RESP = DFHRESP(NORMAL)
                       ADD 1 TO WS-TAG-FILED
                       MOVE tagName TO WS-TAGIX-REC-TAG
                       MOVE formNumber OF WS-BOOK TO
                         WS-TAGIX-REC-FORMNUM
                       MOVE WS-TAGIX-RECORD TO WS-TAGIX-KEY
                       EXEC CICS WRITE FILE(WS-TAGIX-FILE)
                                   RIDFLD(WS-TAGIX-KEY)
                                   FROM(WS-TAGIX-RECORD)
                                   RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                          SET WS-UOW-BROKEN TO TRUE
                          EXIT PERFORM
                       END-IF
                    WHEN WS-RESP = DFHRESP(DUPREC)
                       CONTINUE
                    WHEN OTHER
                       SET WS-UOW-BROKEN TO TRUE
                       EXIT PERFORM
                 END-EVALUATE
              END-IF
           END-PERFORM.

           MOVE WS-TAG-FILED TO tags-num OF WS-BOOK.

      * Replace this book's RBKRELAT set with the request's list
      * (already validated above), then make sure each referenced
      * book links back - appended at that book's next free sequence
                       RESP(WS-RESP)
           END-EXEC.

      * Keep the attribute index in step with this book: the book-
      * side entry says which status/documentType/topic it was last
      * filed under, so those old entries are deleted by key, the
      * current values filed, and the book-side entry refiled. No
      * sweep needed - an update that changes nothing simply deletes
      * and refiles the same three entries.
       MAINTAIN-ATTRIBUTE-INDEX.
           MOVE SPACES TO WS-ATTIX-OLD.
           MOVE 'B' TO WS-ATTIX-KEY-TYPE.
           MOVE SPACES TO WS-ATTIX-KEY-VALUE.
           MOVE formNumber OF WS-BOOK TO WS-ATTIX-KEY-FORMNUM.
           EXEC CICS READ FILE(WS-ATTIX-FILE)
                     RIDFLD(WS-ATTIX-KEY)
                     INTO(WS-ATTIX-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-ATTIX-REC-STATUS TO WS-ATTIX-OLD-STATUS
              MOVE WS-ATTIX-REC-DOCTYPE TO WS-ATTIX-OLD-DOCTYPE
              MOVE WS-ATTIX-REC-TOPIC TO WS-ATTIX-OLD-TOPIC
           END-IF.

      * Drop the entries filed under the old values
           IF WS-ATTIX-OLD-STATUS NOT = SPACES THEN
              MOVE 'S' TO WS-ATTIX-KEY-TYPE
              MOVE WS-ATTIX-OLD-STATUS TO WS-ATTIX-KEY-VALUE
              PERFORM DELETE-ATTRIBUTE-ENTRY
           END-IF.
           IF WS-ATTIX-OLD-DOCTYPE NOT = SPACES THEN
              MOVE 'D' TO WS-ATTIX-KEY-TYPE
              MOVE WS-ATTIX-OLD-DOCTYPE TO WS-ATTIX-KEY-VALUE
              PERFORM DELETE-ATTRIBUTE-ENTRY
           END-IF.
           IF WS-ATTIX-OLD-TOPIC NOT = SPACES THEN
              MOVE 'T' TO WS-ATTIX-KEY-TYPE
              MOVE WS-ATTIX-OLD-TOPIC TO WS-ATTIX-KEY-VALUE
              PERFORM DELETE-ATTRIBUTE-ENTRY
           END-IF.

      * File the current values - an attribute left blank gets no
      * entry, since no filter can ask for spaces
           IF Xstatus OF WS-BOOK NOT = SPACES THEN
              MOVE 'S' TO WS-ATTIX-KEY-TYPE
              MOVE Xstatus OF WS-BOOK TO WS-ATTIX-KEY-VALUE
              PERFORM FILE-ATTRIBUTE-ENTRY
           END-IF.
           IF documentType2 OF WS-BOOK NOT = SPACES THEN
              MOVE 'D' TO WS-ATTIX-KEY-TYPE
              MOVE documentType2 OF WS-BOOK TO WS-ATTIX-KEY-VALUE
              PERFORM FILE-ATTRIBUTE-ENTRY
           END-IF.
           IF topic2 OF WS-BOOK NOT = SPACES THEN
              MOVE 'T' TO WS-ATTIX-KEY-TYPE
              MOVE topic2 OF WS-BOOK TO WS-ATTIX-KEY-VALUE
              PERFORM FILE-ATTRIBUTE-ENTRY
           END-IF.

      * And the book-side entry remembering what was just filed
           MOVE 'B' TO WS-ATTIX-KEY-TYPE.
           MOVE SPACES TO WS-ATTIX-KEY-VALUE.
           PERFORM DELETE-ATTRIBUTE-ENTRY.
           MOVE WS-ATTIX-KEY TO WS-ATTIX-REC-KEY.
           MOVE Xstatus OF WS-BOOK TO WS-ATTIX-REC-STATUS.
           MOVE documentType2 OF WS-BOOK TO WS-ATTIX-REC-DOCTYPE.
           MOVE topic2 OF WS-BOOK TO WS-ATTIX-REC-TOPIC.
           EXEC CICS WRITE FILE(WS-ATTIX-FILE)
                       RIDFLD(WS-ATTIX-KEY)
                       FROM(WS-ATTIX-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

      * Remove the attribute-index entry whose type and value are in
      * WS-ATTIX-KEY for this book - absent already is fine
       DELETE-ATTRIBUTE-ENTRY.
           MOVE formNumber OF WS-BOOK TO WS-ATTIX-KEY-FORMNUM.
           EXEC CICS DELETE FILE(WS-ATTIX-FILE)
                     RIDFLD(WS-ATTIX-KEY)
                     RESP(WS-RESP)
           END-EXEC.

      * (Re)file the attribute-index entry whose type and value are
      * in WS-ATTIX-KEY for this book
       FILE-ATTRIBUTE-ENTRY.
           PERFORM DELETE-ATTRIBUTE-ENTRY.
           INITIALIZE WS-ATTIX-RECORD.
           MOVE WS-ATTIX-KEY TO WS-ATTIX-REC-KEY.
           EXEC CICS WRITE FILE(WS-ATTIX-FILE)
                       RIDFLD(WS-ATTIX-KEY)
                       FROM(WS-ATTIX-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

      * Rebuild this book's keyword-index entries: sweep the index
      * for entries still pointing here (the old title/abstract's
      * words - an update may have reworded either), delete them,
