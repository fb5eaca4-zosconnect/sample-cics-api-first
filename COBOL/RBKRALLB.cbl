       01 WS-SEARCH-FALLBK      PIC X VALUE 'N'.
         88 WS-SEARCH-VIA-SCAN    VALUE 'Y'.

      * A ?tag= listing without ?search= is served from the RBKTAGIX
      * index, whose candidates carry the tag by construction - the
      * per-book RBKTAGS check in CHECK-BOOK-FILTERS is then skipped
       01 WS-TAG-PATH           PIC X VALUE 'N'.
         88 WS-TAG-VIA-INDEX      VALUE 'Y'.

      * A ?status=, ?documentType= or ?topic= listing without ?search=
      * or ?tag= is served from the RBKATTIX attribute index - the run
      * of whichever of the given filters has the fewest books. Each
      * given filter's run is counted only as far as the shortest
      * run so far, so picking costs no more than walking the winner
      * twice. The other filters are still checked per book.
       01 WS-ATTR-BEST-TYPE     PIC X VALUE SPACE.
       01 WS-ATTR-BEST-VALUE    PIC X(40).
       01 WS-ATTR-BEST-COUNT    PIC S9(8) COMP-5 VALUE 0.
       01 WS-ATTR-PROBE-TYPE    PIC X.
       01 WS-ATTR-PROBE-VALUE   PIC X(40).
       01 WS-ATTR-PROBE-COUNT   PIC S9(8) COMP-5 VALUE 0.

      * The search term split into words - each kept both as typed
      * (for the substring verification) and uppercased (for the
      * index probe, which stores uppercased words); eight words is
           MOVE SPACES TO WS-PAGING-FIELDS.
           MOVE SPACES TO WS-PAGING-CURSOR.
           MOVE SPACES TO WS-PAGING-IFMODSINCE.
           MOVE SPACES TO WS-PAGING-TAG.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         INTO(WS-PAGING)
                         RESP(WS-RESP)
              END-IF
           END-IF.

      * A ?tag= call on its own walks the tag's run of the RBKTAGIX
      * index instead - formNumber order within the tag, so the
      * natural order and a continuation cursor both still hold
           IF WS-PAGING-TAG NOT = SPACES AND
              WS-PAGING-SEARCH = SPACES THEN
              PERFORM TAG-VIA-INDEX
              GO TO AFTER-CATALOG-SCAN
           END-IF.

      * A ?status=, ?documentType= or ?topic= call walks the run of
      * the narrowest of them in the RBKATTIX index instead - again
      * formNumber order within the value, so the natural order and
      * a continuation cursor both still hold
           IF (WS-PAGING-STATUS NOT = SPACES OR
               WS-PAGING-DOCUMENTTYPE NOT = SPACES OR
               WS-PAGING-TOPIC NOT = SPACES) AND
              WS-PAGING-SEARCH = SPACES THEN
              PERFORM CHOOSE-ATTRIBUTE-RUN
              PERFORM ATTRIBUTE-VIA-INDEX
              GO TO AFTER-CATALOG-SCAN
           END-IF.

      * Start the browse - at the beginning of the catalog, or,
      * when the caller carried a continuation cursor, straight at
      * the key after the last one served: O(page) reads instead
              SET WS-FILTER-IS-MATCH TO TRUE
           END-IF.

      * ?tag= needs a keyed look at RBKTAGS, so it is checked only
      * once everything else has passed
           IF WS-FILTER-IS-MATCH AND WS-PAGING-TAG NOT = SPACES AND
              NOT WS-TAG-VIA-INDEX THEN
              MOVE formNumber OF WS-BOOK TO WS-TAG-KEY-FORMNUM
              MOVE WS-PAGING-TAG TO WS-TAG-KEY-TAG
              EXEC CICS READ FILE(WS-TAG-FILE)
                        RIDFLD(WS-TAG-KEY)
                        INTO(WS-TAG-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 SET WS-FILTER-NOT-MATCH TO TRUE
              END-IF
           END-IF.

      * Count a filter-passing book, then either output it inside the
      * requested limit/offset window (natural order) or buffer its
      * sort key and formNumber for the sort pass. WS-BOOK-COUNTER
       SEARCH-VIA-INDEX-EXIT.
           EXIT.

      * The ?tag= path: browse the tag's entries in RBKTAGIX (from
      * the cursor's book when one was carried, skipping that book
      * itself as the catalog browse does), read each tagged book
      * and put it through the usual filters
       TAG-VIA-INDEX.
           SET WS-TAG-VIA-INDEX TO TRUE.
           MOVE WS-PAGING-TAG TO WS-TAGIX-KEY-TAG.
           MOVE LOW-VALUES TO WS-TAGIX-KEY-FORMNUM.
           IF WS-PAGING-CURSOR NOT = SPACES AND WS-SORT-NATURAL THEN
              MOVE WS-PAGING-CURSOR TO WS-TAGIX-KEY-FORMNUM
              MOVE 0 TO WS-PAGING-OFFSET
           END-IF.
           EXEC CICS STARTBR FILE(WS-TAGIX-FILE)
                       RIDFLD(WS-TAGIX-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-TAGIX-FILE)
                             INTO(WS-TAGIX-RECORD)
                             RIDFLD(WS-TAGIX-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-TAGIX-REC-TAG NOT = WS-PAGING-TAG THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-PAGING-CURSOR NOT = SPACES AND
                    WS-SORT-NATURAL AND
                    WS-TAGIX-REC-FORMNUM = WS-PAGING-CURSOR THEN
                    CONTINUE
                 ELSE
                    EXEC CICS READ FILE(WS-REDBOOK-FILE)
                              RIDFLD(WS-TAGIX-REC-FORMNUM)
                              INTO(WS-BOOK)
                              RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL) THEN
                       PERFORM CHECK-BOOK-FILTERS
                       IF WS-FILTER-IS-MATCH THEN
                          PERFORM TALLY-AND-OUTPUT-BOOK
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-TAGIX-FILE) END-EXEC
           END-IF.

      * Pick the attribute-index run to drive the listing from: of
      * the filters given, topic first, then documentType, then
      * status, whichever has the fewest entries - a later candidate
      * has to be strictly shorter to displace an earlier one
       CHOOSE-ATTRIBUTE-RUN.
           MOVE SPACE TO WS-ATTR-BEST-TYPE.
           MOVE 0 TO WS-ATTR-BEST-COUNT.
           IF WS-PAGING-TOPIC NOT = SPACES THEN
              MOVE 'T' TO WS-ATTR-PROBE-TYPE
              MOVE WS-PAGING-TOPIC TO WS-ATTR-PROBE-VALUE
              PERFORM WEIGH-ATTRIBUTE-RUN
           END-IF.
           IF WS-PAGING-DOCUMENTTYPE NOT = SPACES THEN
              MOVE 'D' TO WS-ATTR-PROBE-TYPE
              MOVE WS-PAGING-DOCUMENTTYPE TO WS-ATTR-PROBE-VALUE
              PERFORM WEIGH-ATTRIBUTE-RUN
           END-IF.
           IF WS-PAGING-STATUS NOT = SPACES THEN
              MOVE 'S' TO WS-ATTR-PROBE-TYPE
              MOVE WS-PAGING-STATUS TO WS-ATTR-PROBE-VALUE
              PERFORM WEIGH-ATTRIBUTE-RUN
           END-IF.

      * Count the probe value's run - stopping as soon as it is no
      * shorter than the best run found so far - and keep it if it
      * is the new shortest
       WEIGH-ATTRIBUTE-RUN.
           MOVE 0 TO WS-ATTR-PROBE-COUNT.
           MOVE WS-ATTR-PROBE-TYPE TO WS-ATTIX-KEY-TYPE.
           MOVE WS-ATTR-PROBE-VALUE TO WS-ATTIX-KEY-VALUE.
           MOVE LOW-VALUES TO WS-ATTIX-KEY-FORMNUM.
           EXEC CICS STARTBR FILE(WS-ATTIX-FILE)
                       RIDFLD(WS-ATTIX-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 IF WS-ATTR-BEST-TYPE NOT = SPACE AND
                    WS-ATTR-PROBE-COUNT >= WS-ATTR-BEST-COUNT THEN
                    EXIT PERFORM
                 END-IF
                 EXEC CICS READNEXT FILE(WS-ATTIX-FILE)
                             INTO(WS-ATTIX-RECORD)
                             RIDFLD(WS-ATTIX-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-ATTIX-REC-TYPE NOT = WS-ATTR-PROBE-TYPE OR
                    WS-ATTIX-REC-VALUE NOT = WS-ATTR-PROBE-VALUE THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-ATTR-PROBE-COUNT
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ATTIX-FILE) END-EXEC
           END-IF.
           IF WS-ATTR-BEST-TYPE = SPACE OR
              WS-ATTR-PROBE-COUNT < WS-ATTR-BEST-COUNT THEN
              MOVE WS-ATTR-PROBE-TYPE TO WS-ATTR-BEST-TYPE
              MOVE WS-ATTR-PROBE-VALUE TO WS-ATTR-BEST-VALUE
              MOVE WS-ATTR-PROBE-COUNT TO WS-ATTR-BEST-COUNT
           END-IF.

      * The attribute path: browse the chosen run of RBKATTIX (from
      * the cursor's book when one was carried, skipping that book
      * itself as the catalog browse does), read each book and put
      * it through the usual filters - which re-check the run's own
      * value too, so an entry a bulk load left stale never leaks a
      * book into the wrong listing
       ATTRIBUTE-VIA-INDEX.
           MOVE WS-ATTR-BEST-TYPE TO WS-ATTIX-KEY-TYPE.
           MOVE WS-ATTR-BEST-VALUE TO WS-ATTIX-KEY-VALUE.
           MOVE LOW-VALUES TO WS-ATTIX-KEY-FORMNUM.
           IF WS-PAGING-CURSOR NOT = SPACES AND WS-SORT-NATURAL THEN
              MOVE WS-PAGING-CURSOR TO WS-ATTIX-KEY-FORMNUM
              MOVE 0 TO WS-PAGING-OFFSET
           END-IF.
           EXEC CICS STARTBR FILE(WS-ATTIX-FILE)
                       RIDFLD(WS-ATTIX-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ATTIX-FILE)
                             INTO(WS-ATTIX-RECORD)
                             RIDFLD(WS-ATTIX-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-ATTIX-REC-TYPE NOT = WS-ATTR-BEST-TYPE OR
                    WS-ATTIX-REC-VALUE NOT = WS-ATTR-BEST-VALUE THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-PAGING-CURSOR NOT = SPACES AND
                    WS-SORT-NATURAL AND
                    WS-ATTIX-REC-FORMNUM = WS-PAGING-CURSOR THEN
                    CONTINUE
                 ELSE
                    EXEC CICS READ FILE(WS-REDBOOK-FILE)
                              RIDFLD(WS-ATTIX-REC-FORMNUM)
                              INTO(WS-BOOK)
                              RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL) THEN
                       PERFORM CHECK-BOOK-FILTERS
                       IF WS-FILTER-IS-MATCH THEN
                          PERFORM TALLY-AND-OUTPUT-BOOK
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ATTIX-FILE) END-EXEC
           END-IF.

      * Split WS-PAGING-SEARCH into its words: runs of letters and
      * digits, kept as typed for verification and uppercased (and
      * capped at the index's 20-character width) for probing
