              EXEC CICS ENDBR FILE(WS-ASSET-FILE) END-EXEC
           END-IF.

      * And its free-form tags off RBKTAGS, in tag order. The
      * container name and count are set here rather than trusted
      * off the record, so a book filed before it carried tags still
      * comes back with an empty set instead of a stray name
           MOVE formNumber OF WS-BOOK TO WS-TAG-TSQ-FORMNUM.
           MOVE WS-TAG-TSQ TO tags-cont OF WS-BOOK.
           MOVE 0 TO tags-num OF WS-BOOK.
           MOVE formNumber OF WS-BOOK TO WS-TAG-KEY-FORMNUM.
           MOVE SPACES TO WS-TAG-KEY-TAG.

           EXEC CICS STARTBR FILE(WS-TAG-FILE)
                       RIDFLD(WS-TAG-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-TAG-FILE)
                            INTO(WS-TAG-RECORD)
                            RIDFLD(WS-TAG-KEY)
                            RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-TAG-KEY-FORMNUM NOT = formNumber OF WS-BOOK
                 THEN
                    EXIT PERFORM
                 END-IF
                 MOVE tagName-length OF WS-TAG-RECORD TO tags-length
                 MOVE tagName OF WS-TAG-RECORD TO tags
                 ADD 1 TO tags-num OF WS-BOOK
                 EXEC CICS PUT CONTAINER(tags-cont OF WS-BOOK)
                            FROM(WS-TAG)
                            FLENGTH(LENGTH OF WS-TAG)
                            BIT
                            APPEND
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-TAG-FILE) END-EXEC
           END-IF.

      * Store the book for the caller
           EXEC CICS PUT CONTAINER(WS-REDBOOK-CONT-NAME)
                      FROM(WS-BOOK)
