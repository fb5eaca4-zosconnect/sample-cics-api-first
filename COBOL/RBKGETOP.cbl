                 EXEC CICS ENDBR FILE(WS-ASSET-FILE) END-EXEC
              END-IF

      * And its free-form tags off RBKTAGS, in tag order. The
      * container name and count are set here rather than trusted
      * off the record, so a book filed before it carried tags still
      * comes back with an empty set instead of a stray name
              MOVE formNumber OF WS-BOOK TO WS-TAG-TSQ-FORMNUM
              MOVE WS-TAG-TSQ TO tags-cont OF WS-BOOK
              MOVE 0 TO tags-num OF WS-BOOK
              MOVE formNumber OF WS-BOOK TO WS-TAG-KEY-FORMNUM
              MOVE SPACES TO WS-TAG-KEY-TAG

              EXEC CICS STARTBR FILE(WS-TAG-FILE)
                          RIDFLD(WS-TAG-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC

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
              END-IF

      * Free the Redbook catalog for another task to use
              EXEC CICS DEQ RESOURCE(WS-REDBOOKS-TSQ)
                            LENGTH(16)
      * record - the PDF, hardcopy and EPUB children of one entry
      * returned together
              PERFORM GATHER-FORMAT-SET
              PERFORM ATTACH-CITATION

      * Store the book for the caller and return a 200
              EXEC CICS PUT CONTAINER(WS-REDBOOK-CONT-NAME)
              PERFORM INCREMENT-USAGE-COUNT THRU INCREMENT-USAGE-EXIT
              PERFORM RESOLVE-SUCCESSOR-CHAIN
                 THRU RESOLVE-SUCCESSOR-EXIT
              PERFORM ATTACH-CITATION

              MOVE 1 TO responseCode200-existence OF
                 BAQBASE-RBK00P01
           PERFORM INCREMENT-USAGE-COUNT THRU INCREMENT-USAGE-EXIT.
           PERFORM RESOLVE-SUCCESSOR-CHAIN THRU RESOLVE-SUCCESSOR-EXIT.
           PERFORM GATHER-FORMAT-SET.
           PERFORM ATTACH-CITATION.
           EXEC CICS PUT CONTAINER(WS-REDBOOK-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-BOOK)
                         FLENGTH(LENGTH OF WS-FORMAT-COUNT)
                         BIT
           END-EXEC.

      * A ?citationFormat=bibtex or ris lookup also carries the
      * served book's citation: RBKCITE builds it into
      * WS-CITE-CONT-NAME, and the line count is read back off the
      * container's length. An unrecognised format simply adds none.
       ATTACH-CITATION.
           IF citationFormat-existence IN requestQueryParameters > 0
           THEN
              MOVE FUNCTION LOWER-CASE
                 (citationFormat IN requestQueryParameters)
                 TO WS-CITE-FORMAT
              MOVE formNumber OF WS-BOOK TO WS-CITE-FORMNUM
              EXEC CICS PUT CONTAINER(WS-CITEPARM-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-CITE-PARM)
                            FLENGTH(LENGTH OF WS-CITE-PARM)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKCITE')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
              EXEC CICS GET CONTAINER(WS-CITE-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            NODATA
                            FLENGTH(WS-LENGTH)
                            RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 COMPUTE citation-num OF BAQBASE-RBK00P01 =
                    WS-LENGTH / LENGTH OF WS-CITE-LINE
                 MOVE WS-CITE-CONT-NAME TO citation-cont
                    OF BAQBASE-RBK00P01
              END-IF
           END-IF.
