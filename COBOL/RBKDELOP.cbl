                     RESP(WS-RESP)
           END-EXEC.

      * And the asset, translation-group, review, errata,
      * technical-review, saved-search-seen and recommendation
      * records - all keyed by formNumber, so a book later created
      * under a recycled formNumber must not inherit the deleted
      * book's cover/sample/errata URLs, language siblings, staff
      * reviews, reported errata, review sign-offs or borrowed-
      * together list, nor go unannounced to saved searches
           EXEC CICS DELETE FILE(WS-ASSET-FILE)
                     RIDFLD(WS-AUTH-TSQ-FORMNUM OF WS-AUTHORS-TSQ)
                     KEYLENGTH(12)
                     GENERIC
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS DELETE FILE(WS-ERRATA-FILE)
                     RIDFLD(WS-AUTH-TSQ-FORMNUM OF WS-AUTHORS-TSQ)
                     KEYLENGTH(12)
                     GENERIC
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS DELETE FILE(WS-TREV-FILE)
                     RIDFLD(WS-AUTH-TSQ-FORMNUM OF WS-AUTHORS-TSQ)
                     KEYLENGTH(12)
                     GENERIC
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS DELETE FILE(WS-SRSEEN-FILE)
                     RIDFLD(WS-AUTH-TSQ-FORMNUM OF WS-AUTHORS-TSQ)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS DELETE FILE(WS-RECO-FILE)
                     RIDFLD(WS-AUTH-TSQ-FORMNUM OF WS-AUTHORS-TSQ)
                     KEYLENGTH(12)
                     GENERIC
                     RESP(WS-RESP)
           END-EXEC.

      * Remove this book's side-index entries (title index, keyword
      * index, attribute index, alternate-identifier cross-reference,
      * tags and the tag-to-book index) so none of them resolves to
      * a record that's gone
           MOVE Xtitle OF Redbook OF WS-BOOK TO WS-TITLEX-KEY.
           EXEC CICS DELETE FILE(WS-TITLEX-FILE)
                     RIDFLD(WS-TITLEX-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           PERFORM SWEEP-KEYWORD-INDEX.
           PERFORM DROP-ATTRIBUTE-ENTRIES.
           PERFORM SWEEP-XREF-ENTRIES.
           PERFORM SWEEP-TAG-ENTRIES.

      * Append an audit-trail record for this delete (see req029)
           MOVE formNumber OF WS-BOOK TO WS-AUDIT-REQ-FORMNUM.
                        RESP(WS-RESP)
              END-EXEC
           END-PERFORM.

      * And the book's free-form tags - each one's RBKTAGIX entry is
      * keyed tag first, so it is found through the book's own
      * RBKTAGS records before those go as a generic set
       SWEEP-TAG-ENTRIES.
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
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-TAG-KEY-FORMNUM NOT = formNumber OF WS-BOOK
                    THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-TAG-KEY-TAG TO WS-TAGIX-KEY-TAG
                 MOVE formNumber OF WS-BOOK TO WS-TAGIX-KEY-FORMNUM
                 EXEC CICS DELETE FILE(WS-TAGIX-FILE)
                           RIDFLD(WS-TAGIX-KEY)
                           RESP(WS-RESP)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-TAG-FILE) END-EXEC
           END-IF.

           MOVE formNumber OF WS-BOOK TO WS-TAG-KEY-FORMNUM.
           EXEC CICS DELETE FILE(WS-TAG-FILE)
                     RIDFLD(WS-TAG-KEY-FORMNUM)
                     KEYLENGTH(12)
                     GENERIC
                     RESP(WS-RESP)
           END-EXEC.

      * Remove this book's attribute-index entries: the book-side
      * entry names the status/documentType/topic it was filed
      * under, so each is deleted by key and then the book-side
      * entry itself
       DROP-ATTRIBUTE-ENTRIES.
           MOVE 'B' TO WS-ATTIX-KEY-TYPE.
           MOVE SPACES TO WS-ATTIX-KEY-VALUE.
           MOVE formNumber OF WS-BOOK TO WS-ATTIX-KEY-FORMNUM.
           EXEC CICS READ FILE(WS-ATTIX-FILE)
                     RIDFLD(WS-ATTIX-KEY)
                     INTO(WS-ATTIX-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS DELETE FILE(WS-ATTIX-FILE)
                        RIDFLD(WS-ATTIX-KEY)
                        RESP(WS-RESP)
              END-EXEC
              MOVE 'S' TO WS-ATTIX-KEY-TYPE
              MOVE WS-ATTIX-REC-STATUS TO WS-ATTIX-KEY-VALUE
              EXEC CICS DELETE FILE(WS-ATTIX-FILE)
                        RIDFLD(WS-ATTIX-KEY)
                        RESP(WS-RESP)
              END-EXEC
              MOVE 'D' TO WS-ATTIX-KEY-TYPE
              MOVE WS-ATTIX-REC-DOCTYPE TO WS-ATTIX-KEY-VALUE
              EXEC CICS DELETE FILE(WS-ATTIX-FILE)
                        RIDFLD(WS-ATTIX-KEY)
                        RESP(WS-RESP)
              END-EXEC
              MOVE 'T' TO WS-ATTIX-KEY-TYPE
              MOVE WS-ATTIX-REC-TOPIC TO WS-ATTIX-KEY-VALUE
              EXEC CICS DELETE FILE(WS-ATTIX-FILE)
                        RIDFLD(WS-ATTIX-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.
