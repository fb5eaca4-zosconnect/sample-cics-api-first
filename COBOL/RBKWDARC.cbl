                     RIDFLD(WS-TITLEX-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           PERFORM DROP-ATTRIBUTE-ENTRIES.

           ADD 1 TO WS-ARCHIVED-COUNT.
       ARCHIVE-ONE-EXIT.
           EXIT.

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
