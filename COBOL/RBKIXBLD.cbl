      *****************************************************************

      *****************************************************************
      * RBKIXBLD - Search-index rebuild: empties RBKTITLX, RBKKWIDX   *
      *            and RBKATTIX and refiles all three from every book *
      *            on the live REDBOOK file. RBKWBOOK keeps the       *
      *            indexes current one write at a time, but a bulk    *
      *            load (RBKSETUP's quarterly seed, RBKSHDLD's        *
      *            dataset swap) lands a whole catalog the indexes    *
      *            have never seen - both loaders LINK here before    *
      *            handing the catalog back, so title lookups,        *
      *            keyword search and the status/documentType/topic   *
      *            listings describe the catalog actually on file     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKIXBLD.
                         NOHANDLE
           END-EXEC.

      * Empty every index - whatever they describe is the previous
      * catalog, not the one just loaded
           MOVE WS-TITLEX-FILE TO WS-IX-FILE.
           MOVE 80 TO WS-IX-KEYLEN.
           MOVE WS-KWIDX-FILE TO WS-IX-FILE.
           MOVE 32 TO WS-IX-KEYLEN.
           PERFORM EMPTY-ONE-INDEX.
           MOVE WS-ATTIX-FILE TO WS-IX-FILE.
           MOVE LENGTH OF WS-ATTIX-KEY TO WS-IX-KEYLEN.
           PERFORM EMPTY-ONE-INDEX.

      * Refile every index from every book on the live file
           MOVE LOW-VALUES TO WS-REDBOOK-KEY.

           EXEC CICS STARTBR FILE(WS-REDBOOK-FILE)
              END-IF
           END-PERFORM.

      * File one book's title-index record, keyword entries and
      * attribute entries. The
      * indexes start empty here, so unlike RBKWBOOK's in-place
      * maintenance there are no stale entries to sweep first
       INDEX-ONE-BOOK.
              PERFORM INDEX-ONE-TEXT
           END-IF.

      * One attribute entry per filled-in status, documentType and
      * topic, plus the book-side entry RBKWBOOK reads back to find
      * them on the book's next update
           IF Xstatus OF WS-BOOK NOT = SPACES THEN
              MOVE 'S' TO WS-ATTIX-KEY-TYPE
              MOVE Xstatus OF WS-BOOK TO WS-ATTIX-KEY-VALUE
              PERFORM FILE-ONE-ATTRIBUTE
           END-IF.
           IF documentType2 OF WS-BOOK NOT = SPACES THEN
              MOVE 'D' TO WS-ATTIX-KEY-TYPE
              MOVE documentType2 OF WS-BOOK TO WS-ATTIX-KEY-VALUE
              PERFORM FILE-ONE-ATTRIBUTE
           END-IF.
           IF topic2 OF WS-BOOK NOT = SPACES THEN
              MOVE 'T' TO WS-ATTIX-KEY-TYPE
              MOVE topic2 OF WS-BOOK TO WS-ATTIX-KEY-VALUE
              PERFORM FILE-ONE-ATTRIBUTE
           END-IF.
           MOVE 'B' TO WS-ATTIX-KEY-TYPE.
           MOVE SPACES TO WS-ATTIX-KEY-VALUE.
           PERFORM FILE-ONE-ATTRIBUTE.

      * Break WS-KW-TEXT(1:WS-KW-TEXT-LEN) into words on anything
      * that isn't a letter or digit, uppercase each word, and file
      * every word of WS-KWIDX-MIN-WORD letters or more - duplicated
                          RESP(WS-RESP)
              END-EXEC
           END-IF.

      * File the attribute-index entry whose type and value are in
      * WS-ATTIX-KEY for the book in WS-BOOK - the book-side entry
      * carries all three values, the others only their key
       FILE-ONE-ATTRIBUTE.
           MOVE formNumber OF WS-BOOK TO WS-ATTIX-KEY-FORMNUM.
           INITIALIZE WS-ATTIX-RECORD.
           MOVE WS-ATTIX-KEY TO WS-ATTIX-REC-KEY.
           IF WS-ATTIX-IS-BOOK THEN
              MOVE Xstatus OF WS-BOOK TO WS-ATTIX-REC-STATUS
              MOVE documentType2 OF WS-BOOK TO WS-ATTIX-REC-DOCTYPE
              MOVE topic2 OF WS-BOOK TO WS-ATTIX-REC-TOPIC
           END-IF.
           EXEC CICS WRITE FILE(WS-ATTIX-FILE)
                       RIDFLD(WS-ATTIX-KEY)
                       FROM(WS-ATTIX-RECORD)
                       RESP(WS-RESP)
           END-EXEC.
