      *            one RBKDONAT register entry (donor, quantity,      *
      *            appraised value, date), one AVAILABLE RBKCOPY      *
      *            record per copy tagged with the donor as its       *
      *            acquisition source and queued on RBKLABL for its   *
      *            spine and barcode label, and one acknowledgment    *
      *            letter on the WS-DONACK-TDQ queue - so gifts stop  *
      *            entering the inventory disguised as receipts       *
      *            against fake orders. The list action returns the   *
      *            whole donation register. Modeled on RBKORDOP's     *
       01 WS-DNT-COUNT          PIC S9(8) COMP-5 VALUE 0.
       01 WS-DONAT-NEXT         PIC 9(6) VALUE 0.
       01 WS-COPY-NEXT-NUM      PIC 9(4) VALUE 0.

      * The received copies' starting shelfmark (DEFAULT-SHELFMARK)
       01 WS-SHELF-DEFAULT      PIC X(16) VALUE SPACES.
       01 WS-COPY-I             PIC S9(8) COMP-5.

       01 WS-QTY-DISPLAY        PIC Z(4)9.
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.

           PERFORM DEFAULT-SHELFMARK THRU DEFAULT-SHELFMARK-EXIT.
           PERFORM VARYING WS-COPY-I FROM 1 BY 1
                     UNTIL WS-COPY-I > WS-DNT-REQ-QTY
              ADD 1 TO WS-COPY-NEXT-NUM
                copyAcquiredDate OF WS-COPY-RECORD
              MOVE WS-DNT-REQ-DONOR TO
                copyAcqSource OF WS-COPY-RECORD
              MOVE WS-SHELF-DEFAULT TO copyShelfmark OF WS-COPY-RECORD
              EXEC CICS WRITE FILE(WS-COPY-FILE)
                          RIDFLD(WS-COPY-KEY)
                          FROM(WS-COPY-RECORD)
                          RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 PERFORM QUEUE-COPY-LABEL
              END-IF
           END-PERFORM.

           EXEC CICS DEQ RESOURCE(WS-BOOK-LOCK-TOKEN)
       INTAKE-DONATION-EXIT.
           EXIT.

      * Queue the spine/barcode label for the copy just written -
      * RBKLABEL prints it and assigns its barcode overnight
       QUEUE-COPY-LABEL.
           MOVE WS-COPY-KEY-FORMNUM TO WS-LABL-KEY-FORMNUM.
           MOVE WS-COPY-KEY-NUM TO WS-LABL-KEY-NUM.
           INITIALIZE WS-LABL-RECORD.
           MOVE WS-NOW-DATE TO lablQueuedDate OF WS-LABL-RECORD.
           SET WS-LABL-FROM-DONATION TO TRUE.
           EXEC CICS WRITE FILE(WS-LABL-FILE)
                     RIDFLD(WS-LABL-KEY)
                     FROM(WS-LABL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

      * The shelfmark a newly received copy of the book in WS-BOOK
      * starts with: its topic's default on RBKTOPIC, else the
      * parent topic's, else none (the copy is shelved by hand
      * through RBKCPYOP)
       DEFAULT-SHELFMARK.
           MOVE SPACES TO WS-SHELF-DEFAULT.
           IF topic-existence OF WS-BOOK = 0 OR
              topic2-length OF WS-BOOK = 0 THEN
              GO TO DEFAULT-SHELFMARK-EXIT
           END-IF.
           MOVE topic2 OF WS-BOOK TO WS-TOPIC-KEY.
           INITIALIZE WS-TOPIC-RECORD.
           EXEC CICS READ FILE(WS-TOPIC-FILE)
                     RIDFLD(WS-TOPIC-KEY)
                     INTO(WS-TOPIC-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO DEFAULT-SHELFMARK-EXIT
           END-IF.
           MOVE topicShelfmark OF WS-TOPIC-RECORD TO WS-SHELF-DEFAULT.
           IF WS-SHELF-DEFAULT NOT = SPACES OR
              parentTopic OF WS-TOPIC-RECORD = SPACES THEN
              GO TO DEFAULT-SHELFMARK-EXIT
           END-IF.
           MOVE parentTopic OF WS-TOPIC-RECORD TO WS-TOPIC-KEY.
           INITIALIZE WS-TOPIC-RECORD.
           EXEC CICS READ FILE(WS-TOPIC-FILE)
                     RIDFLD(WS-TOPIC-KEY)
                     INTO(WS-TOPIC-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE topicShelfmark OF WS-TOPIC-RECORD TO
                WS-SHELF-DEFAULT
           END-IF.
       DEFAULT-SHELFMARK-EXIT.
           EXIT.

      * The acknowledgment letter: who to thank, for what, worth
      * how much - one per donation, on its own dispatch queue
       WRITE-ACKNOWLEDGMENT.
