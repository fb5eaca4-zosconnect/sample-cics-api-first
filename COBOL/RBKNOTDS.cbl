         03 WS-DELIVERY-STAMP     PIC X(25).
         03 FILLER                PIC X(13) VALUE '","watcher":"'.
         03 WS-DELIVERY-WATCHER   PIC X(8).
         03 FILLER                PIC X(16) VALUE '","matchCount":"'.
         03 WS-DELIVERY-MATCH-CNT PIC 9(4).
         03 FILLER                PIC X(13) VALUE '","matches":"'.
         03 WS-DELIVERY-MATCHES   PIC X(130).
         03 FILLER                PIC X(2)  VALUE '"}'.

      * Builds the space-separated matches list of a SEARCH event
       01 WS-DELIVERY-PTR       PIC S9(4) COMP-5.
       01 WS-DELIVERY-M         PIC S9(4) COMP-5.

       01 WS-SESSION-TOKEN      PIC X(8).
       01 WS-HTTP-STATUS        PIC S9(4) COMP.
       01 WS-WEB-RESP           PIC S9(8) COMP.
             WS-DELIVERY-STAMP.
           MOVE notifyWatcher OF WS-NOTIFY-RECORD TO
             WS-DELIVERY-WATCHER.
           MOVE notifyMatchCount OF WS-NOTIFY-RECORD TO
             WS-DELIVERY-MATCH-CNT.
           MOVE SPACES TO WS-DELIVERY-MATCHES.
           MOVE 1 TO WS-DELIVERY-PTR.
           PERFORM VARYING WS-DELIVERY-M FROM 1 BY 1
                     UNTIL WS-DELIVERY-M > 10
              IF notifyMatch OF WS-NOTIFY-RECORD(WS-DELIVERY-M)
                 NOT = SPACES THEN
                 IF WS-DELIVERY-PTR > 1 THEN
                    ADD 1 TO WS-DELIVERY-PTR
                 END-IF
                 STRING notifyMatch OF WS-NOTIFY-RECORD(WS-DELIVERY-M)
                          DELIMITED BY SPACE
                        INTO WS-DELIVERY-MATCHES
                        WITH POINTER WS-DELIVERY-PTR
                 END-STRING
              END-IF
           END-PERFORM.

           SET WS-DELIVERY-CLEAN TO TRUE.
           PERFORM POST-TO-SUBSCRIBERS.
