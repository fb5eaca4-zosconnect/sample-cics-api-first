                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.
      * The browse above leaves whatever it read last in the record
      * area - start the broadcast event from a clean one
           INITIALIZE WS-NOTIFY-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO notifyTimestamp.

           SET WS-NOTIFY-IS-CREATE TO TRUE.
