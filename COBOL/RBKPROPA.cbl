      * One list entry: the formNumber alongside the record itself
       01 WS-PROP-LIST-ENTRY.
         03 WS-PROP-LIST-FORMNUM  PIC X(12).
         03 WS-PROP-LIST-RECORD   PIC X(74).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
                WS-ORDER-REQ-COST
              MOVE proposalVendor OF WS-PROP-RECORD TO
                WS-ORDER-REQ-VENDOR
              MOVE proposalProfile OF WS-PROP-RECORD TO
                WS-ORDER-REQ-PROFILE
              EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-ORDER-REQUEST)
