      *            list one invoice's lines. A new line lands OPEN    *
      *            for the RBKINVMT matcher to judge - entry here     *
      *            approves nothing. The vendor must be on the        *
      *            vendor master, the same rule RBKORDOP applies. A   *
      *            line already on an AP payment voucher is left      *
      *            alone. The keying userid is kept on the line, so   *
      *            the matcher can refuse a line keyed by whoever     *
      *            placed or received the order. Modeled on RBKVENAD  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKINVAD.
      * One list entry: the line sequence alongside the record
       01 WS-INV-LIST-ENTRY.
         03 WS-INV-LIST-SEQ       PIC 9(4).
         03 WS-INV-LIST-RECORD    PIC X(129).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
              GO TO EXIT-PROGRAM
           END-IF.

      * A line already on a payment voucher belongs to AP now - re-
      * keying or removing it would leave the voucher disagreeing
      * with its own lines
           IF WS-INV-ACTION-ADD OR WS-INV-ACTION-REMOVE THEN
              MOVE WS-INV-REQ-NUMBER TO WS-INVOICE-KEY-NUMBER
              MOVE WS-INV-REQ-SEQ TO WS-INVOICE-KEY-SEQ
              EXEC CICS READ FILE(WS-INVOICE-FILE)
                        RIDFLD(WS-INVOICE-KEY)
                        INTO(WS-INVOICE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                 (WS-INV-IS-VOUCHED OR WS-INV-IS-PAID) THEN
                 INITIALIZE WS-ERROR
                 STRING "RBKINVAD: line is on a payment voucher - "
                          DELIMITED BY SIZE
                        "it can no longer be changed"
                          DELIMITED BY SIZE
                        INTO errorMessage OF WS-ERROR
                 MOVE 0 TO WS-MESG-COUNTER
                 INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                    TALLYING WS-MESG-COUNTER FOR LEADING SPACES
                 COMPUTE errorMessage-length OF WS-ERROR =
                    LENGTH OF errorMessage OF WS-ERROR -
                    WS-MESG-COUNTER
                 MOVE 1 TO errorMessage-existence OF WS-ERROR
                 EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                               CHANNEL(WS-CHANNEL-NAME)
                               FROM(WS-ERROR)
                               FLENGTH(LENGTH OF WS-ERROR)
                               BIT
                 END-EXEC
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WS-INV-ACTION-ADD
      * An invoice from a vendor nobody can ring up is unmatchable
                 MOVE WS-NOW-STAMP(1:25) TO
                   invDate OF WS-INVOICE-RECORD
                 SET WS-INV-IS-OPEN TO TRUE
                 EXEC CICS ASSIGN
                           USERID(invKeyedBy OF WS-INVOICE-RECORD)
                 END-EXEC
                 EXEC CICS DELETE FILE(WS-INVOICE-FILE)
                           RIDFLD(WS-INVOICE-KEY)
                           RESP(WS-RESP)
