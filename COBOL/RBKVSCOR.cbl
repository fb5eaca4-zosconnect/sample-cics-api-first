      *            the chase threshold, and spend through RBKRATE.    *
      *            Each vendor gets one report line - average lead,   *
      *            fill percent, late count, spend, and the trend     *
      *            against the previous period's RBKVSHST figures,    *
      *            then its matched invoice lines still awaiting AP   *
      *            payment (RBKINV, CLEARED or VOUCHED but not PAID)  *
      *            - and this period's figures are filed for next     *
      *            time                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKVSCOR.
           05 WS-VS-QTY-RECEIVED   PIC 9(9) COMP-3.
           05 WS-VS-LATE           PIC 9(9) COMP-3.
           05 WS-VS-SPEND          PIC 9(11)V9(2) COMP-3.
           05 WS-VS-UNPAID         PIC 9(9) COMP-3.
       01 WS-VS-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-VS-I               PIC S9(4) COMP-5.
       01 WS-VS-FOUND-SW        PIC X.
      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKVSCOR' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
              EXEC CICS ENDBR FILE(WS-ORDER-FILE) END-EXEC
           END-IF.

      * Then the invoice lines matched but not yet paid - what tells
      * an unpaid vendor apart from a late one
           MOVE LOW-VALUES TO WS-INVOICE-KEY.
           EXEC CICS STARTBR FILE(WS-INVOICE-FILE)
                       RIDFLD(WS-INVOICE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-INVOICE-FILE)
                             INTO(WS-INVOICE-RECORD)
                             RIDFLD(WS-INVOICE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-INV-IS-CLEARED OR WS-INV-IS-VOUCHED THEN
                    PERFORM VARYING WS-VS-I FROM 1 BY 1
                              UNTIL WS-VS-I > WS-VS-COUNT
                       IF WS-VS-VENDOR(WS-VS-I) =
                          invVendorId OF WS-INVOICE-RECORD THEN
                          ADD 1 TO WS-VS-UNPAID(WS-VS-I)
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-INVOICE-FILE) END-EXEC
           END-IF.

      * One line (and one history row) per vendor
           PERFORM VARYING WS-VS-I FROM 1 BY 1
                     UNTIL WS-VS-I > WS-VS-COUNT
       TALLY-ONE-ORDER-EXIT.
           EXIT.

      * VENDOR,id,avgLead,fillPct,late,spend,prevLead,prevFill,
      * unpaid - then this period's figures into the history for
      * next time
       WRITE-VENDOR-LINE.
           IF WS-VS-RECEIVED(WS-VS-I) > 0 THEN
              COMPUTE WS-LEAD-AVG =
                   WITH POINTER WS-VSCOR-PTR
              END-STRING
           END-IF.
           MOVE WS-VS-UNPAID(WS-VS-I) TO WS-COUNT-DISPLAY.
           STRING ",unpaid " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                INTO WS-VSCOR-RECORD
                WITH POINTER WS-VSCOR-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-VSCOR-RECORD)
                         LENGTH(LENGTH OF WS-VSCOR-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-VSCOR-TDQ)
                         FROM(WS-VSCOR-RECORD)
                         LENGTH(LENGTH OF WS-VSCOR-RECORD)
