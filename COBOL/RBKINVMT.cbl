      *            the ordered unit price. A pass goes CLEARED onto   *
      *            the payment extract; a fail goes MISMATCH with     *
      *            its reason on the report - both on the             *
      *            WS-INVMATCH-TDQ queue. A line is never cleared     *
      *            against an order its own keyer placed or received  *
      *            (SOD-CONFLICT) - another userid has to key it      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKINVMT.
         88 WS-MATCH-NO-ORDER     VALUE 'NO-ORDER'.
         88 WS-MATCH-SHORT-RECV   VALUE 'NOT-RECEIVED'.
         88 WS-MATCH-PRICE-OUT    VALUE 'PRICE'.
         88 WS-MATCH-SOD          VALUE 'SOD-CONFLICT'.

      * Unit prices either side, scaled against the tolerance with
      * integer arithmetic (100 +/- the tolerance percentage) so no
      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKINVMT' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.

      * Judge the invoice line against one same-vendor order,
      * keeping the best verdict seen so far (a later order that
      * passes outranks an earlier one that failed on quantity).
      * An order the line's own keyer placed or received cannot
      * clear it - one userid may not both buy or take in the goods
      * and approve the bill for them - and that refusal outranks
      * any quantity or price failure on another order
       JUDGE-ONE-ORDER.
           EVALUATE TRUE
              WHEN invKeyedBy OF WS-INVOICE-RECORD NOT = SPACES AND
                   (invKeyedBy OF WS-INVOICE-RECORD =
                       orderPlacedBy OF WS-ORDER-RECORD OR
                    invKeyedBy OF WS-INVOICE-RECORD =
                       orderReceivedBy OF WS-ORDER-RECORD OR
                    invKeyedBy OF WS-INVOICE-RECORD =
                       orderLastRcvBy OF WS-ORDER-RECORD)
                 SET WS-MATCH-SOD TO TRUE
              WHEN quantityReceived OF WS-ORDER-RECORD <
                   invQuantity OF WS-INVOICE-RECORD
                 IF WS-MATCH-NO-ORDER THEN
                    SET WS-MATCH-SHORT-RECV TO TRUE
                 END-IF
              WHEN OTHER
                 IF quantity OF WS-ORDER-RECORD > 0 THEN
                    COMPUTE WS-ORD-UNIT =
                       cost OF WS-ORDER-RECORD /
                       quantity OF WS-ORDER-RECORD
                 ELSE
                    MOVE 0 TO WS-ORD-UNIT
                 END-IF
                 COMPUTE WS-UNIT-LOW = WS-ORD-UNIT *
                    (100 - WS-INV-TOLERANCE-PCT) / 100
                 COMPUTE WS-UNIT-HIGH = WS-ORD-UNIT *
                    (100 + WS-INV-TOLERANCE-PCT) / 100
                 IF WS-INV-UNIT >= WS-UNIT-LOW AND
                    WS-INV-UNIT <= WS-UNIT-HIGH THEN
                    SET WS-MATCH-PASSED TO TRUE
                 ELSE
                    IF NOT WS-MATCH-PASSED AND NOT WS-MATCH-SOD THEN
                       SET WS-MATCH-PRICE-OUT TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE.

      * Rewrite the judged line in place by key with the usual
      * delete-then-write idiom - the browse is closed around the
              END-STRING
           END-IF.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-INVMATCH-RECORD)
                         LENGTH(LENGTH OF WS-INVMATCH-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-INVMATCH-TDQ)
                         FROM(WS-INVMATCH-RECORD)
                         LENGTH(LENGTH OF WS-INVMATCH-RECORD)
