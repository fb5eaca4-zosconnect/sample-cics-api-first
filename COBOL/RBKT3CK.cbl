      *           container text shown on the message line. A        *
      *           scanned copy barcode in the BARCODE field resolves  *
      *           through the RBKBARCX side index, so the desk        *
      *           needn't type the formNumber one-handed. A check-in  *
      *           may grade the copy's condition (NEW/GOOD/WORN/POOR).*
      *           Use ('U') records in-library use of the scanned     *
      *           copy through RBKWINUS as it comes off a reading-    *
      *           room table for reshelving.                          *
      *           An 'X' in the action field leaves the screen        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKT3CK.

           MOVE LOW-VALUES TO RBKM3O.

      * In-library use is recorded against the one copy scanned -
      * nothing is lent, so no borrower and no formNumber-only entry
           IF M3ACTNI = 'U' THEN
              PERFORM RECORD-IN-LIBRARY-USE
           END-IF.

      * A scanned barcode resolves to its copy's formNumber through
      * the side index - a typed formNumber still works, and wins
      * when both are given (the scanner's misread beep is easier to
           END-IF.
           IF M3ACTNI NOT = 'O' AND M3ACTNI NOT = 'I' AND
              M3ACTNI NOT = 'R' THEN
              MOVE "action must be O, I, R or U (out/in/renew/use)"
                TO M3MSGO
              PERFORM SEND-AND-RETURN
           END-IF.
           IF M3ACTNI = 'I' AND M3CONDL > 0 AND M3CONDI NOT = SPACES
              AND M3CONDI NOT = 'NEW ' AND M3CONDI NOT = 'GOOD'
              AND M3CONDI NOT = 'WORN' AND M3CONDI NOT = 'POOR' THEN
              MOVE "condition must be NEW, GOOD, WORN or POOR" TO
                M3MSGO
              PERFORM SEND-AND-RETURN
           END-IF.
           MOVE M3FORMI TO WS-LOAN-REQ-FORMNUM.
           MOVE M3ACTNI TO WS-LOAN-REQ-ACTION.
           MOVE M3BORRI TO WS-LOAN-REQ-BORROWER.
      * The condition grade rides along on a check-in only
           IF M3ACTNI = 'I' AND M3CONDL > 0 THEN
              MOVE M3CONDI TO WS-LOAN-REQ-CONDITION
           END-IF.
      * So does the delegate collecting or returning for a group
      * account
           IF M3DLGTL > 0 THEN
              MOVE M3DLGTI TO WS-LOAN-REQ-DELEGATE
           END-IF.

           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS RETURN TRANSID('RBK3') END-EXEC.

      * Count one in-library use of the scanned copy. A refusal -
      * unknown barcode, the maintenance window - is shown as is;
      * nothing is captured for replay, the shelver simply rescans
      * once the window closes
       RECORD-IN-LIBRARY-USE.
           IF M3BARCL = 0 OR M3BARCI = SPACES THEN
              MOVE "in-library use needs the copy's barcode scanned"
                TO M3MSGO
              PERFORM SEND-AND-RETURN
           END-IF.

           INITIALIZE WS-INUS-REQUEST.
           MOVE M3BARCI TO WS-INUS-REQ-BARCODE.
           MOVE 1 TO WS-INUS-REQ-COUNT.
           SET WS-INUS-REQ-DESK TO TRUE.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-INUS-REQUEST)
                         FLENGTH(LENGTH OF WS-INUS-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWINUS')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-ERROR)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE errorMessage OF WS-ERROR TO M3MSGO
           ELSE
              EXEC CICS GET CONTAINER(WS-NUMINUS-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            INTO(WS-LOAN-OPEN-COUNT)
                            RESP(WS-RESP)
              END-EXEC
              MOVE WS-LOAN-OPEN-COUNT TO WS-COUNT-DISPLAY
              MOVE SPACES TO M3MSGO
              MOVE 1 TO WS-MSG-PTR
              STRING "use recorded - uses of this copy today: "
                       DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO M3MSGO
                   WITH POINTER WS-MSG-PTR
              END-STRING
           END-IF.
           MOVE M3BARCI TO M3BARCO.
           PERFORM SEND-AND-RETURN.

      * File the refused request on the deferred queue at the next
      * capture number, stamped QUEUED for the replay run
       CAPTURE-DEFERRED.
             deferAction OF WS-DEFER-RECORD.
           MOVE WS-LOAN-REQ-BORROWER TO
             deferBorrower OF WS-DEFER-RECORD.
           MOVE WS-LOAN-REQ-CONDITION TO
             deferCondition OF WS-DEFER-RECORD.
           MOVE WS-LOAN-REQ-DELEGATE TO
             deferDelegate OF WS-DEFER-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO
             deferCaptured OF WS-DEFER-RECORD.
           SET WS-DEFER-IS-QUEUED TO TRUE.
