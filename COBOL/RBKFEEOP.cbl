      *            waive). Charges are filed by RBKOVRDU (overdue     *
      *            fines) and RBKCPYOP (replacement charges for LOST  *
      *            copies); nothing here deletes a record - settling  *
      *            stamps it, so the ledger stays a history. A        *
      *            payment carries its tender (CASH, CARD, PAYROLL)   *
      *            and is credited to the operator's OPEN RBKCASH     *
      *            drawer session at the paying branch. Modeled on    *
      *            RBKCPYOP                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKFEEOP.
      * key - the same shape RBKCPYOP's copy list takes
       01 WS-CHRG-LIST-ENTRY.
         03 WS-CHRG-LIST-SEQ      PIC 9(4).
         03 WS-CHRG-LIST-RECORD   PIC X(143).

       01 WS-SETTLE-USERID      PIC X(8).

      * The operator's OPEN drawer session at the paying branch,
      * today - a payment is refused without one
       01 WS-SESSION-SW         PIC X VALUE 'N'.
         88 WS-SESSION-FOUND      VALUE 'Y'.
         88 WS-SESSION-NONE       VALUE 'N'.
       01 WS-SESSION-KEY        PIC X(24).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.

      * A payment must say how it was paid, and land in a drawer -
      * without both, the end-of-day count has nothing to prove
           IF WS-CHRG-ACTION-PAY THEN
              MOVE WS-CHRG-REQ-TENDER TO
                chargeTender OF WS-CHARGE-RECORD
              IF NOT WS-CHARGE-TENDER-VALID THEN
                 INITIALIZE WS-ERROR
                 STRING "RBKFEEOP: tender must be CASH, CARD or "
                          DELIMITED BY SIZE
                        "PAYROLL"
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
                 GO TO SETTLE-CHARGE-EXIT
              END-IF
              PERFORM FIND-OPEN-SESSION
              IF WS-SESSION-NONE THEN
                 INITIALIZE WS-ERROR
                 STRING "RBKFEEOP: no open cash session for you at "
                          DELIMITED BY SIZE
                        "this branch"
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
                 GO TO SETTLE-CHARGE-EXIT
              END-IF
           END-IF.

           EXEC CICS DELETE FILE(WS-CHARGE-FILE)
                     RIDFLD(WS-CHARGE-KEY)
                     RESP(WS-RESP)
             chargeSettledDate OF WS-CHARGE-RECORD.
           MOVE WS-SETTLE-USERID TO
             chargeSettledBy OF WS-CHARGE-RECORD.
           IF WS-CHRG-ACTION-PAY THEN
              MOVE WS-SESSION-KEY TO chargeSession OF WS-CHARGE-RECORD
           ELSE
              MOVE SPACES TO chargeTender OF WS-CHARGE-RECORD
              MOVE SPACES TO chargeSession OF WS-CHARGE-RECORD
           END-IF.
           EXEC CICS WRITE FILE(WS-CHARGE-FILE)
                     RIDFLD(WS-CHARGE-KEY)
                     FROM(WS-CHARGE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE 1 TO WS-CHRG-COUNT.

      * Credit the drawer session's system total for the tender
           IF WS-CHRG-ACTION-PAY AND WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-SESSION-KEY TO WS-CASH-KEY
              EXEC CICS READ FILE(WS-CASH-FILE)
                        RIDFLD(WS-CASH-KEY)
                        INTO(WS-CASH-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 EXEC CICS DELETE FILE(WS-CASH-FILE)
                           RIDFLD(WS-CASH-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EVALUATE chargeTender OF WS-CHARGE-RECORD
                    WHEN 'CASH'
                       ADD chargeAmount OF WS-CHARGE-RECORD TO
                         cashSysCash OF WS-CASH-RECORD
                    WHEN 'CARD'
                       ADD chargeAmount OF WS-CHARGE-RECORD TO
                         cashSysCard OF WS-CASH-RECORD
                    WHEN OTHER
                       ADD chargeAmount OF WS-CHARGE-RECORD TO
                         cashSysPayroll OF WS-CASH-RECORD
                 END-EVALUATE
                 ADD 1 TO cashPayments OF WS-CASH-RECORD
                 EXEC CICS WRITE FILE(WS-CASH-FILE)
                           RIDFLD(WS-CASH-KEY)
                           FROM(WS-CASH-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF.
       SETTLE-CHARGE-EXIT.
           EXIT.

      * The paying operator's OPEN session at the branch, opened
      * today - sessions are keyed branch + date + operator, so this
      * is one short generic browse
       FIND-OPEN-SESSION.
           SET WS-SESSION-NONE TO TRUE.
           MOVE WS-CHRG-REQ-BRANCH TO WS-CASH-KEY-BRANCH.
           MOVE WS-NOW-DATE TO WS-CASH-KEY-DATE.
           MOVE WS-SETTLE-USERID TO WS-CASH-KEY-OPERATOR.
           MOVE 0 TO WS-CASH-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-CASH-FILE)
                       RIDFLD(WS-CASH-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-CASH-FILE)
                             INTO(WS-CASH-RECORD)
                             RIDFLD(WS-CASH-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-CASH-KEY-BRANCH NOT = WS-CHRG-REQ-BRANCH OR
                    WS-CASH-KEY-DATE NOT = WS-NOW-DATE OR
                    WS-CASH-KEY-OPERATOR NOT = WS-SETTLE-USERID THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-CASH-IS-OPEN THEN
                    SET WS-SESSION-FOUND TO TRUE
                    MOVE WS-CASH-KEY TO WS-SESSION-KEY
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CASH-FILE) END-EXEC
           END-IF.
