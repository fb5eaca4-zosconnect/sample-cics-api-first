      * RBKBRWOP - Implement the getBorrowerDetail operation: one     *
      *            borrower's registry record, their open loans with  *
      *            due dates, their queued holds with queue position, *
      *            their charges ledger with its open balance, and    *
      *            their suspension history with whether one is in    *
      *            force - the single view the loan desk used to      *
      *            assemble by phone from three different utilities.  *
      *            Modeled on RBKAUPOP                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKBRWOP.
       01 WS-LOAN-ENTRIES       PIC S9(9) COMP-5 VALUE 0.
       01 WS-HOLD-ENTRIES       PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHRG-ENTRIES       PIC S9(9) COMP-5 VALUE 0.
       01 WS-SUSP-ENTRIES       PIC S9(9) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

      * Queue position within one book's hold queue: the browse runs
      * the whole RBKRESV file in key order, so the counter resets
      * RBKFEEOP's list action returns
       01 WS-CHRG-LIST-ENTRY.
         03 WS-CHRG-LIST-SEQ      PIC 9(4).
         03 WS-CHRG-LIST-RECORD   PIC X(143).

       PROCEDURE DIVISION.

           PERFORM GATHER-OPEN-LOANS.
           PERFORM GATHER-HOLDS.
           PERFORM GATHER-CHARGES.
           PERFORM GATHER-SUSPENSIONS.

           EXEC CICS PUT CONTAINER(WS-RESP200-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
           MOVE WS-CHRG-ENTRIES TO charges-num OF BAQBASE-RBKBWP01.
           MOVE WS-CHRGLST-CONT-NAME TO charges-cont
             OF BAQBASE-RBKBWP01.
           MOVE WS-SUSP-ENTRIES TO suspensions-num
             OF BAQBASE-RBKBWP01.
           MOVE WS-SUSPLST-CONT-NAME TO suspensions-cont
             OF BAQBASE-RBKBWP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
                      WS-BORRLOAN-OUTDATE
                    MOVE dueDate OF WS-LOAN-RECORD TO
                      WS-BORRLOAN-DUEDATE
                    MOVE loanRecallDate OF WS-LOAN-RECORD TO
                      WS-BORRLOAN-RECALLED
                    MOVE loanClaimStatus OF WS-LOAN-RECORD TO
                      WS-BORRLOAN-CLAIM
      * The loan's notice history rides its own key on RBKNTCE -
      * zero tier when nobody has been written to yet
                    MOVE 0 TO WS-BORRLOAN-NTCTIER
                    MOVE WS-QUEUE-POSITION TO WS-BORRHOLD-POSITION
                    MOVE holdStatus OF WS-RESERVE-RECORD TO
                      WS-BORRHOLD-STATUS
                    MOVE holdPickupBy OF WS-RESERVE-RECORD TO
                      WS-BORRHOLD-PICKUPBY
                    EXEC CICS PUT CONTAINER(WS-BRWHOLD-CONT-NAME)
                               CHANNEL(WS-CHANNEL-NAME)
                               FROM(WS-BORRHOLD-ENTRY)
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CHARGE-FILE) END-EXEC
           END-IF.

      * The borrower's suspension history in the same shape
      * RBKSUSAD's list serves, flagging 'suspended' while an ACTIVE
      * one has no expiry or one still ahead - the test RBKPOLRS
      * applies at the desk
       GATHER-SUSPENSIONS.
           MOVE 'N' TO suspended OF BAQBASE-RBKBWP01.
           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.
           MOVE WS-BORROWER-KEY TO WS-SUSP-KEY-BORROWER.
           MOVE 0 TO WS-SUSP-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-SUSP-FILE)
                       RIDFLD(WS-SUSP-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-SUSP-FILE)
                             INTO(WS-SUSP-RECORD)
                             RIDFLD(WS-SUSP-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SUSP-KEY-BORROWER NOT = WS-BORROWER-KEY
                 THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-SUSP-ENTRIES
                 IF WS-SUSP-IS-ACTIVE AND
                    (suspExpires OF WS-SUSP-RECORD = SPACES OR
                     suspExpires OF WS-SUSP-RECORD > WS-NOW-DATE) THEN
                    MOVE 'Y' TO suspended OF BAQBASE-RBKBWP01
                 END-IF
                 MOVE WS-SUSP-KEY-SEQ TO WS-SUSP-LIST-SEQ
                 MOVE WS-SUSP-RECORD TO WS-SUSP-LIST-RECORD
                 EXEC CICS PUT CONTAINER(WS-SUSPLST-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-SUSP-LIST-ENTRY)
                            FLENGTH(LENGTH OF WS-SUSP-LIST-ENTRY)
                            BIT
                            APPEND
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SUSP-FILE) END-EXEC
           END-IF.
