      * RBKNTCE  - Borrower overdue notices. Walks the open loans     *
      *            past their due date and, at each escalation        *
      *            threshold (first/second/final - RBKTHRS NOTICE     *
      *            overrides, defaults in RBKWSTOR), sends one        *
      *            notice through RBKNTSND - print queue, email or    *
      *            nothing, as the borrower chose - and records the   *
      *            tier on RBKNTCE -                                  *
      *            a tier already recorded is never re-sent, so the   *
      *            borrower hears exactly three times before the      *
      *            desk phones. The tier record rides the loan's own  *
       01 WS-TARGET-TIER        PIC 9(1).
       01 WS-TIER-WORD          PIC X(6).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           PERFORM LOAD-TIER-THRESHOLDS.

      * Open loans past due - bar any under a returned claim, whose
      * borrower is owed a search of our shelves, not a reminder
           MOVE LOW-VALUES TO WS-LOAN-KEY.

           EXEC CICS STARTBR FILE(WS-LOAN-FILE)
                    EXIT PERFORM
                 END-IF
                 IF returnDate OF WS-LOAN-RECORD = SPACES AND
                    NOT WS-LOAN-IS-CLAIMED AND
                    dueDate OF WS-LOAN-RECORD NOT = SPACES AND
                    dueDate OF WS-LOAN-RECORD < WS-NOW-STAMP THEN
                    PERFORM JUDGE-ONE-LOAN THRU JUDGE-ONE-LOAN-EXIT
       JUDGE-ONE-LOAN-EXIT.
           EXIT.

      * One notice, sent through RBKNTSND so it follows the
      * borrower's chosen channel (print, email or none) - the tier
      * is recorded either way, so a borrower who opted out is not
      * re-judged for the same tier every night
       WRITE-NOTICE-DOCUMENT.
           MOVE WS-OVERDUE-DAYS TO WS-DAYS-DISPLAY.
           INITIALIZE WS-NTSND-REQUEST.
           MOVE borrower OF WS-LOAN-RECORD(1:8) TO WS-NTSND-BORROWER.
           MOVE WS-TIER-WORD TO WS-NTSND-KIND.
           MOVE 1 TO WS-NOTICE-PTR.
           STRING "LOAN," DELIMITED BY SIZE
                  WS-LOAN-KEY-FORMNUM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DAYS-DISPLAY DELIMITED BY SIZE
                  " days overdue" DELIMITED BY SIZE
                INTO WS-NTSND-DETAIL
                WITH POINTER WS-NOTICE-PTR
           END-STRING.

           EXEC CICS PUT CONTAINER(WS-NTSND-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-NTSND-REQUEST)
                         FLENGTH(LENGTH OF WS-NTSND-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKNTSND')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
