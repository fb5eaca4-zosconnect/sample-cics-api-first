      *****************************************************************
      * Copyright IBM Corp. 2023
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing
      * , software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the
      * License.
      *****************************************************************

      *****************************************************************
      * RBKBRWAC - Implement the postBorrowerAction operation: a      *
      *            borrower renews one of their open loans, queues a  *
      *            hold, or cancels a hold of their own from          *
      *            /borrower/{id} instead of phoning the desk. Every  *
      *            action is carried out by LINKing the same utility  *
      *            the desk runs - RBKCHKOP for a renewal, RBKHLDOP   *
      *            for a hold - so the RBKPOLCY renewal limit, the    *
      *            borrowerMaxLoans limit and the RBKCHRG block limit *
      *            apply unchanged, and a refusal comes back as a 400 *
      *            carrying the rule's own message. A caller acts on  *
      *            their own borrower id only, unless their RBKROLE   *
      *            record gives them a desk role                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKBRWAC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKBAQ01.
       COPY RBKBAP01.
       COPY RBKWSTOR.

       01 WS-USERID             PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

      * The borrower id as the loan and hold files carry it
       01 WS-BRWAC-BORROWER     PIC X(40).

      * Why the action was turned away - a request problem of our
      * own, or a refusal relayed from RBKCHKOP/RBKHLDOP
       01 WS-BRWAC-REFUSAL      PIC X(80) VALUE SPACES.
       01 WS-BRWAC-REFUSED-SW   PIC X VALUE 'N'.
         88 WS-BRWAC-REFUSED      VALUE 'Y'.
         88 WS-BRWAC-ACCEPTED     VALUE 'N'.

       01 WS-BRWAC-COUNT        PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKBAQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKBAQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKBAP01.
           INITIALIZE RBKBAP01-responseCode200.

           IF action-existence OF requestBody = 0 OR
              formNumber-existence OF requestBody = 0 OR
              formNumber OF requestBody = SPACES OR
              (action OF requestBody NOT = 'RENEW' AND
               action OF requestBody NOT = 'HOLD' AND
               action OF requestBody NOT = 'CANCEL') THEN
              STRING "an action needs a formNumber and an action of "
                       DELIMITED BY SIZE
                     "RENEW, HOLD or CANCEL"
                       DELIMITED BY SIZE
                     INTO WS-BRWAC-REFUSAL
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * The registry record is the anchor - no record, no borrower
           MOVE Xid2 OF requestPathParameters TO WS-BORROWER-KEY.
           EXEC CICS READ FILE(WS-BORROWER-FILE)
                     RIDFLD(WS-BORROWER-KEY)
                     INTO(WS-BORROWER-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKBAP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKBAP01
              INITIALIZE RBKBAP01-responseCode404
              STRING "no borrower on the register with that id"
                       DELIMITED BY SIZE
                     INTO Xmessage2 OF responseCode404
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode404)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE Xmessage2-length OF responseCode404 =
                 LENGTH OF Xmessage2 OF responseCode404 -
                 WS-MESG-COUNTER
              MOVE 1 TO Xmessage-existence OF responseCode404
              EXEC CICS PUT CONTAINER(WS-RESP404-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(RBKBAP01-responseCode404)
                         FLENGTH(LENGTH OF RBKBAP01-responseCode404)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * A borrower's self-service id is their CICS userid, so the
      * caller is acting for themselves exactly when the two match;
      * anyone else needs a desk role on RBKROLE (no record = reader)
           MOVE SPACES TO WS-USERID.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO WS-ROLE-KEY.
           EXEC CICS READ FILE(WS-ROLE-FILE)
                     RIDFLD(WS-ROLE-KEY)
                     INTO(WS-ROLE-RECORD)
                     RESP(WS-ROLECHK-RESP)
           END-EXEC.
           IF WS-ROLECHK-RESP = DFHRESP(NORMAL) THEN
              MOVE roleCode OF WS-ROLE-RECORD TO WS-CALLER-ROLE
           ELSE
              MOVE 'R' TO WS-CALLER-ROLE
           END-IF.

           IF WS-USERID NOT = WS-BORROWER-KEY AND
              NOT WS-CALLER-IS-DESK THEN
              STRING "not authorized to act for another borrower"
                       DELIMITED BY SIZE
                     INTO WS-BRWAC-REFUSAL
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

           MOVE WS-BORROWER-KEY TO WS-BRWAC-BORROWER.
           MOVE action OF requestBody TO action OF responseCode200.
           MOVE formNumber OF requestBody TO
             formNumber OF responseCode200.

           EVALUATE action OF requestBody
              WHEN 'RENEW'
                 PERFORM RENEW-LOAN THRU RENEW-LOAN-EXIT
              WHEN 'HOLD'
                 PERFORM QUEUE-HOLD THRU QUEUE-HOLD-EXIT
              WHEN 'CANCEL'
                 PERFORM CANCEL-HOLD THRU CANCEL-HOLD-EXIT
           END-EVALUATE.

           IF WS-BRWAC-REFUSED THEN
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS PUT CONTAINER(WS-RESP200-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(RBKBAP01-responseCode200)
                         FLENGTH(LENGTH OF RBKBAP01-responseCode200)
                         BIT
           END-EXEC.
           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKBAP01.
           MOVE WS-RESP200-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKBAP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKBAP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKBAP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * Renew the borrower's open loan of this book through RBKCHKOP's
      * own renew action, then report the due date it now carries
       RENEW-LOAN.
           INITIALIZE WS-LOAN-REQUEST.
           MOVE formNumber OF requestBody TO WS-LOAN-REQ-FORMNUM.
           SET WS-LOAN-ACTION-RENEW TO TRUE.
           MOVE WS-BRWAC-BORROWER TO WS-LOAN-REQ-BORROWER.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-LOAN-REQUEST)
                         FLENGTH(LENGTH OF WS-LOAN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKCHKOP')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           PERFORM RELAY-REFUSAL THRU RELAY-REFUSAL-EXIT.
           IF WS-BRWAC-REFUSED THEN
              GO TO RENEW-LOAN-EXIT
           END-IF.

      * Find the loan just renewed - the borrower's open loan of this
      * book - for its new due date
           MOVE formNumber OF requestBody TO WS-LOAN-KEY-FORMNUM.
           MOVE 0 TO WS-LOAN-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-LOAN-FILE)
                       RIDFLD(WS-LOAN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-LOAN-FILE)
                             INTO(WS-LOAN-RECORD)
                             RIDFLD(WS-LOAN-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-LOAN-KEY-FORMNUM NOT = formNumber OF requestBody
                 THEN
                    EXIT PERFORM
                 END-IF
                 IF returnDate OF WS-LOAN-RECORD = SPACES AND
                    borrower OF WS-LOAN-RECORD = WS-BRWAC-BORROWER THEN
                    MOVE dueDate OF WS-LOAN-RECORD TO
                      dueDate OF responseCode200
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.
       RENEW-LOAN-EXIT.
           EXIT.

      * Queue a hold for the borrower. The hold is a checkout waiting
      * to happen, so it first has to pass the checkout's borrower
      * checks (RBKCHKOP's validate-only action) - a borrower at
      * their open-loan limit or over the RBKCHRG block limit would
      * only be turned away at the desk when the copy came in. Then
      * RBKHLDOP queues it exactly as it does for the desk, at the
      * pickup branch the borrower named (if any).
       QUEUE-HOLD.
           INITIALIZE WS-LOAN-REQUEST.
           MOVE formNumber OF requestBody TO WS-LOAN-REQ-FORMNUM.
           SET WS-LOAN-ACTION-VALIDATE TO TRUE.
           MOVE WS-BRWAC-BORROWER TO WS-LOAN-REQ-BORROWER.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-LOAN-REQUEST)
                         FLENGTH(LENGTH OF WS-LOAN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKCHKOP')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           PERFORM RELAY-REFUSAL THRU RELAY-REFUSAL-EXIT.
           IF WS-BRWAC-REFUSED THEN
              GO TO QUEUE-HOLD-EXIT
           END-IF.

           INITIALIZE WS-HOLD-REQUEST.
           MOVE formNumber OF requestBody TO WS-HOLD-REQ-FORMNUM.
           SET WS-HOLD-ACTION-QUEUE TO TRUE.
           MOVE WS-BRWAC-BORROWER TO WS-HOLD-REQ-REQUESTER.
           IF pickupBranch-existence OF requestBody > 0 THEN
              MOVE pickupBranch OF requestBody TO WS-HOLD-REQ-BRANCH
           END-IF.
           PERFORM LINK-HOLD-UTILITY THRU LINK-HOLD-UTILITY-EXIT.
       QUEUE-HOLD-EXIT.
           EXIT.

      * Withdraw the borrower's own hold - RBKHLDOP matches it by
      * requester, so nobody else's hold can be cancelled this way
       CANCEL-HOLD.
           INITIALIZE WS-HOLD-REQUEST.
           MOVE formNumber OF requestBody TO WS-HOLD-REQ-FORMNUM.
           SET WS-HOLD-ACTION-CANCEL TO TRUE.
           MOVE WS-BRWAC-BORROWER TO WS-HOLD-REQ-REQUESTER.
           PERFORM LINK-HOLD-UTILITY THRU LINK-HOLD-UTILITY-EXIT.
       CANCEL-HOLD-EXIT.
           EXIT.

      * Hand WS-HOLD-REQUEST to RBKHLDOP and report the queue length
      * it leaves behind
       LINK-HOLD-UTILITY.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-HOLD-REQUEST)
                         FLENGTH(LENGTH OF WS-HOLD-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKHLDOP')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           PERFORM RELAY-REFUSAL THRU RELAY-REFUSAL-EXIT.
           IF WS-BRWAC-REFUSED THEN
              GO TO LINK-HOLD-UTILITY-EXIT
           END-IF.

           MOVE 0 TO WS-BRWAC-COUNT.
           EXEC CICS GET CONTAINER(WS-NUMHOLD-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-BRWAC-COUNT)
                         RESP(WS-RESP)
           END-EXEC.
           MOVE WS-BRWAC-COUNT TO queueLength OF responseCode200.
       LINK-HOLD-UTILITY-EXIT.
           EXIT.

      * An error container left by RBKCHKOP/RBKHLDOP is a rule saying
      * no - take its message for a 400 and remove the container so
      * it isn't also surfaced as a failure of this operation
       RELAY-REFUSAL.
           INITIALIZE WS-ERROR.
           EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-ERROR)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO RELAY-REFUSAL-EXIT
           END-IF.

           EXEC CICS DELETE CONTAINER(WS-RBKEROR-CONT-NAME)
                     CHANNEL(WS-CHANNEL-NAME)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES TO WS-BRWAC-REFUSAL.
           MOVE errorMessage OF WS-ERROR TO WS-BRWAC-REFUSAL.
           PERFORM BUILD-400-RESPONSE.
       RELAY-REFUSAL-EXIT.
           EXIT.

       BUILD-400-RESPONSE.
           SET WS-BRWAC-REFUSED TO TRUE.
           MOVE 1 TO responseCode400-existence OF BAQBASE-RBKBAP01.
           MOVE WS-RESP400-CONT-NAME TO responseCode400-cont
             OF BAQBASE-RBKBAP01.
           INITIALIZE RBKBAP01-responseCode400.
           MOVE WS-BRWAC-REFUSAL TO Xmessage2 OF responseCode400.
           MOVE 0 TO WS-MESG-COUNTER.
           INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode400)
              TALLYING WS-MESG-COUNTER FOR LEADING SPACES.
           COMPUTE Xmessage2-length OF responseCode400 =
              LENGTH OF Xmessage2 OF responseCode400 -
              WS-MESG-COUNTER.
           MOVE 1 TO Xmessage-existence OF responseCode400.
           EXEC CICS PUT CONTAINER(WS-RESP400-CONT-NAME)
                      CHANNEL(WS-CHANNEL-NAME)
                      FROM(RBKBAP01-responseCode400)
                      FLENGTH(LENGTH OF RBKBAP01-responseCode400)
                      BIT
           END-EXEC.
