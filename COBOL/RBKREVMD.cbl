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
      * RBKREVMD - Implement the moderateReview operation on one      *
      *            staff review. REPORT: any staff member flags       *
      *            someone else's review for a moderator (the count   *
      *            and last reporter go on the review). HIDE or       *
      *            REINSTATE: a moderator (or administrator), giving  *
      *            a reason, takes a review off the book or puts it   *
      *            back - reinstating a shown review dismisses its    *
      *            reports. Either way RBKREVRC restates the book's   *
      *            averageRating/reviewCount. Modeled on RBKERRAP     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKREVMD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKRMQ01.
       COPY RBKRMP01.
       COPY RBKWSTOR.

       01 WS-USERID             PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

      * The message a refused call carries back
       01 WS-RM-MESSAGE         PIC X(80).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKRMQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKRMQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKRMP01.

           IF formNumber-existence OF requestPathParameters = 0 OR
              reviewSeq-existence OF requestBody = 0 OR
              action-existence OF requestBody = 0 OR
              (action OF requestBody NOT = 'REPORT' AND
               action OF requestBody NOT = 'HIDE' AND
               action OF requestBody NOT = 'REINSTATE') THEN
              MOVE SPACES TO WS-RM-MESSAGE
              STRING "name the review by reviewSeq and give an action"
                       DELIMITED BY SIZE
                     " of REPORT, HIDE or REINSTATE"
                       DELIMITED BY SIZE
                     INTO WS-RM-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * Moderators hide and reinstate, and always say why
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM RESOLVE-CALLER-ROLE.
           IF action OF requestBody NOT = 'REPORT' THEN
              IF NOT WS-CALLER-IS-MODERATOR THEN
                 MOVE "a moderator role is needed to hide or reinstate"
                   TO WS-RM-MESSAGE
                 PERFORM BUILD-400-RESPONSE
                 GO TO EXIT-PROGRAM
              END-IF
              IF reason-existence OF requestBody = 0 OR
                 reason2-length OF requestBody = 0 THEN
                 MOVE "a HIDE or REINSTATE must give a reason"
                   TO WS-RM-MESSAGE
                 PERFORM BUILD-400-RESPONSE
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

      * Honour read-only maintenance mode (raised by RBKSHDLD around
      * a zero-outage catalog switch) - moderating a review rewrites
      * the catalog record's stored average, which must not land
      * mid-swap
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS READ FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     INTO(WS-CTRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
              MOVE SPACES TO WS-RM-MESSAGE
              STRING "catalog is in read-only maintenance mode - "
                       DELIMITED BY SIZE
                     "try again shortly"
                       DELIMITED BY SIZE
                     INTO WS-RM-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * Ensure we're the only task touching this one book's reviews
      * and its stored average (the same per-book token RBKREVAD uses)
           MOVE formNumber OF requestPathParameters TO
             WS-BOOK-LOCK-FORMNUM.
           EXEC CICS ENQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           MOVE formNumber OF requestPathParameters TO
             WS-REVIEW-KEY-FORMNUM.
           MOVE reviewSeq OF requestBody TO WS-REVIEW-KEY-SEQ.
           INITIALIZE WS-REVIEW-RECORD.
           EXEC CICS READ FILE(WS-REVIEW-FILE)
                     RIDFLD(WS-REVIEW-KEY)
                     INTO(WS-REVIEW-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKRMP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKRMP01
              INITIALIZE RBKRMP01-responseCode404
              STRING "no review on file with that formNumber and "
                       DELIMITED BY SIZE
                     "reviewSeq"
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
                         FROM(RBKRMP01-responseCode404)
                         FLENGTH(LENGTH OF RBKRMP01-responseCode404)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.

           EVALUATE action OF requestBody
              WHEN 'REPORT'
      * A report is someone else's say-so - nobody reports their own
      * review, and a second report from the same person in a row
      * doesn't count twice
                 IF reviewer OF WS-REVIEW-RECORD = WS-USERID THEN
                    MOVE "you cannot report your own review"
                      TO WS-RM-MESSAGE
                    PERFORM BUILD-400-RESPONSE
                    GO TO EXIT-PROGRAM
                 END-IF
                 IF WS-REVIEW-IS-HIDDEN THEN
                    MOVE "that review is already hidden"
                      TO WS-RM-MESSAGE
                    PERFORM BUILD-400-RESPONSE
                    GO TO EXIT-PROGRAM
                 END-IF
                 IF reviewLastReportedBy OF WS-REVIEW-RECORD NOT =
                    WS-USERID THEN
                    ADD 1 TO reviewReportCount OF WS-REVIEW-RECORD
                    MOVE WS-USERID TO
                      reviewLastReportedBy OF WS-REVIEW-RECORD
                 END-IF
              WHEN 'HIDE'
                 IF WS-REVIEW-IS-HIDDEN THEN
                    MOVE "that review is already hidden"
                      TO WS-RM-MESSAGE
                    PERFORM BUILD-400-RESPONSE
                    GO TO EXIT-PROGRAM
                 END-IF
                 SET WS-REVIEW-IS-HIDDEN TO TRUE
                 PERFORM STAMP-MODERATION
              WHEN 'REINSTATE'
                 IF NOT WS-REVIEW-IS-HIDDEN AND
                    reviewReportCount OF WS-REVIEW-RECORD = 0 THEN
                    MOVE "that review is neither hidden nor reported"
                      TO WS-RM-MESSAGE
                    PERFORM BUILD-400-RESPONSE
                    GO TO EXIT-PROGRAM
                 END-IF
                 SET WS-REVIEW-IS-SHOWN TO TRUE
                 MOVE 0 TO reviewReportCount OF WS-REVIEW-RECORD
                 PERFORM STAMP-MODERATION
           END-EVALUATE.

      * Record the outcome on the review itself, with the usual
      * delete-then-write idiom
           EXEC CICS DELETE FILE(WS-REVIEW-FILE)
                     RIDFLD(WS-REVIEW-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-REVIEW-FILE)
                       RIDFLD(WS-REVIEW-KEY)
                       FROM(WS-REVIEW-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

      * A hidden or reinstated review changes what the book's
      * average is made of - restate it while the lock is held
           IF action OF requestBody NOT = 'REPORT' THEN
              MOVE formNumber OF requestPathParameters TO
                WS-REVRC-FORMNUM
              EXEC CICS PUT CONTAINER(WS-REVRC-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-REVRC-FORMNUM)
                            FLENGTH(LENGTH OF WS-REVRC-FORMNUM)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKREVRC')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
           END-IF.

           MOVE WS-REVIEW-KEY-FORMNUM TO WS-REVQ-FORMNUM.
           MOVE WS-REVIEW-KEY-SEQ TO WS-REVQ-SEQ.
           MOVE WS-REVIEW-RECORD TO WS-REVQ-RECORD.
           EXEC CICS PUT CONTAINER(WS-REVQLST-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-REVQ-ENTRY)
                         FLENGTH(LENGTH OF WS-REVQ-ENTRY)
                         BIT
           END-EXEC.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKRMP01.
           MOVE 1 TO responseCode200-num OF BAQBASE-RBKRMP01.
           MOVE WS-REVQLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKRMP01.

       EXIT-PROGRAM.
      * Free this book's lock for another task to use
           EXEC CICS DEQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKRMP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKRMP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * Who moderated it, when and why
       STAMP-MODERATION.
           MOVE WS-USERID TO reviewModeratedBy OF WS-REVIEW-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO
             reviewModeratedDate OF WS-REVIEW-RECORD.
           MOVE reason2 OF requestBody TO
             reviewModReason OF WS-REVIEW-RECORD.
           MOVE reason2-length OF requestBody TO
             reviewModReason-length OF WS-REVIEW-RECORD.

       BUILD-400-RESPONSE.
           MOVE 1 TO responseCode400-existence OF BAQBASE-RBKRMP01.
           MOVE WS-RESP400-CONT-NAME TO responseCode400-cont
             OF BAQBASE-RBKRMP01.
           INITIALIZE RBKRMP01-responseCode400.
           MOVE WS-RM-MESSAGE TO Xmessage2 OF responseCode400.
           MOVE 0 TO WS-MESG-COUNTER.
           INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode400)
              TALLYING WS-MESG-COUNTER FOR LEADING SPACES.
           COMPUTE Xmessage2-length OF responseCode400 =
              LENGTH OF Xmessage2 OF responseCode400 -
              WS-MESG-COUNTER.
           MOVE 1 TO Xmessage-existence OF responseCode400.
           EXEC CICS PUT CONTAINER(WS-RESP400-CONT-NAME)
                      CHANNEL(WS-CHANNEL-NAME)
                      FROM(RBKRMP01-responseCode400)
                      FLENGTH(LENGTH OF RBKRMP01-responseCode400)
                      BIT
           END-EXEC.

       RESOLVE-CALLER-ROLE.
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
