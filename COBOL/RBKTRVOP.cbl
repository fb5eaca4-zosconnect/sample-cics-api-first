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
      * RBKTRVOP - Technical review utility for DRAFT books (RBKTREV).*
      *            A cataloguer or administrator assigns a named      *
      *            reviewer with a due date (reassigning starts that  *
      *            review over) or unassigns one; the named reviewer  *
      *            - and only they - records a sign-off or rejection  *
      *            with a comment; the list action returns a book's   *
      *            reviews. The publish request for a DRAFT waits on  *
      *            these through RBKTRVCK. Modeled on RBKSTOAD        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKTRVOP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-TREV-COUNT         PIC S9(8) COMP-5 VALUE 0.

       01 WS-USERID             PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

      * One list entry: the reviewer ahead of the review record
       01 WS-TREV-LIST-ENTRY.
         03 WS-TREV-LIST-REVIEWER PIC X(8).
         03 WS-TREV-LIST-RECORD   PIC X(314).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action, which book and which reviewer
           INITIALIZE WS-TREV-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-TREV-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM RESOLVE-CALLER-ROLE.

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

           EVALUATE TRUE
              WHEN WS-TREV-ACTION-LIST
                 PERFORM LIST-REVIEWS
              WHEN OTHER
                 PERFORM MAINTAIN-REVIEW THRU MAINTAIN-REVIEW-EXIT
           END-EVALUATE.

           IF WS-TREV-COUNT < 0 THEN
              MOVE 0 TO WS-TREV-COUNT
           END-IF.

      * Tell the caller how many reviews were touched/listed
           EXEC CICS PUT CONTAINER(WS-NUMTREV-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-TREV-COUNT)
                         FLENGTH(LENGTH OF WS-TREV-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * Every review the book has, in reviewer order
       LIST-REVIEWS.
           MOVE WS-TREV-REQ-FORMNUM TO WS-TREV-KEY-FORMNUM.
           MOVE LOW-VALUES TO WS-TREV-KEY-REVIEWER.
           EXEC CICS STARTBR FILE(WS-TREV-FILE)
                       RIDFLD(WS-TREV-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-TREV-FILE)
                             INTO(WS-TREV-RECORD)
                             RIDFLD(WS-TREV-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-TREV-KEY-FORMNUM NOT = WS-TREV-REQ-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-TREV-COUNT
                 MOVE WS-TREV-KEY-REVIEWER TO WS-TREV-LIST-REVIEWER
                 MOVE WS-TREV-RECORD TO WS-TREV-LIST-RECORD
                 EXEC CICS PUT CONTAINER(WS-TREVLST-CONT-NAME)
                          CHANNEL(WS-CHANNEL-NAME)
                          FROM(WS-TREV-LIST-ENTRY)
                          FLENGTH(LENGTH OF WS-TREV-LIST-ENTRY)
                          BIT
                          APPEND
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-TREV-FILE) END-EXEC
           END-IF.

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

      * The three updating actions share one refusal exit
       MAINTAIN-REVIEW.
           EVALUATE TRUE
              WHEN WS-TREV-ACTION-ASSIGN
                 GO TO ASSIGN-REVIEWER
              WHEN WS-TREV-ACTION-REMOVE
                 GO TO REMOVE-REVIEWER
              WHEN WS-TREV-ACTION-SIGNOFF
                 GO TO RECORD-VERDICT
              WHEN WS-TREV-ACTION-REJECT
                 GO TO RECORD-VERDICT
           END-EVALUATE.
           GO TO MAINTAIN-REVIEW-EXIT.

      * Assign (or reassign) a reviewer: only a cataloguer or an
      * administrator, only on a DRAFT, and the due date has to be a
      * real date - RBKALMON compares it against today
       ASSIGN-REVIEWER.
           IF NOT WS-CALLER-IS-CATALOGUER AND
              NOT WS-CALLER-IS-ADMIN THEN
              INITIALIZE WS-ERROR
              STRING "RBKTRVOP: only a cataloguer may assign "
                       DELIMITED BY SIZE
                     "reviewers"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO TREV-REFUSED
           END-IF.

           IF WS-TREV-REQ-REVIEWER = SPACES THEN
              INITIALIZE WS-ERROR
              STRING "RBKTRVOP: a review needs a named reviewer"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO TREV-REFUSED
           END-IF.

           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-TREV-REQ-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              STRING "RBKTRVOP: no Redbook on file "
                       DELIMITED BY SIZE
                     WS-TREV-REQ-FORMNUM
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO TREV-REFUSED
           END-IF.
           IF Xstatus OF Redbook OF WS-BOOK NOT = "DRAFT" THEN
              INITIALIZE WS-ERROR
              STRING "RBKTRVOP: only a DRAFT is sent out for "
                       DELIMITED BY SIZE
                     "technical review"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO TREV-REFUSED
           END-IF.

           MOVE WS-TREV-REQ-DUEDATE TO WS-VDATE-VALUE.
           MOVE 10 TO WS-VDATE-LENGTH.
           EXEC CICS PUT CONTAINER(WS-VDATE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-VDATE-PARM)
                         FLENGTH(LENGTH OF WS-VDATE-PARM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKVDATE')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-VDATE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-VDATE-PARM)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-VDATE-IS-INVALID OR
              WS-VDATE-VALUE(1:10) < WS-NOW-DATE THEN
              INITIALIZE WS-ERROR
              STRING "RBKTRVOP: due date must be a date from "
                       DELIMITED BY SIZE
                     "today on"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO TREV-REFUSED
           END-IF.

           MOVE WS-TREV-REQ-FORMNUM TO WS-TREV-KEY-FORMNUM.
           MOVE WS-TREV-REQ-REVIEWER TO WS-TREV-KEY-REVIEWER.
           INITIALIZE WS-TREV-RECORD.
           MOVE WS-TREV-REQ-FORMNUM TO trevFormNumber.
           MOVE WS-TREV-REQ-REVIEWER TO trevReviewer.
           MOVE WS-USERID TO trevAssignedBy.
           MOVE WS-NOW-STAMP TO trevAssignedDate.
           MOVE WS-VDATE-VALUE(1:10) TO trevDueDate.
           SET WS-TREV-IS-ASSIGNED TO TRUE.
           EXEC CICS DELETE FILE(WS-TREV-FILE)
                     RIDFLD(WS-TREV-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-TREV-FILE)
                     RIDFLD(WS-TREV-KEY)
                     FROM(WS-TREV-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 1 TO WS-TREV-COUNT
           END-IF.
           GO TO MAINTAIN-REVIEW-EXIT.

      * Unassign a reviewer - the same people who assign
       REMOVE-REVIEWER.
           IF NOT WS-CALLER-IS-CATALOGUER AND
              NOT WS-CALLER-IS-ADMIN THEN
              INITIALIZE WS-ERROR
              STRING "RBKTRVOP: only a cataloguer may unassign "
                       DELIMITED BY SIZE
                     "reviewers"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO TREV-REFUSED
           END-IF.

           MOVE WS-TREV-REQ-FORMNUM TO WS-TREV-KEY-FORMNUM.
           MOVE WS-TREV-REQ-REVIEWER TO WS-TREV-KEY-REVIEWER.
           EXEC CICS DELETE FILE(WS-TREV-FILE)
                     RIDFLD(WS-TREV-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 1 TO WS-TREV-COUNT
           END-IF.
           GO TO MAINTAIN-REVIEW-EXIT.

      * A reviewer's verdict on their own open review: the caller's
      * userid is the reviewer, so nobody signs off on another's
      * behalf
       RECORD-VERDICT.
           MOVE WS-TREV-REQ-FORMNUM TO WS-TREV-KEY-FORMNUM.
           MOVE WS-USERID TO WS-TREV-KEY-REVIEWER.
           EXEC CICS READ FILE(WS-TREV-FILE)
                     RIDFLD(WS-TREV-KEY)
                     INTO(WS-TREV-RECORD)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              STRING "RBKTRVOP: you are not a reviewer of "
                       DELIMITED BY SIZE
                     WS-TREV-REQ-FORMNUM
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO TREV-REFUSED
           END-IF.
           IF NOT WS-TREV-IS-ASSIGNED THEN
              EXEC CICS UNLOCK FILE(WS-TREV-FILE) END-EXEC
              INITIALIZE WS-ERROR
              STRING "RBKTRVOP: this review has already been "
                       DELIMITED BY SIZE
                     "decided"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO TREV-REFUSED
           END-IF.

           IF WS-TREV-ACTION-SIGNOFF THEN
              SET WS-TREV-IS-SIGNEDOFF TO TRUE
           ELSE
              SET WS-TREV-IS-REJECTED TO TRUE
           END-IF.
           MOVE WS-TREV-REQ-COMMENT-LEN TO trevComment-length.
           MOVE WS-TREV-REQ-COMMENT TO trevComment.
           MOVE WS-NOW-STAMP TO trevDecidedDate.
           EXEC CICS REWRITE FILE(WS-TREV-FILE)
                     FROM(WS-TREV-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 1 TO WS-TREV-COUNT
           END-IF.
           GO TO MAINTAIN-REVIEW-EXIT.

      * A refused action: put the error container and leave the
      * count negative
       TREV-REFUSED.
           MOVE 0 TO WS-MESG-COUNTER.
           INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
              TALLYING WS-MESG-COUNTER FOR LEADING SPACES.
           COMPUTE errorMessage-length OF WS-ERROR =
              LENGTH OF errorMessage OF WS-ERROR - WS-MESG-COUNTER.
           MOVE 1 TO errorMessage-existence OF WS-ERROR.
           EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-ERROR)
                         FLENGTH(LENGTH OF WS-ERROR)
                         BIT
           END-EXEC.
           MOVE -1 TO WS-TREV-COUNT.
       MAINTAIN-REVIEW-EXIT.
           EXIT.
