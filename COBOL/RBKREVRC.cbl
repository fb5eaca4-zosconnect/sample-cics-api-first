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
      * RBKREVRC - Restate one book's averageRating/reviewCount from  *
      *            its staff reviews, LINKed the way RBKVDATE is with *
      *            the formNumber in WS-REVRC-CONT-NAME. Each         *
      *            reviewer counts once, by their latest review, and  *
      *            a review a moderator has hidden counts for         *
      *            nothing - so five 1-star posts from one shared id  *
      *            weigh the same as one. The caller holds the book's *
      *            lock across the LINK. Modeled on RBKVDATE          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKREVRC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-RATING-SUM         PIC S9(8) COMP-5 VALUE 0.
       01 WS-RATING-COUNT       PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the book to restate
           EXEC CICS GET CONTAINER(WS-REVRC-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-REVRC-FORMNUM)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No book was provided
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-REVRC-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO EXIT-PROGRAM
           END-IF.

      * Collapse the reviews to each reviewer's latest, then add up
      * the ones still shown
           PERFORM COLLAPSE-REVIEWS.

           MOVE 0 TO WS-RATING-SUM.
           MOVE 0 TO WS-RATING-COUNT.
           PERFORM VARYING WS-REVC-I FROM 1 BY 1
                     UNTIL WS-REVC-I > WS-REVC-COUNT
              IF WS-REVC-HIDDEN(WS-REVC-I) NOT = 'Y' THEN
                 ADD WS-REVC-RATING(WS-REVC-I) TO WS-RATING-SUM
                 ADD 1 TO WS-RATING-COUNT
              END-IF
           END-PERFORM.

      * Store the restated figures on the book record itself, with
      * the same delete-then-write idiom RBKGETOP's usage counter
      * uses
           IF WS-RATING-COUNT > 0 THEN
              MOVE 1 TO averageRating-existence OF WS-BOOK
              COMPUTE averageRating OF WS-BOOK ROUNDED =
                 WS-RATING-SUM / WS-RATING-COUNT
           ELSE
              MOVE 0 TO averageRating-existence OF WS-BOOK
              MOVE 0 TO averageRating OF WS-BOOK
           END-IF.
           MOVE 1 TO reviewCount-existence OF WS-BOOK.
           MOVE WS-RATING-COUNT TO reviewCount OF WS-BOOK.

           EXEC CICS DELETE FILE(WS-REDBOOK-FILE)
                     RIDFLD(formNumber OF WS-BOOK)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-REDBOOK-FILE)
                       RIDFLD(formNumber OF WS-BOOK)
                       FROM(WS-BOOK)
                       RESP(WS-RESP)
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * One pass over the book's reviews in sequence order: each
      * reviewer's entry ends up holding their latest review's
      * sequence, rating and hidden flag
       COLLAPSE-REVIEWS.
           MOVE 0 TO WS-REVC-COUNT.
           MOVE WS-REVRC-FORMNUM TO WS-REVIEW-KEY-FORMNUM.
           MOVE 0 TO WS-REVIEW-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-REVIEW-FILE)
                       RIDFLD(WS-REVIEW-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 MOVE SPACES TO reviewHidden OF WS-REVIEW-RECORD
                 EXEC CICS READNEXT FILE(WS-REVIEW-FILE)
                             INTO(WS-REVIEW-RECORD)
                             RIDFLD(WS-REVIEW-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-REVIEW-KEY-FORMNUM NOT = WS-REVRC-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM VARYING WS-REVC-I FROM 1 BY 1
                           UNTIL WS-REVC-I > WS-REVC-COUNT
                    IF WS-REVC-REVIEWER(WS-REVC-I) =
                       reviewer OF WS-REVIEW-RECORD THEN
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF WS-REVC-I > WS-REVC-COUNT AND
                    WS-REVC-COUNT < 200 THEN
                    ADD 1 TO WS-REVC-COUNT
                    MOVE reviewer OF WS-REVIEW-RECORD TO
                      WS-REVC-REVIEWER(WS-REVC-I)
                 END-IF
                 IF WS-REVC-I <= WS-REVC-COUNT THEN
                    MOVE WS-REVIEW-KEY-SEQ TO
                      WS-REVC-LATEST-SEQ(WS-REVC-I)
                    MOVE reviewRating OF WS-REVIEW-RECORD TO
                      WS-REVC-RATING(WS-REVC-I)
                    MOVE reviewHidden OF WS-REVIEW-RECORD TO
                      WS-REVC-HIDDEN(WS-REVC-I)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REVIEW-FILE) END-EXEC
           END-IF.
