      * Decide which program to call based on the API operation that
      * was invoked by the client
           IF WS-REQUEST-URI(1:9) EQUAL '/redbook/' THEN
      * getAvailability - per-branch copy counts, next due date and
      * hold queue depth for one title - and getRecommendations - the
      * books borrowed together with it - are the sub-resources under
      * /redbook/, told apart by their trailing path segment
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 0 TO WS-URI-AVAIL-COUNT
                 INSPECT WS-REQUEST-URI TALLYING WS-URI-AVAIL-COUNT
                    FOR ALL '/availability'
                 MOVE 0 TO WS-URI-RECO-COUNT
                 INSPECT WS-REQUEST-URI TALLYING WS-URI-RECO-COUNT
                    FOR ALL '/recommendations'
                 EVALUATE TRUE
                    WHEN WS-URI-AVAIL-COUNT > 0
                       MOVE 'RBKAVLOP' TO WS-ROUTED-PGM
                    WHEN WS-URI-RECO-COUNT > 0
                       MOVE 'RBKRECOP' TO WS-ROUTED-PGM
                    WHEN OTHER
                       MOVE 'RBKGETOP' TO WS-ROUTED-PGM
                 END-EVALUATE
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF

      * getBorrowerDetail - one borrower's registry record, open
      * loans, holds and charges in a single lookup, the same
      * one-stop shape /author/{name} takes for authors. A POST
      * acts on that view - renew a loan, queue or cancel a hold -
      * through the same utilities the desk runs
           IF WS-REQUEST-URI(1:10) EQUAL '/borrower/' THEN
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 'RBKBRWOP' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
              IF WS-REQUEST-METHOD(1:4) EQUAL 'POST' THEN
                 MOVE 'RBKBRWAC' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
           END-IF.

      * getAsset - serve a stored binary (cover, errata) from the
              END-IF
           END-IF.

      * getTags - the free-form tags in use with the number of books
      * carrying each, the entry point for browse-by-tag
           IF WS-REQUEST-URI(1:5) EQUAL '/tags' THEN
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 'RBKTAGOP' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
           END-IF.

      * getEvents - integration subscribers replaying the event
      * queue from a sequence number out of the retained event log
           IF WS-REQUEST-URI(1:7) EQUAL '/events' THEN
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 'RBKEVRPL' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
           END-IF.

      * getReports - the report repository: the nightly report runs
      * on file, or one report's lines for one run date
           IF WS-REQUEST-URI(1:8) EQUAL '/reports' THEN
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 'RBKRPTOP' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
           END-IF.

      * getWorkload - each cataloguer team's open work across the
      * worklists by age band, every team or just one
           IF WS-REQUEST-URI(1:9) EQUAL '/workload' THEN
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 'RBKWKLOP' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
           END-IF.

      * Staff reviews - post a rating/comment against a book, or list
      * a book's reviews. A sub-resource by nature, but routed the
      * same flat way as every other path here. A PUT reports one of
      * the book's reviews, or (a moderator) hides or reinstates it
           IF WS-REQUEST-URI(1:9) EQUAL '/reviews/' THEN
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 'RBKREVLS' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
              IF WS-REQUEST-METHOD(1:3) EQUAL 'PUT' THEN
                 MOVE 'RBKREVMD' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
           END-IF.

      * getReviewQueue - the reported and hidden reviews a moderator
      * works through
           IF WS-REQUEST-URI(1:12) EQUAL '/reviewqueue' THEN
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 'RBKREVMQ' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
           END-IF.

      * Errata - staff report an error against a book, the register
      * is listed with its filters, and a PUT accepts or rejects one
           IF WS-REQUEST-URI(1:7) EQUAL '/errata' THEN
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 'RBKERROP' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
              IF WS-REQUEST-METHOD(1:4) EQUAL 'POST' THEN
                 MOVE 'RBKERRAD' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
              IF WS-REQUEST-METHOD(1:3) EQUAL 'PUT' THEN
                 MOVE 'RBKERRAP' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
           END-IF.

      * Partner interlibrary-loan requests - a partner library files
      * and polls its requests, and the desk approves or refuses one
           IF WS-REQUEST-URI(1:12) EQUAL '/illrequests' THEN
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 'RBKIRQOP' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
              IF WS-REQUEST-METHOD(1:4) EQUAL 'POST' THEN
                 MOVE 'RBKIRQAD' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
              IF WS-REQUEST-METHOD(1:3) EQUAL 'PUT' THEN
                 MOVE 'RBKIRQAP' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
           END-IF.

      * getRedbookByIdentifier - resolve an ISBN (or another RBKXREF
              END-IF
           END-IF.

      * Saved searches - like /favorites, the caller's own side list:
      * GET lists them, POST saves one, DELETE /searches/{searchSeq}
      * removes one. The nightly RBKSRCAL step does the matching.
           IF WS-REQUEST-URI(1:9) EQUAL '/searches' THEN
              IF WS-REQUEST-METHOD(1:3) EQUAL 'GET' THEN
                 MOVE 'RBKSRCOP' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
              IF WS-REQUEST-METHOD(1:4) EQUAL 'POST' THEN
                 MOVE 'RBKSRCAD' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
              IF WS-REQUEST-METHOD(1:6) EQUAL 'DELETE' THEN
                 MOVE 'RBKSRCDL' TO WS-ROUTED-PGM
                 PERFORM LINK-ROUTED-PROGRAM
                    THRU LINK-ROUTED-PROGRAM-EXIT
              END-IF
           END-IF.

       ROUTE-DECIDED.
      * Neither the URI nor the method matched any route above (see
      * req022) - rather than returning silently with nothing on the
