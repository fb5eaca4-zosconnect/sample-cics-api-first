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
      * RBKERRPB - Errata publish run. Compiles a book's accepted     *
      *            errata (RBKERRA - every ACCEPTED entry, and every  *
      *            one already PUBLISHED, so the listing stays whole) *
      *            into one consolidated plain-text listing, stores   *
      *            it through RBKBLBAD as the book's ERRATA binary -  *
      *            which files the ERRATA asset pointing at the GET   *
      *            /asset route - and marks the newly included        *
      *            entries PUBLISHED. Any hand-kept ERRATA link the   *
      *            book still carries is retired: the compiled        *
      *            listing supersedes it. LINKed with one book on     *
      *            WS-ERRPB-CONT-NAME to publish it now; run with no  *
      *            parameter as a nightly step, it publishes every    *
      *            book with errata accepted since its last listing.  *
      *            Modeled on RBKGRWL                                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKERRPB.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-PUBLISHED-COUNT    PIC S9(8) COMP-5 VALUE 0.

       01 WS-RUN-MODE-SW        PIC X VALUE 'N'.
         88 WS-NIGHTLY-RUN        VALUE 'Y'.
         88 WS-ONE-BOOK-RUN       VALUE 'N'.

      * The channel the listing is stored on - kept apart from the
      * caller's, whose own parameter container a nested RBKBLBAD
      * would otherwise overwrite
       01 WS-EP-CHANNEL         PIC X(16) VALUE 'RBKERRPB-CHANNEL'.

      * The books with errata accepted since their last listing,
      * gathered by the nightly run before any is published
       01 WS-BOOK-TABLE.
         03 WS-BOOK-ENTRY OCCURS 500 TIMES.
           05 WS-BOOK-FORMNUM     PIC X(12).
       01 WS-BOOK-COUNT         PIC S9(4) COMP-5 VALUE 0.
       01 WS-BOOK-I             PIC S9(4) COMP-5.

      * The book being published, and the newly accepted entries
      * its listing takes in - marked PUBLISHED once it is stored
       01 WS-EP-FORMNUM         PIC X(12).
       01 WS-EP-ENTRIES         PIC S9(4) COMP-5 VALUE 0.
       01 WS-EP-NEW-TABLE.
         03 WS-EP-NEW-SEQ OCCURS 500 TIMES PIC 9(4).
       01 WS-EP-NEW-COUNT       PIC S9(4) COMP-5 VALUE 0.
       01 WS-EP-I               PIC S9(4) COMP-5.

      * The listing itself, built a line at a time
       01 WS-EP-LISTING         PIC X(28000).
       01 WS-EP-PTR             PIC S9(8) COMP-5.
       01 WS-EP-LENGTH          PIC S9(8) COMP-5.
       01 WS-EP-FULL-SW         PIC X VALUE 'N'.
         88 WS-EP-FULL            VALUE 'Y'.
         88 WS-EP-ROOM            VALUE 'N'.
       01 WS-EP-TEXT-LEN        PIC S9(4) COMP-5.
       01 WS-EP-TITLE-LEN       PIC S9(4) COMP-5.

      * Hand-kept ERRATA links to retire once the listing is stored
       01 WS-EP-ROUTE-URL       PIC X(100).
       01 WS-EP-ROUTE-PTR       PIC S9(4) COMP-5.
       01 WS-EP-OLD-TABLE.
         03 WS-EP-OLD-SEQ OCCURS 50 TIMES PIC 9(4).
       01 WS-EP-OLD-COUNT       PIC S9(4) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Which book - none named means the nightly run over them all
           MOVE SPACES TO WS-ERRPB-FORMNUM.
           EXEC CICS GET CONTAINER(WS-ERRPB-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-ERRPB-FORMNUM)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              WS-ERRPB-FORMNUM = SPACES THEN
              SET WS-NIGHTLY-RUN TO TRUE
           END-IF.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           IF WS-NIGHTLY-RUN THEN
              MOVE 'RBKERRPB' TO WS-JOBRUN-REQ-NAME
              SET WS-JOBRUN-PHASE-START TO TRUE
              MOVE 0 TO WS-JOBRUN-REQ-RECORDS
              MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME
              EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-JOBRUN-REQUEST)
                            FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKWJOBR')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
           END-IF.

      * No catalog writes while the catalog is in read-only
      * maintenance mode - the next run picks the books up
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS READ FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     INTO(WS-CTRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.

           IF WS-ONE-BOOK-RUN THEN
              MOVE WS-ERRPB-FORMNUM TO WS-EP-FORMNUM
              PERFORM PUBLISH-ONE-BOOK THRU PUBLISH-ONE-BOOK-EXIT
              GO TO EXIT-PROGRAM
           END-IF.

      * Gather the books with an ACCEPTED erratum - RBKERRA is in
      * formNumber order, so each book's errata arrive together
           MOVE LOW-VALUES TO WS-ERRATA-KEY.
           EXEC CICS STARTBR FILE(WS-ERRATA-FILE)
                       RIDFLD(WS-ERRATA-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ERRATA-FILE)
                             INTO(WS-ERRATA-RECORD)
                             RIDFLD(WS-ERRATA-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-ERRATA-IS-ACCEPTED AND
                    (WS-BOOK-COUNT = 0 OR
                     WS-ERRATA-KEY-FORMNUM NOT =
                        WS-BOOK-FORMNUM(WS-BOOK-COUNT)) THEN
                    IF WS-BOOK-COUNT >= 500 THEN
                       EXIT PERFORM
                    END-IF
                    ADD 1 TO WS-BOOK-COUNT
                    MOVE WS-ERRATA-KEY-FORMNUM TO
                      WS-BOOK-FORMNUM(WS-BOOK-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ERRATA-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-BOOK-I FROM 1 BY 1
                     UNTIL WS-BOOK-I > WS-BOOK-COUNT
              MOVE WS-BOOK-FORMNUM(WS-BOOK-I) TO WS-EP-FORMNUM
              PERFORM PUBLISH-ONE-BOOK THRU PUBLISH-ONE-BOOK-EXIT
           END-PERFORM.

       EXIT-PROGRAM.
      * Tell the caller how many listings were published
           EXEC CICS PUT CONTAINER(WS-NUMERRPB-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-PUBLISHED-COUNT)
                         FLENGTH(LENGTH OF WS-PUBLISHED-COUNT)
                         BIT
           END-EXEC.

      * Close this run's job-control record with the final count
           IF WS-NIGHTLY-RUN THEN
              SET WS-JOBRUN-PHASE-END TO TRUE
              MOVE WS-PUBLISHED-COUNT TO WS-JOBRUN-REQ-RECORDS
              MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME
              EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-JOBRUN-REQUEST)
                            FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKWJOBR')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.

      * Compile, store and mark one book's listing. A book with no
      * accepted errata at all has nothing to publish; a store
      * RBKBLBAD refuses leaves the entries ACCEPTED for the next run
       PUBLISH-ONE-BOOK.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-EP-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO PUBLISH-ONE-BOOK-EXIT
           END-IF.

           PERFORM COMPILE-LISTING.
           IF WS-EP-ENTRIES = 0 THEN
              GO TO PUBLISH-ONE-BOOK-EXIT
           END-IF.

      * Store it - RBKBLBAD replaces any earlier listing and files
      * the ERRATA asset pointing at the serving route
           EXEC CICS DELETE CONTAINER(WS-RBKEROR-CONT-NAME)
                     CHANNEL(WS-EP-CHANNEL)
                     NOHANDLE
           END-EXEC.
           INITIALIZE WS-BLOB-REQUEST.
           SET WS-BLOB-ACTION-STORE TO TRUE.
           MOVE WS-EP-FORMNUM TO WS-BLOB-REQ-FORMNUM.
           MOVE WS-ERRATA-ASSET-TYPE TO WS-BLOB-REQ-TYPE.
           MOVE WS-ERRATA-MIME TO WS-BLOB-REQ-MIME.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-EP-CHANNEL)
                         FROM(WS-BLOB-REQUEST)
                         FLENGTH(LENGTH OF WS-BLOB-REQUEST)
                         BIT
           END-EXEC.
           COMPUTE WS-EP-LENGTH = WS-EP-PTR - 1.
           EXEC CICS PUT CONTAINER(WS-BLOBDT-CONT-NAME)
                         CHANNEL(WS-EP-CHANNEL)
                         FROM(WS-EP-LISTING)
                         FLENGTH(WS-EP-LENGTH)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKBLBAD')
                     CHANNEL(WS-EP-CHANNEL)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-EP-CHANNEL)
                         NODATA
                         FLENGTH(WS-LENGTH)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              GO TO PUBLISH-ONE-BOOK-EXIT
           END-IF.

           PERFORM VARYING WS-EP-I FROM 1 BY 1
                     UNTIL WS-EP-I > WS-EP-NEW-COUNT
              PERFORM MARK-PUBLISHED
           END-PERFORM.
           PERFORM RETIRE-HAND-LINKS.
           ADD 1 TO WS-PUBLISHED-COUNT.
       PUBLISH-ONE-BOOK-EXIT.
           EXIT.

      * The listing: a heading naming the book and the compile date,
      * then one line per ACCEPTED or PUBLISHED erratum in errata
      * number order - number, where, and what. The newly ACCEPTED
      * entries are noted for marking.
       COMPILE-LISTING.
           MOVE 0 TO WS-EP-ENTRIES.
           MOVE 0 TO WS-EP-NEW-COUNT.
           SET WS-EP-ROOM TO TRUE.
           MOVE SPACES TO WS-EP-LISTING.
           MOVE 1 TO WS-EP-PTR.
           MOVE Xtitle-length OF Redbook OF WS-BOOK TO WS-EP-TITLE-LEN.
           IF WS-EP-TITLE-LEN < 1 OR
              WS-EP-TITLE-LEN > LENGTH OF Xtitle OF Redbook OF WS-BOOK
           THEN
              MOVE LENGTH OF Xtitle OF Redbook OF WS-BOOK TO
                WS-EP-TITLE-LEN
           END-IF.
           STRING "ERRATA FOR " DELIMITED BY SIZE
                  WS-EP-FORMNUM DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  Xtitle OF Redbook OF WS-BOOK (1:WS-EP-TITLE-LEN)
                     DELIMITED BY SIZE
                  WS-ERRATA-EOL DELIMITED BY SIZE
                  "COMPILED " DELIMITED BY SIZE
                  WS-NOW-DATE DELIMITED BY SIZE
                  WS-ERRATA-EOL DELIMITED BY SIZE
                  WS-ERRATA-EOL DELIMITED BY SIZE
                INTO WS-EP-LISTING
                WITH POINTER WS-EP-PTR
           END-STRING.

           MOVE WS-EP-FORMNUM TO WS-ERRATA-KEY-FORMNUM.
           MOVE 0 TO WS-ERRATA-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-ERRATA-FILE)
                       RIDFLD(WS-ERRATA-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ERRATA-FILE)
                             INTO(WS-ERRATA-RECORD)
                             RIDFLD(WS-ERRATA-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-ERRATA-KEY-FORMNUM NOT = WS-EP-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-ERRATA-IS-ACCEPTED OR WS-ERRATA-IS-PUBLISHED
                 THEN
                    PERFORM ADD-LISTING-LINE THRU
                       ADD-LISTING-LINE-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ERRATA-FILE) END-EXEC
           END-IF.

      * One erratum's line - once the listing is full, the entries
      * left over stay ACCEPTED rather than be marked published
      * without appearing in it
       ADD-LISTING-LINE.
           IF WS-EP-FULL THEN
              GO TO ADD-LISTING-LINE-EXIT
           END-IF.
           MOVE errataText-length OF WS-ERRATA-RECORD TO
             WS-EP-TEXT-LEN.
           IF WS-EP-TEXT-LEN < 1 OR
              WS-EP-TEXT-LEN > LENGTH OF errataText OF
                 WS-ERRATA-RECORD THEN
              MOVE LENGTH OF errataText OF WS-ERRATA-RECORD TO
                WS-EP-TEXT-LEN
           END-IF.
           IF WS-EP-PTR + WS-EP-TEXT-LEN + 60 >
              LENGTH OF WS-EP-LISTING THEN
              SET WS-EP-FULL TO TRUE
              GO TO ADD-LISTING-LINE-EXIT
           END-IF.
           STRING errataNumber OF WS-ERRATA-RECORD DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  errataLocation OF WS-ERRATA-RECORD
                     DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  errataText OF WS-ERRATA-RECORD (1:WS-EP-TEXT-LEN)
                     DELIMITED BY SIZE
                  WS-ERRATA-EOL DELIMITED BY SIZE
                INTO WS-EP-LISTING
                WITH POINTER WS-EP-PTR
           END-STRING.
           ADD 1 TO WS-EP-ENTRIES.
           IF WS-ERRATA-IS-ACCEPTED AND WS-EP-NEW-COUNT < 500 THEN
              ADD 1 TO WS-EP-NEW-COUNT
              MOVE WS-ERRATA-KEY-SEQ TO WS-EP-NEW-SEQ(WS-EP-NEW-COUNT)
           END-IF.
       ADD-LISTING-LINE-EXIT.
           EXIT.

      * One newly listed erratum goes PUBLISHED, with the usual
      * delete-then-write idiom
       MARK-PUBLISHED.
           MOVE WS-EP-FORMNUM TO WS-ERRATA-KEY-FORMNUM.
           MOVE WS-EP-NEW-SEQ(WS-EP-I) TO WS-ERRATA-KEY-SEQ.
           EXEC CICS READ FILE(WS-ERRATA-FILE)
                     RIDFLD(WS-ERRATA-KEY)
                     INTO(WS-ERRATA-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL) AND
              WS-ERRATA-IS-ACCEPTED THEN
              SET WS-ERRATA-IS-PUBLISHED TO TRUE
              MOVE WS-NOW-DATE TO
                errataPublishedDate OF WS-ERRATA-RECORD
              EXEC CICS DELETE FILE(WS-ERRATA-FILE)
                        RIDFLD(WS-ERRATA-KEY)
                        RESP(WS-RESP)
              END-EXEC
              EXEC CICS WRITE FILE(WS-ERRATA-FILE)
                        RIDFLD(WS-ERRATA-KEY)
                        FROM(WS-ERRATA-RECORD)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

      * Any other ERRATA asset on the book is a hand-kept link the
      * compiled listing now supersedes - gathered, then removed
       RETIRE-HAND-LINKS.
           MOVE SPACES TO WS-EP-ROUTE-URL.
           MOVE 1 TO WS-EP-ROUTE-PTR.
           STRING "/asset/" DELIMITED BY SIZE
                  WS-EP-FORMNUM DELIMITED BY SPACE
                  "?type=" DELIMITED BY SIZE
                  WS-ERRATA-ASSET-TYPE DELIMITED BY SPACE
                INTO WS-EP-ROUTE-URL
                WITH POINTER WS-EP-ROUTE-PTR
           END-STRING.

           MOVE 0 TO WS-EP-OLD-COUNT.
           MOVE WS-EP-FORMNUM TO WS-ASSET-KEY-FORMNUM.
           MOVE 0 TO WS-ASSET-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-ASSET-FILE)
                       RIDFLD(WS-ASSET-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ASSET-FILE)
                             INTO(WS-ASSET)
                             RIDFLD(WS-ASSET-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-ASSET-KEY-FORMNUM NOT = WS-EP-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 IF assetType OF WS-ASSET = WS-ERRATA-ASSET-TYPE AND
                    assetUrl OF WS-ASSET NOT = WS-EP-ROUTE-URL AND
                    WS-EP-OLD-COUNT < 50 THEN
                    ADD 1 TO WS-EP-OLD-COUNT
                    MOVE WS-ASSET-KEY-SEQ TO
                      WS-EP-OLD-SEQ(WS-EP-OLD-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ASSET-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-EP-I FROM 1 BY 1
                     UNTIL WS-EP-I > WS-EP-OLD-COUNT
              MOVE WS-EP-FORMNUM TO WS-ASSET-KEY-FORMNUM
              MOVE WS-EP-OLD-SEQ(WS-EP-I) TO WS-ASSET-KEY-SEQ
              EXEC CICS DELETE FILE(WS-ASSET-FILE)
                        RIDFLD(WS-ASSET-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-PERFORM.
