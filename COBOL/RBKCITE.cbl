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
      * RBKCITE  - Build one book's citation for getRedbook and       *
      *            getReadingList. LINKed with WS-CITE-PARM on        *
      *            WS-CITEPARM-CONT-NAME; APPENDs the book's BibTeX   *
      *            entry or RIS record, one WS-CITE-LINE per line, to *
      *            WS-CITE-CONT-NAME - so a caller that LINKs once    *
      *            per member gets one bibliography for the lot. The  *
      *            caller has already decided the book may be shown;  *
      *            a formNumber no longer on file adds nothing.       *
      *            Authors are gathered off RBKAUTH the way RBKRALLB  *
      *            joins them for ?format=csv                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCITE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-CT-PTR             PIC S9(4) COMP-5.
       01 WS-CT-AUTHORS         PIC X(180) VALUE SPACES.
       01 WS-CT-AUTHORS-PTR     PIC S9(4) COMP-5.

      * A Redpaper is told apart from a book by its REDP- form number
       01 WS-CT-KIND-SW         PIC X VALUE 'B'.
         88 WS-CT-IS-BOOK         VALUE 'B'.
         88 WS-CT-IS-REDPAPER     VALUE 'P'.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           INITIALIZE WS-CITE-PARM.
           EXEC CICS GET CONTAINER(WS-CITEPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-CITE-PARM)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              NOT (WS-CITE-IS-BIBTEX OR WS-CITE-IS-RIS) THEN
              GO TO EXIT-PROGRAM
           END-IF.

           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-CITE-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO EXIT-PROGRAM
           END-IF.

           IF formNumber OF WS-BOOK(1:5) = "REDP-" THEN
              SET WS-CT-IS-REDPAPER TO TRUE
           ELSE
              SET WS-CT-IS-BOOK TO TRUE
           END-IF.

           IF WS-CITE-IS-BIBTEX THEN
              PERFORM BUILD-BIBTEX-ENTRY
           ELSE
              PERFORM BUILD-RIS-RECORD
           END-IF.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * @book{SG24-1234, ... } or @techreport{REDP-1234, ... }, keyed
      * by formNumber so a whole list's entries never collide, and
      * closed with a blank line between entries
       BUILD-BIBTEX-ENTRY.
           MOVE SPACES TO citeLine.
           MOVE 1 TO WS-CT-PTR.
           IF WS-CT-IS-REDPAPER THEN
              STRING "@techreport{" DELIMITED BY SIZE
                     formNumber OF WS-BOOK DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
           ELSE
              STRING "@book{" DELIMITED BY SIZE
                     formNumber OF WS-BOOK DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
           END-IF.
           PERFORM EMIT-CITE-LINE.

           IF Xtitle-length OF WS-BOOK > 0 THEN
              STRING "  title = {" DELIMITED BY SIZE
                     Xtitle OF WS-BOOK(1:Xtitle-length OF WS-BOOK)
                       DELIMITED BY SIZE
                     "}," DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
           END-IF.

           PERFORM GATHER-AUTHORS.
           IF WS-CT-AUTHORS-PTR > 1 THEN
              STRING "  author = {" DELIMITED BY SIZE
                     WS-CT-AUTHORS(1:WS-CT-AUTHORS-PTR - 1)
                       DELIMITED BY SIZE
                     "}," DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
           END-IF.

           IF publicationDate-existence OF WS-BOOK > 0 AND
              publicationDate2-length OF WS-BOOK >= 4 THEN
              STRING "  year = {" DELIMITED BY SIZE
                     publicationDate2 OF WS-BOOK(1:4)
                       DELIMITED BY SIZE
                     "}," DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
           END-IF.

           IF WS-CT-IS-REDPAPER THEN
              MOVE "  institution = {IBM Redbooks}," TO citeLine
              MOVE 32 TO WS-CT-PTR
              PERFORM EMIT-CITE-LINE
              MOVE "  type = {Redpaper}," TO citeLine
              MOVE 21 TO WS-CT-PTR
              PERFORM EMIT-CITE-LINE
           ELSE
              MOVE "  publisher = {IBM Redbooks}," TO citeLine
              MOVE 30 TO WS-CT-PTR
              PERFORM EMIT-CITE-LINE
           END-IF.

           STRING "  number = {" DELIMITED BY SIZE
                  formNumber OF WS-BOOK DELIMITED BY SPACE
                  "}," DELIMITED BY SIZE
                INTO citeLine WITH POINTER WS-CT-PTR
           END-STRING.
           PERFORM EMIT-CITE-LINE.

           IF isbn-existence OF WS-BOOK > 0 AND
              isbn2-length OF WS-BOOK > 0 THEN
              STRING "  isbn = {" DELIMITED BY SIZE
                     isbn2 OF WS-BOOK(1:isbn2-length OF WS-BOOK)
                       DELIMITED BY SIZE
                     "}," DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
           END-IF.

           IF documentType-existence OF WS-BOOK > 0 AND
              documentType2-length OF WS-BOOK > 0 THEN
              STRING "  howpublished = {" DELIMITED BY SIZE
                     documentType2 OF WS-BOOK
                       (1:documentType2-length OF WS-BOOK)
                       DELIMITED BY SIZE
                     "}," DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
           END-IF.

           IF url-existence OF WS-BOOK > 0 AND
              url2-length OF WS-BOOK > 0 THEN
              STRING "  url = {" DELIMITED BY SIZE
                     url2 OF WS-BOOK(1:url2-length OF WS-BOOK)
                       DELIMITED BY SIZE
                     "}," DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
           END-IF.

           MOVE "}" TO citeLine.
           MOVE 2 TO WS-CT-PTR.
           PERFORM EMIT-CITE-LINE.
           PERFORM EMIT-CITE-LINE.

      * TY BOOK or RPRT through ER, one tag per line and one AU line
      * per author, with a blank line between records
       BUILD-RIS-RECORD.
           IF WS-CT-IS-REDPAPER THEN
              MOVE "TY  - RPRT" TO citeLine
           ELSE
              MOVE "TY  - BOOK" TO citeLine
           END-IF.
           MOVE 11 TO WS-CT-PTR.
           PERFORM EMIT-CITE-LINE.

           IF Xtitle-length OF WS-BOOK > 0 THEN
              STRING "TI  - " DELIMITED BY SIZE
                     Xtitle OF WS-BOOK(1:Xtitle-length OF WS-BOOK)
                       DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
           END-IF.

           PERFORM GATHER-AUTHORS.

      * PY is the year alone; DA the full YYYY/MM/DD/ date when the
      * stamp carries one
           IF publicationDate-existence OF WS-BOOK > 0 AND
              publicationDate2-length OF WS-BOOK >= 4 THEN
              STRING "PY  - " DELIMITED BY SIZE
                     publicationDate2 OF WS-BOOK(1:4)
                       DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
              IF publicationDate2-length OF WS-BOOK >= 10 THEN
                 STRING "DA  - " DELIMITED BY SIZE
                        publicationDate2 OF WS-BOOK(1:4)
                          DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                        publicationDate2 OF WS-BOOK(6:2)
                          DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                        publicationDate2 OF WS-BOOK(9:2)
                          DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                      INTO citeLine WITH POINTER WS-CT-PTR
                 END-STRING
                 PERFORM EMIT-CITE-LINE
              END-IF
           END-IF.

           MOVE "PB  - IBM Redbooks" TO citeLine.
           MOVE 19 TO WS-CT-PTR.
           PERFORM EMIT-CITE-LINE.

           STRING "ID  - " DELIMITED BY SIZE
                  formNumber OF WS-BOOK DELIMITED BY SPACE
                INTO citeLine WITH POINTER WS-CT-PTR
           END-STRING.
           PERFORM EMIT-CITE-LINE.

           IF isbn-existence OF WS-BOOK > 0 AND
              isbn2-length OF WS-BOOK > 0 THEN
              STRING "SN  - " DELIMITED BY SIZE
                     isbn2 OF WS-BOOK(1:isbn2-length OF WS-BOOK)
                       DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
           END-IF.

           IF documentType-existence OF WS-BOOK > 0 AND
              documentType2-length OF WS-BOOK > 0 THEN
              STRING "M3  - " DELIMITED BY SIZE
                     documentType2 OF WS-BOOK
                       (1:documentType2-length OF WS-BOOK)
                       DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
           END-IF.

           IF url-existence OF WS-BOOK > 0 AND
              url2-length OF WS-BOOK > 0 THEN
              STRING "UR  - " DELIMITED BY SIZE
                     url2 OF WS-BOOK(1:url2-length OF WS-BOOK)
                       DELIMITED BY SIZE
                   INTO citeLine WITH POINTER WS-CT-PTR
              END-STRING
              PERFORM EMIT-CITE-LINE
           END-IF.

           MOVE "ER  - " TO citeLine.
           MOVE 7 TO WS-CT-PTR.
           PERFORM EMIT-CITE-LINE.
           PERFORM EMIT-CITE-LINE.

      * Walk the book's RBKAUTH entries in sequence. RIS takes one AU
      * line each, written as they come; BibTeX wants them joined
      * with " and " on a single author line, so they're gathered
      * into WS-CT-AUTHORS - any that no longer fit are left off the
      * end, the same technique as RBKEXPRT's WRITE-EXPORT-RECORD
       GATHER-AUTHORS.
           MOVE SPACES TO WS-CT-AUTHORS.
           MOVE 1 TO WS-CT-AUTHORS-PTR.
           MOVE formNumber OF WS-BOOK TO WS-AUTHOR-KEY-FORMNUM.
           MOVE 0 TO WS-AUTHOR-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-AUTHOR-FILE)
                       RIDFLD(WS-AUTHOR-KEY)
                       GTEQ
                       RESP(WS-AUTH-RESP)
           END-EXEC.

           IF WS-AUTH-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-AUTHOR-FILE)
                             INTO(WS-AUTHOR)
                             RIDFLD(WS-AUTHOR-KEY)
                             RESP(WS-AUTH-RESP)
                 END-EXEC
                 IF WS-AUTH-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-AUTHOR-KEY-FORMNUM NOT = formNumber OF WS-BOOK
                 THEN
                    EXIT PERFORM
                 END-IF
                 IF authors-length OF WS-AUTHOR > 0 THEN
                    IF WS-CITE-IS-RIS THEN
                       STRING "AU  - " DELIMITED BY SIZE
                              authors OF WS-AUTHOR
                                (1:authors-length OF WS-AUTHOR)
                                DELIMITED BY SIZE
                            INTO citeLine WITH POINTER WS-CT-PTR
                       END-STRING
                       PERFORM EMIT-CITE-LINE
                    ELSE
                       IF WS-CT-AUTHORS-PTR + 5 +
                          authors-length OF WS-AUTHOR <
                          LENGTH OF WS-CT-AUTHORS THEN
                          IF WS-CT-AUTHORS-PTR > 1 THEN
                             STRING " and " DELIMITED BY SIZE
                                INTO WS-CT-AUTHORS
                                WITH POINTER WS-CT-AUTHORS-PTR
                          END-IF
                          STRING authors OF WS-AUTHOR
                                   (1:authors-length OF WS-AUTHOR)
                                   DELIMITED BY SIZE
                                INTO WS-CT-AUTHORS
                                WITH POINTER WS-CT-AUTHORS-PTR
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-AUTHOR-FILE) END-EXEC
           END-IF.

      * Append the line built so far (WS-CT-PTR one past its end) to
      * the citation container, then clear it for the next. A line
      * built with nothing in it is the blank separator line.
       EMIT-CITE-LINE.
           COMPUTE citeLine-length = WS-CT-PTR - 1.
           EXEC CICS PUT CONTAINER(WS-CITE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-CITE-LINE)
                         FLENGTH(LENGTH OF WS-CITE-LINE)
                         BIT
                         APPEND
           END-EXEC.
           MOVE SPACES TO citeLine.
           MOVE 1 TO WS-CT-PTR.
