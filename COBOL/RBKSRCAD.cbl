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
      * RBKSRCAD - Implement the addSavedSearch operation: file a     *
      *            search under the caller's userid - any mix of      *
      *            topic, author, language, documentType and up to    *
      *            three keywords - for the nightly RBKSRCAL step to  *
      *            evaluate against each newly published book.        *
      *            Keywords are kept the way RBKWBOOK indexes words   *
      *            (uppercased, single words of WS-KWIDX-MIN-WORD     *
      *            letters or more), so one that could never match is *
      *            refused here rather than silently never firing.    *
      *            Modeled on RBKFAVAD                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSRCAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKSSQ01.
       COPY RBKSSP01.
       COPY RBKWSTOR.

       01 WS-USERID             PIC X(8).

      * The message a refused call carries back
       01 WS-SS-MESSAGE         PIC X(80).

      * The caller's searches already on file, and where their
      * sequence left off
       01 WS-SS-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-SS-NEXT-SEQ        PIC 9(4) VALUE 0.

      * Keyword checking - the word's length, and anything after it
       01 WS-SS-I               PIC S9(4) COMP-5.
       01 WS-SS-KW-LEN          PIC S9(4) COMP-5.
       01 WS-SS-KW-BAD-SW       PIC X VALUE 'N'.
         88 WS-SS-KW-BAD          VALUE 'Y'.
         88 WS-SS-KW-OK           VALUE 'N'.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKSSQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKSSQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKSSP01.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

      * Count the caller's searches and find where the sequence left
      * off, the same browse-to-find-next-seq idiom RBKNOTFY uses
           MOVE WS-USERID TO WS-SRCH-KEY-USERID.
           MOVE 0 TO WS-SRCH-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-SRCH-FILE)
                       RIDFLD(WS-SRCH-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-SRCH-FILE)
                             INTO(WS-SRCH-RECORD)
                             RIDFLD(WS-SRCH-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SRCH-KEY-USERID NOT = WS-USERID THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-SS-COUNT
                 MOVE WS-SRCH-KEY-SEQ TO WS-SS-NEXT-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SRCH-FILE) END-EXEC
           END-IF.

           IF WS-SS-COUNT >= WS-SRCH-MAX-PER-USER OR
              WS-SS-NEXT-SEQ >= 9999 THEN
              MOVE SPACES TO WS-SS-MESSAGE
              STRING "you already have the most saved searches one "
                       DELIMITED BY SIZE
                     "user may keep - delete one first"
                       DELIMITED BY SIZE
                     INTO WS-SS-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * Build the record from the body - blank criteria match anything
           INITIALIZE WS-SRCH-RECORD.
           MOVE WS-USERID TO WS-SRCH-REC-USERID.
           IF searchName-existence OF requestBody > 0 THEN
              MOVE searchName2-length OF requestBody TO
                srchName-length OF WS-SRCH-RECORD
              MOVE searchName2 OF requestBody TO
                srchName OF WS-SRCH-RECORD
           END-IF.
           IF topic-existence OF requestBody > 0 THEN
              MOVE topic OF requestBody TO srchTopic OF WS-SRCH-RECORD
           END-IF.
           IF Xauthor-existence OF requestBody > 0 THEN
              MOVE Xauthor OF requestBody TO
                srchAuthor OF WS-SRCH-RECORD
           END-IF.
           IF language-existence OF requestBody > 0 THEN
              MOVE FUNCTION UPPER-CASE(language OF requestBody) TO
                srchLanguage OF WS-SRCH-RECORD
           END-IF.
           IF documentType-existence OF requestBody > 0 THEN
              MOVE FUNCTION UPPER-CASE(documentType OF requestBody) TO
                srchDocumentType OF WS-SRCH-RECORD
           END-IF.
           IF keywords-num OF requestBody > 3 THEN
              MOVE "no more than three keywords may be saved"
                TO WS-SS-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.
           PERFORM VARYING WS-SS-I FROM 1 BY 1
                     UNTIL WS-SS-I > keywords-num OF requestBody
              MOVE FUNCTION UPPER-CASE(keywords OF requestBody(WS-SS-I))
                TO srchKeyword OF WS-SRCH-RECORD(WS-SS-I)
           END-PERFORM.

           IF srchTopic OF WS-SRCH-RECORD = SPACES AND
              srchAuthor OF WS-SRCH-RECORD = SPACES AND
              srchLanguage OF WS-SRCH-RECORD = SPACES AND
              srchDocumentType OF WS-SRCH-RECORD = SPACES AND
              srchKeywords OF WS-SRCH-RECORD = SPACES THEN
              MOVE SPACES TO WS-SS-MESSAGE
              STRING "give at least one of topic, author, language, "
                       DELIMITED BY SIZE
                     "documentType or keywords"
                       DELIMITED BY SIZE
                     INTO WS-SS-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * Each keyword must be one word the index would have filed
           SET WS-SS-KW-OK TO TRUE.
           PERFORM VARYING WS-SS-I FROM 1 BY 1
                     UNTIL WS-SS-I > 3
              IF srchKeyword OF WS-SRCH-RECORD(WS-SS-I) NOT = SPACES
                 PERFORM CHECK-KEYWORD
              END-IF
           END-PERFORM.
           IF WS-SS-KW-BAD THEN
              MOVE SPACES TO WS-SS-MESSAGE
              STRING "each keyword must be a single word of at least "
                       DELIMITED BY SIZE
                     "four letters or digits"
                       DELIMITED BY SIZE
                     INTO WS-SS-MESSAGE
              PERFORM BUILD-400-RESPONSE
              GO TO EXIT-PROGRAM
           END-IF.

      * Stamp it - the search only looks at books published from now
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
           MOVE WS-NOW-STAMP(1:25) TO srchCreated OF WS-SRCH-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO srchLastRun OF WS-SRCH-RECORD.

           ADD 1 TO WS-SS-NEXT-SEQ.
           MOVE WS-SS-NEXT-SEQ TO WS-SRCH-REC-SEQ.
           MOVE WS-USERID TO WS-SRCH-KEY-USERID.
           MOVE WS-SS-NEXT-SEQ TO WS-SRCH-KEY-SEQ.

           EXEC CICS WRITE FILE(WS-SRCH-FILE)
                     RIDFLD(WS-SRCH-KEY)
                     FROM(WS-SRCH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 1 TO responseCode500-existence OF BAQBASE-RBKSSP01
              GO TO EXIT-PROGRAM
           END-IF.

      * Return the saved search, its sequence included, on the 200
           EXEC CICS PUT CONTAINER(WS-SRCHLST-CONT-NAME)
                      CHANNEL(WS-CHANNEL-NAME)
                      FROM(WS-SRCH-RECORD)
                      FLENGTH(LENGTH OF WS-SRCH-RECORD)
                      BIT
           END-EXEC.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKSSP01.
           MOVE 1 TO responseCode200-num OF BAQBASE-RBKSSP01.
           MOVE WS-SRCHLST-CONT-NAME TO responseCode200-cont
             OF BAQBASE-RBKSSP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKSSP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKSSP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * One keyword: letters and digits only, nothing after the
      * first blank, and at least WS-KWIDX-MIN-WORD long
       CHECK-KEYWORD.
           MOVE 0 TO WS-SS-KW-LEN.
           INSPECT srchKeyword OF WS-SRCH-RECORD(WS-SS-I)
              TALLYING WS-SS-KW-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-SS-KW-LEN < WS-KWIDX-MIN-WORD THEN
              SET WS-SS-KW-BAD TO TRUE
           ELSE
              IF WS-SS-KW-LEN < 20 AND
                 srchKeyword OF WS-SRCH-RECORD(WS-SS-I)
                    (WS-SS-KW-LEN + 1:) NOT = SPACES THEN
                 SET WS-SS-KW-BAD TO TRUE
              END-IF
              PERFORM CHECK-KEYWORD-CHARS
           END-IF.

      * A mix of letters and digits is fine - anything else is not
       CHECK-KEYWORD-CHARS.
           PERFORM VARYING WS-SS-KW-LEN FROM WS-SS-KW-LEN BY -1
                     UNTIL WS-SS-KW-LEN < 1
              IF (srchKeyword OF WS-SRCH-RECORD(WS-SS-I)
                    (WS-SS-KW-LEN:1) < 'A' OR
                  srchKeyword OF WS-SRCH-RECORD(WS-SS-I)
                    (WS-SS-KW-LEN:1) > 'Z') AND
                 (srchKeyword OF WS-SRCH-RECORD(WS-SS-I)
                    (WS-SS-KW-LEN:1) < '0' OR
                  srchKeyword OF WS-SRCH-RECORD(WS-SS-I)
                    (WS-SS-KW-LEN:1) > '9') THEN
                 SET WS-SS-KW-BAD TO TRUE
              END-IF
           END-PERFORM.

       BUILD-400-RESPONSE.
           MOVE 1 TO responseCode400-existence OF BAQBASE-RBKSSP01.
           MOVE WS-RESP400-CONT-NAME TO responseCode400-cont
             OF BAQBASE-RBKSSP01.
           INITIALIZE RBKSSP01-responseCode400.
           MOVE WS-SS-MESSAGE TO Xmessage2 OF responseCode400.
           MOVE 0 TO WS-MESG-COUNTER.
           INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode400)
              TALLYING WS-MESG-COUNTER FOR LEADING SPACES.
           COMPUTE Xmessage2-length OF responseCode400 =
              LENGTH OF Xmessage2 OF responseCode400 -
              WS-MESG-COUNTER.
           MOVE 1 TO Xmessage-existence OF responseCode400.
           EXEC CICS PUT CONTAINER(WS-RESP400-CONT-NAME)
                      CHANNEL(WS-CHANNEL-NAME)
                      FROM(RBKSSP01-responseCode400)
                      FLENGTH(LENGTH OF RBKSSP01-responseCode400)
                      BIT
           END-EXEC.
