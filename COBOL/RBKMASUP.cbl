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
      * RBKMASUP - Criteria-driven mass update utility: select books  *
      *            by status, documentType, topic, language, url      *
      *            prefix and created-date range, and apply one set   *
      *            of field changes (status, restricted, language,    *
      *            topic, url host) to every one of them through the  *
      *            normal RBKWBOOK path, so audit, versions, indexes  *
      *            and the updateVersion counter behave as hand edits *
      *            would. The dry-run lists exactly what the commit   *
      *            would change, field by field, and commits nothing. *
      *            Both passes honour legalHold and subject-area      *
      *            ownership (TOPOWNEN); the commit re-reads each     *
      *            book and leaves it alone if it was rewritten after *
      *            it was selected. Modeled on RBKTOPRG               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKMASUP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-TOUCHED-COUNT      PIC S9(8) COMP-5 VALUE 0.
       01 WS-SCAN-KEY           PIC X(12).
       01 WS-RESUME-KEY         PIC X(12) VALUE SPACES.
       01 WS-USERID             PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.
       01 WS-MASUP-MESSAGE      PIC X(50).

      * The caller's cataloguer team, and the TOPOWNEN mode read once
      * up front - the selection may run to hundreds of books
       01 WS-MASUP-TEAM         PIC X(8) VALUE SPACES.
       01 WS-MASUP-OWNMODE      PIC X VALUE SPACE.

      * Per-book state: whether it matched the selection, whether
      * the commit must rewrite it, whether its subject area blocks
      * the caller or only flags them, and the updateVersion it was
      * selected at
       01 WS-MASUP-SEL-SW       PIC X VALUE 'N'.
         88 WS-MASUP-SELECTED      VALUE 'Y'.
         88 WS-MASUP-NOT-SELECTED  VALUE 'N'.
       01 WS-MASUP-REWRITE-SW   PIC X VALUE 'N'.
         88 WS-MASUP-DO-REWRITE    VALUE 'Y'.
         88 WS-MASUP-NO-REWRITE    VALUE 'N'.
       01 WS-MASUP-OWN-SW       PIC X VALUE 'A'.
         88 WS-MASUP-OWN-ALLOWED   VALUE 'A'.
         88 WS-MASUP-OWN-FLAGGED   VALUE 'F'.
         88 WS-MASUP-OWN-BLOCKED   VALUE 'B'.
       01 WS-MASUP-SEEN-VER     PIC S9(9) COMP-5 VALUE 0.

      * The changes that apply to the book in hand - built by
      * APPLY-CHANGES as it changes WS-BOOK, and written out as the
      * change list once the book's outcome is known
       01 WS-MASUP-CHG-TABLE.
         03 WS-MASUP-CHG-ENTRY OCCURS 5 TIMES.
           05 WS-MASUP-CHG-FIELD   PIC X(16).
           05 WS-MASUP-CHG-OLD     PIC X(100).
           05 WS-MASUP-CHG-NEW     PIC X(100).
       01 WS-MASUP-CHG-COUNT    PIC S9(4) COMP-5 VALUE 0.
       01 WS-MASUP-CHG-I        PIC S9(4) COMP-5.
       01 WS-MASUP-OUTCOME      PIC X(8).

      * The rebuilt url2 for a host change, and its STRING pointer
       01 WS-MASUP-NEWURL       PIC X(100).
       01 WS-MASUP-PTR          PIC S9(4) COMP-5.
       01 WS-MASUP-TAIL-LEN     PIC S9(4) COMP-5.
       01 WS-MASUP-URL-SW       PIC X VALUE 'N'.
         88 WS-MASUP-URL-FITS      VALUE 'Y'.
         88 WS-MASUP-URL-OVERFLOW  VALUE 'N'.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the selection, the changes and whether it's a dry-run
           INITIALIZE WS-MASUP-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-MASUP-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

      * Who is asking - the commit is catalogue work, and the team
      * decides which owned subject areas the caller may write
           MOVE SPACES TO WS-USERID.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM RESOLVE-CALLER-ROLE.

           IF NOT WS-MASUP-IS-DRYRUN AND
              NOT WS-CALLER-IS-CATALOGUER AND
              NOT WS-CALLER-IS-ADMIN THEN
              MOVE SPACES TO WS-MASUP-MESSAGE
              STRING "RBKMASUP: only cataloguers may commit a "
                       DELIMITED BY SIZE
                     "mass update"
                       DELIMITED BY SIZE
                     INTO WS-MASUP-MESSAGE
              PERFORM SEND-MASUP-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

      * Front-door checks on the changes themselves, the same ones a
      * hand edit meets
           IF WS-MASUP-SET-STATUS = SPACES AND
              WS-MASUP-SET-RESTRICT = SPACE AND
              WS-MASUP-SET-LANGUAGE = SPACES AND
              WS-MASUP-SET-TOPIC = SPACES AND
              WS-MASUP-URL-OLD-LEN = 0 THEN
              MOVE SPACES TO WS-MASUP-MESSAGE
              STRING "RBKMASUP: no field changes were given"
                       DELIMITED BY SIZE
                     INTO WS-MASUP-MESSAGE
              PERFORM SEND-MASUP-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

           IF WS-MASUP-SET-STATUS NOT = SPACES AND
              WS-MASUP-SET-STATUS NOT = "DRAFT" AND
              WS-MASUP-SET-STATUS NOT = "WITHDRAWN" THEN
              MOVE SPACES TO WS-MASUP-MESSAGE
              STRING "RBKMASUP: status may only be set to DRAFT "
                       DELIMITED BY SIZE
                     "or WITHDRAWN"
                       DELIMITED BY SIZE
                     INTO WS-MASUP-MESSAGE
              PERFORM SEND-MASUP-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

           IF WS-MASUP-SET-RESTRICT NOT = SPACE AND
              WS-MASUP-SET-RESTRICT NOT = 'Y' AND
              WS-MASUP-SET-RESTRICT NOT = 'N' THEN
              MOVE SPACES TO WS-MASUP-MESSAGE
              STRING "RBKMASUP: restricted must be Y or N"
                       DELIMITED BY SIZE
                     INTO WS-MASUP-MESSAGE
              PERFORM SEND-MASUP-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

           IF WS-MASUP-SEL-URLPFX-LEN < 0 OR
              WS-MASUP-SEL-URLPFX-LEN > 100 OR
              WS-MASUP-URL-OLD-LEN < 0 OR
              WS-MASUP-URL-OLD-LEN > 100 OR
              WS-MASUP-URL-NEW-LEN < 0 OR
              WS-MASUP-URL-NEW-LEN > 100 OR
              (WS-MASUP-URL-OLD-LEN > 0 AND
               WS-MASUP-URL-NEW-LEN = 0) THEN
              MOVE SPACES TO WS-MASUP-MESSAGE
              STRING "RBKMASUP: url prefix lengths are invalid"
                       DELIMITED BY SIZE
                     INTO WS-MASUP-MESSAGE
              PERFORM SEND-MASUP-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

      * A new topic must be approved, the same check create/update
      * make
           IF WS-MASUP-SET-TOPIC NOT = SPACES THEN
              MOVE WS-MASUP-SET-TOPIC TO WS-TOPIC-KEY
              EXEC CICS READ FILE(WS-TOPIC-FILE)
                        RIDFLD(WS-TOPIC-KEY)
                        INTO(WS-TOPIC-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 MOVE SPACES TO WS-MASUP-MESSAGE
                 STRING "RBKMASUP: topic is not in the approved "
                          DELIMITED BY SIZE
                        "topic list"
                          DELIMITED BY SIZE
                        INTO WS-MASUP-MESSAGE
                 PERFORM SEND-MASUP-ERROR
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

      * The subject-area ownership mode, once for the whole run
           MOVE SPACE TO WS-MASUP-OWNMODE.
           MOVE WS-TOPOWN-KEY TO WS-CTRL-KEY.
           EXEC CICS READ FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     INTO(WS-CTRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE controlFlagValue OF WS-CTRL-RECORD TO
                WS-MASUP-OWNMODE
           END-IF.

      * A change that rewrites books serialises against the whole
      * catalog, the way every multi-book pass does
           EXEC CICS ENQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

      * Walk the catalog. A rewrite interrupts the browse and
      * restarts it at the rewritten book's key (RBKWBOOK rewrites
      * the very file being browsed) - the restart returns that book
      * once more, and it is passed over rather than selected again
           MOVE LOW-VALUES TO WS-SCAN-KEY.

           EXEC CICS STARTBR FILE(WS-REDBOOK-FILE)
                       RIDFLD(WS-SCAN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-REDBOOK-FILE)
                             INTO(WS-BOOK)
                             RIDFLD(WS-SCAN-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF formNumber OF WS-BOOK NOT = WS-RESUME-KEY THEN
                    PERFORM CHECK-SELECTION
                    IF WS-MASUP-SELECTED THEN
                       PERFORM EVALUATE-ONE-BOOK
                          THRU EVALUATE-ONE-BOOK-EXIT
                       IF WS-MASUP-DO-REWRITE THEN
                          EXEC CICS ENDBR FILE(WS-REDBOOK-FILE)
                          END-EXEC
                          PERFORM REWRITE-ONE-BOOK
                             THRU REWRITE-ONE-BOOK-EXIT
                          MOVE WS-SCAN-KEY TO WS-RESUME-KEY
                          EXEC CICS STARTBR FILE(WS-REDBOOK-FILE)
                                      RIDFLD(WS-SCAN-KEY)
                                      GTEQ
                                      RESP(WS-FILE-RESP)
                          END-EXEC
                          IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                             EXIT PERFORM
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REDBOOK-FILE) END-EXEC
           END-IF.

      * Tell the caller how many books this change touched (or, on
      * a dry-run, would touch)
           EXEC CICS PUT CONTAINER(WS-NUMMASU-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-TOUCHED-COUNT)
                         FLENGTH(LENGTH OF WS-TOUCHED-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Free the Redbook catalog for another task to use
           EXEC CICS DEQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      * Does the book in WS-BOOK meet every criterion given? A blank
      * criterion matches everything
       CHECK-SELECTION.
           SET WS-MASUP-NOT-SELECTED TO TRUE.
           IF (WS-MASUP-SEL-STATUS = SPACES OR
               Xstatus OF WS-BOOK = WS-MASUP-SEL-STATUS)
              AND (WS-MASUP-SEL-DOCTYPE = SPACES OR
               documentType2 OF WS-BOOK = WS-MASUP-SEL-DOCTYPE)
              AND (WS-MASUP-SEL-TOPIC = SPACES OR
               topic2 OF WS-BOOK = WS-MASUP-SEL-TOPIC)
              AND (WS-MASUP-SEL-LANGUAGE = SPACES OR
               language OF WS-BOOK = WS-MASUP-SEL-LANGUAGE)
              AND (WS-MASUP-SEL-CRTFROM = SPACES OR
               createdTimestamp OF WS-BOOK >= WS-MASUP-SEL-CRTFROM)
              AND (WS-MASUP-SEL-CRTUNTIL = SPACES OR
               createdTimestamp OF WS-BOOK <= WS-MASUP-SEL-CRTUNTIL)
              THEN
              SET WS-MASUP-SELECTED TO TRUE
           END-IF.

           IF WS-MASUP-SELECTED AND WS-MASUP-SEL-URLPFX-LEN > 0 THEN
              IF url-existence OF WS-BOOK = 0 OR
                 url2-length OF WS-BOOK < WS-MASUP-SEL-URLPFX-LEN OR
                 url2 OF WS-BOOK(1:WS-MASUP-SEL-URLPFX-LEN) NOT =
                    WS-MASUP-SEL-URLPFX(1:WS-MASUP-SEL-URLPFX-LEN)
                 THEN
                 SET WS-MASUP-NOT-SELECTED TO TRUE
              END-IF
           END-IF.

      * Work out what the changes do to one selected book, and
      * whether the commit may make them: a book the changes leave
      * as it is isn't listed at all, a book under legal hold or in
      * a subject area the caller's team may not write is listed as
      * such, and the rest are listed change by change - WOULD on a
      * dry-run, and marked for REWRITE-ONE-BOOK on the commit
       EVALUATE-ONE-BOOK.
           SET WS-MASUP-NO-REWRITE TO TRUE.
           MOVE updateVersion OF WS-BOOK TO WS-MASUP-SEEN-VER.
           PERFORM APPLY-CHANGES.

           IF WS-MASUP-CHG-COUNT = 0 THEN
              GO TO EVALUATE-ONE-BOOK-EXIT
           END-IF.

           IF LEGAL-HOLD-YES OF Redbook OF WS-BOOK THEN
              MOVE 'HELD' TO WS-MASUP-OUTCOME
              PERFORM EMIT-SKIP-LINE
              GO TO EVALUATE-ONE-BOOK-EXIT
           END-IF.

           PERFORM CHECK-BOOK-OWNERSHIP
              THRU CHECK-BOOK-OWNERSHIP-EXIT.
           IF WS-MASUP-OWN-BLOCKED THEN
              MOVE 'OWNED' TO WS-MASUP-OUTCOME
              PERFORM EMIT-SKIP-LINE
              GO TO EVALUATE-ONE-BOOK-EXIT
           END-IF.

           IF WS-MASUP-IS-DRYRUN THEN
              MOVE 'WOULD' TO WS-MASUP-OUTCOME
              PERFORM EMIT-CHANGE-LINES
              ADD 1 TO WS-TOUCHED-COUNT
           ELSE
              SET WS-MASUP-DO-REWRITE TO TRUE
           END-IF.
       EVALUATE-ONE-BOOK-EXIT.
           EXIT.

      * Apply the requested changes to WS-BOOK, noting each one that
      * actually changes something
       APPLY-CHANGES.
           MOVE 0 TO WS-MASUP-CHG-COUNT.

           IF WS-MASUP-SET-STATUS NOT = SPACES AND
              Xstatus OF WS-BOOK NOT = WS-MASUP-SET-STATUS THEN
              ADD 1 TO WS-MASUP-CHG-COUNT
              MOVE 'status' TO WS-MASUP-CHG-FIELD(WS-MASUP-CHG-COUNT)
              MOVE Xstatus OF WS-BOOK TO
                WS-MASUP-CHG-OLD(WS-MASUP-CHG-COUNT)
              MOVE WS-MASUP-SET-STATUS TO
                WS-MASUP-CHG-NEW(WS-MASUP-CHG-COUNT)
              MOVE WS-MASUP-SET-STATUS TO Xstatus OF WS-BOOK
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (Xstatus OF WS-BOOK)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE Xstatus-length OF WS-BOOK =
                 LENGTH OF Xstatus OF WS-BOOK - WS-MESG-COUNTER
           END-IF.

      * An absent restricted flag reads as not restricted
           IF WS-MASUP-SET-RESTRICT NOT = SPACE THEN
              IF restricted-existence OF WS-BOOK = 0 THEN
                 MOVE 'N' TO restricted OF WS-BOOK
              END-IF
              IF restricted OF WS-BOOK NOT = WS-MASUP-SET-RESTRICT
              THEN
                 ADD 1 TO WS-MASUP-CHG-COUNT
                 MOVE 'restricted' TO
                   WS-MASUP-CHG-FIELD(WS-MASUP-CHG-COUNT)
                 MOVE restricted OF WS-BOOK TO
                   WS-MASUP-CHG-OLD(WS-MASUP-CHG-COUNT)
                 MOVE WS-MASUP-SET-RESTRICT TO
                   WS-MASUP-CHG-NEW(WS-MASUP-CHG-COUNT)
                 MOVE WS-MASUP-SET-RESTRICT TO restricted OF WS-BOOK
                 MOVE 1 TO restricted-existence OF WS-BOOK
              END-IF
           END-IF.

           IF WS-MASUP-SET-LANGUAGE NOT = SPACES AND
              language OF WS-BOOK NOT = WS-MASUP-SET-LANGUAGE THEN
              ADD 1 TO WS-MASUP-CHG-COUNT
              MOVE 'language' TO
                WS-MASUP-CHG-FIELD(WS-MASUP-CHG-COUNT)
              MOVE language OF WS-BOOK TO
                WS-MASUP-CHG-OLD(WS-MASUP-CHG-COUNT)
              MOVE WS-MASUP-SET-LANGUAGE TO
                WS-MASUP-CHG-NEW(WS-MASUP-CHG-COUNT)
              MOVE WS-MASUP-SET-LANGUAGE TO language OF WS-BOOK
           END-IF.

           IF WS-MASUP-SET-TOPIC NOT = SPACES AND
              (topic-existence OF WS-BOOK = 0 OR
               topic2 OF WS-BOOK NOT = WS-MASUP-SET-TOPIC) THEN
              ADD 1 TO WS-MASUP-CHG-COUNT
              MOVE 'topic' TO WS-MASUP-CHG-FIELD(WS-MASUP-CHG-COUNT)
              MOVE SPACES TO WS-MASUP-CHG-OLD(WS-MASUP-CHG-COUNT)
              IF topic-existence OF WS-BOOK > 0 THEN
                 MOVE topic2 OF WS-BOOK TO
                   WS-MASUP-CHG-OLD(WS-MASUP-CHG-COUNT)
              END-IF
              MOVE WS-MASUP-SET-TOPIC TO
                WS-MASUP-CHG-NEW(WS-MASUP-CHG-COUNT)
              MOVE WS-MASUP-SET-TOPIC TO topic2 OF WS-BOOK
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (topic2 OF WS-BOOK)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE topic2-length OF WS-BOOK =
                 LENGTH OF topic2 OF WS-BOOK - WS-MESG-COUNTER
              MOVE 1 TO topic-existence OF WS-BOOK
           END-IF.

      * The url host change: a url2 starting with the old prefix has
      * it swapped for the new one, keeping the rest of the path. A
      * url the new prefix would push past the field's width is left
      * as it is rather than truncated
           IF WS-MASUP-URL-OLD-LEN > 0 AND
              url-existence OF WS-BOOK > 0 AND
              url2-length OF WS-BOOK >= WS-MASUP-URL-OLD-LEN THEN
              IF url2 OF WS-BOOK(1:WS-MASUP-URL-OLD-LEN) =
                 WS-MASUP-URL-OLD(1:WS-MASUP-URL-OLD-LEN) THEN
                 PERFORM BUILD-NEW-URL
                 IF WS-MASUP-URL-FITS AND
                    WS-MASUP-NEWURL NOT = url2 OF WS-BOOK THEN
                    ADD 1 TO WS-MASUP-CHG-COUNT
                    MOVE 'url' TO
                      WS-MASUP-CHG-FIELD(WS-MASUP-CHG-COUNT)
                    MOVE url2 OF WS-BOOK TO
                      WS-MASUP-CHG-OLD(WS-MASUP-CHG-COUNT)
                    MOVE WS-MASUP-NEWURL TO
                      WS-MASUP-CHG-NEW(WS-MASUP-CHG-COUNT)
                    MOVE WS-MASUP-NEWURL TO url2 OF WS-BOOK
                    COMPUTE url2-length OF WS-BOOK =
                       WS-MASUP-PTR - 1
                 END-IF
              END-IF
           END-IF.

      * The new prefix, then whatever followed the old one
       BUILD-NEW-URL.
           SET WS-MASUP-URL-FITS TO TRUE.
           MOVE SPACES TO WS-MASUP-NEWURL.
           MOVE 1 TO WS-MASUP-PTR.
           STRING WS-MASUP-URL-NEW(1:WS-MASUP-URL-NEW-LEN)
                    DELIMITED BY SIZE
                  INTO WS-MASUP-NEWURL
                  WITH POINTER WS-MASUP-PTR
           END-STRING.
           COMPUTE WS-MASUP-TAIL-LEN =
              url2-length OF WS-BOOK - WS-MASUP-URL-OLD-LEN.
           IF WS-MASUP-TAIL-LEN > 0 THEN
              STRING url2 OF WS-BOOK
                       (WS-MASUP-URL-OLD-LEN + 1:WS-MASUP-TAIL-LEN)
                       DELIMITED BY SIZE
                     INTO WS-MASUP-NEWURL
                     WITH POINTER WS-MASUP-PTR
                     ON OVERFLOW
                        SET WS-MASUP-URL-OVERFLOW TO TRUE
              END-STRING
           END-IF.

      * Subject-area ownership on the topic the book ends up under:
      * an unowned topic, an advisory TOPOWNEN mode, an administrator
      * or a caller on the owning team all pass; mode 'B' blocks the
      * book and mode 'F' lets it through, flagged for an audit
      * record when it is rewritten - the rule RBKUPDOP applies to a
      * hand edit
       CHECK-BOOK-OWNERSHIP.
           SET WS-MASUP-OWN-ALLOWED TO TRUE.
           IF topic-existence OF WS-BOOK = 0 OR
              (WS-MASUP-OWNMODE NOT = 'B' AND
               WS-MASUP-OWNMODE NOT = 'F') OR
              WS-CALLER-IS-ADMIN THEN
              GO TO CHECK-BOOK-OWNERSHIP-EXIT
           END-IF.

           MOVE topic2 OF WS-BOOK TO WS-TOPIC-KEY.
           EXEC CICS READ FILE(WS-TOPIC-FILE)
                     RIDFLD(WS-TOPIC-KEY)
                     INTO(WS-TOPIC-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              topicTeam OF WS-TOPIC-RECORD = SPACES OR
              topicTeam OF WS-TOPIC-RECORD = WS-MASUP-TEAM THEN
              GO TO CHECK-BOOK-OWNERSHIP-EXIT
           END-IF.

           IF WS-MASUP-OWNMODE = 'F' THEN
              SET WS-MASUP-OWN-FLAGGED TO TRUE
           ELSE
              SET WS-MASUP-OWN-BLOCKED TO TRUE
           END-IF.
       CHECK-BOOK-OWNERSHIP-EXIT.
           EXIT.

      * Commit one book: re-read it, and if its updateVersion has
      * moved on since it was selected leave it for a later run
      * (STALE) - otherwise reapply the changes to the fresh record,
      * repopulate its authors container (RBKWBOOK refiles the whole
      * author set from the channel) and LINK RBKWBOOK, the rewrite-
      * one-book recipe RBKTOPRG uses
       REWRITE-ONE-BOOK.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-SCAN-KEY)
                     INTO(WS-BOOK)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
              updateVersion OF WS-BOOK NOT = WS-MASUP-SEEN-VER THEN
              MOVE WS-SCAN-KEY TO formNumber OF WS-BOOK
              MOVE 'STALE' TO WS-MASUP-OUTCOME
              PERFORM EMIT-SKIP-LINE
              GO TO REWRITE-ONE-BOOK-EXIT
           END-IF.

           PERFORM APPLY-CHANGES.

      * Flag mode: the write proceeds, the owning team reads about
      * it on the audit trail
           IF WS-MASUP-OWN-FLAGGED THEN
              MOVE formNumber OF WS-BOOK TO WS-AUDIT-REQ-FORMNUM
              MOVE 'TOPICXTM' TO WS-AUDIT-REQ-ACTION
              EXEC CICS PUT CONTAINER(WS-AUDIT-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-AUDIT-REQUEST)
                            FLENGTH(LENGTH OF WS-AUDIT-REQUEST)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKWAUDT')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
           END-IF.

           MOVE formNumber OF WS-BOOK TO
             WS-AUTH-TSQ-FORMNUM OF WS-AUTHORS-TSQ.
           MOVE WS-AUTHORS-TSQ TO authors-cont OF WS-BOOK.
           EXEC CICS DELETE CONTAINER(authors-cont OF WS-BOOK)
                     CHANNEL(WS-CHANNEL-NAME)
                     NOHANDLE
           END-EXEC.

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
                 EXEC CICS PUT CONTAINER(authors-cont OF WS-BOOK)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-AUTHOR)
                            FLENGTH(LENGTH OF WS-AUTHOR)
                            BIT
                            APPEND
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-AUTHOR-FILE) END-EXEC
           END-IF.

           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-BOOK)
                         FLENGTH(LENGTH OF WS-BOOK)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWBOOK')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

      * A refused or backed-out rewrite leaves its error container
      * behind - clear it so the next book's rewrite starts clean,
      * and list the book as FAILED
           EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         NODATA
                         FLENGTH(WS-LENGTH)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS DELETE CONTAINER(WS-RBKEROR-CONT-NAME)
                        CHANNEL(WS-CHANNEL-NAME)
                        NOHANDLE
              END-EXEC
              MOVE 'FAILED' TO WS-MASUP-OUTCOME
              PERFORM EMIT-SKIP-LINE
           ELSE
              MOVE 'CHANGED' TO WS-MASUP-OUTCOME
              PERFORM EMIT-CHANGE-LINES
              ADD 1 TO WS-TOUCHED-COUNT
           END-IF.
       REWRITE-ONE-BOOK-EXIT.
           EXIT.

      * One change-list line per change made (or to be made) to the
      * book in hand
       EMIT-CHANGE-LINES.
           PERFORM VARYING WS-MASUP-CHG-I FROM 1 BY 1
                     UNTIL WS-MASUP-CHG-I > WS-MASUP-CHG-COUNT
              MOVE formNumber OF WS-BOOK TO WS-MASUP-LINE-FORMNUM
              MOVE WS-MASUP-OUTCOME TO WS-MASUP-LINE-OUTCOME
              MOVE WS-MASUP-CHG-FIELD(WS-MASUP-CHG-I) TO
                WS-MASUP-LINE-FIELD
              MOVE WS-MASUP-CHG-OLD(WS-MASUP-CHG-I) TO
                WS-MASUP-LINE-OLD
              MOVE WS-MASUP-CHG-NEW(WS-MASUP-CHG-I) TO
                WS-MASUP-LINE-NEW
              EXEC CICS PUT CONTAINER(WS-MASUPLS-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-MASUP-LINE)
                         FLENGTH(LENGTH OF WS-MASUP-LINE)
                         BIT
                         APPEND
              END-EXEC
           END-PERFORM.

      * One line for a selected book the commit leaves alone
       EMIT-SKIP-LINE.
           MOVE formNumber OF WS-BOOK TO WS-MASUP-LINE-FORMNUM.
           MOVE WS-MASUP-OUTCOME TO WS-MASUP-LINE-OUTCOME.
           MOVE SPACES TO WS-MASUP-LINE-FIELD.
           MOVE SPACES TO WS-MASUP-LINE-OLD.
           MOVE SPACES TO WS-MASUP-LINE-NEW.
           EXEC CICS PUT CONTAINER(WS-MASUPLS-CONT-NAME)
                      CHANNEL(WS-CHANNEL-NAME)
                      FROM(WS-MASUP-LINE)
                      FLENGTH(LENGTH OF WS-MASUP-LINE)
                      BIT
                      APPEND
           END-EXEC.

       SEND-MASUP-ERROR.
           INITIALIZE WS-ERROR.
           MOVE WS-MASUP-MESSAGE TO errorMessage OF WS-ERROR.
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

       RESOLVE-CALLER-ROLE.
           MOVE WS-USERID TO WS-ROLE-KEY.
           EXEC CICS READ FILE(WS-ROLE-FILE)
                     RIDFLD(WS-ROLE-KEY)
                     INTO(WS-ROLE-RECORD)
                     RESP(WS-ROLECHK-RESP)
           END-EXEC.
           IF WS-ROLECHK-RESP = DFHRESP(NORMAL) THEN
              MOVE roleCode OF WS-ROLE-RECORD TO WS-CALLER-ROLE
              MOVE roleTeam OF WS-ROLE-RECORD TO WS-MASUP-TEAM
           ELSE
              MOVE 'R' TO WS-CALLER-ROLE
           END-IF.
