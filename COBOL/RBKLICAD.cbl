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
      * RBKLICAD - Maintenance utility for the publisher licences on  *
      *            restricted PDFs (RBKLICN): add or replace a        *
      *            book's licence, remove one, or list them all. A    *
      *            licence is checked before it is filed - its book   *
      *            must be a PDF in the catalog, its seat count at    *
      *            least one, its expiry a YYYY-MM-DD date and its    *
      *            vendor on the vendor master - since RBKGRTOP       *
      *            refuses grants on the strength of it. Modeled on   *
      *            RBKSTOAD                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKLICAD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-LIC-COUNT          PIC S9(8) COMP-5 VALUE 0.

      * One list entry: the formNumber ahead of its record
       01 WS-LIC-LIST-ENTRY.
         03 WS-LIC-LIST-FORMNUM   PIC X(12).
         03 WS-LIC-LIST-RECORD    PIC X(52).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action and which licence
           INITIALIZE WS-LICENCE-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-LICENCE-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

           EVALUATE TRUE
              WHEN WS-LIC-ACTION-ADD
                 PERFORM CHECK-LICENCE THRU CHECK-LICENCE-EXIT
                 IF WS-LIC-COUNT < 0 THEN
                    MOVE 0 TO WS-LIC-COUNT
                    GO TO EXIT-PROGRAM
                 END-IF
                 MOVE WS-LIC-REQ-FORMNUM TO WS-LICENCE-KEY
                 INITIALIZE WS-LICENCE-RECORD
                 MOVE WS-LIC-REQ-SEATS TO
                   licSeats OF WS-LICENCE-RECORD
                 MOVE WS-LIC-REQ-EXPIRY TO
                   licExpiry OF WS-LICENCE-RECORD
                 MOVE WS-LIC-REQ-VENDOR TO
                   licVendor OF WS-LICENCE-RECORD
                 MOVE WS-LIC-REQ-AGREEMENT TO
                   licAgreement OF WS-LICENCE-RECORD
                 EXEC CICS DELETE FILE(WS-LICENCE-FILE)
                           RIDFLD(WS-LICENCE-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-LICENCE-FILE)
                           RIDFLD(WS-LICENCE-KEY)
                           FROM(WS-LICENCE-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE 1 TO WS-LIC-COUNT

              WHEN WS-LIC-ACTION-REMOVE
                 MOVE WS-LIC-REQ-FORMNUM TO WS-LICENCE-KEY
                 EXEC CICS DELETE FILE(WS-LICENCE-FILE)
                           RIDFLD(WS-LICENCE-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 1 TO WS-LIC-COUNT
                 END-IF

              WHEN WS-LIC-ACTION-LIST
                 MOVE LOW-VALUES TO WS-LICENCE-KEY
                 EXEC CICS STARTBR FILE(WS-LICENCE-FILE)
                             RIDFLD(WS-LICENCE-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP = DFHRESP(NORMAL)
                    PERFORM UNTIL EXIT
                       INITIALIZE WS-LICENCE-RECORD
                       EXEC CICS READNEXT FILE(WS-LICENCE-FILE)
                                   INTO(WS-LICENCE-RECORD)
                                   RIDFLD(WS-LICENCE-KEY)
                                   RESP(WS-FILE-RESP)
                       END-EXEC
                       IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-LIC-COUNT
                       MOVE WS-LICENCE-KEY TO WS-LIC-LIST-FORMNUM
                       MOVE WS-LICENCE-RECORD TO WS-LIC-LIST-RECORD
                       EXEC CICS PUT CONTAINER(WS-LICLST-CONT-NAME)
                                CHANNEL(WS-CHANNEL-NAME)
                                FROM(WS-LIC-LIST-ENTRY)
                                FLENGTH(LENGTH OF WS-LIC-LIST-ENTRY)
                                BIT
                                APPEND
                       END-EXEC
                    END-PERFORM
                    EXEC CICS ENDBR FILE(WS-LICENCE-FILE) END-EXEC
                 END-IF
           END-EVALUATE.

      * Tell the caller how many licences were touched/listed
           EXEC CICS PUT CONTAINER(WS-NUMLIC-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-LIC-COUNT)
                         FLENGTH(LENGTH OF WS-LIC-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * Vet a licence before it is filed. A refusal puts the error
      * container and leaves WS-LIC-COUNT negative for the caller
       CHECK-LICENCE.
           IF WS-LIC-REQ-FORMNUM = SPACES OR
              WS-LIC-REQ-SEATS NOT NUMERIC OR
              WS-LIC-REQ-SEATS < 1 THEN
              INITIALIZE WS-ERROR
              STRING "RBKLICAD: licence needs a book and 1+ seats"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-LICENCE-REFUSED
           END-IF.

           IF WS-LIC-REQ-EXPIRY(1:4) NOT NUMERIC OR
              WS-LIC-REQ-EXPIRY(5:1) NOT = '-' OR
              WS-LIC-REQ-EXPIRY(6:2) NOT NUMERIC OR
              WS-LIC-REQ-EXPIRY(8:1) NOT = '-' OR
              WS-LIC-REQ-EXPIRY(9:2) NOT NUMERIC THEN
              INITIALIZE WS-ERROR
              STRING "RBKLICAD: licence expiry must be YYYY-MM-DD"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-LICENCE-REFUSED
           END-IF.

      * Only a PDF takes access grants, so only a PDF is licensed
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-LIC-REQ-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              STRING "RBKLICAD: no Redbook on file "
                       DELIMITED BY SIZE
                     WS-LIC-REQ-FORMNUM
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-LICENCE-REFUSED
           END-IF.
           IF documentType2 OF WS-BOOK NOT = "PDF" THEN
              INITIALIZE WS-ERROR
              STRING "RBKLICAD: licences apply to PDF Redbooks only"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-LICENCE-REFUSED
           END-IF.

           MOVE WS-LIC-REQ-VENDOR TO WS-VENDOR-KEY.
           EXEC CICS READ FILE(WS-VENDOR-FILE)
                     RIDFLD(WS-VENDOR-KEY)
                     INTO(WS-VENDOR-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              STRING "RBKLICAD: vendor is not on the vendor "
                       DELIMITED BY SIZE
                     "master"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-LICENCE-REFUSED
           END-IF.
           GO TO CHECK-LICENCE-EXIT.

       CHECK-LICENCE-REFUSED.
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
           MOVE -1 TO WS-LIC-COUNT.
       CHECK-LICENCE-EXIT.
           EXIT.
