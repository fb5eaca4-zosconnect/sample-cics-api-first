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
      * RBKSHRD  - The shelf-reading list: for one branch and a range *
      *            of shelfmarks, every copy that should be standing  *
      *            on those shelves right now - homed at the branch,  *
      *            at the branch, AVAILABLE - in shelf order, with    *
      *            its barcode and title, for walking the range and   *
      *            spotting what is misfiled or missing. Entries are  *
      *            APPENDed to WS-SHRDLST-CONT-NAME, the count goes   *
      *            on WS-NUMSHRD-CONT-NAME. Modeled on RBKCPYOP       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSHRD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

      * The copies in range - 500 is the usual fixed cap; a wider
      * range is read in narrower pieces. Sorted on shelfmark +
      * formNumber + copy.
       01 WS-SR-TABLE.
         03 WS-SR-ENTRY OCCURS 500 TIMES INDEXED BY WS-SR-IDX.
           05 WS-SR-SORTKEY.
             07 WS-SR-SHELF       PIC X(16).
             07 WS-SR-FORMNUM     PIC X(12).
             07 WS-SR-COPYNUM     PIC 9(4).
           05 WS-SR-BARCODE       PIC X(12).
       01 WS-SR-COUNT           PIC S9(8) COMP-5 VALUE 0.
       01 WS-SR-I               PIC S9(8) COMP-5.
       01 WS-SR-J               PIC S9(8) COMP-5.
       01 WS-SR-TEMP.
         03 WS-SR-TEMP-SORTKEY    PIC X(32).
         03 WS-SR-TEMP-BARCODE    PIC X(12).

       01 WS-SR-TO              PIC X(16).
       01 WS-SR-BOOK-KEY        PIC X(12).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which branch and which shelf range
           INITIALIZE WS-SHRD-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-SHRD-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

      * The branch must be a site on the branch master
           MOVE WS-SHRD-REQ-BRANCH TO WS-BRANCH-KEY.
           EXEC CICS READ FILE(WS-BRANCH-FILE)
                     RIDFLD(WS-BRANCH-KEY)
                     INTO(WS-BRANCH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-SHRD-REQ-BRANCH = SPACES OR
              WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              STRING "RBKSHRD: branch is not on the branch master"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE errorMessage-length OF WS-ERROR =
                 LENGTH OF errorMessage OF WS-ERROR - WS-MESG-COUNTER
              MOVE 1 TO errorMessage-existence OF WS-ERROR
              EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-ERROR)
                            FLENGTH(LENGTH OF WS-ERROR)
                            BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * A blank upper bound runs to the end of the shelves
           MOVE WS-SHRD-REQ-TO TO WS-SR-TO.
           IF WS-SR-TO = SPACES THEN
              MOVE HIGH-VALUES TO WS-SR-TO
           END-IF.

           MOVE LOW-VALUES TO WS-COPY-KEY.
           EXEC CICS STARTBR FILE(WS-COPY-FILE)
                       RIDFLD(WS-COPY-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-COPY-RECORD
                 EXEC CICS READNEXT FILE(WS-COPY-FILE)
                             INTO(WS-COPY-RECORD)
                             RIDFLD(WS-COPY-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-SR-COUNT >= 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-COPY-IS-AVAILABLE AND
                    copyHomeBranch OF WS-COPY-RECORD =
                      WS-SHRD-REQ-BRANCH AND
                    copyCurrBranch OF WS-COPY-RECORD =
                      WS-SHRD-REQ-BRANCH AND
                    copyShelfmark OF WS-COPY-RECORD NOT = SPACES AND
                    copyShelfmark OF WS-COPY-RECORD >=
                      WS-SHRD-REQ-FROM AND
                    copyShelfmark OF WS-COPY-RECORD <= WS-SR-TO THEN
                    ADD 1 TO WS-SR-COUNT
                    MOVE copyShelfmark OF WS-COPY-RECORD TO
                      WS-SR-SHELF(WS-SR-COUNT)
                    MOVE WS-COPY-KEY-FORMNUM TO
                      WS-SR-FORMNUM(WS-SR-COUNT)
                    MOVE WS-COPY-KEY-NUM TO WS-SR-COPYNUM(WS-SR-COUNT)
                    MOVE copyBarcode OF WS-COPY-RECORD TO
                      WS-SR-BARCODE(WS-SR-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.

      * Shelf order: a simple insertion sort, ascending on the sort
      * key - RBKCIRC's sort
           PERFORM VARYING WS-SR-I FROM 2 BY 1
                     UNTIL WS-SR-I > WS-SR-COUNT
              MOVE WS-SR-ENTRY(WS-SR-I) TO WS-SR-TEMP
              MOVE WS-SR-I TO WS-SR-J
              PERFORM UNTIL WS-SR-J < 2 OR
                 WS-SR-SORTKEY(WS-SR-J - 1) <= WS-SR-TEMP-SORTKEY
                 MOVE WS-SR-ENTRY(WS-SR-J - 1) TO WS-SR-ENTRY(WS-SR-J)
                 SUBTRACT 1 FROM WS-SR-J
              END-PERFORM
              MOVE WS-SR-TEMP TO WS-SR-ENTRY(WS-SR-J)
           END-PERFORM.

           PERFORM VARYING WS-SR-I FROM 1 BY 1
                     UNTIL WS-SR-I > WS-SR-COUNT
              PERFORM PUT-SHELF-ENTRY
           END-PERFORM.

      * Tell the caller how many copies the range should hold
           EXEC CICS PUT CONTAINER(WS-NUMSHRD-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-SR-COUNT)
                         FLENGTH(LENGTH OF WS-SR-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * One list entry, with the title to read the spine against
       PUT-SHELF-ENTRY.
           INITIALIZE WS-SHRD-ENTRY.
           MOVE WS-SR-SHELF(WS-SR-I) TO WS-SHRD-SHELFMARK.
           MOVE WS-SR-FORMNUM(WS-SR-I) TO WS-SHRD-FORMNUM.
           MOVE WS-SR-COPYNUM(WS-SR-I) TO WS-SHRD-COPYNUM.
           MOVE WS-SR-BARCODE(WS-SR-I) TO WS-SHRD-BARCODE.
           MOVE WS-SR-FORMNUM(WS-SR-I) TO WS-SR-BOOK-KEY.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-SR-BOOK-KEY)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP = DFHRESP(NORMAL) THEN
              MOVE Xtitle OF WS-BOOK TO WS-SHRD-TITLE
           END-IF.
           EXEC CICS PUT CONTAINER(WS-SHRDLST-CONT-NAME)
                      CHANNEL(WS-CHANNEL-NAME)
                      FROM(WS-SHRD-ENTRY)
                      FLENGTH(LENGTH OF WS-SHRD-ENTRY)
                      BIT
                      APPEND
           END-EXEC.
