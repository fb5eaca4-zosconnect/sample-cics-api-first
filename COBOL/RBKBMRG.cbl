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
      * RBKBMRG  - Administrator utility to merge a duplicate borrower*
      *            registration into the surviving id, in the spirit  *
      *            of RBKRNAME for authors. Re-keys the losing id's   *
      *            RBKLOAN loans (RBKNTCE notices ride the loan key   *
      *            and follow them), RBKRESV holds, RBKCHRG ledger,   *
      *            RBKGRANT grants and RBKGRWT grant waitlist places, *
      *            RBKLPROG assignments, RBKNOSHW no-shows, RBKSUSP   *
      *            suspensions and RBKDLGT places as a group's        *
      *            delegate onto the survivor, retires the losing id  *
      *            from RBKBRWR and files what moved on RBKBMRG. A dry*
      *            run makes the same walk and only counts, so the    *
      *            desk sees the size of a merge first. A group       *
      *            account is never merged, on either side            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKBMRG.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-BMRG-DRY-SW        PIC X VALUE 'Y'.
         88 WS-BMRG-IS-DRY        VALUE 'Y'.
         88 WS-BMRG-IS-LIVE       VALUE 'N'.

      * Keys of the losing id's records found by one walk, acted on
      * once the browse has ended (the RBKHLDEX idiom). A walk that
      * fills the table is simply run again - what it moved no longer
      * belongs to the losing id, so the next pass picks up the rest
       01 WS-MV-MAX             PIC S9(4) COMP-5 VALUE 500.
       01 WS-MV-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-MV-I               PIC S9(4) COMP-5 VALUE 0.
       01 WS-MV-TABLE.
         03 WS-MV-ENTRY OCCURS 500 TIMES.
           05 WS-MV-KEY           PIC X(24).
           05 WS-MV-ACTION        PIC X.
             88 WS-MV-MOVE          VALUE 'M'.
             88 WS-MV-DROP          VALUE 'D'.

      * Per-book state for the hold walk - whether the survivor is
      * already queued for this book, and whether a losing-id hold
      * has already been moved into its place
       01 WS-HOLD-BOOK          PIC X(12).
       01 WS-SURV-QUEUED-SW     PIC X VALUE 'N'.
         88 WS-SURV-QUEUED        VALUE 'Y'.
       01 WS-LOSER-MOVED-SW     PIC X VALUE 'N'.
         88 WS-LOSER-MOVED        VALUE 'Y'.

      * The survivor's next free sequence in a per-borrower ledger
       01 WS-NEXT-SEQ           PIC 9(4) VALUE 0.

       01 WS-LPROG-LOSER-KEY    PIC X(24).
       01 WS-LPROG-SAVE         PIC X(82).
       01 WS-DLGT-SAVE          PIC X(34).

       01 WS-CALLER-USERID      PIC X(8).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get the action and the losing/surviving id pair
           INITIALIZE WS-BMRG-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-BMRG-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

           IF WS-BMRG-ACTION-MERGE THEN
              SET WS-BMRG-IS-LIVE TO TRUE
           ELSE
              SET WS-BMRG-IS-DRY TO TRUE
           END-IF.

      * Re-keying borrower history wholesale is an administrator's
      * call - anyone else gets a clear error and nothing is touched
           PERFORM RESOLVE-CALLER-ROLE.
           IF NOT WS-CALLER-IS-ADMIN THEN
              INITIALIZE WS-ERROR
              MOVE "RBKBMRG: administrator role is required to merge"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-MERGE-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

      * Honour read-only maintenance mode for a live merge - a dry
      * run is a pure read and stays answerable
           IF WS-BMRG-IS-LIVE THEN
              MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY
              EXEC CICS READ FILE(WS-CTRL-FILE)
                        RIDFLD(WS-CTRL-KEY)
                        INTO(WS-CTRL-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                 controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
                 INITIALIZE WS-ERROR
                 STRING "catalog is in read-only maintenance mode - "
                          DELIMITED BY SIZE
                        "try again shortly"
                          DELIMITED BY SIZE
                        INTO errorMessage OF WS-ERROR
                 PERFORM PUT-MERGE-ERROR
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

           IF WS-BMRG-REQ-LOSER = SPACES OR
              WS-BMRG-REQ-LOSER = WS-BMRG-REQ-SURVIVOR THEN
              INITIALIZE WS-ERROR
              MOVE "RBKBMRG: losing and surviving ids must differ"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-MERGE-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

      * Both ids must be on the register - merging into an unknown id
      * would strand the history under a name no limit ever checks
           MOVE WS-BMRG-REQ-SURVIVOR TO WS-BORROWER-KEY.
           EXEC CICS READ FILE(WS-BORROWER-FILE)
                     RIDFLD(WS-BORROWER-KEY)
                     INTO(WS-BORROWER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              MOVE "RBKBMRG: surviving id is not on the register"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-MERGE-ERROR
              GO TO EXIT-PROGRAM
           END-IF.
      * A group account is an account, not a duplicate person - its
      * loans, ledger and delegates are the group's own, so neither
      * side of a merge may be one
           IF WS-BORR-IS-GROUP THEN
              INITIALIZE WS-ERROR
              MOVE "RBKBMRG: a group account cannot be merged"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-MERGE-ERROR
              GO TO EXIT-PROGRAM
           END-IF.
           MOVE WS-BMRG-REQ-LOSER TO WS-BORROWER-KEY.
           EXEC CICS READ FILE(WS-BORROWER-FILE)
                     RIDFLD(WS-BORROWER-KEY)
                     INTO(WS-BORROWER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              MOVE "RBKBMRG: losing id is not on the register"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-MERGE-ERROR
              GO TO EXIT-PROGRAM
           END-IF.
           IF WS-BORR-IS-GROUP THEN
              INITIALIZE WS-ERROR
              MOVE "RBKBMRG: a group account cannot be merged"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-MERGE-ERROR
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

           INITIALIZE WS-BMRG-RECORD.
           MOVE WS-BMRG-REQ-LOSER TO mergeLoser OF WS-BMRG-RECORD.
           MOVE WS-BMRG-REQ-SURVIVOR TO
             mergeSurvivor OF WS-BMRG-RECORD.
           MOVE WS-CALLER-USERID TO mergeBy OF WS-BMRG-RECORD.
           MOVE WS-NOW-STAMP TO mergeStamp OF WS-BMRG-RECORD.

      * Hold the catalog-wide lock for the whole walk, the way
      * RBKRNAME does for its rename
           IF WS-BMRG-IS-LIVE THEN
              EXEC CICS ENQ RESOURCE(WS-REDBOOKS-TSQ)
                            LENGTH(16)
                            ENQSCOPE(WS-ENQ-SCOPE)
                            NOHANDLE
              END-EXEC
           END-IF.

           PERFORM MERGE-LOANS THRU MERGE-LOANS-EXIT.
           PERFORM MERGE-HOLDS THRU MERGE-HOLDS-EXIT.
           PERFORM MERGE-CHARGES THRU MERGE-CHARGES-EXIT.
           PERFORM MERGE-GRANTS THRU MERGE-GRANTS-EXIT.
           PERFORM MERGE-GRANT-WAITS THRU MERGE-GRANT-WAITS-EXIT.
           PERFORM MERGE-PROGRESS THRU MERGE-PROGRESS-EXIT.
           PERFORM MERGE-NOSHOWS THRU MERGE-NOSHOWS-EXIT.
           PERFORM MERGE-SUSPENSIONS THRU MERGE-SUSPENSIONS-EXIT.
           PERFORM MERGE-DELEGATES THRU MERGE-DELEGATES-EXIT.

      * Retire the losing id and file the record of what moved
           IF WS-BMRG-IS-LIVE THEN
              MOVE WS-BMRG-REQ-LOSER TO WS-BORROWER-KEY
              EXEC CICS DELETE FILE(WS-BORROWER-FILE)
                        RIDFLD(WS-BORROWER-KEY)
                        RESP(WS-RESP)
              END-EXEC
              MOVE WS-BMRG-REQ-LOSER TO WS-BMRG-KEY
              EXEC CICS WRITE FILE(WS-BMRG-FILE)
                        RIDFLD(WS-BMRG-KEY)
                        FROM(WS-BMRG-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              EXEC CICS DEQ RESOURCE(WS-REDBOOKS-TSQ)
                        LENGTH(16)
                        ENQSCOPE(WS-ENQ-SCOPE)
              END-EXEC
           END-IF.

      * Tell the caller what moved (or, on a dry run, would move)
           EXEC CICS PUT CONTAINER(WS-BMRG-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-BMRG-RECORD)
                         FLENGTH(LENGTH OF WS-BMRG-RECORD)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * Loans - open and returned alike, so the survivor's history is
      * whole. The key doesn't change, only the borrower field
       MERGE-LOANS.
           PERFORM UNTIL EXIT
              MOVE 0 TO WS-MV-COUNT
              MOVE LOW-VALUES TO WS-LOAN-KEY
              EXEC CICS STARTBR FILE(WS-LOAN-FILE)
                          RIDFLD(WS-LOAN-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO MERGE-LOANS-EXIT
              END-IF
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-LOAN-FILE)
                             INTO(WS-LOAN-RECORD)
                             RIDFLD(WS-LOAN-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF borrower OF WS-LOAN-RECORD = WS-BMRG-REQ-LOSER
                 THEN
                    ADD 1 TO mergeLoans OF WS-BMRG-RECORD
                    MOVE WS-LOAN-KEY TO WS-NOTICE-KEY
                    EXEC CICS READ FILE(WS-NOTICE-FILE)
                              RIDFLD(WS-NOTICE-KEY)
                              INTO(WS-NTCE-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL) THEN
                       ADD 1 TO mergeNotices OF WS-BMRG-RECORD
                    END-IF
                    IF WS-BMRG-IS-LIVE THEN
                       ADD 1 TO WS-MV-COUNT
                       MOVE WS-LOAN-KEY TO WS-MV-KEY(WS-MV-COUNT)
                       IF WS-MV-COUNT >= WS-MV-MAX THEN
                          EXIT PERFORM
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC

              PERFORM VARYING WS-MV-I FROM 1 BY 1
                        UNTIL WS-MV-I > WS-MV-COUNT
                 MOVE WS-MV-KEY(WS-MV-I) TO WS-LOAN-KEY
                 EXEC CICS READ FILE(WS-LOAN-FILE)
                           RIDFLD(WS-LOAN-KEY)
                           INTO(WS-LOAN-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    EXEC CICS DELETE FILE(WS-LOAN-FILE)
                              RIDFLD(WS-LOAN-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    MOVE WS-BMRG-REQ-SURVIVOR TO
                      borrower OF WS-LOAN-RECORD
                    MOVE LENGTH OF WS-BMRG-REQ-SURVIVOR TO
                      borrower-length OF WS-LOAN-RECORD
                    EXEC CICS WRITE FILE(WS-LOAN-FILE)
                              RIDFLD(WS-LOAN-KEY)
                              FROM(WS-LOAN-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                 END-IF
              END-PERFORM

              IF WS-MV-COUNT < WS-MV-MAX THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       MERGE-LOANS-EXIT.
           EXIT.

      * Holds - a losing-id hold takes over the requester field in
      * place, keeping its queue position, unless the survivor is
      * already queued for the same book: then only the earlier of
      * the two places is kept and the later one is dropped
       MERGE-HOLDS.
           PERFORM UNTIL EXIT
              MOVE 0 TO WS-MV-COUNT
              MOVE SPACES TO WS-HOLD-BOOK
              MOVE LOW-VALUES TO WS-RESERVE-KEY
              EXEC CICS STARTBR FILE(WS-RESERVE-FILE)
                          RIDFLD(WS-RESERVE-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO MERGE-HOLDS-EXIT
              END-IF
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-RESERVE-FILE)
                             INTO(WS-RESERVE-RECORD)
                             RIDFLD(WS-RESERVE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-RESERVE-KEY-FORMNUM NOT = WS-HOLD-BOOK THEN
                    MOVE WS-RESERVE-KEY-FORMNUM TO WS-HOLD-BOOK
                    MOVE 'N' TO WS-SURV-QUEUED-SW
                    MOVE 'N' TO WS-LOSER-MOVED-SW
                 END-IF
                 EVALUATE TRUE
                    WHEN requester OF WS-RESERVE-RECORD =
                         WS-BMRG-REQ-SURVIVOR
                       IF WS-LOSER-MOVED THEN
                          ADD 1 TO mergeHoldsDropped OF WS-BMRG-RECORD
                          PERFORM NOTE-HOLD-DROP
                       ELSE
                          SET WS-SURV-QUEUED TO TRUE
                       END-IF
                    WHEN requester OF WS-RESERVE-RECORD =
                         WS-BMRG-REQ-LOSER
                       IF WS-SURV-QUEUED OR WS-LOSER-MOVED THEN
                          ADD 1 TO mergeHoldsDropped OF WS-BMRG-RECORD
                          PERFORM NOTE-HOLD-DROP
                       ELSE
                          SET WS-LOSER-MOVED TO TRUE
                          ADD 1 TO mergeHolds OF WS-BMRG-RECORD
                          PERFORM NOTE-HOLD-MOVE
                       END-IF
                 END-EVALUATE
                 IF WS-MV-COUNT >= WS-MV-MAX THEN
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC

              PERFORM VARYING WS-MV-I FROM 1 BY 1
                        UNTIL WS-MV-I > WS-MV-COUNT
                 MOVE WS-MV-KEY(WS-MV-I) TO WS-RESERVE-KEY
                 INITIALIZE WS-RESERVE-RECORD
                 EXEC CICS READ FILE(WS-RESERVE-FILE)
                           RIDFLD(WS-RESERVE-KEY)
                           INTO(WS-RESERVE-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    EXEC CICS DELETE FILE(WS-RESERVE-FILE)
                              RIDFLD(WS-RESERVE-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    IF WS-MV-MOVE(WS-MV-I) THEN
                       MOVE WS-BMRG-REQ-SURVIVOR TO
                         requester OF WS-RESERVE-RECORD
                       MOVE LENGTH OF WS-BMRG-REQ-SURVIVOR TO
                         requester-length OF WS-RESERVE-RECORD
                       EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                                 RIDFLD(WS-RESERVE-KEY)
                                 FROM(WS-RESERVE-RECORD)
                                 RESP(WS-RESP)
                       END-EXEC
                    END-IF
                 END-IF
              END-PERFORM

              IF WS-MV-COUNT < WS-MV-MAX THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       MERGE-HOLDS-EXIT.
           EXIT.

       NOTE-HOLD-MOVE.
           IF WS-BMRG-IS-LIVE THEN
              ADD 1 TO WS-MV-COUNT
              MOVE WS-RESERVE-KEY TO WS-MV-KEY(WS-MV-COUNT)
              SET WS-MV-MOVE(WS-MV-COUNT) TO TRUE
           END-IF.

       NOTE-HOLD-DROP.
           IF WS-BMRG-IS-LIVE THEN
              ADD 1 TO WS-MV-COUNT
              MOVE WS-RESERVE-KEY TO WS-MV-KEY(WS-MV-COUNT)
              SET WS-MV-DROP(WS-MV-COUNT) TO TRUE
           END-IF.

      * The charge ledger is keyed by borrower, so each losing-id
      * charge is re-filed at the survivor's next sequence - status
      * and settlement stamps untouched, so the block limit now sees
      * one balance
       MERGE-CHARGES.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE WS-BMRG-REQ-SURVIVOR TO WS-CHARGE-KEY-BORROWER.
           MOVE 0 TO WS-CHARGE-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-CHARGE-FILE)
                       RIDFLD(WS-CHARGE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-CHARGE-FILE)
                             INTO(WS-CHARGE-RECORD)
                             RIDFLD(WS-CHARGE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-CHARGE-KEY-BORROWER NOT =
                    WS-BMRG-REQ-SURVIVOR THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-CHARGE-KEY-SEQ TO WS-NEXT-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CHARGE-FILE) END-EXEC
           END-IF.

           PERFORM UNTIL EXIT
              MOVE 0 TO WS-MV-COUNT
              MOVE WS-BMRG-REQ-LOSER TO WS-CHARGE-KEY-BORROWER
              MOVE 0 TO WS-CHARGE-KEY-SEQ
              EXEC CICS STARTBR FILE(WS-CHARGE-FILE)
                          RIDFLD(WS-CHARGE-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO MERGE-CHARGES-EXIT
              END-IF
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-CHARGE-FILE)
                             INTO(WS-CHARGE-RECORD)
                             RIDFLD(WS-CHARGE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-CHARGE-KEY-BORROWER NOT = WS-BMRG-REQ-LOSER
                 THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO mergeCharges OF WS-BMRG-RECORD
                 IF WS-BMRG-IS-LIVE THEN
                    ADD 1 TO WS-MV-COUNT
                    MOVE WS-CHARGE-KEY TO WS-MV-KEY(WS-MV-COUNT)
                    IF WS-MV-COUNT >= WS-MV-MAX THEN
                       EXIT PERFORM
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CHARGE-FILE) END-EXEC

              PERFORM VARYING WS-MV-I FROM 1 BY 1
                        UNTIL WS-MV-I > WS-MV-COUNT
                 MOVE WS-MV-KEY(WS-MV-I) TO WS-CHARGE-KEY
                 EXEC CICS READ FILE(WS-CHARGE-FILE)
                           RIDFLD(WS-CHARGE-KEY)
                           INTO(WS-CHARGE-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    EXEC CICS DELETE FILE(WS-CHARGE-FILE)
                              RIDFLD(WS-CHARGE-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    ADD 1 TO WS-NEXT-SEQ
                    MOVE WS-BMRG-REQ-SURVIVOR TO
                      WS-CHARGE-KEY-BORROWER
                    MOVE WS-NEXT-SEQ TO WS-CHARGE-KEY-SEQ
                    EXEC CICS WRITE FILE(WS-CHARGE-FILE)
                              RIDFLD(WS-CHARGE-KEY)
                              FROM(WS-CHARGE-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                 END-IF
              END-PERFORM

              IF WS-MV-COUNT < WS-MV-MAX THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       MERGE-CHARGES-EXIT.
           EXIT.

      * Digital access grants - the key doesn't change, only the
      * grant's borrower, so the compliance history reads under the
      * survivor
       MERGE-GRANTS.
           PERFORM UNTIL EXIT
              MOVE 0 TO WS-MV-COUNT
              MOVE LOW-VALUES TO WS-GRANT-KEY
              EXEC CICS STARTBR FILE(WS-GRANT-FILE)
                          RIDFLD(WS-GRANT-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO MERGE-GRANTS-EXIT
              END-IF
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-GRANT-FILE)
                             INTO(WS-GRANT-RECORD)
                             RIDFLD(WS-GRANT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF grantBorrower OF WS-GRANT-RECORD =
                    WS-BMRG-REQ-LOSER THEN
                    ADD 1 TO mergeGrants OF WS-BMRG-RECORD
                    IF WS-BMRG-IS-LIVE THEN
                       ADD 1 TO WS-MV-COUNT
                       MOVE WS-GRANT-KEY TO WS-MV-KEY(WS-MV-COUNT)
                       IF WS-MV-COUNT >= WS-MV-MAX THEN
                          EXIT PERFORM
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-GRANT-FILE) END-EXEC

              PERFORM VARYING WS-MV-I FROM 1 BY 1
                        UNTIL WS-MV-I > WS-MV-COUNT
                 MOVE WS-MV-KEY(WS-MV-I) TO WS-GRANT-KEY
                 EXEC CICS READ FILE(WS-GRANT-FILE)
                           RIDFLD(WS-GRANT-KEY)
                           INTO(WS-GRANT-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    EXEC CICS DELETE FILE(WS-GRANT-FILE)
                              RIDFLD(WS-GRANT-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    MOVE WS-BMRG-REQ-SURVIVOR TO
                      grantBorrower OF WS-GRANT-RECORD
                    EXEC CICS WRITE FILE(WS-GRANT-FILE)
                              RIDFLD(WS-GRANT-KEY)
                              FROM(WS-GRANT-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                 END-IF
              END-PERFORM

              IF WS-MV-COUNT < WS-MV-MAX THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       MERGE-GRANTS-EXIT.
           EXIT.

      * Grant waitlist places - the key doesn't change either, so the
      * survivor keeps the loser's place in the queue; they count
      * with the grants
       MERGE-GRANT-WAITS.
           PERFORM UNTIL EXIT
              MOVE 0 TO WS-MV-COUNT
              MOVE LOW-VALUES TO WS-GRWAIT-KEY
              EXEC CICS STARTBR FILE(WS-GRWAIT-FILE)
                          RIDFLD(WS-GRWAIT-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO MERGE-GRANT-WAITS-EXIT
              END-IF
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-GRWAIT-FILE)
                             INTO(WS-GRWAIT-RECORD)
                             RIDFLD(WS-GRWAIT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF gwaitBorrower OF WS-GRWAIT-RECORD =
                    WS-BMRG-REQ-LOSER THEN
                    ADD 1 TO mergeGrants OF WS-BMRG-RECORD
                    IF WS-BMRG-IS-LIVE THEN
                       ADD 1 TO WS-MV-COUNT
                       MOVE WS-GRWAIT-KEY TO WS-MV-KEY(WS-MV-COUNT)
                       IF WS-MV-COUNT >= WS-MV-MAX THEN
                          EXIT PERFORM
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-GRWAIT-FILE) END-EXEC

              PERFORM VARYING WS-MV-I FROM 1 BY 1
                        UNTIL WS-MV-I > WS-MV-COUNT
                 MOVE WS-MV-KEY(WS-MV-I) TO WS-GRWAIT-KEY
                 EXEC CICS READ FILE(WS-GRWAIT-FILE)
                           RIDFLD(WS-GRWAIT-KEY)
                           INTO(WS-GRWAIT-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    EXEC CICS DELETE FILE(WS-GRWAIT-FILE)
                              RIDFLD(WS-GRWAIT-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    MOVE WS-BMRG-REQ-SURVIVOR TO
                      gwaitBorrower OF WS-GRWAIT-RECORD
                    EXEC CICS WRITE FILE(WS-GRWAIT-FILE)
                              RIDFLD(WS-GRWAIT-KEY)
                              FROM(WS-GRWAIT-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                 END-IF
              END-PERFORM

              IF WS-MV-COUNT < WS-MV-MAX THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       MERGE-GRANT-WAITS-EXIT.
           EXIT.

      * Reading-program assignments carry the userid in the key, so
      * each one is re-filed under the survivor. Where the survivor
      * was assigned the same member already, the further-along of
      * the two stands - a DONE is never lost to an ASSIGNED
       MERGE-PROGRESS.
           PERFORM UNTIL EXIT
              MOVE 0 TO WS-MV-COUNT
              MOVE LOW-VALUES TO WS-LPROG-KEY
              EXEC CICS STARTBR FILE(WS-LPROG-FILE)
                          RIDFLD(WS-LPROG-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO MERGE-PROGRESS-EXIT
              END-IF
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-LPROG-FILE)
                             INTO(WS-LPROG-RECORD)
                             RIDFLD(WS-LPROG-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-LPROG-KEY-USERID = WS-BMRG-REQ-LOSER THEN
                    ADD 1 TO mergeProgress OF WS-BMRG-RECORD
                    IF WS-BMRG-IS-LIVE THEN
                       ADD 1 TO WS-MV-COUNT
                       MOVE WS-LPROG-KEY TO WS-MV-KEY(WS-MV-COUNT)
                       IF WS-MV-COUNT >= WS-MV-MAX THEN
                          EXIT PERFORM
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LPROG-FILE) END-EXEC

              PERFORM VARYING WS-MV-I FROM 1 BY 1
                        UNTIL WS-MV-I > WS-MV-COUNT
                 PERFORM MOVE-ONE-PROGRESS
                    THRU MOVE-ONE-PROGRESS-EXIT
              END-PERFORM

              IF WS-MV-COUNT < WS-MV-MAX THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       MERGE-PROGRESS-EXIT.
           EXIT.

       MOVE-ONE-PROGRESS.
           MOVE WS-MV-KEY(WS-MV-I) TO WS-LPROG-KEY.
           MOVE WS-LPROG-KEY TO WS-LPROG-LOSER-KEY.
           EXEC CICS READ FILE(WS-LPROG-FILE)
                     RIDFLD(WS-LPROG-KEY)
                     INTO(WS-LPROG-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO MOVE-ONE-PROGRESS-EXIT
           END-IF.
           MOVE WS-LPROG-RECORD TO WS-LPROG-SAVE.
           EXEC CICS DELETE FILE(WS-LPROG-FILE)
                     RIDFLD(WS-LPROG-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE WS-BMRG-REQ-SURVIVOR TO WS-LPROG-KEY-USERID.
           EXEC CICS READ FILE(WS-LPROG-FILE)
                     RIDFLD(WS-LPROG-KEY)
                     INTO(WS-LPROG-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              IF WS-PROG-IS-DONE OR
                 WS-LPROG-SAVE(1:10) = 'ASSIGNED' THEN
                 GO TO MOVE-ONE-PROGRESS-EXIT
              END-IF
              EXEC CICS DELETE FILE(WS-LPROG-FILE)
                        RIDFLD(WS-LPROG-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.
           MOVE WS-LPROG-SAVE TO WS-LPROG-RECORD.
           EXEC CICS WRITE FILE(WS-LPROG-FILE)
                     RIDFLD(WS-LPROG-KEY)
                     FROM(WS-LPROG-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       MOVE-ONE-PROGRESS-EXIT.
           EXIT.

      * No-shows count toward the repeat-offender report, so the
      * losing id's are re-filed at the survivor's next sequence the
      * same way its charges are
       MERGE-NOSHOWS.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE WS-BMRG-REQ-SURVIVOR TO WS-NOSHOW-KEY-BORROWER.
           MOVE 0 TO WS-NOSHOW-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-NOSHOW-FILE)
                       RIDFLD(WS-NOSHOW-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-NOSHOW-FILE)
                             INTO(WS-NOSHOW-RECORD)
                             RIDFLD(WS-NOSHOW-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-NOSHOW-KEY-BORROWER NOT =
                    WS-BMRG-REQ-SURVIVOR THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-NOSHOW-KEY-SEQ TO WS-NEXT-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-NOSHOW-FILE) END-EXEC
           END-IF.

           PERFORM UNTIL EXIT
              MOVE 0 TO WS-MV-COUNT
              MOVE WS-BMRG-REQ-LOSER TO WS-NOSHOW-KEY-BORROWER
              MOVE 0 TO WS-NOSHOW-KEY-SEQ
              EXEC CICS STARTBR FILE(WS-NOSHOW-FILE)
                          RIDFLD(WS-NOSHOW-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO MERGE-NOSHOWS-EXIT
              END-IF
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-NOSHOW-FILE)
                             INTO(WS-NOSHOW-RECORD)
                             RIDFLD(WS-NOSHOW-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-NOSHOW-KEY-BORROWER NOT = WS-BMRG-REQ-LOSER
                 THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO mergeNoshows OF WS-BMRG-RECORD
                 IF WS-BMRG-IS-LIVE THEN
                    ADD 1 TO WS-MV-COUNT
                    MOVE WS-NOSHOW-KEY TO WS-MV-KEY(WS-MV-COUNT)
                    IF WS-MV-COUNT >= WS-MV-MAX THEN
                       EXIT PERFORM
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-NOSHOW-FILE) END-EXEC

              PERFORM VARYING WS-MV-I FROM 1 BY 1
                        UNTIL WS-MV-I > WS-MV-COUNT
                 MOVE WS-MV-KEY(WS-MV-I) TO WS-NOSHOW-KEY
                 EXEC CICS READ FILE(WS-NOSHOW-FILE)
                           RIDFLD(WS-NOSHOW-KEY)
                           INTO(WS-NOSHOW-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    EXEC CICS DELETE FILE(WS-NOSHOW-FILE)
                              RIDFLD(WS-NOSHOW-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    ADD 1 TO WS-NEXT-SEQ
                    MOVE WS-BMRG-REQ-SURVIVOR TO
                      WS-NOSHOW-KEY-BORROWER
                    MOVE WS-NEXT-SEQ TO WS-NOSHOW-KEY-SEQ
                    EXEC CICS WRITE FILE(WS-NOSHOW-FILE)
                              RIDFLD(WS-NOSHOW-KEY)
                              FROM(WS-NOSHOW-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                 END-IF
              END-PERFORM

              IF WS-MV-COUNT < WS-MV-MAX THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       MERGE-NOSHOWS-EXIT.
           EXIT.

      * Suspensions are keyed by borrower like the charge ledger, so
      * the losing id's - in force or lifted - are re-filed at the
      * survivor's next sequence: a suspension set against either
      * registration now stops the one id that is left
       MERGE-SUSPENSIONS.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE WS-BMRG-REQ-SURVIVOR TO WS-SUSP-KEY-BORROWER.
           MOVE 0 TO WS-SUSP-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-SUSP-FILE)
                       RIDFLD(WS-SUSP-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-SUSP-FILE)
                             INTO(WS-SUSP-RECORD)
                             RIDFLD(WS-SUSP-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SUSP-KEY-BORROWER NOT =
                    WS-BMRG-REQ-SURVIVOR THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-SUSP-KEY-SEQ TO WS-NEXT-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SUSP-FILE) END-EXEC
           END-IF.

           PERFORM UNTIL EXIT
              MOVE 0 TO WS-MV-COUNT
              MOVE WS-BMRG-REQ-LOSER TO WS-SUSP-KEY-BORROWER
              MOVE 0 TO WS-SUSP-KEY-SEQ
              EXEC CICS STARTBR FILE(WS-SUSP-FILE)
                          RIDFLD(WS-SUSP-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO MERGE-SUSPENSIONS-EXIT
              END-IF
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-SUSP-FILE)
                             INTO(WS-SUSP-RECORD)
                             RIDFLD(WS-SUSP-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SUSP-KEY-BORROWER NOT = WS-BMRG-REQ-LOSER
                 THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO mergeSuspensions OF WS-BMRG-RECORD
                 IF WS-BMRG-IS-LIVE THEN
                    ADD 1 TO WS-MV-COUNT
                    MOVE WS-SUSP-KEY TO WS-MV-KEY(WS-MV-COUNT)
                    IF WS-MV-COUNT >= WS-MV-MAX THEN
                       EXIT PERFORM
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SUSP-FILE) END-EXEC

              PERFORM VARYING WS-MV-I FROM 1 BY 1
                        UNTIL WS-MV-I > WS-MV-COUNT
                 MOVE WS-MV-KEY(WS-MV-I) TO WS-SUSP-KEY
                 EXEC CICS READ FILE(WS-SUSP-FILE)
                           RIDFLD(WS-SUSP-KEY)
                           INTO(WS-SUSP-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    EXEC CICS DELETE FILE(WS-SUSP-FILE)
                              RIDFLD(WS-SUSP-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    ADD 1 TO WS-NEXT-SEQ
                    MOVE WS-BMRG-REQ-SURVIVOR TO
                      WS-SUSP-KEY-BORROWER
                    MOVE WS-NEXT-SEQ TO WS-SUSP-KEY-SEQ
                    EXEC CICS WRITE FILE(WS-SUSP-FILE)
                              RIDFLD(WS-SUSP-KEY)
                              FROM(WS-SUSP-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                 END-IF
              END-PERFORM

              IF WS-MV-COUNT < WS-MV-MAX THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       MERGE-SUSPENSIONS-EXIT.
           EXIT.

      * Group delegate places - RBKDLGT is keyed group + delegate, so
      * a group the losing id collects for is found only by walking
      * the whole file. Each place is re-filed under the survivor,
      * stamps untouched; where the group already names the survivor
      * the losing id's place is simply removed
       MERGE-DELEGATES.
           PERFORM UNTIL EXIT
              MOVE 0 TO WS-MV-COUNT
              MOVE LOW-VALUES TO WS-DLGT-KEY
              EXEC CICS STARTBR FILE(WS-DLGT-FILE)
                          RIDFLD(WS-DLGT-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO MERGE-DELEGATES-EXIT
              END-IF
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-DLGT-FILE)
                             INTO(WS-DLGT-RECORD)
                             RIDFLD(WS-DLGT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-DLGT-KEY-DELEGATE = WS-BMRG-REQ-LOSER THEN
                    ADD 1 TO mergeDelegates OF WS-BMRG-RECORD
                    IF WS-BMRG-IS-LIVE THEN
                       ADD 1 TO WS-MV-COUNT
                       MOVE WS-DLGT-KEY TO WS-MV-KEY(WS-MV-COUNT)
                       IF WS-MV-COUNT >= WS-MV-MAX THEN
                          EXIT PERFORM
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-DLGT-FILE) END-EXEC

              PERFORM VARYING WS-MV-I FROM 1 BY 1
                        UNTIL WS-MV-I > WS-MV-COUNT
                 PERFORM MOVE-ONE-DELEGATE
                    THRU MOVE-ONE-DELEGATE-EXIT
              END-PERFORM

              IF WS-MV-COUNT < WS-MV-MAX THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       MERGE-DELEGATES-EXIT.
           EXIT.

       MOVE-ONE-DELEGATE.
           MOVE WS-MV-KEY(WS-MV-I) TO WS-DLGT-KEY.
           EXEC CICS READ FILE(WS-DLGT-FILE)
                     RIDFLD(WS-DLGT-KEY)
                     INTO(WS-DLGT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO MOVE-ONE-DELEGATE-EXIT
           END-IF.
           MOVE WS-DLGT-RECORD TO WS-DLGT-SAVE.
           EXEC CICS DELETE FILE(WS-DLGT-FILE)
                     RIDFLD(WS-DLGT-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE WS-BMRG-REQ-SURVIVOR TO WS-DLGT-KEY-DELEGATE.
           EXEC CICS READ FILE(WS-DLGT-FILE)
                     RIDFLD(WS-DLGT-KEY)
                     INTO(WS-DLGT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              GO TO MOVE-ONE-DELEGATE-EXIT
           END-IF.
           MOVE WS-DLGT-SAVE TO WS-DLGT-RECORD.
           MOVE WS-BMRG-REQ-SURVIVOR TO delegateId OF WS-DLGT-RECORD.
           EXEC CICS WRITE FILE(WS-DLGT-FILE)
                     RIDFLD(WS-DLGT-KEY)
                     FROM(WS-DLGT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       MOVE-ONE-DELEGATE-EXIT.
           EXIT.

      * Trim the message already moved into WS-ERROR and hand it back
      * on the error container
       PUT-MERGE-ERROR.
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

      * Resolve the caller's role tier from the RBKROLE mapping -
      * default reader when no mapping exists for this userid
       RESOLVE-CALLER-ROLE.
           MOVE SPACES TO WS-CALLER-USERID.
           EXEC CICS ASSIGN USERID(WS-CALLER-USERID) END-EXEC.
           MOVE WS-CALLER-USERID TO WS-ROLE-KEY.
           EXEC CICS READ FILE(WS-ROLE-FILE)
                     RIDFLD(WS-ROLE-KEY)
                     INTO(WS-ROLE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE roleCode OF WS-ROLE-RECORD TO WS-CALLER-ROLE
           ELSE
              MOVE 'R' TO WS-CALLER-ROLE
           END-IF.
