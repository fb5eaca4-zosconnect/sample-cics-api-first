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
      * RBKCLMRP - Nightly claims report. Walks RBKLOAN for loans     *
      *            that have been under a claims-returned or          *
      *            lost-in-transit claim (RBKCLMOP) and WRITEQs to    *
      *            the WS-CLAIMRP-TDQ queue one SEARCH-OVER line per  *
      *            claim still open past the end of its search        *
      *            period - the desk's list of claims waiting on a    *
      *            FOUND or LOST decision - then one REPEAT line per  *
      *            borrower whose loans have drawn at least the       *
      *            RBKTHRS CLAIM/REPEAT count of claims, whatever     *
      *            they resolved as                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCLMRP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-LINE-COUNT         PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

       01 WS-REPEAT-LIMIT       PIC S9(4) COMP-5 VALUE 0.

      * Claims per borrower, gathered as the loan file goes by in
      * formNumber order - 500 is the usual fixed cap; a claimant
      * past it is left off tonight's REPEAT lines
       01 WS-CT-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-CT-TABLE.
         03 WS-CT-ENTRY OCCURS 500 TIMES.
           05 WS-CT-BORROWER      PIC X(8).
           05 WS-CT-CLAIMS        PIC S9(4) COMP-5.
       01 WS-CT-I               PIC S9(4) COMP-5.
       01 WS-CT-FOUND-AT        PIC S9(4) COMP-5.
       01 WS-CT-DISPLAY         PIC Z(3)9.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKCLMRP' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JOBRUN-REQUEST)
                         FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWJOBR')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.

      * The repeat-claim count takes its RBKTHRS override when one
      * is on file, the shipped default otherwise
           MOVE WS-CLAIM-REPEAT-LIMIT TO WS-REPEAT-LIMIT.
           MOVE 'CLAIM' TO WS-THRESH-KEY-CATEG.
           MOVE 'REPEAT' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-REPEAT-LIMIT
           END-IF.

           MOVE 0 TO WS-CT-COUNT.
           MOVE LOW-VALUES TO WS-LOAN-KEY.

           EXEC CICS STARTBR FILE(WS-LOAN-FILE)
                       RIDFLD(WS-LOAN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-LOAN-FILE)
                             INTO(WS-LOAN-RECORD)
                             RIDFLD(WS-LOAN-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF loanClaimStatus OF WS-LOAN-RECORD NOT = SPACES
                 THEN
                    PERFORM TALLY-ONE-CLAIM
      * The search period's last day still counts as searching
                    IF WS-LOAN-IS-CLAIMED AND
                       loanClaimSearchBy OF WS-LOAN-RECORD <
                          WS-NOW-DATE THEN
                       MOVE SPACES TO WS-CLAIMRP-RECORD
                       MOVE 1 TO WS-CLAIMRP-PTR
                       STRING "SEARCH-OVER," DELIMITED BY SIZE
                              WS-LOAN-KEY-FORMNUM DELIMITED BY SPACE
                              "," DELIMITED BY SIZE
                              borrower OF WS-LOAN-RECORD
                                DELIMITED BY "  "
                              "," DELIMITED BY SIZE
                              loanClaimDate OF WS-LOAN-RECORD
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              loanClaimSearchBy OF WS-LOAN-RECORD
                                DELIMITED BY SIZE
                            INTO WS-CLAIMRP-RECORD
                            WITH POINTER WS-CLAIMRP-PTR
                       END-STRING
                       PERFORM WRITE-CLAIMRP-LINE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-CT-I FROM 1 BY 1
                     UNTIL WS-CT-I > WS-CT-COUNT
              IF WS-CT-CLAIMS(WS-CT-I) >= WS-REPEAT-LIMIT THEN
                 MOVE WS-CT-CLAIMS(WS-CT-I) TO WS-CT-DISPLAY
                 MOVE SPACES TO WS-CLAIMRP-RECORD
                 MOVE 1 TO WS-CLAIMRP-PTR
                 STRING "REPEAT," DELIMITED BY SIZE
                        WS-CT-BORROWER(WS-CT-I) DELIMITED BY SPACE
                        "," DELIMITED BY SIZE
                        WS-CT-DISPLAY DELIMITED BY SIZE
                      INTO WS-CLAIMRP-RECORD
                      WITH POINTER WS-CLAIMRP-PTR
                 END-STRING
                 PERFORM WRITE-CLAIMRP-LINE
              END-IF
           END-PERFORM.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-LINE-COUNT TO WS-JOBRUN-REQ-RECORDS.
           MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JOBRUN-REQUEST)
                         FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWJOBR')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      * Count one claim against the loan's borrower - the registered
      * id on the front of the borrower field
       TALLY-ONE-CLAIM.
           MOVE 0 TO WS-CT-FOUND-AT.
           PERFORM VARYING WS-CT-I FROM 1 BY 1
                     UNTIL WS-CT-I > WS-CT-COUNT
              IF WS-CT-BORROWER(WS-CT-I) =
                 borrower OF WS-LOAN-RECORD(1:8) THEN
                 MOVE WS-CT-I TO WS-CT-FOUND-AT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CT-FOUND-AT = 0 AND WS-CT-COUNT < 500 THEN
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-COUNT TO WS-CT-FOUND-AT
              MOVE borrower OF WS-LOAN-RECORD(1:8) TO
                WS-CT-BORROWER(WS-CT-FOUND-AT)
              MOVE 0 TO WS-CT-CLAIMS(WS-CT-FOUND-AT)
           END-IF.
           IF WS-CT-FOUND-AT > 0 THEN
              ADD 1 TO WS-CT-CLAIMS(WS-CT-FOUND-AT)
           END-IF.

       WRITE-CLAIMRP-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-CLAIMRP-RECORD)
                         LENGTH(LENGTH OF WS-CLAIMRP-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-CLAIMRP-TDQ)
                         FROM(WS-CLAIMRP-RECORD)
                         LENGTH(LENGTH OF WS-CLAIMRP-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-LINE-COUNT.
