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
      * RBKLICRP - Monthly licence report. Walks the publisher        *
      *            licences on RBKLICN and, per licence, WRITEQs a    *
      *            SEATS line - seats bought, grants active right now,*
      *            the utilisation that makes, and how many borrowers *
      *            are on the waitlist - and, for a licence expiring  *
      *            within WS-LICRP-NOTICE-DAYS (or already expired),  *
      *            an EXPIRING line naming the vendor and agreement to*
      *            renew, all to the WS-LICRP-TDQ queue. It runs once *
      *            a month, as a month-end RBKNIGHT step. Modeled on  *
      *            RBKPRDRF                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKLICRP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-LINE-COUNT         PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The last date a licence can expire on and still be flagged
      * this month - today plus WS-LICRP-NOTICE-DAYS
       01 WS-NOTICE-ABSTIME     PIC S9(15) COMP-3.
       01 WS-NOTICE-DATE        PIC X(10).

      * The licence being reported
       01 WS-LR-FORMNUM         PIC X(12).
       01 WS-LR-ACTIVE          PIC S9(8) COMP-5 VALUE 0.
       01 WS-LR-WAITING         PIC S9(8) COMP-5 VALUE 0.
       01 WS-LR-PCT             PIC 9(5)V9(2) COMP-3 VALUE 0.
       01 WS-LR-STATE           PIC X(8).
       01 WS-LR-VENDOR-NAME     PIC X(40).

       01 WS-SEATS-DISPLAY      PIC Z(3)9.
       01 WS-ACTIVE-DISPLAY     PIC Z(7)9.
       01 WS-WAITING-DISPLAY    PIC Z(7)9.
       01 WS-PCT-DISPLAY        PIC Z(4)9.99.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

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
           COMPUTE WS-NOTICE-ABSTIME =
              WS-NOW-ABSTIME + (WS-LICRP-NOTICE-DAYS * 86400000).
           EXEC CICS FORMATTIME ABSTIME(WS-NOTICE-ABSTIME)
                     YYYYMMDD(WS-NOTICE-DATE)
                     DATESEP('-')
           END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKLICRP' TO WS-JOBRUN-REQ-NAME.
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

           MOVE LOW-VALUES TO WS-LICENCE-KEY.
           EXEC CICS STARTBR FILE(WS-LICENCE-FILE)
                       RIDFLD(WS-LICENCE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

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
                 MOVE WS-LICENCE-KEY TO WS-LR-FORMNUM
                 PERFORM REPORT-ONE-LICENCE
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LICENCE-FILE) END-EXEC
           END-IF.

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

      * One licence: count its active grants and its waiters, write
      * its SEATS line, and its EXPIRING line when renewal is due
       REPORT-ONE-LICENCE.
           PERFORM COUNT-ACTIVE-GRANTS.
           PERFORM COUNT-WAITERS.

           MOVE 0 TO WS-LR-PCT.
           IF licSeats OF WS-LICENCE-RECORD > 0 THEN
              COMPUTE WS-LR-PCT ROUNDED =
                 WS-LR-ACTIVE * 100 / licSeats OF WS-LICENCE-RECORD
           END-IF.
           PERFORM WRITE-SEATS-LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF licExpiry OF WS-LICENCE-RECORD <= WS-NOTICE-DATE THEN
              IF licExpiry OF WS-LICENCE-RECORD < WS-NOW-DATE THEN
                 MOVE 'EXPIRED' TO WS-LR-STATE
              ELSE
                 MOVE 'EXPIRING' TO WS-LR-STATE
              END-IF
              MOVE SPACES TO WS-LR-VENDOR-NAME
              MOVE licVendor OF WS-LICENCE-RECORD TO WS-VENDOR-KEY
              EXEC CICS READ FILE(WS-VENDOR-FILE)
                        RIDFLD(WS-VENDOR-KEY)
                        INTO(WS-VENDOR-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE vendorName OF WS-VENDOR-RECORD TO
                   WS-LR-VENDOR-NAME
              END-IF
              PERFORM WRITE-EXPIRING-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF.

      * Grants on the book neither revoked nor expired - the seats
      * in use, by the same test RBKGRTOP makes
       COUNT-ACTIVE-GRANTS.
           MOVE 0 TO WS-LR-ACTIVE.
           MOVE WS-LR-FORMNUM TO WS-GRANT-KEY-FORMNUM.
           MOVE 0 TO WS-GRANT-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-GRANT-FILE)
                       RIDFLD(WS-GRANT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-GRANT-FILE)
                             INTO(WS-GRANT-RECORD)
                             RIDFLD(WS-GRANT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-GRANT-KEY-FORMNUM NOT = WS-LR-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 IF grantRevoked OF WS-GRANT-RECORD = SPACES AND
                    grantExpires OF WS-GRANT-RECORD > WS-NOW-STAMP
                 THEN
                    ADD 1 TO WS-LR-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-GRANT-FILE) END-EXEC
           END-IF.

       COUNT-WAITERS.
           MOVE 0 TO WS-LR-WAITING.
           MOVE WS-LR-FORMNUM TO WS-GRWAIT-KEY-FORMNUM.
           MOVE 0 TO WS-GRWAIT-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-GRWAIT-FILE)
                       RIDFLD(WS-GRWAIT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-GRWAIT-FILE)
                             INTO(WS-GRWAIT-RECORD)
                             RIDFLD(WS-GRWAIT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-GRWAIT-KEY-FORMNUM NOT = WS-LR-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-LR-WAITING
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-GRWAIT-FILE) END-EXEC
           END-IF.

      * SEATS,formNumber,vendor,agreement,seats,active,utilisation %,
      * waiting,expiry
       WRITE-SEATS-LINE.
           MOVE licSeats OF WS-LICENCE-RECORD TO WS-SEATS-DISPLAY.
           MOVE WS-LR-ACTIVE TO WS-ACTIVE-DISPLAY.
           MOVE WS-LR-PCT TO WS-PCT-DISPLAY.
           MOVE WS-LR-WAITING TO WS-WAITING-DISPLAY.

           MOVE SPACES TO WS-LICRP-RECORD.
           MOVE 1 TO WS-LICRP-PTR.
           STRING "SEATS," DELIMITED BY SIZE
                  WS-LR-FORMNUM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  licVendor OF WS-LICENCE-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  licAgreement OF WS-LICENCE-RECORD
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SEATS-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ACTIVE-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-PCT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-WAITING-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  licExpiry OF WS-LICENCE-RECORD DELIMITED BY SIZE
                INTO WS-LICRP-RECORD
                WITH POINTER WS-LICRP-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-LICRP-RECORD)
                         LENGTH(LENGTH OF WS-LICRP-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-LICRP-TDQ)
                         FROM(WS-LICRP-RECORD)
                         LENGTH(LENGTH OF WS-LICRP-RECORD)
                         RESP(WS-RESP)
           END-EXEC.

      * EXPIRING,formNumber,vendor,vendor name,agreement,expiry,state
       WRITE-EXPIRING-LINE.
           MOVE SPACES TO WS-LICRP-RECORD.
           MOVE 1 TO WS-LICRP-PTR.
           STRING "EXPIRING," DELIMITED BY SIZE
                  WS-LR-FORMNUM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  licVendor OF WS-LICENCE-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LR-VENDOR-NAME DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  licAgreement OF WS-LICENCE-RECORD
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  licExpiry OF WS-LICENCE-RECORD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LR-STATE DELIMITED BY SPACE
                INTO WS-LICRP-RECORD
                WITH POINTER WS-LICRP-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-LICRP-RECORD)
                         LENGTH(LENGTH OF WS-LICRP-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-LICRP-TDQ)
                         FROM(WS-LICRP-RECORD)
                         LENGTH(LENGTH OF WS-LICRP-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
