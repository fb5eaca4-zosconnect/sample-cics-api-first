      *            once at end (stamps the end time, the records-     *
      *            processed count and the final outcome). A run that *
      *            abends never writes its end, which is how the      *
      *            RBKNIGHT driver can tell an incomplete step. The   *
      *            end also files the report lines the job captured   *
      *            into the RBKREPO report repository, points the     *
      *            job record at that run, and drops the job's runs   *
      *            past their RBKRPRET retention. Every run is also   *
      *            kept in the RBKJOBHS run history - written at the  *
      *            start, closed with its elapsed time at the end -   *
      *            which the baselines and batch-window projection    *
      *            are worked from                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKWJOBR.
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * Report repository filing: the retention in force, today and
      * the retention cutoff as day integers and YYYY-MM-DD, and the
      * capture-queue item being filed
       01 WS-RPT-DAYS           PIC S9(4) COMP-5 VALUE 0.
       01 WS-RPT-TODAY-INT      PIC S9(8) COMP-5 VALUE 0.
       01 WS-RPT-DAY-INT        PIC S9(8) COMP-5 VALUE 0.
       01 WS-RPT-YYYYMMDD       PIC 9(8).
       01 WS-RPT-DIGITS REDEFINES WS-RPT-YYYYMMDD.
         03 WS-RPT-YYYY           PIC X(4).
         03 WS-RPT-MM             PIC X(2).
         03 WS-RPT-DD             PIC X(2).
       01 WS-RPT-DATE10         PIC X(10).
       01 WS-RPT-CUTOFF         PIC X(10).
       01 WS-RPT-ITEM           PIC S9(4) COMP VALUE 0.
       01 WS-RPT-ITEM-LEN       PIC S9(4) COMP VALUE 0.
       01 WS-RPT-LINES          PIC S9(8) COMP-5 VALUE 0.

      * Run history: a stamp turned into seconds (day integer x
      * 86400 plus the time of day) for the elapsed time, and the
      * history retention cutoff
       01 WS-HS-STAMP           PIC X(32).
       01 WS-HS-SECS            PIC S9(15) COMP-3 VALUE 0.
       01 WS-HS-START-SECS      PIC S9(15) COMP-3 VALUE 0.
       01 WS-HS-CUTOFF          PIC X(10).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.
                  INTO WS-NOW-STAMP.

           MOVE WS-JOBRUN-REQ-NAME TO WS-JOBCTL-KEY.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.

           IF WS-JOBRUN-PHASE-START THEN
      * A new run replaces whatever the last one left behind
                jobStartStamp OF WS-JOBCTL-RECORD
              MOVE SPACES TO jobEndStamp OF WS-JOBCTL-RECORD
              MOVE 0 TO jobRecords OF WS-JOBCTL-RECORD
              MOVE SPACES TO jobReportDate OF WS-JOBCTL-RECORD
              MOVE 0 TO jobReportLines OF WS-JOBCTL-RECORD
              SET WS-JOB-IS-RUNNING TO TRUE
      * Whatever an abended run left in the capture queue is not
      * this run's report
              EXEC CICS DELETEQ TS QUEUE(WS-RPTCAP-TSQ)
                        NOHANDLE
              END-EXEC
              PERFORM OPEN-RUN-HISTORY
           ELSE
      * Close off the run the start call opened - if somehow there
      * is none (a caller that only ever writes ends), start fresh
                jobRecords OF WS-JOBCTL-RECORD
              MOVE WS-JOBRUN-REQ-OUTCOME TO
                jobOutcome OF WS-JOBCTL-RECORD
              PERFORM FILE-REPORT-RUN
              PERFORM CLOSE-RUN-HISTORY
           END-IF.

           EXEC CICS DELETE FILE(WS-JOBCTL-FILE)

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * File the lines this job captured as today's run of its
      * report: a rerun the same day replaces the earlier run, runs
      * older than the report's retention go, and the job record is
      * pointed at the run just filed. A report kept for zero days
      * has its capture queue discarded instead
       FILE-REPORT-RUN.
           MOVE SPACES TO jobReportDate OF WS-JOBCTL-RECORD.
           MOVE 0 TO jobReportLines OF WS-JOBCTL-RECORD.

           MOVE WS-RPRET-DEFAULT TO WS-RPT-DAYS.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPRET-KEY.
           EXEC CICS READ FILE(WS-RPRET-FILE)
                     RIDFLD(WS-RPRET-KEY)
                     INTO(WS-RPRET-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE rpretDays OF WS-RPRET-RECORD TO WS-RPT-DAYS
           END-IF.
           IF WS-RPT-DAYS < 0 THEN
              MOVE 0 TO WS-RPT-DAYS
           END-IF.

           MOVE WS-JOBRUN-REQ-NAME TO WS-REPO-KEY-NAME.
           MOVE WS-NOW-DATE TO WS-REPO-KEY-DATE.
           EXEC CICS DELETE FILE(WS-REPO-FILE)
                     RIDFLD(WS-REPO-KEY)
                     KEYLENGTH(18)
                     GENERIC
                     RESP(WS-RESP)
           END-EXEC.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPRUN-KEY-NAME.
           MOVE WS-NOW-DATE TO WS-RPRUN-KEY-DATE.
           EXEC CICS DELETE FILE(WS-RPRUN-FILE)
                     RIDFLD(WS-RPRUN-KEY)
                     RESP(WS-RESP)
           END-EXEC.

      * Today and the retention cutoff - runs dated before the
      * cutoff are past their retention
           COMPUTE WS-RPT-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-NOW-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-NOW-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-NOW-DATE(9:2))).
           COMPUTE WS-RPT-DAY-INT = WS-RPT-TODAY-INT - WS-RPT-DAYS.
           PERFORM FORMAT-RPT-DATE.
           MOVE WS-RPT-DATE10 TO WS-RPT-CUTOFF.
           PERFORM SWEEP-EXPIRED-RUNS.

           IF WS-RPT-DAYS > 0 THEN
              MOVE 0 TO WS-RPT-LINES
              MOVE 0 TO WS-RPT-ITEM
              PERFORM UNTIL EXIT
                 ADD 1 TO WS-RPT-ITEM
                 INITIALIZE WS-REPO-RECORD
                 MOVE LENGTH OF repoLine TO WS-RPT-ITEM-LEN
                 EXEC CICS READQ TS QUEUE(WS-RPTCAP-TSQ)
                           INTO(repoLine)
                           LENGTH(WS-RPT-ITEM-LEN)
                           ITEM(WS-RPT-ITEM)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-JOBRUN-REQ-NAME TO repoName
                 MOVE WS-NOW-DATE TO repoRunDate
                 MOVE WS-RPT-ITEM TO repoLineNumber
                 MOVE WS-RPT-ITEM-LEN TO repoLine-length
                 MOVE repoName TO WS-REPO-KEY-NAME
                 MOVE repoRunDate TO WS-REPO-KEY-DATE
                 MOVE repoLineNumber TO WS-REPO-KEY-LINE
                 EXEC CICS WRITE FILE(WS-REPO-FILE)
                             RIDFLD(WS-REPO-KEY)
                             FROM(WS-REPO-RECORD)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-RPT-LINES
              END-PERFORM

              COMPUTE WS-RPT-DAY-INT = WS-RPT-TODAY-INT + WS-RPT-DAYS
              PERFORM FORMAT-RPT-DATE
              INITIALIZE WS-RPRUN-RECORD
              MOVE WS-JOBRUN-REQ-NAME TO rprunName
              MOVE WS-NOW-DATE TO rprunDate
              MOVE WS-NOW-STAMP(1:25) TO rprunEndStamp
              MOVE WS-RPT-LINES TO rprunLines
              MOVE WS-JOBRUN-REQ-OUTCOME TO rprunOutcome
              MOVE WS-RPT-DATE10 TO rprunExpires
              MOVE rprunName TO WS-RPRUN-KEY-NAME
              MOVE rprunDate TO WS-RPRUN-KEY-DATE
              EXEC CICS WRITE FILE(WS-RPRUN-FILE)
                          RIDFLD(WS-RPRUN-KEY)
                          FROM(WS-RPRUN-RECORD)
                          RESP(WS-RESP)
              END-EXEC
              MOVE WS-NOW-DATE TO jobReportDate OF WS-JOBCTL-RECORD
              MOVE WS-RPT-LINES TO jobReportLines OF WS-JOBCTL-RECORD
           END-IF.

           EXEC CICS DELETEQ TS QUEUE(WS-RPTCAP-TSQ)
                     NOHANDLE
           END-EXEC.

      * Drop this report's runs dated before the cutoff, oldest
      * first - the browse is restarted after each run goes, since
      * deleting under an open browse would invalidate it
       SWEEP-EXPIRED-RUNS.
           PERFORM UNTIL EXIT
              MOVE WS-JOBRUN-REQ-NAME TO WS-RPRUN-KEY-NAME
              MOVE LOW-VALUES TO WS-RPRUN-KEY-DATE
              EXEC CICS STARTBR FILE(WS-RPRUN-FILE)
                          RIDFLD(WS-RPRUN-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS READNEXT FILE(WS-RPRUN-FILE)
                          INTO(WS-RPRUN-RECORD)
                          RIDFLD(WS-RPRUN-KEY)
                          RESP(WS-FILE-RESP)
              END-EXEC
              EXEC CICS ENDBR FILE(WS-RPRUN-FILE) END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                 rprunName NOT = WS-JOBRUN-REQ-NAME OR
                 rprunDate NOT < WS-RPT-CUTOFF THEN
                 EXIT PERFORM
              END-IF
              MOVE rprunName TO WS-REPO-KEY-NAME
              MOVE rprunDate TO WS-REPO-KEY-DATE
              EXEC CICS DELETE FILE(WS-REPO-FILE)
                        RIDFLD(WS-REPO-KEY)
                        KEYLENGTH(18)
                        GENERIC
                        RESP(WS-RESP)
              END-EXEC
              EXEC CICS DELETE FILE(WS-RPRUN-FILE)
                        RIDFLD(WS-RPRUN-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The day in WS-RPT-DAY-INT as YYYY-MM-DD in WS-RPT-DATE10
       FORMAT-RPT-DATE.
           COMPUTE WS-RPT-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-RPT-DAY-INT).
           MOVE SPACES TO WS-RPT-DATE10.
           STRING WS-RPT-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RPT-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RPT-DD DELIMITED BY SIZE
                  INTO WS-RPT-DATE10.

      * This run's history entry, RUNNING until its end call closes
      * it - a run that abends stays RUNNING in the history too
       OPEN-RUN-HISTORY.
           INITIALIZE WS-JOBHS-RECORD.
           MOVE WS-JOBRUN-REQ-NAME TO jobhsName.
           MOVE jobStartStamp OF WS-JOBCTL-RECORD TO jobhsStartStamp.
           MOVE SPACES TO jobhsEndStamp.
           MOVE 0 TO jobhsRecords.
           MOVE 0 TO jobhsElapsed.
           SET WS-JOBHS-IS-RUNNING TO TRUE.
           MOVE jobhsName TO WS-JOBHS-KEY-NAME.
           MOVE jobhsStartStamp(1:25) TO WS-JOBHS-KEY-START.
           EXEC CICS WRITE FILE(WS-JOBHS-FILE)
                       RIDFLD(WS-JOBHS-KEY)
                       FROM(WS-JOBHS-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

      * Close the run's history entry (the one its start call wrote,
      * under the start stamp the job record carries) with the end
      * stamp, count, outcome and elapsed seconds, then drop the
      * job's runs past the history retention
       CLOSE-RUN-HISTORY.
           MOVE WS-JOBRUN-REQ-NAME TO WS-JOBHS-KEY-NAME.
           MOVE jobStartStamp OF WS-JOBCTL-RECORD(1:25) TO
             WS-JOBHS-KEY-START.
           EXEC CICS DELETE FILE(WS-JOBHS-FILE)
                     RIDFLD(WS-JOBHS-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           INITIALIZE WS-JOBHS-RECORD.
           MOVE WS-JOBRUN-REQ-NAME TO jobhsName.
           MOVE jobStartStamp OF WS-JOBCTL-RECORD TO jobhsStartStamp.
           MOVE jobEndStamp OF WS-JOBCTL-RECORD TO jobhsEndStamp.
           MOVE WS-JOBRUN-REQ-RECORDS TO jobhsRecords.
           MOVE WS-JOBRUN-REQ-OUTCOME TO jobhsOutcome.
           MOVE jobhsStartStamp TO WS-HS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-HS-SECS TO WS-HS-START-SECS.
           MOVE jobhsEndStamp TO WS-HS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           IF WS-HS-SECS > WS-HS-START-SECS THEN
              COMPUTE jobhsElapsed = WS-HS-SECS - WS-HS-START-SECS
           ELSE
              MOVE 0 TO jobhsElapsed
           END-IF.
           EXEC CICS WRITE FILE(WS-JOBHS-FILE)
                       RIDFLD(WS-JOBHS-KEY)
                       FROM(WS-JOBHS-RECORD)
                       RESP(WS-RESP)
           END-EXEC.

      * Oldest first, restarting the browse after each delete the
      * way the report-run sweep does
           COMPUTE WS-RPT-DAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-NOW-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-NOW-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-NOW-DATE(9:2))) - WS-JOBHS-KEEP-DAYS.
           PERFORM FORMAT-RPT-DATE.
           MOVE WS-RPT-DATE10 TO WS-HS-CUTOFF.
           PERFORM UNTIL EXIT
              MOVE WS-JOBRUN-REQ-NAME TO WS-JOBHS-KEY-NAME
              MOVE LOW-VALUES TO WS-JOBHS-KEY-START
              EXEC CICS STARTBR FILE(WS-JOBHS-FILE)
                          RIDFLD(WS-JOBHS-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS READNEXT FILE(WS-JOBHS-FILE)
                          INTO(WS-JOBHS-RECORD)
                          RIDFLD(WS-JOBHS-KEY)
                          RESP(WS-FILE-RESP)
              END-EXEC
              EXEC CICS ENDBR FILE(WS-JOBHS-FILE) END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                 jobhsName NOT = WS-JOBRUN-REQ-NAME OR
                 jobhsStartStamp(1:10) NOT < WS-HS-CUTOFF THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS DELETE FILE(WS-JOBHS-FILE)
                        RIDFLD(WS-JOBHS-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * WS-HS-STAMP (YYYY-MM-DDTHH:MM:SS...) as seconds in WS-HS-SECS
       STAMP-TO-SECONDS.
           COMPUTE WS-HS-SECS = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-HS-STAMP(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-HS-STAMP(6:2)) * 100 +
              FUNCTION NUMVAL(WS-HS-STAMP(9:2))) * 86400 +
              FUNCTION NUMVAL(WS-HS-STAMP(12:2)) * 3600 +
              FUNCTION NUMVAL(WS-HS-STAMP(15:2)) * 60 +
              FUNCTION NUMVAL(WS-HS-STAMP(18:2)).
