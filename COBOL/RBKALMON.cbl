      *            limits, RBKNOTE pending/dead-letter depths and     *
      *            the open RBKSUGG backlog over theirs, and any      *
      *            FAILED or stuck-RUNNING RBKJOBCT outcome (those    *
      *            always alert - no threshold record needed), and    *
      *            technical reviews (RBKTREV) still open past their  *
      *            due date, one alert per late reviewer, and a       *
      *            nightly suite projected (by RBKJPROJ, off the      *
      *            run-history baselines) to finish past its batch    *
      *            window. Each raised alert also goes to the         *
      *            operator console, so somebody notices before       *
      *            something breaks. AUDIT-category alerts belong to  *
      *            RBKAUVFY's chain check and WORKLOAD ones to the    *
      *            RBKWKLD team workload run; both survive the        *
      *            rebuild                                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKALMON.
       01 WS-OPER-PTR           PIC S9(4) COMP-5.
       01 WS-VALUE-DISPLAY      PIC Z(8)9.
       01 WS-LIMIT-DISPLAY      PIC Z(8)9.
       01 WS-WINDOW-HHMM        PIC 9(4).

      * Overdue technical reviews, gathered per reviewer: how many
      * each has late and the longest-overdue one, named in the
      * alert text; 50 reviewers is far more than are ever late at
      * once
       01 WS-TRO-TABLE.
         03 WS-TRO-ENTRY OCCURS 50 TIMES.
           05 WS-TRO-REVIEWER     PIC X(8).
           05 WS-TRO-LATE         PIC 9(9) COMP-3.
           05 WS-TRO-OLDEST-DUE   PIC X(10).
           05 WS-TRO-OLDEST-BOOK  PIC X(12).
       01 WS-TRO-COUNT          PIC S9(8) COMP-5 VALUE 0.
       01 WS-TRO-I              PIC S9(8) COMP-5.

       PROCEDURE DIVISION.

      * FAILED and stuck-RUNNING batch outcomes always alert
           PERFORM CHECK-JOB-OUTCOMES.

      * Technical reviews nobody has got to by their due date
           PERFORM CHECK-OVERDUE-REVIEWS.

      * Tonight's suite projected past the end of its window
           PERFORM CHECK-BATCH-WINDOW.

      * Tell the caller how many alerts this run raised
           EXEC CICS PUT CONTAINER(WS-NUMALRT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
      * The audit chain check owns its AUDIT alerts and the team
      * workload run its WORKLOAD ones - keep them
                 IF WS-ALERT-KEY-CATEG NOT = 'AUDIT' AND
                    WS-ALERT-KEY-CATEG NOT = 'WORKLOAD' AND
                    WS-ACLR-COUNT < 100 THEN
                    ADD 1 TO WS-ACLR-COUNT
                    MOVE WS-ALERT-KEY TO WS-ACLR-KEY(WS-ACLR-COUNT)
                 END-IF
              EXEC CICS ENDBR FILE(WS-JOBCTL-FILE) END-EXEC
           END-IF.

      * An ASSIGNED review whose due date is behind today is late:
      * each late reviewer gets one alert counting their late reviews
      * and naming the longest-overdue book
       CHECK-OVERDUE-REVIEWS.
           MOVE 0 TO WS-TRO-COUNT.
           MOVE LOW-VALUES TO WS-TREV-KEY.

           EXEC CICS STARTBR FILE(WS-TREV-FILE)
                       RIDFLD(WS-TREV-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-TREV-FILE)
                             INTO(WS-TREV-RECORD)
                             RIDFLD(WS-TREV-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-TREV-IS-ASSIGNED AND
                    trevDueDate < WS-NOW-DATE THEN
                    PERFORM TALLY-OVERDUE-REVIEW
                       THRU TALLY-OVERDUE-REVIEW-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-TREV-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-TRO-I FROM 1 BY 1
                     UNTIL WS-TRO-I > WS-TRO-COUNT
              MOVE 'REVIEW' TO WS-ALERT-KEY-CATEG
              MOVE WS-TRO-REVIEWER(WS-TRO-I) TO WS-ALERT-KEY-NAME
              MOVE WS-TRO-LATE(WS-TRO-I) TO WS-ALERT-REC-VALUE
              MOVE 0 TO WS-ALERT-REC-LIMIT
              MOVE SPACES TO WS-ALERT-REC-TEXT
              STRING "technical review overdue, oldest "
                       DELIMITED BY SIZE
                     WS-TRO-OLDEST-BOOK(WS-TRO-I) DELIMITED BY SPACE
                     " due " DELIMITED BY SIZE
                     WS-TRO-OLDEST-DUE(WS-TRO-I) DELIMITED BY SIZE
                     INTO WS-ALERT-REC-TEXT
              END-STRING
              PERFORM RAISE-ALERT
           END-PERFORM.

      * The projection counts the minutes over as the value and the
      * window end (HHMM) as the limit
       CHECK-BATCH-WINDOW.
           INITIALIZE WS-JPROJ-PARM.
           EXEC CICS PUT CONTAINER(WS-JPROJ-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JPROJ-PARM)
                         FLENGTH(LENGTH OF WS-JPROJ-PARM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKJPROJ')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-JPROJ-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-JPROJ-PARM)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND WS-JPROJ-OVERRUN THEN
              MOVE 'WINDOW' TO WS-ALERT-KEY-CATEG
              MOVE 'NIGHTEND' TO WS-ALERT-KEY-NAME
              MOVE WS-JPROJ-MINS-OVER TO WS-ALERT-REC-VALUE
              MOVE WS-JPROJ-WINDOW-END(12:2) TO
                WS-WINDOW-HHMM(1:2)
              MOVE WS-JPROJ-WINDOW-END(15:2) TO
                WS-WINDOW-HHMM(3:2)
              MOVE WS-WINDOW-HHMM TO WS-ALERT-REC-LIMIT
              MOVE SPACES TO WS-ALERT-REC-TEXT
              STRING "suite projected to finish " DELIMITED BY SIZE
                     WS-JPROJ-FINISH(12:5) DELIMITED BY SIZE
                     ", window ends " DELIMITED BY SIZE
                     WS-JPROJ-WINDOW-END(12:5) DELIMITED BY SIZE
                     INTO WS-ALERT-REC-TEXT
              END-STRING
              PERFORM RAISE-ALERT
           END-IF.

      * Fold one late review into its reviewer's entry
       TALLY-OVERDUE-REVIEW.
           PERFORM VARYING WS-TRO-I FROM 1 BY 1
                     UNTIL WS-TRO-I > WS-TRO-COUNT
              IF WS-TRO-REVIEWER(WS-TRO-I) = trevReviewer THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-TRO-I > WS-TRO-COUNT THEN
              IF WS-TRO-COUNT >= 50 THEN
                 GO TO TALLY-OVERDUE-REVIEW-EXIT
              END-IF
              ADD 1 TO WS-TRO-COUNT
              MOVE trevReviewer TO WS-TRO-REVIEWER(WS-TRO-I)
              MOVE 0 TO WS-TRO-LATE(WS-TRO-I)
              MOVE HIGH-VALUES TO WS-TRO-OLDEST-DUE(WS-TRO-I)
           END-IF.
           ADD 1 TO WS-TRO-LATE(WS-TRO-I).
           IF trevDueDate < WS-TRO-OLDEST-DUE(WS-TRO-I) THEN
              MOVE trevDueDate TO WS-TRO-OLDEST-DUE(WS-TRO-I)
              MOVE trevFormNumber TO WS-TRO-OLDEST-BOOK(WS-TRO-I)
           END-IF.
       TALLY-OVERDUE-REVIEW-EXIT.
           EXIT.

      * Persist one alert and echo it to the operator console -
      * WS-ALERT-KEY and the value/limit/text fields are set by the
      * caller
