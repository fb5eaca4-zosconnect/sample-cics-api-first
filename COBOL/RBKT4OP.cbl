      * RBKT4OP - 3270 operations dashboard (transaction RBK4, map    *
      *           RBKM4): every batch step's RBKJOBCT outcome and     *
      *           record count two to a line, the RBKNOTE pending/    *
      *           dead-letter depths, the MAINTMOD state, tonight's   *
      *           projected suite finish against the batch window     *
      *           (RBKJPROJ) and the current RBKALERT list - the      *
      *           morning check without browsing raw records. A step *
      *           name in the drill field shows that one step's full *
      *           job record, its run-history baseline and its        *
      *           alerts; 'X' there leaves the screen                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKT4OP.
       01 WS-NOTE-PENDING       PIC S9(8) COMP-5 VALUE 0.
       01 WS-NOTE-DEAD          PIC S9(8) COMP-5 VALUE 0.
       01 WS-MAINT-STATE        PIC X(3) VALUE 'OFF'.
       01 WS-SECS-DISPLAY       PIC Z(7)9.
       01 WS-RUNS-DISPLAY       PIC Z(3)9.
       01 WS-MINS-DISPLAY       PIC Z(4)9.

       PROCEDURE DIVISION.

           END-EXEC.
           EXEC CICS RETURN TRANSID('RBK4') END-EXEC.

      * The whole morning picture: the suite's projected finish, job
      * outcomes two per line, then the queue depths and MAINTMOD,
      * then the alert list
       SHOW-DASHBOARD.
      * Where tonight's suite is projected to finish - first, so
      * the step list can never push it off the screen
           INITIALIZE WS-JPROJ-PARM.
           PERFORM LINK-PROJECTION.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE SPACES TO WS-LINE-TEXT
              MOVE 1 TO WS-LINE-PTR
              STRING "SUITE FINISH " DELIMITED BY SIZE
                     WS-JPROJ-FINISH(12:5) DELIMITED BY SIZE
                     "  WINDOW " DELIMITED BY SIZE
                     WS-JPROJ-WINDOW-END(12:5) DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
                   WITH POINTER WS-LINE-PTR
              END-STRING
              IF WS-JPROJ-OVERRUN THEN
                 MOVE WS-JPROJ-MINS-OVER TO WS-MINS-DISPLAY
                 STRING "  OVERRUN BY " DELIMITED BY SIZE
                        WS-MINS-DISPLAY DELIMITED BY SIZE
                        " MIN" DELIMITED BY SIZE
                      INTO WS-LINE-TEXT
                      WITH POINTER WS-LINE-PTR
                 END-STRING
              ELSE
                 STRING "  ON TIME" DELIMITED BY SIZE
                      INTO WS-LINE-TEXT
                      WITH POINTER WS-LINE-PTR
                 END-STRING
              END-IF
              PERFORM EMIT-LINE
           END-IF.

           MOVE 'L' TO WS-HALF-SIDE.
           MOVE SPACES TO WS-LINE-TEXT.

           END-STRING.
           PERFORM EMIT-LINE.

      * The step's baseline off its run history
           INITIALIZE WS-JPROJ-PARM.
           MOVE M4STEPI TO WS-JPROJ-STEP.
           PERFORM LINK-PROJECTION.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-JPROJ-STEP-BASE TO WS-SECS-DISPLAY
              MOVE WS-JPROJ-STEP-RUNS TO WS-RUNS-DISPLAY
              MOVE SPACES TO WS-LINE-TEXT
              MOVE 1 TO WS-LINE-PTR
              STRING "BASELINE" DELIMITED BY SIZE
                     WS-SECS-DISPLAY DELIMITED BY SIZE
                     " SECS OVER" DELIMITED BY SIZE
                     WS-RUNS-DISPLAY DELIMITED BY SIZE
                     " OK RUNS" DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
                   WITH POINTER WS-LINE-PTR
              END-STRING
              MOVE WS-JPROJ-STEP-LAST TO WS-SECS-DISPLAY
              STRING "  LAST" DELIMITED BY SIZE
                     WS-SECS-DISPLAY DELIMITED BY SIZE
                     " SECS" DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
                   WITH POINTER WS-LINE-PTR
              END-STRING
              PERFORM EMIT-LINE
           END-IF.

      * Any alert raised against this step (the JOB category keys
      * alerts by step name)
           MOVE 'JOB' TO WS-ALERT-KEY-CATEG.
       SHOW-ONE-STEP-EXIT.
           EXIT.

      * Run the batch-window projection on WS-JPROJ-PARM
       LINK-PROJECTION.
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

      * Place WS-LINE-TEXT on the next free display line - the
      * output lines sit one after another behind M4LN1O, 82 bytes
      * apart (3 attribute bytes + 79 of text), so line n starts at
