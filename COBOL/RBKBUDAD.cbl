      * RBKBUDAD - Maintenance utility for the annual acquisition     *
      *            budget (RBKBUDG): set (add or replace) one year/   *
      *            topic line or the *TOTAL* line, remove one, or     *
      *            list a year's lines. A line RBKYREND has frozen    *
      *            at year-end is refused for set and remove, and a   *
      *            set keeps any commitment the close carried into    *
      *            the line. Modeled on RBKVENAD                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKBUDAD.
       COPY RBKWSTOR.

       01 WS-BUDG-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-BUDG-KEEP-CARRY    PIC 9(9)V9(2) COMP-3 VALUE 0.

       PROCEDURE DIVISION.

              GO TO EXIT-PROGRAM
           END-IF.

      * A closed year is history - its lines stay as the close left
      * them. Read the line as it stands first: a set carries over
      * whatever commitment the close rolled into it
           MOVE 0 TO WS-BUDG-KEEP-CARRY.
           IF WS-BUDG-ACTION-SET OR WS-BUDG-ACTION-REMOVE THEN
              MOVE WS-BUDG-REQ-YEAR TO WS-BUDGET-KEY-YEAR
              MOVE WS-BUDG-REQ-TOPIC TO WS-BUDGET-KEY-TOPIC
              EXEC CICS READ FILE(WS-BUDGET-FILE)
                        RIDFLD(WS-BUDGET-KEY)
                        INTO(WS-BUDGET-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 IF WS-BUDGET-IS-FROZEN THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKBUDAD: that budget year is closed"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    PERFORM PUT-BUDG-ERROR
                    GO TO EXIT-PROGRAM
                 END-IF
                 MOVE budgetCarryIn OF WS-BUDGET-RECORD TO
                   WS-BUDG-KEEP-CARRY
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WS-BUDG-ACTION-SET
                 MOVE WS-BUDG-REQ-YEAR TO WS-BUDGET-KEY-YEAR
                 MOVE WS-BUDG-REQ-TOPIC TO WS-BUDGET-KEY-TOPIC
                 INITIALIZE WS-BUDGET-RECORD
                 MOVE SPACES TO budgetStatus OF WS-BUDGET-RECORD
                 MOVE SPACES TO budgetClosedOn OF WS-BUDGET-RECORD
                 MOVE WS-BUDG-KEEP-CARRY TO
                   budgetCarryIn OF WS-BUDGET-RECORD
                 MOVE WS-BUDG-REQ-YEAR TO
                   budgetYear OF WS-BUDGET-RECORD
                 MOVE WS-BUDG-REQ-TOPIC TO

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

       PUT-BUDG-ERROR.
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
