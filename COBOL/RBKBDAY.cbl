      *           forward to the next business day (weekends by      *
      *           arithmetic, holidays off RBKCAL) - a date already  *
      *           on a business day passes through unchanged; 'C'     *
      *           counts the business days between the two dates;     *
      *           'A' moves the date forward by a count of business   *
      *           days; 'E' says whether the date is the last         *
      *           business day of its month.                          *
      *           Day-of-week falls out of INTEGER-OF-DATE: day 1 is  *
      *           a Monday, so MOD 7 of the integer gives 6 for       *
      *           Saturday and 0 for Sunday                           *
         88 WS-IS-BUSINESS-DAY    VALUE 'Y'.
         88 WS-NOT-BUSINESS-DAY   VALUE 'N'.
       01 WS-GUARD              PIC S9(4) COMP-5 VALUE 0.
       01 WS-DAYS-ADDED         PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

                 PERFORM ROLL-TO-BUSINESS-DAY
              WHEN WS-BDAY-COUNT-BUSDAYS
                 PERFORM COUNT-BUSINESS-DAYS
              WHEN WS-BDAY-ADD-BUSDAYS
                 PERFORM ADD-BUSINESS-DAYS
              WHEN WS-BDAY-MONTH-END
                 PERFORM CHECK-MONTH-END
           END-EVALUATE.

           EXEC CICS PUT CONTAINER(WS-BDAY-CONT-NAME)
              END-IF
           END-PERFORM.

      * Step WS-BDAY-DATE forward one day at a time until
      * WS-BDAY-COUNT business days have gone by - "five working
      * days from today". The same guard as the roll keeps a
      * holiday-stuffed calendar from looping forever.
       ADD-BUSINESS-DAYS.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-BDAY-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-BDAY-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-BDAY-DATE(9:2))).

           MOVE 0 TO WS-GUARD.
           MOVE 0 TO WS-DAYS-ADDED.
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM UNTIL WS-DAYS-ADDED >= WS-BDAY-COUNT OR
                         WS-GUARD > 366
              ADD 1 TO WS-DAY-INT
              ADD 1 TO WS-GUARD
              PERFORM CHECK-BUSINESS-DAY
              IF WS-IS-BUSINESS-DAY THEN
                 ADD 1 TO WS-DAYS-ADDED
              END-IF
           END-PERFORM.

           MOVE WS-DAY-DATE10 TO WS-BDAY-DATE(1:10).

      * The last business day of a month is a business day itself
      * with the next business day after it in another month
       CHECK-MONTH-END.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-BDAY-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-BDAY-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-BDAY-DATE(9:2))).

           MOVE 0 TO WS-BDAY-COUNT.
           PERFORM CHECK-BUSINESS-DAY.
           IF WS-IS-BUSINESS-DAY THEN
              MOVE 0 TO WS-GUARD
              PERFORM UNTIL WS-GUARD > 60
                 ADD 1 TO WS-DAY-INT
                 ADD 1 TO WS-GUARD
                 PERFORM CHECK-BUSINESS-DAY
                 IF WS-IS-BUSINESS-DAY THEN
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-DAY-DATE10(6:2) NOT = WS-BDAY-DATE(6:2) THEN
                 MOVE 1 TO WS-BDAY-COUNT
              END-IF
           END-IF.

      * Is the day in WS-DAY-INT a business day? Weekend first
      * (cheap arithmetic), then the holiday file. Leaves the
      * formatted YYYY-MM-DD in WS-DAY-DATE10 either way.
