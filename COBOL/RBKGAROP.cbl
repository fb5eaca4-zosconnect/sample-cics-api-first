           MOVE SPACES TO WS-PAGING-FIELDS.
           MOVE SPACES TO WS-PAGING-CURSOR.
           MOVE SPACES TO WS-PAGING-IFMODSINCE.
           MOVE SPACES TO WS-PAGING-TAG.
           IF Xlimit-existence IN requestQueryParameters > 0 THEN
              MOVE Xlimit OF requestQueryParameters TO WS-PAGING-LIMIT
           END-IF.
              MOVE Xcursor OF requestQueryParameters TO
                WS-PAGING-CURSOR
           END-IF.
           IF Xtag-existence IN requestQueryParameters > 0 AND
              Xtag2-length IN requestQueryParameters > 0 THEN
              MOVE FUNCTION UPPER-CASE(Xtag2 OF requestQueryParameters)
                TO WS-PAGING-TAG
           END-IF.

           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
