           MOVE SPACES TO WS-PAGING-PUBUNTIL.
           MOVE SPACES TO WS-PAGING-FORMAT.
           MOVE SPACES TO WS-PAGING-IFMODSINCE.
           MOVE SPACES TO WS-PAGING-TAG.
           MOVE M1TITLI TO WS-PAGING-SEARCH.
           MOVE M1TITLL TO WS-PAGING-SEARCH-LEN.

