      *            resolves favorites. A member whose book has been   *
      *            withdrawn or deleted since is simply skipped - the *
      *            list keeps working, unlike the wiki pages it       *
      *            replaces. ?citationFormat=bibtex or ris adds the   *
      *            members as one bibliography, an RBKCITE entry each *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKLSTOP.

       01 WS-MEMBER-COUNT       PIC S9(9) COMP-5 VALUE 0.

      * Whether a ?citationFormat= bibliography was asked for
       01 WS-CITE-SW            PIC X VALUE 'N'.
         88 WS-CITE-WANTED        VALUE 'Y'.
         88 WS-CITE-NOT-WANTED    VALUE 'N'.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.
              GO TO EXIT-PROGRAM
           END-IF.

      * A bibliography export takes one RBKCITE entry per member
      * resolved below, all into the same container
           SET WS-CITE-NOT-WANTED TO TRUE.
           IF citationFormat-existence IN requestQueryParameters > 0
           THEN
              MOVE FUNCTION LOWER-CASE
                 (citationFormat IN requestQueryParameters)
                 TO WS-CITE-FORMAT
              IF WS-CITE-IS-BIBTEX OR WS-CITE-IS-RIS THEN
                 SET WS-CITE-WANTED TO TRUE
              END-IF
           END-IF.

      * Resolve each member to its full WS-BOOK record, in list
      * (sequence) order, skipping members whose book is gone
           MOVE listId OF requestBody TO WS-LITEM-KEY-LISTID.
                               BIT
                               APPEND
                    END-EXEC
                    IF WS-CITE-WANTED THEN
                       PERFORM CITE-ONE-MEMBER
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LITEM-FILE) END-EXEC
           MOVE WS-LISTBKS-CONT-NAME TO listBooks-cont
             OF BAQBASE-RBKLSP01.

      * The bibliography's line count is read back off the
      * container's length - an empty list leaves none at all
           IF WS-CITE-WANTED THEN
              EXEC CICS GET CONTAINER(WS-CITE-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            NODATA
                            FLENGTH(WS-LENGTH)
                            RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 COMPUTE citation-num OF BAQBASE-RBKLSP01 =
                    WS-LENGTH / LENGTH OF WS-CITE-LINE
                 MOVE WS-CITE-CONT-NAME TO citation-cont
                    OF BAQBASE-RBKLSP01
              END-IF
           END-IF.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * Append this member's citation to the list's bibliography
       CITE-ONE-MEMBER.
           MOVE formNumber OF WS-BOOK TO WS-CITE-FORMNUM.
           EXEC CICS PUT CONTAINER(WS-CITEPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-CITE-PARM)
                         FLENGTH(LENGTH OF WS-CITE-PARM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKCITE')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
