      *****************************************************************
      * RBKBRWAD - Maintenance utility for the borrower master        *
      *            (RBKBRWR): add or replace a borrower (with their   *
      *            concurrent-loan limit, notice channel and policy   *
      *            category), remove one, list the registry, or       *
      *            change just a borrower's notice channel or         *
      *            category. Modeled on RBKSUBOP. A group account     *
      *            (type G) borrows through the delegates named,      *
      *            revoked and listed here on RBKDLGT                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKBRWAD.
       COPY RBKWSTOR.

       01 WS-BRWR-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-USERID             PIC X(8).

       PROCEDURE DIVISION.

                    GO TO EXIT-PROGRAM
                 END-IF

      * An id retired by RBKBMRG stays retired - re-registering it
      * would split the person's history all over again
                 MOVE WS-BRWR-REQ-ID TO WS-BMRG-KEY
                 EXEC CICS READ FILE(WS-BMRG-FILE)
                           RIDFLD(WS-BMRG-KEY)
                           INTO(WS-BMRG-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKBRWAD: id was merged into "
                             DELIMITED BY SIZE
                           mergeSurvivor OF WS-BMRG-RECORD
                             DELIMITED BY SPACE
                           " - use that id"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    MOVE 0 TO WS-MESG-COUNTER
                    INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                       TALLYING WS-MESG-COUNTER FOR LEADING SPACES
                    COMPUTE errorMessage-length OF WS-ERROR =
                       LENGTH OF errorMessage OF WS-ERROR -
                       WS-MESG-COUNTER
                    MOVE 1 TO errorMessage-existence OF WS-ERROR
                    EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                                  CHANNEL(WS-CHANNEL-NAME)
                                  FROM(WS-ERROR)
                                  FLENGTH(LENGTH OF WS-ERROR)
                                  BIT
                    END-EXEC
                    GO TO EXIT-PROGRAM
                 END-IF

                 PERFORM CHECK-CATEGORY THRU CHECK-CATEGORY-EXIT
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    GO TO EXIT-PROGRAM
                 END-IF

      * A person (P, the default) or a team/department group (G)
                 IF WS-BRWR-REQ-TYPE = LOW-VALUES THEN
                    MOVE SPACES TO WS-BRWR-REQ-TYPE
                 END-IF
                 MOVE WS-BRWR-REQ-TYPE TO
                   borrowerType OF WS-BORROWER-RECORD
                 IF NOT WS-BORR-IS-PERSON AND
                    NOT WS-BORR-IS-GROUP THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKBRWAD: borrower type must be P "
                             DELIMITED BY SIZE
                           "(person) or G (group account)"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    PERFORM PUT-BRWR-ERROR
                    GO TO EXIT-PROGRAM
                 END-IF

                 MOVE WS-BRWR-REQ-ID TO WS-BORROWER-KEY
                 INITIALIZE WS-BORROWER-RECORD
                 MOVE WS-BRWR-REQ-ID TO
                   borrowerContact OF WS-BORROWER-RECORD
                 MOVE WS-BRWR-REQ-MAXLOANS TO
                   borrowerMaxLoans OF WS-BORROWER-RECORD
                 MOVE WS-BRWR-REQ-CHANNEL TO
                   borrowerNoticeChannel OF WS-BORROWER-RECORD
                 MOVE WS-BRWR-REQ-CATEGORY TO
                   borrowerCategory OF WS-BORROWER-RECORD
                 MOVE WS-BRWR-REQ-TYPE TO
                   borrowerType OF WS-BORROWER-RECORD
                 EXEC CICS DELETE FILE(WS-BORROWER-FILE)
                           RIDFLD(WS-BORROWER-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE 1 TO WS-BRWR-COUNT

              WHEN WS-BRWR-ACTION-DELEGATE
      * The account must be a registered group, and the delegate a
      * current registered person - a group can't act for a group
                 MOVE WS-BRWR-REQ-ID TO WS-BORROWER-KEY
                 EXEC CICS READ FILE(WS-BORROWER-FILE)
                           RIDFLD(WS-BORROWER-KEY)
                           INTO(WS-BORROWER-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) OR
                    NOT WS-BORR-IS-GROUP THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKBRWAD: delegates can only be named "
                             DELIMITED BY SIZE
                           "for a registered group account"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    PERFORM PUT-BRWR-ERROR
                    GO TO EXIT-PROGRAM
                 END-IF

                 MOVE WS-BRWR-REQ-DELEGATE TO WS-BORROWER-KEY
                 EXEC CICS READ FILE(WS-BORROWER-FILE)
                           RIDFLD(WS-BORROWER-KEY)
                           INTO(WS-BORROWER-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) OR
                    WS-BORR-IS-GROUP OR
                    WS-BORR-IS-LEAVER THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKBRWAD: a delegate must be a current "
                             DELIMITED BY SIZE
                           "registered borrower, not a group"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    PERFORM PUT-BRWR-ERROR
                    GO TO EXIT-PROGRAM
                 END-IF

                 EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
                 EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                           YYYYMMDD(WS-NOW-DATE)
                           DATESEP('-')
                 END-EXEC
                 MOVE WS-BRWR-REQ-ID TO WS-DLGT-KEY-GROUP
                 MOVE WS-BRWR-REQ-DELEGATE TO WS-DLGT-KEY-DELEGATE
                 MOVE WS-BRWR-REQ-ID TO delegateGroup
                 MOVE WS-BRWR-REQ-DELEGATE TO delegateId
                 MOVE WS-USERID TO delegateAddedBy
                 MOVE WS-NOW-DATE TO delegateAddedDate
                 EXEC CICS DELETE FILE(WS-DLGT-FILE)
                           RIDFLD(WS-DLGT-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-DLGT-FILE)
                           RIDFLD(WS-DLGT-KEY)
                           FROM(WS-DLGT-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 1 TO WS-BRWR-COUNT
                 END-IF

              WHEN WS-BRWR-ACTION-REVOKE
      * Loans the delegate already collected stay on the group
                 MOVE WS-BRWR-REQ-ID TO WS-DLGT-KEY-GROUP
                 MOVE WS-BRWR-REQ-DELEGATE TO WS-DLGT-KEY-DELEGATE
                 EXEC CICS DELETE FILE(WS-DLGT-FILE)
                           RIDFLD(WS-DLGT-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 1 TO WS-BRWR-COUNT
                 END-IF

              WHEN WS-BRWR-ACTION-MEMBERS
                 MOVE WS-BRWR-REQ-ID TO WS-DLGT-KEY-GROUP
                 MOVE LOW-VALUES TO WS-DLGT-KEY-DELEGATE
                 EXEC CICS STARTBR FILE(WS-DLGT-FILE)
                             RIDFLD(WS-DLGT-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP = DFHRESP(NORMAL)
                    PERFORM UNTIL EXIT
                       EXEC CICS READNEXT FILE(WS-DLGT-FILE)
                                   INTO(WS-DLGT-RECORD)
                                   RIDFLD(WS-DLGT-KEY)
                                   RESP(WS-FILE-RESP)
                       END-EXEC
                       IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                          WS-DLGT-KEY-GROUP NOT = WS-BRWR-REQ-ID THEN
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-BRWR-COUNT
                       EXEC CICS PUT CONTAINER(WS-DLGTLST-CONT-NAME)
                                CHANNEL(WS-CHANNEL-NAME)
                                FROM(WS-DLGT-RECORD)
                                FLENGTH(LENGTH OF WS-DLGT-RECORD)
                                BIT
                                APPEND
                       END-EXEC
                    END-PERFORM
                    EXEC CICS ENDBR FILE(WS-DLGT-FILE) END-EXEC
                 END-IF

              WHEN WS-BRWR-ACTION-CHANNEL
      * Print, email or none - anything else is a keying slip
                 MOVE WS-BRWR-REQ-CHANNEL TO
                   borrowerNoticeChannel OF WS-BORROWER-RECORD
                 IF NOT WS-BORR-NOTICE-PRINT AND
                    NOT WS-BORR-NOTICE-EMAIL AND
                    NOT WS-BORR-NOTICE-NONE THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKBRWAD: notice channel must be P "
                             DELIMITED BY SIZE
                           "(print), E (email) or N (none)"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                       TALLYING WS-MESG-COUNTER FOR LEADING SPACES
                    COMPUTE errorMessage-length OF WS-ERROR =
                       LENGTH OF errorMessage OF WS-ERROR -
                       WS-MESG-COUNTER
                    MOVE 1 TO errorMessage-existence OF WS-ERROR
                    EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                                  CHANNEL(WS-CHANNEL-NAME)
                                  FROM(WS-ERROR)
                                  FLENGTH(LENGTH OF WS-ERROR)
                                  BIT
                    END-EXEC
                    GO TO EXIT-PROGRAM
                 END-IF

                 MOVE WS-BRWR-REQ-ID TO WS-BORROWER-KEY
                 EXEC CICS READ FILE(WS-BORROWER-FILE)
                           RIDFLD(WS-BORROWER-KEY)
                           INTO(WS-BORROWER-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    EXEC CICS DELETE FILE(WS-BORROWER-FILE)
                              RIDFLD(WS-BORROWER-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    MOVE WS-BRWR-REQ-CHANNEL TO
                      borrowerNoticeChannel OF WS-BORROWER-RECORD
                    EXEC CICS WRITE FILE(WS-BORROWER-FILE)
                              RIDFLD(WS-BORROWER-KEY)
                              FROM(WS-BORROWER-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                    MOVE 1 TO WS-BRWR-COUNT
                 END-IF

              WHEN WS-BRWR-ACTION-CATEGORY
      * Spaces takes the borrower off any category; anything else
      * must already be a row on RBKCATP
                 PERFORM CHECK-CATEGORY THRU CHECK-CATEGORY-EXIT
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    GO TO EXIT-PROGRAM
                 END-IF

                 MOVE WS-BRWR-REQ-ID TO WS-BORROWER-KEY
                 EXEC CICS READ FILE(WS-BORROWER-FILE)
                           RIDFLD(WS-BORROWER-KEY)
                           INTO(WS-BORROWER-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    EXEC CICS DELETE FILE(WS-BORROWER-FILE)
                              RIDFLD(WS-BORROWER-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    MOVE WS-BRWR-REQ-CATEGORY TO
                      borrowerCategory OF WS-BORROWER-RECORD
                    EXEC CICS WRITE FILE(WS-BORROWER-FILE)
                              RIDFLD(WS-BORROWER-KEY)
                              FROM(WS-BORROWER-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                    MOVE 1 TO WS-BRWR-COUNT
                 END-IF

              WHEN WS-BRWR-ACTION-REMOVE
                 MOVE WS-BRWR-REQ-ID TO WS-BORROWER-KEY
                 EXEC CICS DELETE FILE(WS-BORROWER-FILE)

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * A named category has to exist on RBKCATP, or the borrower
      * would silently lend under the defaults - WS-RESP comes back
      * NORMAL when the category is blank or found
       CHECK-CATEGORY.
           MOVE DFHRESP(NORMAL) TO WS-RESP.
           IF WS-BRWR-REQ-CATEGORY = SPACES OR
              WS-BRWR-REQ-CATEGORY = LOW-VALUES THEN
              MOVE SPACES TO WS-BRWR-REQ-CATEGORY
              GO TO CHECK-CATEGORY-EXIT
           END-IF.
           MOVE WS-BRWR-REQ-CATEGORY TO WS-CATPOL-KEY.
           EXEC CICS READ FILE(WS-CATPOL-FILE)
                     RIDFLD(WS-CATPOL-KEY)
                     INTO(WS-CATPOL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              STRING "RBKBRWAD: no such borrower category on "
                       DELIMITED BY SIZE
                     "RBKCATP"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE errorMessage-length OF WS-ERROR =
                 LENGTH OF errorMessage OF WS-ERROR - WS-MESG-COUNTER
              MOVE 1 TO errorMessage-existence OF WS-ERROR
              EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-ERROR)
                            FLENGTH(LENGTH OF WS-ERROR)
                            BIT
              END-EXEC
           END-IF.
       CHECK-CATEGORY-EXIT.
           EXIT.

      * Finish the refusal STRINGed into errorMessage and hand it
      * back on the error container
       PUT-BRWR-ERROR.
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
