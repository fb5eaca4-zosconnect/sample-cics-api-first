       01 WS-ORIG-RELNUM         PIC S9(9) COMP-5.
       01 WS-ORIG-RELCONT        PIC X(16).

      * Same preservation for the asset- and tag-list fields
       01 WS-ORIG-ASTNUM         PIC S9(9) COMP-5.
       01 WS-ORIG-ASTCONT        PIC X(16).
       01 WS-ORIG-TAGNUM         PIC S9(9) COMP-5.
       01 WS-ORIG-TAGCONT        PIC X(16).

      * The status as it stands on file, and the caller's userid -
      * what the two-person publish rule below is judged against
           MOVE assets-num OF Redbook OF WS-BOOK TO WS-ORIG-ASTNUM.
           MOVE assets-cont OF Redbook OF WS-BOOK TO
             WS-ORIG-ASTCONT.
           MOVE tags-num OF Redbook OF WS-BOOK TO WS-ORIG-TAGNUM.
           MOVE tags-cont OF Redbook OF WS-BOOK TO WS-ORIG-TAGCONT.
           MOVE relatedFormNumbers-num OF Redbook OF WS-BOOK TO
             WS-ORIG-RELNUM.
           MOVE relatedFormNumbers-cont OF Redbook OF WS-BOOK TO
                assets-cont OF Redbook OF WS-BOOK
           END-IF.

      * And for an unsupplied tag list
           IF tags-num OF Redbook OF WS-BOOK = 0 THEN
              MOVE WS-ORIG-TAGNUM TO
                tags-num OF Redbook OF WS-BOOK
              MOVE WS-ORIG-TAGCONT TO
                tags-cont OF Redbook OF WS-BOOK
           END-IF.

      * Reject a topic that isn't in the approved taxonomy, the same
      * check RBKCRTOP applies on create
           IF topic-existence OF Redbook OF WS-BOOK > 0 AND
                   WS-APPR-REQ-FORMNUM
                 MOVE 'A' TO WS-APPR-REQ-PHASE
              ELSE
      * A DRAFT goes out for technical review first: the publish
      * request is refused until every assigned reviewer has
      * signed off (RBKTRVCK)
                 IF WS-ORIG-STATUS = "DRAFT" THEN
                    INITIALIZE WS-TRVCK-PARM
                    MOVE formNumber OF Redbook OF WS-BOOK TO
                      WS-TRVCK-FORMNUM
                    EXEC CICS PUT CONTAINER(WS-TRVCK-CONT-NAME)
                                  CHANNEL(WS-CHANNEL-NAME)
                                  FROM(WS-TRVCK-PARM)
                                  FLENGTH(LENGTH OF WS-TRVCK-PARM)
                                  BIT
                    END-EXEC
                    EXEC CICS LINK PROGRAM('RBKTRVCK')
                              CHANNEL(WS-CHANNEL-NAME)
                    END-EXEC
                    EXEC CICS GET CONTAINER(WS-TRVCK-CONT-NAME)
                                  CHANNEL(WS-CHANNEL-NAME)
                                  INTO(WS-TRVCK-PARM)
                                  RESP(WS-RESP)
                    END-EXEC
                    IF NOT WS-TRVCK-IS-CLEAR THEN
                       INITIALIZE RBKUDP01-responseCode400
                       STRING "publish needs every assigned technical "
                                DELIMITED BY SIZE
                              "review signed off"
                                DELIMITED BY SIZE
                              INTO Xmessage2 OF responseCode400
                       MOVE 0 TO WS-MESG-COUNTER
                       INSPECT FUNCTION REVERSE
                          (Xmessage2 OF responseCode400)
                          TALLYING WS-MESG-COUNTER FOR LEADING SPACES
                       COMPUTE Xmessage2-length OF responseCode400 =
                          LENGTH OF Xmessage2 OF responseCode400 -
                          WS-MESG-COUNTER
                       MOVE 1 TO Xmessage-existence OF responseCode400
                       MOVE 1 TO responseCode400-existence OF
                         BAQBASE-RBKUDP01
                       MOVE WS-RESP400-CONT-NAME TO
                         responseCode400-cont OF BAQBASE-RBKUDP01
                       EXEC CICS PUT CONTAINER(WS-RESP400-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(RBKUDP01-responseCode400)
                            FLENGTH(LENGTH OF RBKUDP01-responseCode400)
                            BIT
                       END-EXEC
                       GO TO EXIT-PROGRAM
                    END-IF
                 END-IF
                 MOVE "PENDING" TO Xstatus OF Redbook OF WS-BOOK
                 MOVE 7 TO Xstatus-length OF Redbook OF WS-BOOK
                 MOVE formNumber OF Redbook OF WS-BOOK TO
