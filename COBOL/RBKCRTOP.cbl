         88 WS-FORMNUM-IS-VALID   VALUE 'Y'.
         88 WS-FORMNUM-IS-INVALID VALUE 'N'.

      * Clock fields for stamping a successful create's idempotency
      * record
       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
              GO TO EXIT-PROGRAM
           END-IF.

      * A create can't ask for PUBLISHED outright: a new entry has
      * had no technical review, so it is created as a DRAFT, sent
      * out for review (RBKTRVOP) and then goes through the
      * two-person publish rule through PUT/PATCH
           IF Xstatus OF Redbook OF WS-BOOK = "PUBLISHED" THEN
              INITIALIZE RBK01P01-responseCode400
              STRING "create as DRAFT and have it reviewed before "
                       DELIMITED BY SIZE
                     "asking to publish"
                       DELIMITED BY SIZE
                     INTO Xmessage2 OF responseCode400
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode400)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE Xmessage2-length OF responseCode400 =
                 LENGTH OF Xmessage2 OF responseCode400 -
                 WS-MESG-COUNTER
              MOVE 1 TO Xmessage-existence OF responseCode400

              MOVE 1 TO responseCode400-existence OF BAQBASE-RBK01P01
              MOVE WS-RESP400-CONT-NAME TO responseCode400-cont
                OF BAQBASE-RBK01P01
              EXEC CICS PUT CONTAINER(WS-RESP400-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(RBK01P01-responseCode400)
                         FLENGTH(LENGTH OF RBK01P01-responseCode400)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

      * Reject a topic that isn't in the approved taxonomy - free-
              GO TO EXIT-PROGRAM
           END-IF.

      * Record this successful create against its idempotency key,
      * so a network-level retry replays the result instead of
      * re-executing
