      *            sequence), and leaves an 'ARCHIVED' summary        *
      *            record at sequence 1 whose auditTimestamp is the   *
      *            cutoff - any reader needing older history knows to *
      *            look in the archive (RBKCHGOP already does). The   *
      *            records' hash-chain seals move untouched; only the *
      *            summary is re-sealed, onto the archive's tail, so  *
      *            the chain still runs unbroken end to end           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKAUARC.
       01 WS-BOOKAUD-TABLE.
         03 WS-BOOKAUD-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-BOOKAUD-IDX.
           05 WS-BOOKAUD-REC       PIC X(130).
       01 WS-BOOKAUD-COUNT      PIC S9(8) COMP-5 VALUE 0.
       01 WS-BOOKAUD-I          PIC S9(8) COMP-5.

       01 WS-LIVE-NEXT-SEQ      PIC 9(4) VALUE 0.
       01 WS-ARCHIVED-COUNT     PIC S9(8) COMP-5 VALUE 0.

      * The hash of the newest sealed record in this book's archive -
      * what the 'ARCHIVED' summary's previous hash must point at
       01 WS-ARCH-TAIL-HASH     PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.
           MOVE WS-FORM-ENTRY(WS-FORM-I) TO WS-AUDIT-KEY-FORMNUM.
           MOVE 0 TO WS-AUDIT-KEY-SEQ.
           MOVE 0 TO WS-ARCH-NEXT-SEQ.
           MOVE WS-AUHASH-GENESIS TO WS-ARCH-TAIL-HASH.

           EXEC CICS STARTBR FILE(WS-AUDARCH-FILE)
                       RIDFLD(WS-AUDIT-KEY)
                    EXIT PERFORM
                 END-IF
                 MOVE WS-AUDIT-KEY-SEQ TO WS-ARCH-NEXT-SEQ
                 IF auditHash OF WS-AUDIT-RECORD NOT = SPACES THEN
                    MOVE auditHash OF WS-AUDIT-RECORD TO
                      WS-ARCH-TAIL-HASH
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-AUDARCH-FILE) END-EXEC
           END-IF.
                             FROM(WS-AUDIT-RECORD)
                             RESP(WS-RESP)
                 END-EXEC
                 IF auditHash OF WS-AUDIT-RECORD NOT = SPACES THEN
                    MOVE auditHash OF WS-AUDIT-RECORD TO
                      WS-ARCH-TAIL-HASH
                 END-IF
                 SET WS-BOOK-HAS-ARCHIVE TO TRUE
                 SET WS-BOOK-MOVED-SOME TO TRUE
                 ADD 1 TO WS-ARCHIVED-COUNT
           END-EXEC.

      * The summary takes sequence 1: history older than the cutoff
      * timestamp recorded here now lives in the archive. It is
      * sealed onto the archive's tail, so the chain runs from the
      * archive through it into the kept records - whose own seals
      * never mention their sequence and so survive the renumbering
           MOVE SPACES TO WS-AUDIT-RECORD.
           MOVE 'ARCHIVED' TO auditAction OF WS-AUDIT-RECORD.
           MOVE WS-USERID TO auditActor OF WS-AUDIT-RECORD.
           MOVE WS-CUTOFF-STAMP(1:25) TO
             auditTimestamp OF WS-AUDIT-RECORD.
           MOVE WS-ARCH-TAIL-HASH TO WS-AUHASH-PREV.
           MOVE WS-FORM-ENTRY(WS-FORM-I) TO WS-AUHASH-FORMNUM.
           MOVE WS-AUDIT-SEALED-BODY TO WS-AUHASH-BODY.
           MOVE SPACES TO WS-AUHASH-RESULT.
           EXEC CICS PUT CONTAINER(WS-AUHASH-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-AUHASH-PARM)
                         FLENGTH(LENGTH OF WS-AUHASH-PARM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKAUHSH')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-AUHASH-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-AUHASH-PARM)
           END-EXEC.
           MOVE WS-AUHASH-PREV TO auditPrevHash OF WS-AUDIT-RECORD.
           MOVE WS-AUHASH-RESULT TO auditHash OF WS-AUDIT-RECORD.
           MOVE WS-FORM-ENTRY(WS-FORM-I) TO WS-AUDIT-KEY-FORMNUM.
           MOVE 1 TO WS-AUDIT-KEY-SEQ.
           EXEC CICS WRITE FILE(WS-AUDIT-FILE)
