      *            taxonomy (RBKTOPIC): add an approved topic (with   *
      *            an optional parent for the two-level hierarchy),   *
      *            or remove one. An add with a parent validates the  *
      *            parent is itself an approved topic, and may carry  *
      *            the subject's default shelfmark for newly received *
      *            copies. Modeled on RBKSUBOP                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKTOPAD.
                   parentTopic OF WS-TOPIC-RECORD
                 MOVE WS-TOPIC-REQ-TEAM TO
                   topicTeam OF WS-TOPIC-RECORD
                 MOVE WS-TOPIC-REQ-SHELFMARK TO
                   topicShelfmark OF WS-TOPIC-RECORD
                 EXEC CICS DELETE FILE(WS-TOPIC-FILE)
                           RIDFLD(WS-TOPIC-KEY)
                           RESP(WS-RESP)
