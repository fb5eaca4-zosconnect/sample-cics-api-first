              IF NOT WS-PROP-IS-OPEN THEN
                 GO TO JUDGE-ONE-TITLE-EXIT
              END-IF
      * A standing order's proposal already buys the profile's
      * copies for its branches - tonight's shortfall doesn't
      * overwrite it
              IF proposalProfile OF WS-PROP-RECORD NOT = SPACES THEN
                 GO TO JUDGE-ONE-TITLE-EXIT
              END-IF
              EXEC CICS DELETE FILE(WS-PROP-FILE)
                        RIDFLD(WS-PROP-KEY)
                        RESP(WS-RESP)
