      *****************************************************************
      * RBKPRTAD - Maintenance utility for the interlibrary-loan     *
      *            partner registry (RBKPRTNR): add or replace a      *
      *            partner, remove one, or list the register. A       *
      *            partner's record carries its reciprocal-agreement  *
      *            terms (net-item fee and currency) that RBKILLRC    *
      *            settles each month. Modeled on RBKVENAD            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKPRTAD.
           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action and which partner
           INITIALIZE WS-PARTNER-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-PARTNER-REQUEST)
                   partnerName OF WS-PARTNER-RECORD
                 MOVE WS-PRT-REQ-CONTACT TO
                   partnerContact OF WS-PARTNER-RECORD
                 MOVE WS-PRT-REQ-RECIPROCAL TO
                   partnerReciprocal OF WS-PARTNER-RECORD
                 MOVE WS-PRT-REQ-NETFEE TO
                   partnerNetFee OF WS-PARTNER-RECORD
                 MOVE WS-PRT-REQ-FEECURR TO
                   partnerFeeCurrency OF WS-PARTNER-RECORD
                 EXEC CICS DELETE FILE(WS-PARTNER-FILE)
                           RIDFLD(WS-PARTNER-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-FILE-RESP = DFHRESP(NORMAL)
                    PERFORM UNTIL EXIT
                       INITIALIZE WS-PARTNER-RECORD
                       EXEC CICS READNEXT FILE(WS-PARTNER-FILE)
                                   INTO(WS-PARTNER-RECORD)
                                   RIDFLD(WS-PARTNER-KEY)
