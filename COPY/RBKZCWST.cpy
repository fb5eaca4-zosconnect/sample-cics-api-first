       01 WS-RLIM-RESP             PIC S9(8) COMP.
       01 WS-RLIM-STATE            PIC X VALUE 'N'.
         88 WS-RLIM-OVER-LIMIT       VALUE 'Y'.
         88 WS-RLIM-WITHIN-LIMIT     VALUE 'N'.

      * How many times the availability sub-resource appears in the
      * URI - a /redbook/{formNumber}/availability GET is routed to
      * RBKAVLOP rather than the catalog lookup
       01 WS-URI-AVAIL-COUNT       PIC S9(4) COMP-5 VALUE 0.

      * Likewise for the recommendations sub-resource - a
      * /redbook/{formNumber}/recommendations GET goes to RBKRECOP
       01 WS-URI-RECO-COUNT        PIC S9(4) COMP-5 VALUE 0.
