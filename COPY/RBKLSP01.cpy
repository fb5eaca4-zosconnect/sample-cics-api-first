         03 listBooks-num                 PIC S9(9) COMP-5 SYNC.
         03 listBooks-cont                PIC X(16).

      * The ?citationFormat= bibliography: citation-num WS-CITE-LINE
      * text lines (see RBKWSTOR), one BibTeX entry or RIS record per
      * member shown in listBooks-cont
         03 citation-num                  PIC S9(9) COMP-5 SYNC.
         03 citation-cont                 PIC X(16).

         03 responseCode400-existence     PIC S9(9) COMP-5 SYNC.
         03 responseCode400-cont          PIC X(16).

