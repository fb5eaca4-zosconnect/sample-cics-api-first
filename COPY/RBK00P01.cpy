         03 responseCode304-existence     PIC S9(9) COMP-5 SYNC.
         03 responseCode304-cont          PIC X(16).

      * The ?citationFormat= citation for a 200: citation-num
      * WS-CITE-LINE text lines (see RBKWSTOR) of BibTeX or RIS in
      * the citation-cont container, alongside the book itself
         03 citation-num                  PIC S9(9) COMP-5 SYNC.
         03 citation-cont                 PIC X(16).

       01 RBK00P01-responseCode404.
         03 responseCode404.
           06 Xmessage-existence            PIC S9(9) COMP-5 SYNC.
