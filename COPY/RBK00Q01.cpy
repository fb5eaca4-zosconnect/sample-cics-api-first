           06 XasOf.
             09 XasOf2-length                 PIC S9999 COMP-5 SYNC.
             09 XasOf2                        PIC X(32).

      * citationFormat holds the optional ?citationFormat= export
      * option - "bibtex" or "ris" (any case) has the 200 also carry
      * the book's citation, built by RBKCITE, in the citation-cont
      * container. Absent or unrecognised means no citation.
           06 citationFormat-existence      PIC S9(9) COMP-5 SYNC.
           06 citationFormat                PIC X(6).
