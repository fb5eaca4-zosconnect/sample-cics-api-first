
           06 memberAction-existence        PIC S9(9) COMP-5 SYNC.
           06 memberAction                  PIC X(1).

      * getReadingList's optional ?citationFormat= export option -
      * "bibtex" or "ris" (any case) has the 200 also carry the whole
      * list as one bibliography, a RBKCITE entry per member, in the
      * citation-cont container
         03 requestQueryParameters.
           06 citationFormat-existence      PIC S9(9) COMP-5 SYNC.
           06 citationFormat                PIC X(6).
