             09 Xfields2-length                   PIC S9999 COMP-5
                                                  SYNC.
             09 Xfields2                          PIC X(100).

      * Xtag holds the optional ?tag= browse-by-tag filter - one
      * free-form tag, matched uppercased against RBKTAGS; RBKRALLB
      * serves a tag-only listing straight from the RBKTAGIX index
           06 Xtag-existence                    PIC S9(9) COMP-5 SYNC.
           06 Xtag.
             09 Xtag2-length                      PIC S9999 COMP-5
                                                  SYNC.
             09 Xtag2                             PIC X(20).
