      *
      * CONTAINER 'responseCode200-cont' holds 'responseCode200-num'
      *  instances of WS-REVIEW-RECORD - the book's reviews in the
      *  order they were posted, each reviewer's latest only and any
      *  a moderator has hidden left out. On a POST it instead holds
      *  the freshly-updated WS-BOOK (with its new averageRating),
      *  the same way addFavorite echoes the book back. The CONTAINER
      *  must be read from and written to in BIT mode.
      *     03 responseCode200-existence     PIC S9(9) COMP-5 SYNC.
      *     03 responseCode200-num           PIC S9(9) COMP-5 SYNC.
