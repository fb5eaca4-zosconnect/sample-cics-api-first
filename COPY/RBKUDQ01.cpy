           06 assets-num                      PIC S9(9) COMP-5 SYNC.
           06 assets-cont                     PIC X(16).

      * Free-form tags: 'tags-cont' contains 'tags-num' instances of
      * WS-TAG, filed into RBKTAGS (and the RBKTAGIX index) by
      * RBKWBOOK, uppercased, past WS-TAG-MAX ignored. A num of zero
      * means the field wasn't supplied and the stored tags are left
      * as they are.
           06 tags-num                        PIC S9(9) COMP-5 SYNC.
           06 tags-cont                       PIC X(16).

      * Set true ('Y') when the caller confirms the new author
      * spellings really are different people, standing down the
      * write-time near-duplicate guard for this one request.
