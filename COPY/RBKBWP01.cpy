      *  records (their queued holds with queue position); CONTAINER
      *  'charges-cont' holds 'charges-num' RBKCHRG ledger entries in
      *  the same sequence+record shape RBKFEEOP's list returns, with
      *  'openBalance' their unsettled total; CONTAINER
      *  'suspensions-cont' holds 'suspensions-num' RBKSUSP entries
      *  (sequence+record, current and lifted), with 'suspended' 'Y'
      *  while one is in force. All CONTAINERs must be read from and
      *  written to in BIT mode.
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

       01 BAQBASE-RBKBWP01.
         03 charges-num                   PIC S9(9) COMP-5 SYNC.
         03 charges-cont                  PIC X(16).
         03 openBalance                   PIC 9(9)V9(2) COMP-3.
         03 suspended                     PIC X.
         03 suspensions-num               PIC S9(9) COMP-5 SYNC.
         03 suspensions-cont              PIC X(16).

         03 responseCode404-existence     PIC S9(9) COMP-5 SYNC.
         03 responseCode404-cont          PIC X(16).
