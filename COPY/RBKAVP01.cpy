      *****************************************************************
      * Copyright IBM Corp. 2023
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing
      * , software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the
      * License.
      *****************************************************************

      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++
      * This file contains the generated language structure(s) for
      *  response JSON schema 'getAvailability_response.json'.
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '5.0'.
      *
      *   01 BAQBASE-RBKAVP01.
      *
      * CONTAINER 'branches-cont' holds 'branches-num'
      *  WS-AVAIL-ENTRY records (see RBKWSTOR), one per branch holding
      *  a copy of the title: its AVAILABLE, ON-LOAN, TRANSIT,
      *  IN-REPAIR and reference-only copy counts, the earliest due
      *  date among its copies out on loan, and the hold queue depth.
      *  'earliestReturn' and 'holdQueueDepth' give the same two
      *  figures for the title as a whole. The CONTAINER must be read
      *  from and written to in BIT mode.
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

       01 BAQBASE-RBKAVP01.

         03 responseCode200-existence     PIC S9(9) COMP-5 SYNC.
         03 formNumber                    PIC X(12).
         03 branches-num                  PIC S9(9) COMP-5 SYNC.
         03 branches-cont                 PIC X(16).
         03 earliestReturn                PIC X(32).
         03 holdQueueDepth                PIC S9(9) COMP-5 SYNC.

         03 responseCode404-existence     PIC S9(9) COMP-5 SYNC.
         03 responseCode404-cont          PIC X(16).

         03 responseCode500-existence     PIC S9(9) COMP-5 SYNC.
         03 responseCode500-cont          PIC X(16).

       01 RBKAVP01-responseCode404.
         03 responseCode404.
           06 Xmessage-existence            PIC S9(9) COMP-5 SYNC.
           06 Xmessage.
             09 Xmessage2-length               PIC S9999 COMP-5 SYNC.
             09 Xmessage2                      PIC X(50).
