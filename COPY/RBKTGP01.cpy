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
      *  response JSON schema 'getTags_response.json'. getTags
      *  takes no parameters, so there is no matching request
      *  copybook.
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '5.0'.
      *
      *   01 BAQBASE-RBKTGP01.
      *
      * CONTAINER 'responseCode200-cont' holds 'responseCode200-num'
      *  instances of WS-TAG-LIST-ENTRY (see RBKWSTOR) - each
      *  free-form tag in use and the number of books carrying it.
      *  The CONTAINER must be read from and written to in BIT
      *  mode.
      *     03 responseCode200-existence     PIC S9(9) COMP-5 SYNC.
      *     03 responseCode200-num           PIC S9(9) COMP-5 SYNC.
      *     03 responseCode200-cont          PIC X(16).
      *     03 responseCode500-existence     PIC S9(9) COMP-5 SYNC.
      *     03 responseCode500-cont          PIC X(16).
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

       01 BAQBASE-RBKTGP01.

         03 responseCode200-existence     PIC S9(9) COMP-5 SYNC.
         03 responseCode200-num           PIC S9(9) COMP-5 SYNC.
         03 responseCode200-cont          PIC X(16).

         03 responseCode500-existence     PIC S9(9) COMP-5 SYNC.
         03 responseCode500-cont          PIC X(16).
