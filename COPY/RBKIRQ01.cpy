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
      *  request JSON schema 'postIllRequest_request.json' (shared
      *  with 'getIllRequest', whose GET carries no body, and with
      *  'decideIllRequest', whose PUT uses the decision fields).
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '5.0'.
      *
      *   01 BAQBASE-RBKIRQ01.
      *
      * requestBody carries either a new request (theirRef - the
      *  partner's own reference - and the formNumber wanted) on a
      *  POST, or a decision (partnerId + theirRef naming the
      *  request, a decision of APPROVE or REFUSE, and the reason
      *  for a refusal) on a PUT. The requesting partner is not part
      *  of the POST body - the caller's CICS userid is the partner's
      *  RBKPRTNR partnerId, so a partner can only file and poll its
      *  own requests.
      *     03 requestBody.
      *       06 theirRef-existence            PIC S9(9) COMP-5 SYNC.
      *       06 theirRef                      PIC X(16).
      *       06 formNumber-existence          PIC S9(9) COMP-5 SYNC.
      *       06 formNumber                    PIC X(12).
      *       06 partnerId-existence           PIC S9(9) COMP-5 SYNC.
      *       06 partnerId                     PIC X(8).
      *       06 decision-existence            PIC S9(9) COMP-5 SYNC.
      *       06 decision                      PIC X(8).
      *       06 reason-existence              PIC S9(9) COMP-5 SYNC.
      *       06 reason.
      *         09 reason2-length                PIC S9999 COMP-5 SYNC.
      *         09 reason2                       PIC X(60).
      *
      * requestQueryParameters carries getIllRequest's ?theirRef= -
      *  one request by the partner's reference; spaces means all of
      *  the caller's requests (for desk staff, the whole queue).
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

       01 BAQBASE-RBKIRQ01.
         03 requestBody.
           06 theirRef-existence            PIC S9(9) COMP-5 SYNC.
           06 theirRef                      PIC X(16).

           06 formNumber-existence          PIC S9(9) COMP-5 SYNC.
           06 formNumber                    PIC X(12).

           06 partnerId-existence           PIC S9(9) COMP-5 SYNC.
           06 partnerId                     PIC X(8).

           06 decision-existence            PIC S9(9) COMP-5 SYNC.
           06 decision                      PIC X(8).

           06 reason-existence              PIC S9(9) COMP-5 SYNC.
           06 reason.
             09 reason2-length                PIC S9999 COMP-5 SYNC.
             09 reason2                       PIC X(60).

         03 requestQueryParameters.
           06 theirRef-existence            PIC S9(9) COMP-5 SYNC.
           06 theirRef.
             09 theirRef2-length              PIC S9999 COMP-5 SYNC.
             09 theirRef2                     PIC X(16).
