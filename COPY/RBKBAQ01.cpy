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
      *  request JSON schema 'postBorrowerAction_request.json'.
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '5.0'.
      *
      *   01 BAQBASE-RBKBAQ01.
      *
      * requestPathParameters carries the {id} path parameter - the
      *  borrower's registered 8-character id, the RBKBRWR key.
      *
      * requestBody names what the borrower wants done: 'action' is
      *  RENEW (one of their open loans), HOLD (queue a hold) or
      *  CANCEL (withdraw a hold of their own), and 'formNumber' is
      *  the Redbook it applies to. The optional 'pickupBranch' names
      *  the RBKBRNCH branch a HOLD will be collected from.
      *     03 requestBody.
      *       06 action-existence              PIC S9(9) COMP-5 SYNC.
      *       06 action                        PIC X(8).
      *       06 formNumber-existence          PIC S9(9) COMP-5 SYNC.
      *       06 formNumber                    PIC X(12).
      *       06 pickupBranch-existence        PIC S9(9) COMP-5 SYNC.
      *       06 pickupBranch                  PIC X(4).
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

       01 BAQBASE-RBKBAQ01.
         03 requestPathParameters.
           06 Xid.
             09 Xid2-length                   PIC S9999 COMP-5 SYNC.
             09 Xid2                          PIC X(8).

         03 requestBody.
           06 action-existence              PIC S9(9) COMP-5 SYNC.
           06 action                        PIC X(8).

           06 formNumber-existence          PIC S9(9) COMP-5 SYNC.
           06 formNumber                    PIC X(12).

           06 pickupBranch-existence        PIC S9(9) COMP-5 SYNC.
           06 pickupBranch                  PIC X(4).
