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
      *  request JSON schema 'getEvents_request.json'.
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '5.0'.
      *
      *   01 BAQBASE-RBKEVQ01.
      *
      * requestQueryParameters carries the required ?from= event
      *  sequence number to replay from and the optional ?limit= on
      *  how many events one call returns (at most WS-EVRPL-MAX).
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

       01 BAQBASE-RBKEVQ01.
         03 requestQueryParameters.
           06 Xfrom-existence               PIC S9(9) COMP-5 SYNC.
           06 Xfrom                         PIC S9(18) COMP-5 SYNC.

           06 Xlimit-existence              PIC S9(9) COMP-5 SYNC.
           06 Xlimit                        PIC S9(9) COMP-5 SYNC.
