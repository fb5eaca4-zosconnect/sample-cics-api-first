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
      *  request JSON schema 'postErratum_request.json' (shared with
      *  'getErrata', whose GET carries no body, and with
      *  'decideErratum', whose PUT uses the decision fields).
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '5.0'.
      *
      *   01 BAQBASE-RBKERQ01.
      *
      * requestBody carries either a new erratum (formNumber, the
      *  location - page or section - and the description) on a
      *  POST, or a decision (formNumber + errataNumber naming the
      *  erratum, and a decision of ACCEPT or REJECT) on a PUT. The
      *  reporter/decider is not part of the body - the programs
      *  capture the caller's CICS userid.
      *     03 requestBody.
      *       06 formNumber-existence          PIC S9(9) COMP-5 SYNC.
      *       06 formNumber                    PIC X(12).
      *       06 location-existence            PIC S9(9) COMP-5 SYNC.
      *       06 location.
      *         09 location2-length              PIC S9999 COMP-5 SYNC.
      *         09 location2                     PIC X(40).
      *       06 description-existence         PIC S9(9) COMP-5 SYNC.
      *       06 description.
      *         09 description2-length           PIC S9999 COMP-5 SYNC.
      *         09 description2                  PIC X(200).
      *       06 errataNumber-existence        PIC S9(9) COMP-5 SYNC.
      *       06 errataNumber                  PIC 9(4).
      *       06 decision-existence            PIC S9(9) COMP-5 SYNC.
      *       06 decision                      PIC X(8).
      *
      * requestQueryParameters carries getErrata's optional filters
      *  - ?formNumber= (one book's errata), ?team= (the errata
      *  routed to one cataloguer team) and ?status= (OPEN, ACCEPTED,
      *  REJECTED or PUBLISHED); spaces means no filter.
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

       01 BAQBASE-RBKERQ01.
         03 requestBody.
           06 formNumber-existence          PIC S9(9) COMP-5 SYNC.
           06 formNumber                    PIC X(12).

           06 location-existence            PIC S9(9) COMP-5 SYNC.
           06 location.
             09 location2-length              PIC S9999 COMP-5 SYNC.
             09 location2                     PIC X(40).

           06 description-existence         PIC S9(9) COMP-5 SYNC.
           06 description.
             09 description2-length           PIC S9999 COMP-5 SYNC.
             09 description2                  PIC X(200).

           06 errataNumber-existence        PIC S9(9) COMP-5 SYNC.
           06 errataNumber                  PIC 9(4).

           06 decision-existence            PIC S9(9) COMP-5 SYNC.
           06 decision                      PIC X(8).

         03 requestQueryParameters.
           06 formNumber-existence          PIC S9(9) COMP-5 SYNC.
           06 formNumber.
             09 formNumber2-length            PIC S9999 COMP-5 SYNC.
             09 formNumber2                   PIC X(12).

           06 team-existence                PIC S9(9) COMP-5 SYNC.
           06 team.
             09 team2-length                  PIC S9999 COMP-5 SYNC.
             09 team2                         PIC X(8).

           06 Xstatus-existence             PIC S9(9) COMP-5 SYNC.
           06 Xstatus.
             09 Xstatus2-length               PIC S9999 COMP-5 SYNC.
             09 Xstatus2                      PIC X(9).
