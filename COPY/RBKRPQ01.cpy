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
      *  request JSON schema 'getReports_request.json'.
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '5.0'.
      *
      *   01 BAQBASE-RBKRPQ01.
      *
      * requestQueryParameters carries the optional ?name= report
      *  (the job name its runs are filed under in RBKREPO, as on
      *  RBKJOBCT) and ?runDate= (YYYY-MM-DD). Both given fetches the
      *  lines of that one run; otherwise the filed runs are listed,
      *  just the named report's when a name is given.
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

       01 BAQBASE-RBKRPQ01.
         03 requestQueryParameters.
           06 Xname-existence               PIC S9(9) COMP-5 SYNC.
           06 Xname.
             09 Xname2-length                 PIC S9999 COMP-5 SYNC.
             09 Xname2                        PIC X(8).

           06 runDate-existence             PIC S9(9) COMP-5 SYNC.
           06 runDate.
             09 runDate2-length               PIC S9999 COMP-5 SYNC.
             09 runDate2                      PIC X(10).
