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
      *  request JSON schema 'moderateReview_request.json' (shared
      *  with 'getReviewQueue', whose GET carries no path or body -
      *  the fields simply arrive zero/blank there).
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '5.0'.
      *
      *   01 BAQBASE-RBKRMQ01.
      *
      * requestPathParameters carries the {formNumber} of the book
      *  whose review is being reported or moderated.
      *     03 requestPathParameters.
      *       06 formNumber-existence          PIC S9(9) COMP-5 SYNC.
      *       06 formNumber                    PIC X(12).
      *
      * requestBody names the review by its sequence number on the
      *  book and carries the action - REPORT (any staff member, not
      *  on their own review), HIDE or REINSTATE (a moderator) - and
      *  the reason, which a HIDE or REINSTATE must give. The caller
      *  is not part of the body - RBKREVMD captures the CICS userid.
      *     03 requestBody.
      *       06 reviewSeq-existence           PIC S9(9) COMP-5 SYNC.
      *       06 reviewSeq                     PIC 9(4).
      *       06 action-existence              PIC S9(9) COMP-5 SYNC.
      *       06 action                        PIC X(10).
      *       06 reason-existence              PIC S9(9) COMP-5 SYNC.
      *       06 reason.
      *         09 reason2-length                PIC S9999 COMP-5 SYNC.
      *         09 reason2                       PIC X(60).
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

       01 BAQBASE-RBKRMQ01.
         03 requestPathParameters.
           06 formNumber-existence          PIC S9(9) COMP-5 SYNC.
           06 formNumber                    PIC X(12).

         03 requestBody.
           06 reviewSeq-existence           PIC S9(9) COMP-5 SYNC.
           06 reviewSeq                     PIC 9(4).

           06 action-existence              PIC S9(9) COMP-5 SYNC.
           06 action                        PIC X(10).

           06 reason-existence              PIC S9(9) COMP-5 SYNC.
           06 reason.
             09 reason2-length                PIC S9999 COMP-5 SYNC.
             09 reason2                       PIC X(60).
