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
      *  request JSON schema 'addSavedSearch_request.json' (shared
      *  with 'getSavedSearches' and 'deleteSavedSearch' - the GET
      *  carries nothing, the DELETE only the path parameter).
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '5.0'.
      *
      *   01 BAQBASE-RBKSSQ01.
      *
      * requestPathParameters carries the {searchSeq} of the caller's
      *  saved search being deleted.
      *     03 requestPathParameters.
      *       06 searchSeq-existence           PIC S9(9) COMP-5 SYNC.
      *       06 searchSeq                     PIC 9(4).
      *
      * requestBody is the search being saved: a name for it and any
      *  combination of topic, author, language, documentType and up
      *  to three keywords - at least one criterion must be given.
      *  The owner is not part of the body - RBKSRCAD captures the
      *  CICS userid.
      *     03 requestBody.
      *       06 searchName-existence          PIC S9(9) COMP-5 SYNC.
      *       06 searchName.
      *         09 searchName2-length            PIC S9999 COMP-5 SYNC.
      *         09 searchName2                   PIC X(40).
      *       06 topic-existence               PIC S9(9) COMP-5 SYNC.
      *       06 topic                         PIC X(40).
      *       06 Xauthor-existence             PIC S9(9) COMP-5 SYNC.
      *       06 Xauthor                       PIC X(40).
      *       06 language-existence            PIC S9(9) COMP-5 SYNC.
      *       06 language                      PIC X(2).
      *       06 documentType-existence        PIC S9(9) COMP-5 SYNC.
      *       06 documentType                  PIC X(8).
      *       06 keywords-num                  PIC S9(9) COMP-5 SYNC.
      *       06 keywords OCCURS 3             PIC X(20).
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

       01 BAQBASE-RBKSSQ01.
         03 requestPathParameters.
           06 searchSeq-existence           PIC S9(9) COMP-5 SYNC.
           06 searchSeq                     PIC 9(4).

         03 requestBody.
           06 searchName-existence          PIC S9(9) COMP-5 SYNC.
           06 searchName.
             09 searchName2-length            PIC S9999 COMP-5 SYNC.
             09 searchName2                   PIC X(40).

           06 topic-existence               PIC S9(9) COMP-5 SYNC.
           06 topic                         PIC X(40).

           06 Xauthor-existence             PIC S9(9) COMP-5 SYNC.
           06 Xauthor                       PIC X(40).

           06 language-existence            PIC S9(9) COMP-5 SYNC.
           06 language                      PIC X(2).

           06 documentType-existence        PIC S9(9) COMP-5 SYNC.
           06 documentType                  PIC X(8).

           06 keywords-num                  PIC S9(9) COMP-5 SYNC.
           06 keywords OCCURS 3 TIMES       PIC X(20).
