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

      *****************************************************************
      * RBKAUHSH - Shared audit-seal hash, LINKed the way RBKBDAY is  *
      *            by RBKWAUDT (sealing each new audit record),       *
      *            RBKAUARC (re-sealing the 'ARCHIVED' summary) and   *
      *            RBKAUVFY (checking the chain). Hashes the previous *
      *            record's hash, the formNumber and the record body  *
      *            into a 32-digit hash: four independent polynomial  *
      *            lanes, each multiplying in one byte at a time      *
      *            modulo its own 8-digit prime, then folded into one *
      *            another so every lane depends on every byte.       *
      *            Every byte of the input, and its position, moves   *
      *            the result, so no field can be altered or two      *
      *            records swapped without the chain showing it.      *
      *            Modeled on RBKBDAY                                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKAUHSH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

      * What gets hashed - previous hash, book, body, back to back
       01 WS-HASH-INPUT.
         03 WS-HASH-IN-PREV       PIC X(32).
         03 WS-HASH-IN-FORMNUM    PIC X(12).
         03 WS-HASH-IN-BODY       PIC X(66).
       01 WS-HASH-INPUT-BYTES REDEFINES WS-HASH-INPUT.
         03 WS-HASH-BYTE OCCURS 110 TIMES PIC X.
       01 WS-HASH-BYTE-COUNT    PIC S9(4) COMP-5 VALUE 110.
       01 WS-HASH-I             PIC S9(4) COMP-5.
       01 WS-HASH-ORD           PIC S9(4) COMP-5.

      * The four lanes: a multiplier and a prime modulus each, and
      * the running value, seeded differently so equal inputs don't
      * give equal lanes
       01 WS-LANE-VALUES.
         03 FILLER PIC X(24) VALUE '000002579999998900000001'.
         03 FILLER PIC X(24) VALUE '000002639999997100000003'.
         03 FILLER PIC X(24) VALUE '000002699999995900000005'.
         03 FILLER PIC X(24) VALUE '000002719999994100000007'.
       01 WS-LANES REDEFINES WS-LANE-VALUES.
         03 WS-LANE OCCURS 4 TIMES.
           05 WS-LANE-MULT          PIC 9(8).
           05 WS-LANE-PRIME         PIC 9(8).
           05 WS-LANE-SEED          PIC 9(8).
       01 WS-LANE-SUM.
         03 WS-LANE-H OCCURS 4 TIMES PIC S9(15) COMP-3.
       01 WS-LANE-I             PIC S9(4) COMP-5.
       01 WS-LANE-J             PIC S9(4) COMP-5.
       01 WS-FOLD-I             PIC S9(4) COMP-5.

      * The result, lane by lane
       01 WS-HASH-OUT.
         03 WS-HASH-OUT-LANE OCCURS 4 TIMES PIC 9(8).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           EXEC CICS GET CONTAINER(WS-AUHASH-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-AUHASH-PARM)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No parameter was provided
              GO TO EXIT-PROGRAM
           END-IF.

           MOVE WS-AUHASH-PREV TO WS-HASH-IN-PREV.
           MOVE WS-AUHASH-FORMNUM TO WS-HASH-IN-FORMNUM.
           MOVE WS-AUHASH-BODY TO WS-HASH-IN-BODY.

           PERFORM VARYING WS-LANE-I FROM 1 BY 1
                     UNTIL WS-LANE-I > 4
              MOVE WS-LANE-SEED(WS-LANE-I) TO WS-LANE-H(WS-LANE-I)
           END-PERFORM.

      * Multiply each byte into every lane
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                     UNTIL WS-HASH-I > WS-HASH-BYTE-COUNT
              COMPUTE WS-HASH-ORD =
                 FUNCTION ORD(WS-HASH-BYTE(WS-HASH-I))
              PERFORM VARYING WS-LANE-I FROM 1 BY 1
                        UNTIL WS-LANE-I > 4
                 COMPUTE WS-LANE-H(WS-LANE-I) =
                    FUNCTION MOD(WS-LANE-H(WS-LANE-I) *
                                 WS-LANE-MULT(WS-LANE-I) +
                                 WS-HASH-ORD,
                                 WS-LANE-PRIME(WS-LANE-I))
              END-PERFORM
           END-PERFORM.

      * Fold each lane into the next, twice round, so a change that
      * happens to cancel out in one lane still moves all four
           PERFORM VARYING WS-FOLD-I FROM 1 BY 1
                     UNTIL WS-FOLD-I > 2
              PERFORM VARYING WS-LANE-I FROM 1 BY 1
                        UNTIL WS-LANE-I > 4
                 COMPUTE WS-LANE-J = FUNCTION MOD(WS-LANE-I, 4) + 1
                 COMPUTE WS-LANE-H(WS-LANE-J) =
                    FUNCTION MOD(WS-LANE-H(WS-LANE-J) *
                                 WS-LANE-MULT(WS-LANE-J) +
                                 WS-LANE-H(WS-LANE-I),
                                 WS-LANE-PRIME(WS-LANE-J))
              END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-LANE-I FROM 1 BY 1
                     UNTIL WS-LANE-I > 4
              MOVE WS-LANE-H(WS-LANE-I) TO WS-HASH-OUT-LANE(WS-LANE-I)
           END-PERFORM.
           MOVE WS-HASH-OUT TO WS-AUHASH-RESULT.

           EXEC CICS PUT CONTAINER(WS-AUHASH-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-AUHASH-PARM)
                         FLENGTH(LENGTH OF WS-AUHASH-PARM)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.
