      * (c) Copyright [2019] Micro Focus or one of its affiliates.
      *
      * Licensed under the Apache 2.0 License (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at https://opensource.org/licenses/Apache-2.0
      *
      * Unless required by applicable law or agreed to in writing, software distributed under the License is distributed
      * on an "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied.
      * See the License for the specific language governing permissions and limitations under the License.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWHASH.
       REMARKS. OPERATOR PASSWORD SCRAMBLE. TURNS AN OPERATOR ID AND
               PASSWORD (SEE PWHASH.CPY) INTO THE 18-DIGIT VALUE THE
               OPERATOR SECURITY FILE KEEPS IN PLACE OF THE PASSWORD.
               SIGNON CALLS HERE TO CHECK A PASSWORD AT SIGN-ON AND
               TO STORE ONE THE OPERATOR CHANGES; OPERMAINT CALLS
               HERE TO STORE ONE THE SECURITY ADMINISTRATOR SETS.

               THE ID AND PASSWORD ARE RUN THROUGH TWO POLYNOMIAL
               ACCUMULATORS, EACH KEPT TO THE REMAINDER OF A DIFFERENT
               LARGE PRIME, FOR A FIXED NUMBER OF ROUNDS - THE SECOND
               FOLDS IN THE FIRST AND THE CHARACTER POSITION, SO A
               SWAPPED PAIR OF CHARACTERS DOES NOT SCRAMBLE THE SAME.
               THE TWO NINE-DIGIT RESULTS SIDE BY SIDE ARE THE VALUE.
               SALTING WITH THE ID MEANS THE SAME PASSWORD ON TWO
               OPERATORS NEVER SHOWS AS THE SAME VALUE ON THE FILE.

               CHANGING THE PRIMES, MULTIPLIERS OR ROUND COUNT MAKES
               EVERY STORED PASSWORD ON THE FILE WRONG - EVERY
               OPERATOR WOULD NEED A RESET FROM OPERMAINT.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 HASH-PRIME-1        PIC S9(18) COMP VALUE 999999937.
       01 HASH-PRIME-2        PIC S9(18) COMP VALUE 999999929.
       01 HASH-MULT-1         PIC S9(4) COMP VALUE 131.
       01 HASH-MULT-2         PIC S9(4) COMP VALUE 257.
       01 HASH-ROUNDS         PIC S9(4) COMP VALUE 64.

       01 SALTED-PASSWORD.
          03 SALTED-OPERATOR  PIC X(8).
          03 SALTED-TEXT      PIC X(16).
       01 SALTED-LENGTH       PIC S9(4) COMP VALUE 24.

       01 HASH-ACC-1          PIC S9(18) COMP.
       01 HASH-ACC-2          PIC S9(18) COMP.
       01 HASH-WORK           PIC S9(18) COMP.
       01 HASH-QUOTIENT       PIC S9(18) COMP.
       01 HASH-CHAR-VAL       PIC S9(4) COMP.
       01 HASH-ROUND          PIC S9(4) COMP.
       01 HASH-IDX            PIC S9(4) COMP.

       LINKAGE SECTION.
       COPY "PWHASH.CPY".

       PROCEDURE DIVISION USING PASSWORD-HASH-REQUEST.

           MOVE PWH-OPERATOR TO SALTED-OPERATOR
           MOVE PWH-PASSWORD TO SALTED-TEXT
           MOVE 7  TO HASH-ACC-1
           MOVE 11 TO HASH-ACC-2

           PERFORM VARYING HASH-ROUND FROM 1 BY 1
                   UNTIL HASH-ROUND > HASH-ROUNDS
               PERFORM VARYING HASH-IDX FROM 1 BY 1
                       UNTIL HASH-IDX > SALTED-LENGTH
                   PERFORM MIX-ONE-CHARACTER
               END-PERFORM
           END-PERFORM

           COMPUTE PWH-HASH = HASH-ACC-1 * 1000000000 + HASH-ACC-2

           GOBACK.

       MIX-ONE-CHARACTER.
           COMPUTE HASH-CHAR-VAL =
               FUNCTION ORD(SALTED-PASSWORD(HASH-IDX:1))

           COMPUTE HASH-WORK = HASH-ACC-1 * HASH-MULT-1
               + HASH-CHAR-VAL + HASH-ROUND
           DIVIDE HASH-WORK BY HASH-PRIME-1
               GIVING HASH-QUOTIENT REMAINDER HASH-ACC-1

           COMPUTE HASH-WORK = HASH-ACC-2 * HASH-MULT-2
               + HASH-CHAR-VAL * HASH-IDX + HASH-ACC-1
           DIVIDE HASH-WORK BY HASH-PRIME-2
               GIVING HASH-QUOTIENT REMAINDER HASH-ACC-2.

       END PROGRAM PWHASH.
