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
       PROGRAM-ID. OPERAUTH.
       REMARKS. OPERATOR AUTHORITY CHECK. A SCREEN PROGRAM CALLS HERE
               WITH ITS SIGNED-ON OPERATOR (SEE SIGNON.CPY) AND THE
               GUARDED FUNCTION ABOUT TO RUN IN SGN-FUNCTION, BEFORE
               THE MODE TOUCHES A RECORD. THE OPERATOR'S ROLE IS
               LOOKED UP IN THE ROLE TABLE (SEE OPERROLE.CPY) AND
               SGN-AUTHORIZED OR SGN-REFUSED COMES BACK.

               A REFUSAL IS PUT ON THE LOANMAUD MAINTENANCE TRAIL
               THROUGH MNTAUDIT AS ACTION REFUSED, WITH THE FUNCTION
               THAT WAS REFUSED AS THE KEY, AND SGN-MESSAGE SAYS WHY
               FOR THE CALLER TO SHOW. AN OPERATOR WHO IS NOT SIGNED
               ON, A ROLE THAT IS NOT IN THE TABLE AND A FUNCTION
               THAT IS NOT IN THE TABLE ARE ALL REFUSED - THE TABLE
               HAS TO SAY YES.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "OPERROLE.CPY".

       01 ROLE-IDX            PIC S9(4) COMP.
       01 ROLE-FOUND-IDX      PIC S9(4) COMP.
       01 FUNCTION-IDX        PIC S9(4) COMP.
       01 FUNCTION-FOUND-IDX  PIC S9(4) COMP.

       COPY "MAINTAUD.CPY".

       LINKAGE SECTION.
       COPY "SIGNON.CPY".

       PROCEDURE DIVISION USING OPERATOR-SIGNON.

           MOVE SPACES TO SGN-MESSAGE
           SET SGN-REFUSED TO TRUE

           PERFORM FIND-ROLE
           PERFORM FIND-FUNCTION

           EVALUATE TRUE
               WHEN NOT SGN-SIGNED-ON
                   MOVE "NO OPERATOR IS SIGNED ON" TO SGN-MESSAGE
               WHEN ROLE-FOUND-IDX = 0
                   STRING "ROLE " SGN-ROLE " IS NOT IN THE ROLE "
                       "TABLE - SEE YOUR SECURITY ADMINISTRATOR"
                       DELIMITED BY SIZE INTO SGN-MESSAGE
               WHEN FUNCTION-FOUND-IDX = 0
                   STRING "FUNCTION " DELIMITED BY SIZE
                       SGN-FUNCTION DELIMITED BY SPACE
                       " IS NOT IN THE ROLE TABLE" DELIMITED BY SIZE
                       INTO SGN-MESSAGE
               WHEN ROLE-ALLOWS-T(ROLE-FOUND-IDX, FUNCTION-FOUND-IDX)
                       = "Y"
                   SET SGN-AUTHORIZED TO TRUE
               WHEN OTHER
                   STRING "ROLE " SGN-ROLE " MAY NOT RUN "
                       DELIMITED BY SIZE
                       SGN-FUNCTION DELIMITED BY SPACE
                       " - REFUSED AND LOGGED" DELIMITED BY SIZE
                       INTO SGN-MESSAGE
           END-EVALUATE

           IF SGN-REFUSED
               PERFORM WRITE-REFUSED-AUDIT
           END-IF

           GOBACK.

       FIND-ROLE.
           MOVE 0 TO ROLE-FOUND-IDX
           PERFORM VARYING ROLE-IDX FROM 1 BY 1
                   UNTIL ROLE-IDX > ROLE-COUNT
                      OR ROLE-FOUND-IDX > 0
               IF ROLE-CODE-T(ROLE-IDX) = SGN-ROLE
                   MOVE ROLE-IDX TO ROLE-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-FUNCTION.
           MOVE 0 TO FUNCTION-FOUND-IDX
           PERFORM VARYING FUNCTION-IDX FROM 1 BY 1
                   UNTIL FUNCTION-IDX > ROLE-FUNCTION-COUNT
                      OR FUNCTION-FOUND-IDX > 0
               IF ROLE-FUNCTION-T(FUNCTION-IDX) = SGN-FUNCTION
                   MOVE FUNCTION-IDX TO FUNCTION-FOUND-IDX
               END-IF
           END-PERFORM.

      * NO MONEY MOVED - BOTH VALUE PAIRS GO ON THE TRAIL AS ZERO.
       WRITE-REFUSED-AUDIT.
           MOVE SGN-PROGRAM  TO MAUD-PROGRAM
           MOVE SGN-OPERATOR TO MAUD-OPERATOR
           MOVE "REFUSED"    TO MAUD-ACTION
           MOVE SGN-FUNCTION TO MAUD-KEY
           MOVE 0 TO MAUD-BEFORE-1
           MOVE 0 TO MAUD-AFTER-1
           MOVE 0 TO MAUD-BEFORE-2
           MOVE 0 TO MAUD-AFTER-2
           CALL "MNTAUDIT" USING MAINT-AUDIT-REQUEST.

       END PROGRAM OPERAUTH.
