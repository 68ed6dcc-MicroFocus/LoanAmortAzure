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
       PROGRAM-ID. SIGNON.
       REMARKS. OPERATOR SIGN-ON. EVERY SCREEN PROGRAM CALLS HERE
               FIRST WITH ITS OWN NAME IN SGN-PROGRAM (SEE
               SIGNON.CPY). THE SIGN-ON SCREEN TAKES AN OPERATOR ID
               AND PASSWORD, THE ID IS READ FROM THE OPERATOR
               SECURITY FILE (LOANOPER - SEE OPERSEC.CPY) AND THE
               PASSWORD IS PUT THROUGH PWHASH AND COMPARED WITH THE
               STORED VALUE. ON A MATCH THE OPERATOR AND ROLE GO BACK
               IN SGN-OPERATOR AND SGN-ROLE WITH SGN-SIGNED-ON SET;
               SGN-OPERATOR IS WHAT THE CALLER PUTS IN MAUD-OPERATOR
               FROM THEN ON. OTHERWISE SGN-NOT-SIGNED-ON COMES BACK
               WITH THE REASON IN SGN-MESSAGE AND THE CALLER ENDS.

               THREE TRIES PER RUN. EVERY FAILURE GOES ON THE LOANMAUD
               TRAIL THROUGH MNTAUDIT AS ACTION SIGNFAIL, WITH THE ID
               AS KEYED AS THE OPERATOR AND THE REASON AS THE KEY:
                 UNKNOWN   NO SUCH OPERATOR ID
                 PASSWORD  WRONG PASSWORD
                 LOCKOUT   WRONG PASSWORD, AND THE ID IS NOW LOCKED
                 LOCKED    ID ALREADY LOCKED OUT
                 INACTIVE  ID SWITCHED OFF BY THE ADMINISTRATOR
               THE SCREEN SAYS THE SAME THING FOR AN UNKNOWN ID AS
               FOR A WRONG PASSWORD, SO IT CANNOT BE USED TO FISH FOR
               IDS. WRONG PASSWORDS COUNT ON THE OPERATOR RECORD
               ACROSS RUNS; THE THIRD IN A ROW LOCKS THE ID UNTIL
               OPERMAINT RE-ACTIVATES IT. A GOOD SIGN-ON CLEARS THE
               COUNT AND GOES ON THE TRAIL AS ACTION SIGNON WITH THE
               ROLE AS THE KEY.

               THE OPERATOR MAY CHANGE THEIR OWN PASSWORD ON THE WAY
               IN BY KEYING THE NEW ONE TWICE, AND MUST WHEN THE
               ADMINISTRATOR HAS SET IT (OPER-MUST-CHANGE) - THAT
               GOES ON THE TRAIL AS ACTION PWCHANGE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO LOANOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY "OPERSEC.CPY".

       WORKING-STORAGE SECTION.

       01 ERROR-MESSAGE PIC X(80).

       01 WS-OPER-STATUS PIC X(2).
         88 WS-OPER-OK VALUE "00".
         88 WS-OPER-NOT-FOUND VALUE "23" "35".

       01 SIGNON-PROGRAM-OUT   PIC X(8).
       01 SIGNON-ID-IN         PIC X(8).
       01 SIGNON-PASSWORD-IN   PIC X(16).
       01 SIGNON-NEW-PW-IN     PIC X(16).
       01 SIGNON-AGAIN-PW-IN   PIC X(16).

       01 SIGNON-TRIES         PIC S9(4) COMP.
       01 MAX-SIGNON-TRIES     PIC S9(4) COMP VALUE 3.
       01 MAX-FAILED-SIGNONS   PIC 9(2) VALUE 3.
       01 MIN-PASSWORD-LENGTH  PIC S9(4) COMP VALUE 6.
       01 PASSWORD-SPACES      PIC S9(4) COMP.

       01 SIGNON-CANCEL-SW     PIC 9 VALUE 0.
         88 SIGNON-CANCELLED   VALUE 1.
       01 PASSWORD-CHANGED-SW  PIC 9 VALUE 0.
         88 PASSWORD-CHANGED   VALUE 1.

       01 FAIL-REASON          PIC X(10).

       01 WS-TODAY-STAMP       PIC X(21).
       01 WS-TODAY             PIC 9(8).

       COPY "PWHASH.CPY".
       COPY "MAINTAUD.CPY".

       LINKAGE SECTION.
       COPY "SIGNON.CPY".

       SCREEN SECTION.
       COPY "SIGNON.SS".

       PROCEDURE DIVISION USING OPERATOR-SIGNON.

           MOVE SPACES TO SGN-OPERATOR
           MOVE SPACES TO SGN-ROLE
           MOVE SPACES TO SGN-MESSAGE
           SET SGN-NOT-SIGNED-ON TO TRUE
           SET SGN-REFUSED TO TRUE
           MOVE SGN-PROGRAM TO SIGNON-PROGRAM-OUT

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY

           OPEN I-O OPERATOR-FILE
           IF NOT WS-OPER-OK
               MOVE "NO OPERATOR SECURITY FILE - SEE YOUR SECURITY ADMIN
      -            "ISTRATOR" TO SGN-MESSAGE
           ELSE
               ACCEPT SIGNON-ID-IN FROM ENVIRONMENT "USERNAME"
               MOVE SPACES TO ERROR-MESSAGE
               MOVE 0 TO SIGNON-TRIES
               MOVE 0 TO SIGNON-CANCEL-SW
               PERFORM TRY-SIGNON
                   UNTIL SGN-SIGNED-ON OR SIGNON-CANCELLED
                      OR SIGNON-TRIES NOT < MAX-SIGNON-TRIES
               CLOSE OPERATOR-FILE

               IF NOT SGN-SIGNED-ON AND NOT SIGNON-CANCELLED
                   MOVE ERROR-MESSAGE TO SGN-MESSAGE
               END-IF
           END-IF

           GOBACK.

       TRY-SIGNON.
           ADD 1 TO SIGNON-TRIES
           MOVE SPACES TO SIGNON-PASSWORD-IN
           MOVE SPACES TO SIGNON-NEW-PW-IN
           MOVE SPACES TO SIGNON-AGAIN-PW-IN
           DISPLAY G-SIGNON
           ACCEPT G-SIGNON

           MOVE SPACES TO ERROR-MESSAGE
           MOVE SPACES TO FAIL-REASON
           MOVE 0 TO PASSWORD-CHANGED-SW

           IF SIGNON-ID-IN = SPACES
               SET SIGNON-CANCELLED TO TRUE
               MOVE "SIGN-ON CANCELLED" TO SGN-MESSAGE
           ELSE
               PERFORM CHECK-OPERATOR
           END-IF.

       CHECK-OPERATOR.
           MOVE SIGNON-ID-IN TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "UNKNOWN" TO FAIL-REASON
           END-READ

           IF FAIL-REASON = SPACES
               EVALUATE TRUE
                   WHEN OPER-LOCKED-OUT
                       MOVE "LOCKED" TO FAIL-REASON
                   WHEN NOT OPER-ACTIVE
                       MOVE "INACTIVE" TO FAIL-REASON
                   WHEN OTHER
                       PERFORM CHECK-PASSWORD
               END-EVALUATE
           END-IF

           IF FAIL-REASON NOT = SPACES
               PERFORM SET-FAIL-MESSAGE
               PERFORM WRITE-SIGNFAIL-AUDIT
           END-IF.

       CHECK-PASSWORD.
           MOVE OPER-ID TO PWH-OPERATOR
           MOVE SIGNON-PASSWORD-IN TO PWH-PASSWORD
           CALL "PWHASH" USING PASSWORD-HASH-REQUEST

           IF PWH-HASH NOT = OPER-PASSWORD-HASH
               PERFORM COUNT-FAILED-SIGNON
           ELSE
               PERFORM CHECK-NEW-PASSWORD
               IF ERROR-MESSAGE = SPACES
                   PERFORM COMPLETE-SIGNON
               END-IF
           END-IF.

      * THE COUNT LIVES ON THE RECORD, NOT IN THIS RUN - STARTING
      * THE PROGRAM AGAIN DOES NOT BUY MORE GUESSES.
       COUNT-FAILED-SIGNON.
           MOVE "PASSWORD" TO FAIL-REASON
           IF OPER-FAILED-COUNT < 99
               ADD 1 TO OPER-FAILED-COUNT
           END-IF
           MOVE WS-TODAY TO OPER-LAST-FAILED
           IF OPER-FAILED-COUNT NOT < MAX-FAILED-SIGNONS
               SET OPER-LOCKED-OUT TO TRUE
               MOVE "LOCKOUT" TO FAIL-REASON
           END-IF
           REWRITE OPERATOR-SECURITY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * THE PASSWORD WAS RIGHT - A PROBLEM WITH THE NEW ONE IS NOT A
      * FAILED SIGN-ON, JUST ANOTHER TRY.
       CHECK-NEW-PASSWORD.
           IF SIGNON-NEW-PW-IN = SPACES
               IF OPER-MUST-CHANGE
                   MOVE "PASSWORD WAS SET BY THE ADMINISTRATOR - KEY A N
      -                "EW ONE, TWICE" TO ERROR-MESSAGE
               END-IF
           ELSE
               MOVE 0 TO PASSWORD-SPACES
               INSPECT SIGNON-NEW-PW-IN
                   TALLYING PASSWORD-SPACES FOR ALL SPACES
               EVALUATE TRUE
                   WHEN SIGNON-NEW-PW-IN NOT = SIGNON-AGAIN-PW-IN
                       MOVE "THE TWO NEW PASSWORDS DO NOT MATCH"
                           TO ERROR-MESSAGE
                   WHEN 16 - PASSWORD-SPACES < MIN-PASSWORD-LENGTH
                       MOVE "NEW PASSWORD MUST BE AT LEAST 6 CHARACTERS"
                           TO ERROR-MESSAGE
                   WHEN SIGNON-NEW-PW-IN = SIGNON-PASSWORD-IN
                       MOVE "NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
                           TO ERROR-MESSAGE
                   WHEN OTHER
                       MOVE OPER-ID TO PWH-OPERATOR
                       MOVE SIGNON-NEW-PW-IN TO PWH-PASSWORD
                       CALL "PWHASH" USING PASSWORD-HASH-REQUEST
                       MOVE PWH-HASH TO OPER-PASSWORD-HASH
                       MOVE WS-TODAY TO OPER-PASSWORD-DATE
                       MOVE "N" TO OPER-MUST-CHANGE-FLAG
                       SET PASSWORD-CHANGED TO TRUE
               END-EVALUATE
           END-IF.

       COMPLETE-SIGNON.
           MOVE 0 TO OPER-FAILED-COUNT
           MOVE WS-TODAY TO OPER-LAST-SIGNON
           REWRITE OPERATOR-SECURITY-RECORD
               INVALID KEY
                   MOVE "UNABLE TO UPDATE THE OPERATOR SECURITY FILE"
                       TO ERROR-MESSAGE
               NOT INVALID KEY
                   SET SGN-SIGNED-ON TO TRUE
                   MOVE OPER-ID   TO SGN-OPERATOR
                   MOVE OPER-ROLE TO SGN-ROLE
           END-REWRITE

           IF SGN-SIGNED-ON
               MOVE "SIGNON" TO MAUD-ACTION
               MOVE OPER-ROLE TO MAUD-KEY
               PERFORM WRITE-SIGNON-AUDIT
               IF PASSWORD-CHANGED
                   MOVE "PWCHANGE" TO MAUD-ACTION
                   MOVE OPER-ID TO MAUD-KEY
                   PERFORM WRITE-SIGNON-AUDIT
               END-IF
           END-IF.

       SET-FAIL-MESSAGE.
           EVALUATE FAIL-REASON
               WHEN "LOCKOUT"
                   MOVE "TOO MANY FAILED SIGN-ONS - OPERATOR ID IS NOW L
      -                "OCKED" TO ERROR-MESSAGE
               WHEN "LOCKED"
                   MOVE "OPERATOR ID IS LOCKED - SEE YOUR SECURITY ADMIN
      -                "ISTRATOR" TO ERROR-MESSAGE
               WHEN "INACTIVE"
                   MOVE "OPERATOR ID IS NOT ACTIVE - SEE YOUR SECURITY A
      -                "DMINISTRATOR" TO ERROR-MESSAGE
               WHEN OTHER
                   MOVE "OPERATOR ID OR PASSWORD NOT RECOGNISED"
                       TO ERROR-MESSAGE
           END-EVALUATE.

       WRITE-SIGNFAIL-AUDIT.
           MOVE "SIGNFAIL" TO MAUD-ACTION
           MOVE FAIL-REASON TO MAUD-KEY
           PERFORM WRITE-SIGNON-AUDIT.

      * NO MONEY MOVED - BOTH VALUE PAIRS GO ON THE TRAIL AS ZERO.
       WRITE-SIGNON-AUDIT.
           MOVE SGN-PROGRAM  TO MAUD-PROGRAM
           MOVE SIGNON-ID-IN TO MAUD-OPERATOR
           MOVE 0 TO MAUD-BEFORE-1
           MOVE 0 TO MAUD-AFTER-1
           MOVE 0 TO MAUD-BEFORE-2
           MOVE 0 TO MAUD-AFTER-2
           CALL "MNTAUDIT" USING MAINT-AUDIT-REQUEST.

       END PROGRAM SIGNON.
