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
       PROGRAM-ID. OPERMAINT.
       REMARKS. MAINTENANCE SCREEN FOR THE INDEXED OPERATOR SECURITY
               FILE (LOANOPER - SEE OPERSEC.CPY): WHO MAY SIGN ON TO
               THE SCREEN PROGRAMS, WITH WHAT ROLE (SEE OPERROLE.CPY
               FOR WHAT EACH ROLE MAY RUN), AND WHETHER THE ID IS
               ACTIVE. SAME MODE SHAPE AS BRWMAINT, PLUS (P)ASSWORD
               RESET. ONLY A ROLE THE TABLE ALLOWS OPERMNT - THE
               SECURITY ADMINISTRATOR - GETS PAST THE SIGN-ON.

               THE ADMINISTRATOR NEVER SEES A PASSWORD: AN ADD OR A
               RESET TAKES A STARTING PASSWORD, STORES ONLY WHAT
               PWHASH MAKES OF IT, AND FLAGS IT MUST-CHANGE SO THE
               OPERATOR PICKS THEIR OWN AT THE NEXT SIGN-ON. A RESET
               ALSO LIFTS A LOCKOUT; SO DOES A (C)HANGE OF THE ACTIVE
               FLAG BACK TO Y. AN ADMINISTRATOR MAY NOT DELETE, RESET,
               RE-ROLE OR SWITCH OFF THEIR OWN ID. EVERY UPDATE GOES
               ON THE LOANMAUD TRAIL AS OPERADD, OPERCHG, OPERDEL OR
               OPERPWD WITH THE OPERATOR ID MAINTAINED AS THE KEY.

               A NEW INSTALLATION HAS NO ONE TO SIGN ON AS. WHILE THE
               FILE IS EMPTY THE SIGN-ON IS SKIPPED AND THE ONLY
               THING ALLOWED IS TO (A)DD THE FIRST OPERATOR, WHO MUST
               BE GIVEN ROLE ADMN; THAT ADD IS ON THE TRAIL UNDER THE
               NEW ID ITSELF.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO LOANOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY "OPERSEC.CPY".

       WORKING-STORAGE SECTION.

       01 ERROR-MESSAGE PIC X(80).

       01 G-OPER-ID PIC X(8).
       01 G-OPER-MODE PIC X.
         88 G-OPER-MODE-ADD      VALUE "A" "a".
         88 G-OPER-MODE-CHANGE   VALUE "C" "c".
         88 G-OPER-MODE-DELETE   VALUE "D" "d".
         88 G-OPER-MODE-INQUIRY  VALUE "I" "i".
         88 G-OPER-MODE-PASSWORD VALUE "P" "p".

       01 WS-OPER-STATUS PIC X(2).
         88 WS-OPER-OK VALUE "00".
         88 WS-OPER-NOT-FOUND VALUE "23" "35".

       01 G-QUESTIONS-VALIDATED PIC 9.
         88 G-QUESTIONS-VALID VALUE 1.
         88 G-QUESTIONS-INVALID VALUE 2.

      * SCREEN-SIDE COPIES OF THE OPERATOR FIELDS - THE SCREEN
      * ACCEPTS INTO THESE, NOT INTO THE FD RECORD DIRECTLY. SAME
      * PATTERN AS BRWMAINT'S BRW- FIELDS.
       01 OPR-NAME-IN      PIC X(30).
       01 OPR-ROLE-IN      PIC X(4).
       01 OPR-ACTIVE-IN    PIC X(1).
         88 OPR-ACTIVE-VALID VALUE "Y" "N" "L".
       01 OPR-PASSWORD-IN  PIC X(16).
       01 OPR-AGAIN-IN     PIC X(16).
       01 OPR-LAST-SIGNON-OUT   PIC 9(8).
       01 OPR-FAILED-OUT        PIC Z9.
       01 OPR-PASSWORD-DATE-OUT PIC 9(8).

       01 OPR-OLD-ROLE     PIC X(4).
       01 OPR-OLD-ACTIVE   PIC X(1).

       01 MIN-PASSWORD-LENGTH PIC S9(4) COMP VALUE 6.
       01 PASSWORD-SPACES     PIC S9(4) COMP.

       01 ROLE-IDX            PIC S9(4) COMP.
       01 ROLE-FOUND-SW       PIC 9.
         88 ROLE-FOUND        VALUE 1.

      * SET WHILE THE FILE HOLDS NO OPERATORS AT ALL - SEE REMARKS.
       01 FIRST-OPERATOR-SW   PIC 9 VALUE 0.
         88 FIRST-OPERATOR    VALUE 1.

       01 G-CONFIRM PIC X.
         88 G-CONFIRMED VALUE "Y" "y".

       01 WS-TODAY-STAMP   PIC X(21).
       01 WS-TODAY         PIC 9(8).

       COPY "OPERROLE.CPY".
       COPY "PWHASH.CPY".

      * MAINTENANCE AUDIT TRAIL - EVERY UPDATE HERE PUTS A LINE ON
      * LOANMAUD THROUGH THE MNTAUDIT SUBPROGRAM (SEE MAINTAUD.CPY).
      * THE OPERATOR IS THE ONE SIGNED ON (SEE SIGNON.CPY).
       COPY "MAINTAUD.CPY".
       COPY "SIGNON.CPY".
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       SCREEN SECTION.
       COPY "OPERMNT.SS".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY

           PERFORM CHECK-FOR-FIRST-OPERATOR

           MOVE SPACES TO ERROR-MESSAGE
           MOVE "OPERMNT" TO SGN-PROGRAM
           IF FIRST-OPERATOR
               MOVE "NO OPERATORS ON FILE - (A)DD THE FIRST SECURITY ADM
      -            "INISTRATOR, ROLE ADMN" TO ERROR-MESSAGE
           ELSE
               CALL "SIGNON" USING OPERATOR-SIGNON
               IF SGN-SIGNED-ON
                   MOVE SGN-OPERATOR TO OPERATOR-ID
                   MOVE "OPERMNT" TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
               END-IF
               IF NOT SGN-SIGNED-ON OR NOT SGN-AUTHORIZED
                   DISPLAY SGN-MESSAGE LINE 24 COL 5
                   ACCEPT G-CONFIRM LINE 24 COL 78
                   GOBACK
               END-IF
           END-IF

           PERFORM OPEN-OPERATOR-FILE

           DISPLAY G-OPER-SELECT
           ACCEPT G-OPER-SELECT
           MOVE SPACES TO ERROR-MESSAGE

           EVALUATE TRUE
               WHEN G-OPER-ID = SPACES
                   MOVE "OPERATOR ID IS REQUIRED" TO ERROR-MESSAGE
               WHEN FIRST-OPERATOR AND NOT G-OPER-MODE-ADD
                   MOVE "NO OPERATORS ON FILE - ONLY (A)DD IS ALLOWED"
                       TO ERROR-MESSAGE
               WHEN G-OPER-MODE-ADD
                   PERFORM ADD-OPERATOR
               WHEN G-OPER-MODE-CHANGE
                   PERFORM CHANGE-OPERATOR
               WHEN G-OPER-MODE-DELETE
                   PERFORM DELETE-OPERATOR
               WHEN G-OPER-MODE-INQUIRY
                   PERFORM INQUIRE-OPERATOR
               WHEN G-OPER-MODE-PASSWORD
                   PERFORM RESET-PASSWORD
               WHEN OTHER
                   MOVE "MODE MUST BE A, C, D, I OR P"
                       TO ERROR-MESSAGE
           END-EVALUATE

           CLOSE OPERATOR-FILE

           DISPLAY ERROR-MESSAGE LINE 24 COL 5
           ACCEPT G-CONFIRM LINE 24 COL 78.

      * ONE LOOK AT THE FILE BEFORE THE SIGN-ON. CLOSED AGAIN SO
      * SIGNON HAS IT TO ITSELF; MISSING COUNTS AS EMPTY.
       CHECK-FOR-FIRST-OPERATOR.
           MOVE 0 TO FIRST-OPERATOR-SW
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-OK
               MOVE LOW-VALUES TO OPER-ID
               START OPERATOR-FILE KEY NOT < OPER-ID
                   INVALID KEY
                       SET FIRST-OPERATOR TO TRUE
               END-START
               IF NOT FIRST-OPERATOR
                   READ OPERATOR-FILE NEXT
                       AT END
                           SET FIRST-OPERATOR TO TRUE
                   END-READ
               END-IF
               CLOSE OPERATOR-FILE
           ELSE
               SET FIRST-OPERATOR TO TRUE
           END-IF.

       OPEN-OPERATOR-FILE.
           OPEN I-O OPERATOR-FILE
           IF WS-OPER-NOT-FOUND
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.

       ADD-OPERATOR.
           MOVE G-OPER-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "OPERATOR ALREADY ON FILE - USE (C)HANGE"
                       TO ERROR-MESSAGE
           END-READ

           IF ERROR-MESSAGE = SPACES
               PERFORM INIT-OPERATOR-FIELDS
               PERFORM GET-OPERATOR-TERMS
               PERFORM GET-NEW-PASSWORD
               INITIALIZE OPERATOR-SECURITY-RECORD
               PERFORM MOVE-FIELDS-TO-RECORD
               PERFORM STORE-NEW-PASSWORD
               MOVE 0 TO OPER-FAILED-COUNT
               MOVE 0 TO OPER-LAST-SIGNON
               MOVE 0 TO OPER-LAST-FAILED
               IF FIRST-OPERATOR
                   MOVE G-OPER-ID TO OPERATOR-ID
               END-IF
               MOVE OPERATOR-ID TO OPER-CHANGED-BY
               MOVE WS-TODAY TO OPER-CHANGED-DATE
               WRITE OPERATOR-SECURITY-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO ADD OPERATOR" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "OPERATOR ADDED" TO ERROR-MESSAGE
                       MOVE "OPERADD" TO MAUD-ACTION
                       PERFORM WRITE-MAINT-AUDIT
               END-WRITE
           END-IF.

      * PUTTING THE ACTIVE FLAG BACK TO Y LIFTS A LOCKOUT AND STARTS
      * THE FAILED-SIGN-ON COUNT AGAIN.
       CHANGE-OPERATOR.
           MOVE G-OPER-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "NO OPERATOR ON FILE WITH THAT ID"
                       TO ERROR-MESSAGE
           END-READ

           IF ERROR-MESSAGE = SPACES
               MOVE OPER-ROLE TO OPR-OLD-ROLE
               MOVE OPER-ACTIVE-FLAG TO OPR-OLD-ACTIVE
               PERFORM MOVE-RECORD-TO-FIELDS
               PERFORM GET-OPERATOR-TERMS
               IF G-OPER-ID = OPERATOR-ID
                       AND (OPR-ROLE-IN NOT = OPR-OLD-ROLE
                         OR OPR-ACTIVE-IN NOT = OPR-OLD-ACTIVE)
                   MOVE "YOU MAY NOT CHANGE YOUR OWN ROLE OR FLAG"
                       TO ERROR-MESSAGE
               END-IF
           END-IF

           IF ERROR-MESSAGE = SPACES
               PERFORM MOVE-FIELDS-TO-RECORD
               IF OPER-ACTIVE AND OPR-OLD-ACTIVE NOT = "Y"
                   MOVE 0 TO OPER-FAILED-COUNT
               END-IF
               MOVE OPERATOR-ID TO OPER-CHANGED-BY
               MOVE WS-TODAY TO OPER-CHANGED-DATE
               REWRITE OPERATOR-SECURITY-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE OPERATOR"
                           TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "OPERATOR CHANGED" TO ERROR-MESSAGE
                       MOVE "OPERCHG" TO MAUD-ACTION
                       PERFORM WRITE-MAINT-AUDIT
               END-REWRITE
           END-IF.

      * THE TRAIL KEEPS THE ID AFTER THE RECORD IS GONE, SO A
      * DELETED OPERATOR'S WORK CAN STILL BE TRACED - BUT SWITCHING
      * THE ID OFF WITH (C)HANGE KEEPS THE SIGN-ON HISTORY TOO.
       DELETE-OPERATOR.
           MOVE G-OPER-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "NO OPERATOR ON FILE WITH THAT ID"
                       TO ERROR-MESSAGE
           END-READ

           IF ERROR-MESSAGE = SPACES AND G-OPER-ID = OPERATOR-ID
               MOVE "YOU MAY NOT DELETE YOUR OWN OPERATOR ID"
                   TO ERROR-MESSAGE
           END-IF

           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OPERATOR
               DISPLAY "DELETE THIS OPERATOR (Y/N)?" LINE 21 COL 5
               ACCEPT G-CONFIRM LINE 21 COL 34
               IF G-CONFIRMED
                   DELETE OPERATOR-FILE
                       INVALID KEY
                           MOVE "UNABLE TO DELETE OPERATOR"
                               TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "OPERATOR DELETED" TO ERROR-MESSAGE
                           MOVE "OPERDEL" TO MAUD-ACTION
                           PERFORM WRITE-MAINT-AUDIT
                   END-DELETE
               ELSE
                   MOVE "DELETE CANCELLED" TO ERROR-MESSAGE
               END-IF
           END-IF.

       INQUIRE-OPERATOR.
           MOVE G-OPER-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "NO OPERATOR ON FILE WITH THAT ID"
                       TO ERROR-MESSAGE
           END-READ

           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OPERATOR
           END-IF.

      * A FORGOTTEN PASSWORD OR A LOCKOUT. THE NEW PASSWORD IS A
      * STARTING ONE ONLY - MUST-CHANGE IS SET AND THE ID IS ACTIVE
      * AGAIN WITH A CLEAN FAILED-SIGN-ON COUNT.
       RESET-PASSWORD.
           MOVE G-OPER-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "NO OPERATOR ON FILE WITH THAT ID"
                       TO ERROR-MESSAGE
           END-READ

           IF ERROR-MESSAGE = SPACES AND G-OPER-ID = OPERATOR-ID
               MOVE "CHANGE YOUR OWN PASSWORD AT SIGN-ON"
                   TO ERROR-MESSAGE
           END-IF

           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OPERATOR
               PERFORM GET-NEW-PASSWORD
               PERFORM STORE-NEW-PASSWORD
               IF OPER-LOCKED-OUT
                   SET OPER-ACTIVE TO TRUE
               END-IF
               MOVE 0 TO OPER-FAILED-COUNT
               MOVE OPERATOR-ID TO OPER-CHANGED-BY
               MOVE WS-TODAY TO OPER-CHANGED-DATE
               REWRITE OPERATOR-SECURITY-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE OPERATOR"
                           TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "PASSWORD RESET - MUST BE CHANGED AT NEXT SI
      -                    "GN-ON" TO ERROR-MESSAGE
                       MOVE "OPERPWD" TO MAUD-ACTION
                       PERFORM WRITE-MAINT-AUDIT
               END-REWRITE
           END-IF.

       INIT-OPERATOR-FIELDS.
           MOVE SPACES TO OPR-NAME-IN
           MOVE SPACES TO OPR-ROLE-IN
           MOVE "Y"    TO OPR-ACTIVE-IN
           MOVE 0      TO OPR-LAST-SIGNON-OUT
           MOVE 0      TO OPR-FAILED-OUT
           MOVE 0      TO OPR-PASSWORD-DATE-OUT
           IF FIRST-OPERATOR
               MOVE "ADMN" TO OPR-ROLE-IN
           END-IF.

      * SAME VALIDATE-AND-REDISPLAY LOOP AS BRWMAINT'S
      * GET-BORROWER-TERMS. THE ROLE MUST BE ONE THE ROLE TABLE
      * KNOWS, OR THE OPERATOR COULD SIGN ON AND RUN NOTHING.
       GET-OPERATOR-TERMS.
           SET G-QUESTIONS-INVALID TO TRUE
           PERFORM UNTIL G-QUESTIONS-VALID
               SET G-QUESTIONS-VALID TO TRUE
               DISPLAY G-OPER-DETAIL
               ACCEPT G-OPER-DETAIL

               MOVE SPACES TO ERROR-MESSAGE

               PERFORM FIND-ROLE
               EVALUATE TRUE
                   WHEN OPR-NAME-IN = SPACES
                       MOVE "NAME IS REQUIRED" TO ERROR-MESSAGE
                   WHEN NOT ROLE-FOUND
                       MOVE "ROLE MUST BE ONE OF THOSE LISTED"
                           TO ERROR-MESSAGE
                   WHEN FIRST-OPERATOR AND OPR-ROLE-IN NOT = "ADMN"
                       MOVE "THE FIRST OPERATOR MUST BE ROLE ADMN"
                           TO ERROR-MESSAGE
                   WHEN NOT OPR-ACTIVE-VALID
                       MOVE "ACTIVE FLAG MUST BE Y, N OR L"
                           TO ERROR-MESSAGE
               END-EVALUATE
               IF ERROR-MESSAGE NOT = SPACES
                   SET G-QUESTIONS-INVALID TO TRUE
               END-IF
           END-PERFORM.

       FIND-ROLE.
           MOVE 0 TO ROLE-FOUND-SW
           PERFORM VARYING ROLE-IDX FROM 1 BY 1
                   UNTIL ROLE-IDX > ROLE-COUNT OR ROLE-FOUND
               IF ROLE-CODE-T(ROLE-IDX) = OPR-ROLE-IN
                   SET ROLE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       GET-NEW-PASSWORD.
           SET G-QUESTIONS-INVALID TO TRUE
           PERFORM UNTIL G-QUESTIONS-VALID
               SET G-QUESTIONS-VALID TO TRUE
               MOVE SPACES TO OPR-PASSWORD-IN
               MOVE SPACES TO OPR-AGAIN-IN
               DISPLAY G-OPER-PASSWORD
               ACCEPT G-OPER-PASSWORD

               MOVE SPACES TO ERROR-MESSAGE

               MOVE 0 TO PASSWORD-SPACES
               INSPECT OPR-PASSWORD-IN
                   TALLYING PASSWORD-SPACES FOR ALL SPACES
               EVALUATE TRUE
                   WHEN OPR-PASSWORD-IN NOT = OPR-AGAIN-IN
                       MOVE "THE TWO PASSWORDS DO NOT MATCH"
                           TO ERROR-MESSAGE
                   WHEN 16 - PASSWORD-SPACES < MIN-PASSWORD-LENGTH
                       MOVE "PASSWORD MUST BE AT LEAST 6 CHARACTERS"
                           TO ERROR-MESSAGE
               END-EVALUATE
               IF ERROR-MESSAGE NOT = SPACES
                   SET G-QUESTIONS-INVALID TO TRUE
               END-IF
           END-PERFORM.

      * THE KEYED PASSWORD IS BLANKED AS SOON AS IT IS SCRAMBLED.
       STORE-NEW-PASSWORD.
           MOVE G-OPER-ID TO PWH-OPERATOR
           MOVE OPR-PASSWORD-IN TO PWH-PASSWORD
           CALL "PWHASH" USING PASSWORD-HASH-REQUEST
           MOVE PWH-HASH TO OPER-PASSWORD-HASH
           MOVE WS-TODAY TO OPER-PASSWORD-DATE
           MOVE "Y" TO OPER-MUST-CHANGE-FLAG
           MOVE SPACES TO OPR-PASSWORD-IN
           MOVE SPACES TO OPR-AGAIN-IN
           MOVE SPACES TO PWH-PASSWORD.

       MOVE-RECORD-TO-FIELDS.
           MOVE OPER-NAME          TO OPR-NAME-IN
           MOVE OPER-ROLE          TO OPR-ROLE-IN
           MOVE OPER-ACTIVE-FLAG   TO OPR-ACTIVE-IN
           MOVE OPER-LAST-SIGNON   TO OPR-LAST-SIGNON-OUT
           MOVE OPER-FAILED-COUNT  TO OPR-FAILED-OUT
           MOVE OPER-PASSWORD-DATE TO OPR-PASSWORD-DATE-OUT.

       MOVE-FIELDS-TO-RECORD.
           MOVE G-OPER-ID     TO OPER-ID
           MOVE OPR-NAME-IN   TO OPER-NAME
           MOVE OPR-ROLE-IN   TO OPER-ROLE
           MOVE OPR-ACTIVE-IN TO OPER-ACTIVE-FLAG.

       DISPLAY-OPERATOR.
           PERFORM MOVE-RECORD-TO-FIELDS
           DISPLAY G-OPER-DETAIL.

      * NO MONEY MOVED - BOTH VALUE PAIRS GO ON THE TRAIL AS ZERO.
       WRITE-MAINT-AUDIT.
           MOVE "OPERMNT" TO MAUD-PROGRAM
           MOVE OPERATOR-ID TO MAUD-OPERATOR
           MOVE G-OPER-ID TO MAUD-KEY
           MOVE 0 TO MAUD-BEFORE-1
           MOVE 0 TO MAUD-AFTER-1
           MOVE 0 TO MAUD-BEFORE-2
           MOVE 0 TO MAUD-AFTER-2
           CALL "MNTAUDIT" USING MAINT-AUDIT-REQUEST.

       END PROGRAM OPERMAINT.
