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
       PROGRAM-ID. ACHMAINT.
       REMARKS. MAINTENANCE SCREEN FOR THE INDEXED AUTOMATIC PAYMENT
               ENROLLMENT FILE (SEE ACHENRL.CPY). ONE ENROLLMENT PER
               LOAN, KEYED BY LOAN NUMBER: THE BORROWER'S BANK
               ROUTING AND ACCOUNT NUMBER, CHECKING OR SAVINGS, AND
               THE DAY OF THE MONTH TO DRAFT. THE LOANACH RUN DRAFTS
               EVERY ACTIVE ENROLLMENT; THE LOANACHR RETURN RUN
               SUSPENDS ONE THE BANK KEEPS SENDING BACK, AND THE
               DESK PUTS IT BACK ON HERE ONCE THE BORROWER HAS SORTED
               OUT THE ACCOUNT. SAME MODE SHAPE AS BRWMAINT.

               THE ENROLLMENT IS AN INSTRUCTION TO TAKE MONEY OUT OF
               A BORROWER'S BANK ACCOUNT, SO EVERY ADD, CHANGE AND
               DELETE GOES ON THE MAINTENANCE AUDIT TRAIL THE SAME
               WAY PRODMAINT'S PRICING CHANGES DO, AND ONLY A ROLE
               GRANTED THE ACHMAINT FUNCTION (SEE OPERROLE.CPY) MAY
               MAKE ONE. INQUIRY NEEDS ONLY A SIGNED-ON OPERATOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-ENROLL-FILE ASSIGN TO LOANACHE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACHE-LOAN-NO
               FILE STATUS IS WS-ACHE-STATUS.

      * READ-ONLY - AN ENROLLMENT IS TAKEN ONLY FOR A LOAN ON THE
      * BOOKS THAT STILL HAS PAYMENTS TO MAKE.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT BORROWER-FILE ASSIGN TO LOANBRW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACH-ENROLL-FILE.
       COPY "ACHENRL.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       WORKING-STORAGE SECTION.

       01 ERROR-MESSAGE PIC X(80).

       01 G-ACH-LOAN-NO PIC X(10).
       01 G-ACH-MODE PIC X.
         88 G-ACH-MODE-ADD     VALUE "A" "a".
         88 G-ACH-MODE-CHANGE  VALUE "C" "c".
         88 G-ACH-MODE-DELETE  VALUE "D" "d".
         88 G-ACH-MODE-INQUIRY VALUE "I" "i".

       01 WS-ACHE-STATUS PIC X(2).
         88 WS-ACHE-OK VALUE "00".
         88 WS-ACHE-NOT-FOUND VALUE "23" "35".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".

       01 MASTER-FILE-SWITCH  PIC 9 VALUE 0.
         88 MASTER-FILE-OPEN  VALUE 1.
       01 BORROWER-FILE-SWITCH PIC 9 VALUE 0.
         88 BORROWER-FILE-OPEN VALUE 1.

       01 G-QUESTIONS-VALIDATED PIC 9.
         88 G-QUESTIONS-VALID VALUE 1.
         88 G-QUESTIONS-INVALID VALUE 2.

      * SCREEN-SIDE COPIES OF THE ENROLLMENT FIELDS - THE SCREEN
      * ACCEPTS INTO THESE, NOT INTO THE FD RECORD DIRECTLY, SO AN
      * ABANDONED OR INVALID ENTRY NEVER LEAVES HALF-KEYED DATA IN
      * THE RECORD AREA THE NEXT I-O STATEMENT WOULD WRITE. SAME
      * PATTERN AS BRWMAINT'S BRW- FIELDS.
       01 ACH-ROUTING-IN    PIC 9(9).
       01 ACH-ACCOUNT-IN    PIC X(17).
       01 ACH-TYPE-IN       PIC X.
         88 ACH-TYPE-VALID  VALUE "C" "c" "S" "s".
       01 ACH-DRAFT-DAY-IN  PIC 99.
       01 ACH-STATUS-IN     PIC X.
         88 ACH-STATUS-VALID  VALUE "A" "a" "S" "s".
         88 ACH-STATUS-ACTIVE VALUE "A" "a".
       01 ACH-OLD-STATUS    PIC X.
       01 ACH-BORROWER-OUT  PIC X(30).

      * THE ROUTING NUMBER'S OWN CHECK DIGIT - THE NINTH DIGIT MAKES
      * 3-7-1 WEIGHTED SUM OF ALL NINE A MULTIPLE OF TEN. A MIS-KEYED
      * ROUTING NUMBER IS CAUGHT HERE INSTEAD OF COMING BACK FROM
      * THE BANK AS A RETURN A WEEK LATER.
       01 ROUTING-DIGITS.
          03 ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
       01 ROUTING-SUM       PIC S9(4) COMP.
       01 ROUTING-REMAINDER PIC S9(4) COMP.
       01 ROUTING-QUOTIENT  PIC S9(4) COMP.

       01 G-CONFIRM PIC X.
         88 G-CONFIRMED VALUE "Y" "y".

       01 WS-TODAY-STAMP   PIC X(21).
       01 WS-TODAY         PIC 9(8).

      * MAINTENANCE AUDIT TRAIL - EVERY UPDATE HERE PUTS A
      * WHO/WHAT/BEFORE/AFTER LINE ON LOANMAUD THROUGH THE MNTAUDIT
      * SUBPROGRAM (SEE MAINTAUD.CPY). THE OPERATOR IS THE ONE
      * SIGNED ON AT THE START OF THE RUN (SEE SIGNON.CPY).
       COPY "MAINTAUD.CPY".
       COPY "SIGNON.CPY".
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       SCREEN SECTION.
       COPY "ACHMNT.SS".

       PROCEDURE DIVISION.

           MOVE "ACHMNT" TO SGN-PROGRAM
           CALL "SIGNON" USING OPERATOR-SIGNON
           IF NOT SGN-SIGNED-ON
               DISPLAY SGN-MESSAGE LINE 24 COL 5
               ACCEPT G-CONFIRM LINE 24 COL 78
               GOBACK
           END-IF
           MOVE SGN-OPERATOR TO OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY

           PERFORM OPEN-ACH-ENROLL-FILE

           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MSTR-OK
               SET MASTER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT BORROWER-FILE
           IF WS-BRW-OK
               SET BORROWER-FILE-OPEN TO TRUE
           END-IF

           MOVE SPACES TO ERROR-MESSAGE
           DISPLAY G-ACH-SELECT
           ACCEPT G-ACH-SELECT

           IF G-ACH-LOAN-NO = SPACES
               MOVE "LOAN NUMBER IS REQUIRED" TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-MODE-AUTHORITY
               EVALUATE TRUE
                   WHEN SGN-REFUSED
                       MOVE SGN-MESSAGE TO ERROR-MESSAGE
                   WHEN G-ACH-MODE-ADD
                       PERFORM ADD-ENROLLMENT
                   WHEN G-ACH-MODE-CHANGE
                       PERFORM CHANGE-ENROLLMENT
                   WHEN G-ACH-MODE-DELETE
                       PERFORM DELETE-ENROLLMENT
                   WHEN G-ACH-MODE-INQUIRY
                       PERFORM INQUIRE-ENROLLMENT
                   WHEN OTHER
                       MOVE "MODE MUST BE A, C, D OR I"
                           TO ERROR-MESSAGE
               END-EVALUATE
           END-IF

           CLOSE ACH-ENROLL-FILE
           IF MASTER-FILE-OPEN
               CLOSE LOAN-MASTER-FILE
           END-IF
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF

           DISPLAY ERROR-MESSAGE LINE 24 COL 5
           ACCEPT G-CONFIRM LINE 24 COL 78.

      * A REFUSAL IS ALREADY ON THE TRAIL WHEN OPERAUTH RETURNS.
       CHECK-MODE-AUTHORITY.
           SET SGN-AUTHORIZED TO TRUE
           EVALUATE TRUE
               WHEN G-ACH-MODE-ADD
               WHEN G-ACH-MODE-CHANGE
               WHEN G-ACH-MODE-DELETE
                   MOVE "ACHMAINT" TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
           END-EVALUATE.

       OPEN-ACH-ENROLL-FILE.
           OPEN I-O ACH-ENROLL-FILE
           IF WS-ACHE-NOT-FOUND
               OPEN OUTPUT ACH-ENROLL-FILE
               CLOSE ACH-ENROLL-FILE
               OPEN I-O ACH-ENROLL-FILE
           END-IF.

      * A NEW ENROLLMENT NEEDS A LIVE LOAN BEHIND IT - NOTHING TO
      * DRAFT FOR A LOAN THAT IS NOT ON THE BOOKS OR IS ALREADY
      * PAID OFF OR CHARGED OFF.
       ADD-ENROLLMENT.
           MOVE G-ACH-LOAN-NO TO ACHE-LOAN-NO
           READ ACH-ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "LOAN ALREADY ENROLLED - USE (C)HANGE"
                       TO ERROR-MESSAGE
           END-READ

           IF ERROR-MESSAGE = SPACES
               PERFORM READ-LOAN-AND-BORROWER
           END-IF

           IF ERROR-MESSAGE = SPACES
               IF NOT WS-MSTR-OK
                   MOVE "NO LOAN ON FILE WITH THAT NUMBER"
                       TO ERROR-MESSAGE
               ELSE
                   IF MSTR-LIFE-CLOSED
                       MOVE "LOAN IS PAID OFF OR CHARGED OFF"
                           TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF

           IF ERROR-MESSAGE = SPACES
               INITIALIZE ACH-ENROLL-RECORD
               MOVE G-ACH-LOAN-NO TO ACHE-LOAN-NO
               MOVE WS-TODAY TO ACHE-ENROLL-DATE
               PERFORM INIT-ENROLLMENT-FIELDS
               PERFORM GET-ENROLLMENT-TERMS
               PERFORM MOVE-FIELDS-TO-RECORD
               WRITE ACH-ENROLL-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO ADD ENROLLMENT" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "ENROLLMENT ADDED" TO ERROR-MESSAGE
                       MOVE "ACHADD" TO MAUD-ACTION
                       MOVE ZERO TO MAUD-BEFORE-1
                       MOVE ZERO TO MAUD-BEFORE-2
                       MOVE ACHE-DRAFT-DAY    TO MAUD-AFTER-1
                       MOVE ACHE-RETURN-COUNT TO MAUD-AFTER-2
                       PERFORM WRITE-MAINT-AUDIT
               END-WRITE
           END-IF.

      * PUTTING A SUSPENDED ENROLLMENT BACK ON CLEARS ITS RETURN
      * COUNT - THE BORROWER STARTS AGAIN WITH A CLEAN SLATE.
       CHANGE-ENROLLMENT.
           MOVE G-ACH-LOAN-NO TO ACHE-LOAN-NO
           READ ACH-ENROLL-FILE
               INVALID KEY
                   MOVE "NO ENROLLMENT ON FILE FOR THAT LOAN"
                       TO ERROR-MESSAGE
           END-READ

           IF ERROR-MESSAGE = SPACES
               PERFORM READ-LOAN-AND-BORROWER
               MOVE ACHE-DRAFT-DAY    TO MAUD-BEFORE-1
               MOVE ACHE-RETURN-COUNT TO MAUD-BEFORE-2
               MOVE ACHE-STATUS TO ACH-OLD-STATUS
               PERFORM MOVE-RECORD-TO-FIELDS
               PERFORM GET-ENROLLMENT-TERMS
               PERFORM MOVE-FIELDS-TO-RECORD
               IF ACHE-ACTIVE AND ACH-OLD-STATUS NOT = "A"
                   MOVE ZERO TO ACHE-RETURN-COUNT
               END-IF
               REWRITE ACH-ENROLL-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE ENROLLMENT"
                           TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "ENROLLMENT CHANGED" TO ERROR-MESSAGE
                       MOVE "ACHCHG" TO MAUD-ACTION
                       MOVE ACHE-DRAFT-DAY    TO MAUD-AFTER-1
                       MOVE ACHE-RETURN-COUNT TO MAUD-AFTER-2
                       PERFORM WRITE-MAINT-AUDIT
               END-REWRITE
           END-IF.

      * A DELETED ENROLLMENT STOPS THE DRAFTS, SO SHOW WHAT IS
      * ABOUT TO GO AND ASK FIRST.
       DELETE-ENROLLMENT.
           MOVE G-ACH-LOAN-NO TO ACHE-LOAN-NO
           READ ACH-ENROLL-FILE
               INVALID KEY
                   MOVE "NO ENROLLMENT ON FILE FOR THAT LOAN"
                       TO ERROR-MESSAGE
           END-READ

           IF ERROR-MESSAGE = SPACES
               PERFORM READ-LOAN-AND-BORROWER
               PERFORM DISPLAY-ENROLLMENT
               DISPLAY "DELETE THIS ENROLLMENT (Y/N)?" LINE 21 COL 5
               ACCEPT G-CONFIRM LINE 21 COL 36
               IF G-CONFIRMED
                   MOVE ACHE-DRAFT-DAY    TO MAUD-BEFORE-1
                   MOVE ACHE-RETURN-COUNT TO MAUD-BEFORE-2
                   DELETE ACH-ENROLL-FILE
                       INVALID KEY
                           MOVE "UNABLE TO DELETE ENROLLMENT"
                               TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "ENROLLMENT DELETED" TO ERROR-MESSAGE
                           MOVE "ACHDEL" TO MAUD-ACTION
                           MOVE ZERO TO MAUD-AFTER-1
                           MOVE ZERO TO MAUD-AFTER-2
                           PERFORM WRITE-MAINT-AUDIT
                   END-DELETE
               ELSE
                   MOVE "DELETE CANCELLED" TO ERROR-MESSAGE
               END-IF
           END-IF.

       INQUIRE-ENROLLMENT.
           MOVE G-ACH-LOAN-NO TO ACHE-LOAN-NO
           READ ACH-ENROLL-FILE
               INVALID KEY
                   MOVE "NO ENROLLMENT ON FILE FOR THAT LOAN"
                       TO ERROR-MESSAGE
           END-READ

           IF ERROR-MESSAGE = SPACES
               PERFORM READ-LOAN-AND-BORROWER
               PERFORM DISPLAY-ENROLLMENT
           END-IF.

      * THE BORROWER'S NAME HEADS THE DETAIL SCREEN SO THE DESK CAN
      * SEE WHOSE ACCOUNT IS BEING DRAFTED. NO MASTER OR BORROWER
      * FILE JUST LEAVES THE NAME BLANK.
       READ-LOAN-AND-BORROWER.
           MOVE SPACES TO ACH-BORROWER-OUT
           MOVE "23" TO WS-MSTR-STATUS
           IF MASTER-FILE-OPEN
               MOVE G-ACH-LOAN-NO TO MSTR-LOAN-NO
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-MSTR-OK AND BORROWER-FILE-OPEN
                   AND MSTR-BORROWER-ID NOT = SPACES
               MOVE MSTR-BORROWER-ID TO BRW-ID
               READ BORROWER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRW-NAME TO ACH-BORROWER-OUT
               END-READ
           END-IF.

       INIT-ENROLLMENT-FIELDS.
           MOVE ZERO   TO ACH-ROUTING-IN
           MOVE SPACES TO ACH-ACCOUNT-IN
           MOVE "C"    TO ACH-TYPE-IN
           MOVE ZERO   TO ACH-DRAFT-DAY-IN
           MOVE "A"    TO ACH-STATUS-IN.

      * SAME VALIDATE-AND-REDISPLAY LOOP AS BRWMAINT'S
      * GET-BORROWER-TERMS.
       GET-ENROLLMENT-TERMS.
           SET G-QUESTIONS-INVALID TO TRUE
           PERFORM UNTIL G-QUESTIONS-VALID
               SET G-QUESTIONS-VALID TO TRUE
               DISPLAY G-ACH-DETAIL
               ACCEPT G-ACH-DETAIL

               MOVE SPACES TO ERROR-MESSAGE

               PERFORM CHECK-ROUTING-NUMBER
               IF ROUTING-REMAINDER NOT = 0
                   MOVE "ROUTING NUMBER IS NOT VALID" TO ERROR-MESSAGE
                   SET G-QUESTIONS-INVALID TO TRUE
               END-IF

               IF ACH-ACCOUNT-IN = SPACES
                   MOVE "ACCOUNT NUMBER IS REQUIRED" TO ERROR-MESSAGE
                   SET G-QUESTIONS-INVALID TO TRUE
               END-IF

               IF NOT ACH-TYPE-VALID
                   MOVE "ACCOUNT TYPE MUST BE C OR S" TO ERROR-MESSAGE
                   SET G-QUESTIONS-INVALID TO TRUE
               END-IF

      * NO DRAFT DAY PAST THE 28TH - EVERY MONTH HAS ONE.
               IF ACH-DRAFT-DAY-IN > 28
                   MOVE "DRAFT DAY MUST BE 00 TO 28" TO ERROR-MESSAGE
                   SET G-QUESTIONS-INVALID TO TRUE
               END-IF

               IF NOT ACH-STATUS-VALID
                   MOVE "STATUS MUST BE A OR S" TO ERROR-MESSAGE
                   SET G-QUESTIONS-INVALID TO TRUE
               END-IF
           END-PERFORM.

       CHECK-ROUTING-NUMBER.
           MOVE 1 TO ROUTING-REMAINDER
           IF ACH-ROUTING-IN NUMERIC AND ACH-ROUTING-IN NOT = 0
               MOVE ACH-ROUTING-IN TO ROUTING-DIGITS
               COMPUTE ROUTING-SUM =
                   3 * (ROUTING-DIGIT(1) + ROUTING-DIGIT(4)
                        + ROUTING-DIGIT(7))
                 + 7 * (ROUTING-DIGIT(2) + ROUTING-DIGIT(5)
                        + ROUTING-DIGIT(8))
                 +     (ROUTING-DIGIT(3) + ROUTING-DIGIT(6)
                        + ROUTING-DIGIT(9))
               DIVIDE ROUTING-SUM BY 10 GIVING ROUTING-QUOTIENT
                   REMAINDER ROUTING-REMAINDER
           END-IF.

       MOVE-RECORD-TO-FIELDS.
           MOVE ACHE-ROUTING-NO   TO ACH-ROUTING-IN
           MOVE ACHE-ACCOUNT-NO   TO ACH-ACCOUNT-IN
           MOVE ACHE-ACCOUNT-TYPE TO ACH-TYPE-IN
           MOVE ACHE-DRAFT-DAY    TO ACH-DRAFT-DAY-IN
           MOVE ACHE-STATUS       TO ACH-STATUS-IN.

       MOVE-FIELDS-TO-RECORD.
           MOVE G-ACH-LOAN-NO  TO ACHE-LOAN-NO
           MOVE ACH-ROUTING-IN TO ACHE-ROUTING-NO
           MOVE ACH-ACCOUNT-IN TO ACHE-ACCOUNT-NO
           IF ACH-TYPE-IN = "S" OR ACH-TYPE-IN = "s"
               MOVE "S" TO ACHE-ACCOUNT-TYPE
           ELSE
               MOVE "C" TO ACHE-ACCOUNT-TYPE
           END-IF
           MOVE ACH-DRAFT-DAY-IN TO ACHE-DRAFT-DAY
           IF ACH-STATUS-ACTIVE
               MOVE "A" TO ACHE-STATUS
           ELSE
               MOVE "S" TO ACHE-STATUS
           END-IF.

       DISPLAY-ENROLLMENT.
           PERFORM MOVE-RECORD-TO-FIELDS
           DISPLAY G-ACH-DETAIL.

       WRITE-MAINT-AUDIT.
           MOVE "ACHMNT" TO MAUD-PROGRAM
           MOVE OPERATOR-ID TO MAUD-OPERATOR
           MOVE G-ACH-LOAN-NO TO MAUD-KEY
           CALL "MNTAUDIT" USING MAINT-AUDIT-REQUEST.

       END PROGRAM ACHMAINT.
