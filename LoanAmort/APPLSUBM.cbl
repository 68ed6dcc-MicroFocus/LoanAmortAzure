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
       PROGRAM-ID. APPLSUBM.
       REMARKS. NEW LOAN APPLICATION SUBMIT FOR SERVICE CALLERS - THE
               PROGRAM BEHIND THE SUBMITAPPLICATION OPERATION, AS
               LOANLOOKUP IS BEHIND GETLOANMASTER. THE AZURE FUNCTION
               HANDS IT A COMPLETE APPLICATION IN THE LOANAPPL.CPY
               SHAPE FROM THE WPF CLIENT'S APPLICATION FORM, AND THE
               ID OF THE BRANCH OFFICER SUBMITTING IT.

               THE APPLICATION GETS THE LOANEDIT EDITS THEN AND THERE
               (THE APPLEDIT SUBPROGRAM), PLUS THE TWO CHECKS ONLY THE
               FILES CAN ANSWER: THE LOAN NUMBER MUST NOT ALREADY BE
               ON THE LOAN MASTER - LOANBATCH WOULD RE-ORIGINATE THAT
               LOAN OVER THE TOP OF IT - NOR ALREADY SUBMITTED AND
               STILL IN PROGRESS. EVERY FAILED CHECK COMES BACK IN
               APPLEDIT.CPY SO THE OFFICER SEES ALL OF THEM AT ONCE.

               A CLEAN APPLICATION IS QUEUED ON THE LOANPEND PENDING
               APPLICATION FILE (SEE PENDAPPL.CPY) FOR THE OVERNIGHT
               RUN. ONE THAT WAS REJECTED BEFORE IS REPLACED BY THE
               CORRECTED ONE AND STARTS AGAIN AS PENDING.

               RETURNS 0 WHEN THE APPLICATION IS QUEUED, -1 WHEN IT
               WAS REJECTED (THE REASONS ARE IN THE EDIT RESULT), -2
               WHEN THE LOAN MASTER OR THE PENDING FILE CANNOT BE
               OPENED OR WRITTEN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT PENDING-APPL-FILE ASSIGN TO LOANPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-APPL-LOAN-NO
               ALTERNATE RECORD KEY IS PEND-OFFICER
                   WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  PENDING-APPL-FILE.
       COPY "PENDAPPL.CPY".

       WORKING-STORAGE SECTION.

       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
         88 WS-MSTR-NOT-FOUND VALUE "23" "35".
       01 WS-PEND-STATUS PIC X(2).
         88 WS-PEND-OK VALUE "00".
         88 WS-PEND-NOT-FOUND VALUE "23" "35".
         88 WS-PEND-LOCKED VALUE "99".
         88 WS-PEND-DUPLICATE VALUE "22".

       01 LOCK-RETRY-LIMIT PIC S9(4) COMP VALUE 10.
       01 LOCK-RETRY       PIC S9(4) COMP.

       01 MAX-EDIT-REASONS    PIC S9(4) COMP VALUE 20.
       01 EDIT-REASON         PIC X(60).

       01 RESUBMIT-SW         PIC 9 VALUE 0.
         88 RESUBMIT          VALUE 1.
       01 QUEUED-SW           PIC 9 VALUE 0.
         88 QUEUED            VALUE 1.

       01 WS-TODAY-STAMP   PIC X(21).

       LINKAGE SECTION.
       COPY "LOANAPPL.CPY".
       01  SUBMIT-OFFICER PIC X(8).
       COPY "APPLEDIT.CPY".

       PROCEDURE DIVISION USING LOAN-APPL-RECORD
                                SUBMIT-OFFICER
                                APPL-EDIT-RESULT.

      * A NEW APPLICATION CARRIES NO RECYCLE REASON, WHATEVER THE
      * CALLER SENT - LOANBATCH WOULD COUNT IT AS RECYCLED.
           MOVE SPACES TO APPL-RECYCLE-REASON
           MOVE 0 TO RESUBMIT-SW

           CALL "APPLEDIT" USING LOAN-APPL-RECORD
                                 APPL-EDIT-RESULT

           IF SUBMIT-OFFICER = SPACES
               MOVE "SUBMITTING OFFICER IS NOT IDENTIFIED"
                   TO EDIT-REASON
               PERFORM ADD-SUBMIT-REASON
           END-IF

           IF AEDT-REASON-COUNT > 0
               GOBACK RETURNING -1
           END-IF

      * NO LOAN MASTER AT ALL MEANS NOTHING IS BOOKED YET.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MSTR-OK
               MOVE APPL-LOAN-NO TO MSTR-LOAN-NO
               READ LOAN-MASTER-FILE
               IF WS-MSTR-OK
                   MOVE "LOAN NUMBER IS ALREADY ON THE LOAN MASTER"
                       TO EDIT-REASON
                   PERFORM ADD-SUBMIT-REASON
               END-IF
               CLOSE LOAN-MASTER-FILE
           ELSE
               IF NOT WS-MSTR-NOT-FOUND
                   GOBACK RETURNING -2
               END-IF
           END-IF

           IF AEDT-REASON-COUNT > 0
               GOBACK RETURNING -1
           END-IF

           PERFORM OPEN-PENDING-FILE
           IF NOT WS-PEND-OK
               GOBACK RETURNING -2
           END-IF

           PERFORM CHECK-ALREADY-SUBMITTED
           IF AEDT-REASON-COUNT > 0
               CLOSE PENDING-APPL-FILE
               GOBACK RETURNING -1
           END-IF

           PERFORM QUEUE-APPLICATION
           CLOSE PENDING-APPL-FILE
           IF AEDT-REASON-COUNT > 0
               GOBACK RETURNING -1
           END-IF
           IF NOT QUEUED
               GOBACK RETURNING -2
           END-IF
           GOBACK RETURNING 0.

      * THE FIRST SUBMIT EVER CREATES THE FILE.
       OPEN-PENDING-FILE.
           OPEN I-O PENDING-APPL-FILE
           IF WS-PEND-NOT-FOUND
               OPEN OUTPUT PENDING-APPL-FILE
               CLOSE PENDING-APPL-FILE
               OPEN I-O PENDING-APPL-FILE
           END-IF.

      * AN EARLIER SUBMIT UNDER THE SAME LOAN NUMBER BLOCKS THIS ONE
      * UNLESS IT WAS REJECTED - THEN THIS IS ITS CORRECTION, AND
      * THE RECORD IS HELD LOCKED UNTIL IT IS REPLACED.
       CHECK-ALREADY-SUBMITTED.
           MOVE APPL-LOAN-NO TO PEND-APPL-LOAN-NO
           MOVE 0 TO LOCK-RETRY
           READ PENDING-APPL-FILE WITH LOCK
           PERFORM UNTIL NOT WS-PEND-LOCKED
                   OR LOCK-RETRY >= LOCK-RETRY-LIMIT
               ADD 1 TO LOCK-RETRY
               READ PENDING-APPL-FILE WITH LOCK
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PEND-NOT-FOUND
                   CONTINUE
               WHEN WS-PEND-LOCKED
                   MOVE "APPLICATION IS IN USE - SUBMIT AGAIN SHORTLY"
                       TO EDIT-REASON
                   PERFORM ADD-SUBMIT-REASON
               WHEN NOT WS-PEND-OK
                   MOVE "PENDING APPLICATION FILE CANNOT BE READ"
                       TO EDIT-REASON
                   PERFORM ADD-SUBMIT-REASON
               WHEN PEND-REJECTED
                   SET RESUBMIT TO TRUE
               WHEN PEND-BOOKED
                   MOVE "LOAN NUMBER IS ALREADY BOOKED"
                       TO EDIT-REASON
                   PERFORM ADD-SUBMIT-REASON
                   UNLOCK PENDING-APPL-FILE
               WHEN OTHER
                   MOVE "LOAN NUMBER IS ALREADY SUBMITTED AND PENDING"
                       TO EDIT-REASON
                   PERFORM ADD-SUBMIT-REASON
                   UNLOCK PENDING-APPL-FILE
           END-EVALUATE.

      * THE OUTCOME IS LATCHED BEFORE THE UNLOCK RESETS THE STATUS.
      * A DUPLICATE ON THE WRITE IS ANOTHER SUBMIT OF THE SAME LOAN
      * NUMBER THAT GOT IN FIRST.
       QUEUE-APPLICATION.
           MOVE 0 TO QUEUED-SW
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           INITIALIZE PENDING-APPL-RECORD
           MOVE LOAN-APPL-RECORD       TO PEND-APPLICATION
           MOVE SUBMIT-OFFICER         TO PEND-OFFICER
           MOVE WS-TODAY-STAMP(1:8)    TO PEND-SUBMIT-DATE
           MOVE WS-TODAY-STAMP(9:6)    TO PEND-SUBMIT-TIME
           MOVE "P"                    TO PEND-STATUS
           MOVE WS-TODAY-STAMP(1:8)    TO PEND-STATUS-DATE
           MOVE SPACES                 TO PEND-REJECT-REASON
           IF RESUBMIT
               REWRITE PENDING-APPL-RECORD
               IF WS-PEND-OK
                   SET QUEUED TO TRUE
               END-IF
               UNLOCK PENDING-APPL-FILE
           ELSE
               WRITE PENDING-APPL-RECORD
               EVALUATE TRUE
                   WHEN WS-PEND-OK
                       SET QUEUED TO TRUE
                   WHEN WS-PEND-DUPLICATE
                       MOVE "LOAN NUMBER IS ALREADY SUBMITTED AND PENDIN
      -                    "G" TO EDIT-REASON
                       PERFORM ADD-SUBMIT-REASON
               END-EVALUATE
           END-IF.

      * A REASON PAST THE TABLE IS COUNTED BUT NOT KEPT, AS IN
      * APPLEDIT.
       ADD-SUBMIT-REASON.
           ADD 1 TO AEDT-REASON-COUNT
           IF AEDT-REASON-COUNT <= MAX-EDIT-REASONS
               MOVE EDIT-REASON TO AEDT-REASON(AEDT-REASON-COUNT)
           END-IF.

       END PROGRAM APPLSUBM.
