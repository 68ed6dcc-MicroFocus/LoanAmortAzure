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
       PROGRAM-ID. LOANPNDS.
       REMARKS. PENDING APPLICATION STATUS. RUNS AFTER LOANBATCH IN
               THE OVERNIGHT ORIGINATION RUN AND SETTLES WHAT BECAME
               OF EVERY APPLICATION LOANPNDX QUEUED FROM THE LOANPEND
               FILE (SEE PENDAPPL.CPY), SO THE BRANCH OFFICER WHO
               SUBMITTED IT SEES THE ANSWER ON THE WPF CLIENT NEXT
               MORNING.

               AN APPLICATION ON THE NIGHT'S LOANRCYC RECYCLE FILE IS
               REJECTED, WITH LOANBATCH'S REASON CODE; ONE ON
               LOANEDIT'S REJECT FILE (LOANRJCT) IS REJECTED WITH
               REASON "EDIT". THEN ANY QUEUED OR REJECTED APPLICATION
               WHOSE LOAN IS ON THE MASTER IS BOOKED - APPLSUBM
               REFUSES A LOAN NUMBER ALREADY ON THE MASTER, SO ITS
               BEING THERE NOW MEANS IT WAS BOOKED SINCE, WHETHER
               TONIGHT OR BY THE DESK RECYCLING AN EARLIER REJECT.

               A QUEUED APPLICATION THAT IS NEITHER (LOANBATCH FOUND
               ITS MASTER RECORD IN USE, SAY) STAYS PENDING AND IS
               LISTED FOR OPERATIONS TO FOLLOW UP (RC 4).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT PENDING-APPL-FILE ASSIGN TO LOANPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-APPL-LOAN-NO
               ALTERNATE RECORD KEY IS PEND-OFFICER
                   WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-PEND-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO LOANRCYC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCYC-STATUS.

           SELECT OPTIONAL REJECTED-FILE ASSIGN TO LOANRJCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJCT-STATUS.

           SELECT PNDS-RPT-FILE ASSIGN TO PNDSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  PENDING-APPL-FILE.
       COPY "PENDAPPL.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  RECYCLE-FILE.
       COPY "LOANAPPL.CPY" REPLACING ==LOAN-APPL-RECORD==
           BY ==RECYCLE-RECORD== LEADING ==APPL-== BY ==RCYC-==.

       FD  REJECTED-FILE.
       COPY "LOANAPPL.CPY" REPLACING ==LOAN-APPL-RECORD==
           BY ==RJCT-RECORD== LEADING ==APPL-== BY ==RJCT-==.

       FD  PNDS-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 WS-PEND-STATUS PIC X(2).
         88 WS-PEND-OK VALUE "00".
         88 WS-PEND-NOT-FOUND VALUE "23" "35".
         88 WS-PEND-LOCKED VALUE "99".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
         88 WS-MSTR-NOT-FOUND VALUE "23" "35".
      * "05" IS AN OPTIONAL FILE NOT THERE - OPEN, AND AT END ON THE
      * FIRST READ.
       01 WS-RCYC-STATUS PIC X(2).
         88 WS-RCYC-OK VALUE "00" "05".
       01 WS-RJCT-STATUS PIC X(2).
         88 WS-RJCT-OK VALUE "00" "05".

       01 LOCK-RETRY-LIMIT PIC S9(4) COMP VALUE 10.
       01 LOCK-RETRY       PIC S9(4) COMP.

       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-TODAY-STAMP      PIC X(21).

       01 MASTER-FILE-SWITCH  PIC 9 VALUE 0.
         88 MASTER-FILE-OPEN  VALUE 1.

       01 REJECT-LOAN-NO      PIC X(10).
       01 REJECT-REASON       PIC X(4).

       01 BOOKED-COUNT        PIC S9(8) COMP VALUE 0.
       01 REJECTED-COUNT      PIC S9(8) COMP VALUE 0.
       01 STILL-QUEUED-COUNT  PIC S9(8) COMP VALUE 0.
       01 WAITING-COUNT       PIC S9(8) COMP VALUE 0.
       01 IN-USE-COUNT        PIC S9(8) COMP VALUE 0.

       01 COUNT-D             PIC Z(7)9.

       PROCEDURE DIVISION.

           PERFORM READ-PROCESSING-DATE

           OPEN OUTPUT PNDS-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "PENDING APPLICATION STATUS - AFTER THE NIGHT'S "
               "ORIGINATION RUN" INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN I-O PENDING-APPL-FILE
           IF WS-PEND-NOT-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "NO PENDING APPLICATION FILE - NOTHING SUBMITTED"
                   INTO RPT-LINE
               WRITE RPT-LINE
               CLOSE PNDS-RPT-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-PEND-OK
               DISPLAY "UNABLE TO OPEN THE PENDING APPLICATION FILE"
               CLOSE PNDS-RPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * WITHOUT THE MASTER NOTHING CAN BE CALLED BOOKED - THAT WAITS
      * FOR THE NEXT RUN RATHER THAN GUESSING.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MSTR-OK
               SET MASTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE PENDING-APPL-FILE
               CLOSE PNDS-RPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM APPLY-RECYCLE-FILE
           PERFORM APPLY-REJECT-FILE
           PERFORM SETTLE-QUEUED-APPLS

           PERFORM WRITE-PNDS-TOTALS

           CLOSE PENDING-APPL-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE PNDS-RPT-FILE

           IF STILL-QUEUED-COUNT > 0 OR IN-USE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

      * SAME DATE AS LOANPNDX STAMPED - LOANDATE, ELSE THE SYSTEM
      * DATE.
       READ-PROCESSING-DATE.
           MOVE 0 TO PROC-DATE-N
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDTE-OK
               READ PROC-DATE-FILE
                   NOT AT END
                       IF PDTE-CURRENT-DATE NUMERIC
                           MOVE PDTE-CURRENT-DATE TO PROC-DATE-N
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           IF PROC-DATE-N = 0
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
               MOVE WS-TODAY-STAMP(1:8) TO PROC-DATE-N
           END-IF.

      * EVERY RECYCLED RECORD WHOSE LOAN NUMBER IS A SUBMITTED
      * APPLICATION IN THE RUN. A RECORD THE DESK KEYED ITSELF
      * MATCHES NOTHING AND IS PASSED OVER.
       APPLY-RECYCLE-FILE.
           MOVE 0 TO WS-EOF-SWITCH
           OPEN INPUT RECYCLE-FILE
           IF WS-RCYC-OK
               PERFORM UNTIL WS-EOF
                   READ RECYCLE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF
                       MOVE RCYC-LOAN-NO TO REJECT-LOAN-NO
                       MOVE RCYC-RECYCLE-REASON TO REJECT-REASON
                       PERFORM MARK-REJECTED
                   END-IF
               END-PERFORM
               CLOSE RECYCLE-FILE
           ELSE
               DISPLAY "UNABLE TO OPEN THE RECYCLE FILE"
           END-IF.

       APPLY-REJECT-FILE.
           MOVE 0 TO WS-EOF-SWITCH
           OPEN INPUT REJECTED-FILE
           IF WS-RJCT-OK
               PERFORM UNTIL WS-EOF
                   READ REJECTED-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF
                       MOVE RJCT-LOAN-NO TO REJECT-LOAN-NO
                       MOVE "EDIT" TO REJECT-REASON
                       PERFORM MARK-REJECTED
                   END-IF
               END-PERFORM
               CLOSE REJECTED-FILE
           ELSE
               DISPLAY "UNABLE TO OPEN THE EDIT REJECT FILE"
           END-IF.

      * ONLY A QUEUED APPLICATION, OR ONE ALREADY REJECTED THAT THE
      * DESK RECYCLED AND LOANBATCH REJECTED AGAIN. ONE STILL
      * WAITING WAS SUBMITTED AFTER THE EXTRACT AND IS NOT YET IN
      * ANY RUN.
       MARK-REJECTED.
           MOVE REJECT-LOAN-NO TO PEND-APPL-LOAN-NO
           PERFORM READ-PENDING-LOCKED
           IF WS-PEND-OK
               IF PEND-QUEUED OR PEND-REJECTED
                   MOVE "R" TO PEND-STATUS
                   MOVE PROC-DATE-N TO PEND-STATUS-DATE
                   MOVE REJECT-REASON TO PEND-REJECT-REASON
                   REWRITE PENDING-APPL-RECORD
                   IF WS-PEND-OK
                       ADD 1 TO REJECTED-COUNT
                       MOVE SPACES TO RPT-LINE
                       STRING "LOAN " PEND-APPL-LOAN-NO " OFFICER "
                           PEND-OFFICER " REJECTED - REASON "
                           REJECT-REASON INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
               UNLOCK PENDING-APPL-FILE
           ELSE
               IF WS-PEND-LOCKED
                   PERFORM REPORT-IN-USE
               END-IF
           END-IF.

      * ONE PASS OVER THE WHOLE FILE FOR WHAT IS STILL OPEN: BOOKED
      * IF THE LOAN IS ON THE MASTER, OTHERWISE COUNTED - AND A
      * QUEUED ONE LISTED - AS STILL PENDING.
       SETTLE-QUEUED-APPLS.
           MOVE 0 TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO PEND-APPL-LOAN-NO
           START PENDING-APPL-FILE KEY IS NOT LESS THAN
                   PEND-APPL-LOAN-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ PENDING-APPL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   EVALUATE TRUE
                       WHEN PEND-WAITING
                           ADD 1 TO WAITING-COUNT
                       WHEN PEND-QUEUED OR PEND-REJECTED
                           PERFORM SETTLE-ONE-APPL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       SETTLE-ONE-APPL.
           MOVE PEND-APPL-LOAN-NO TO MSTR-LOAN-NO
           READ LOAN-MASTER-FILE
           IF WS-MSTR-OK
               PERFORM READ-PENDING-LOCKED
               IF WS-PEND-OK
                   MOVE "B" TO PEND-STATUS
                   MOVE PROC-DATE-N TO PEND-STATUS-DATE
                   MOVE SPACES TO PEND-REJECT-REASON
                   REWRITE PENDING-APPL-RECORD
                   IF WS-PEND-OK
                       ADD 1 TO BOOKED-COUNT
                       MOVE SPACES TO RPT-LINE
                       STRING "LOAN " PEND-APPL-LOAN-NO " OFFICER "
                           PEND-OFFICER " BOOKED" INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   UNLOCK PENDING-APPL-FILE
               ELSE
                   PERFORM REPORT-IN-USE
               END-IF
           ELSE
               IF PEND-QUEUED
                   ADD 1 TO STILL-QUEUED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " PEND-APPL-LOAN-NO " OFFICER "
                       PEND-OFFICER " QUEUED " PEND-STATUS-DATE
                       " ** NEITHER BOOKED NOR REJECTED - STILL "
                       "PENDING **" INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       READ-PENDING-LOCKED.
           MOVE 0 TO LOCK-RETRY
           READ PENDING-APPL-FILE WITH LOCK
           PERFORM UNTIL NOT WS-PEND-LOCKED
                   OR LOCK-RETRY >= LOCK-RETRY-LIMIT
               ADD 1 TO LOCK-RETRY
               READ PENDING-APPL-FILE WITH LOCK
           END-PERFORM.

       REPORT-IN-USE.
           ADD 1 TO IN-USE-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " PEND-APPL-LOAN-NO
               " ** IN USE - STATUS LEFT FOR THE NEXT RUN **"
               INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-PNDS-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE BOOKED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "BOOKED . . . . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE REJECTED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "REJECTED . . . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE STILL-QUEUED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "QUEUED, STILL PENDING  . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WAITING-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "AWAITING THE NEXT RUN  . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF IN-USE-COUNT > 0
               MOVE IN-USE-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "IN USE, NOT UPDATED  . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM LOANPNDS.
