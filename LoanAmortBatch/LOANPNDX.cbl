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
       PROGRAM-ID. LOANPNDX.
       REMARKS. PENDING APPLICATION EXTRACT. RUNS AHEAD OF LOANEDIT
               IN THE OVERNIGHT ORIGINATION RUN AND COPIES EVERY
               APPLICATION BRANCH OFFICERS SUBMITTED FROM THE WPF
               CLIENT SINCE THE LAST RUN (THE LOANPEND FILE - SEE
               PENDAPPL.CPY) TO THE PENDAPPL FILE, BYTE FOR BYTE IN
               THE LOANAPPL.CPY LAYOUT. OPS CONCATENATES PENDAPPL
               AHEAD OF THE DAY'S OWN LOANAPPL FILE INTO LOANEDIT, SO
               A SUBMITTED APPLICATION TAKES EXACTLY THE PATH A KEYED
               ONE DOES - LOANEDIT, LOANBATCH, AND LOANRCYC FOR A
               REJECT.

               EACH APPLICATION COPIED IS MARKED QUEUED, DATED THE
               PROCESSING DATE, BEFORE IT IS WRITTEN - ONE THAT
               CANNOT BE MARKED IS NOT WRITTEN, SO NO APPLICATION IS
               EVER EXTRACTED TWICE. ONE HELD BY A RESUBMIT IN
               PROGRESS IS LEFT FOR THE NEXT RUN (RC 4). THE LOANPNDS
               STEP AFTER LOANBATCH SETTLES WHAT BECAME OF EACH.

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

           SELECT PENDING-OUT-FILE ASSIGN TO PENDAPPL
               ORGANIZATION IS SEQUENTIAL.

           SELECT PNDX-RPT-FILE ASSIGN TO PNDXRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  PENDING-APPL-FILE.
       COPY "PENDAPPL.CPY".

       FD  PENDING-OUT-FILE.
       COPY "LOANAPPL.CPY" REPLACING ==LOAN-APPL-RECORD==
           BY ==PNDO-RECORD== LEADING ==APPL-== BY ==PNDO-==.

       FD  PNDX-RPT-FILE.
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

       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-TODAY-STAMP      PIC X(21).

       01 QUEUE-LOAN-NO       PIC X(10).
       01 MARKED-SW           PIC 9 VALUE 0.
         88 MARKED-QUEUED     VALUE 1.

       01 QUEUED-COUNT        PIC S9(8) COMP VALUE 0.
       01 PRINCIPAL-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
       01 HELD-COUNT          PIC S9(8) COMP VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 PRINCIPAL-D         PIC Z(7)9.

       PROCEDURE DIVISION.

           PERFORM READ-PROCESSING-DATE

           OPEN OUTPUT PNDX-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "PENDING APPLICATION EXTRACT - SUBMITTED FROM THE "
               "BRANCHES" INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN OUTPUT PENDING-OUT-FILE

           OPEN I-O PENDING-APPL-FILE
           IF WS-PEND-NOT-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "NO PENDING APPLICATION FILE - NOTHING SUBMITTED"
                   INTO RPT-LINE
               WRITE RPT-LINE
               CLOSE PENDING-OUT-FILE
               CLOSE PNDX-RPT-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-PEND-OK
               DISPLAY "UNABLE TO OPEN THE PENDING APPLICATION FILE"
               CLOSE PENDING-OUT-FILE
               CLOSE PNDX-RPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-PENDING
           PERFORM UNTIL WS-EOF
               IF PEND-WAITING
                   PERFORM QUEUE-PENDING-APPL
               END-IF
               PERFORM READ-PENDING
           END-PERFORM

           PERFORM WRITE-PNDX-TOTALS

           CLOSE PENDING-APPL-FILE
           CLOSE PENDING-OUT-FILE
           CLOSE PNDX-RPT-FILE

           IF HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

      * THE PROCESSING DATE THE START-OF-DAY STEP LEFT ON LOANDATE
      * (SEE PROCDATE.CPY), ELSE THE SYSTEM DATE - IT ONLY DATES THE
      * STATUS THE OFFICER SEES.
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

       READ-PENDING.
           READ PENDING-APPL-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * MARK FIRST, UNDER LOCK, THEN WRITE. THE RE-READ BY KEY LEAVES
      * THE NEXT-RECORD POSITION WHERE IT WAS.
       QUEUE-PENDING-APPL.
           MOVE 0 TO MARKED-SW
           MOVE PEND-APPL-LOAN-NO TO QUEUE-LOAN-NO
           READ PENDING-APPL-FILE WITH LOCK
           IF WS-PEND-OK AND PEND-WAITING
               MOVE "Q" TO PEND-STATUS
               MOVE PROC-DATE-N TO PEND-STATUS-DATE
               REWRITE PENDING-APPL-RECORD
               IF WS-PEND-OK
                   SET MARKED-QUEUED TO TRUE
               END-IF
               UNLOCK PENDING-APPL-FILE
           END-IF

           IF MARKED-QUEUED
               WRITE PNDO-RECORD FROM PEND-APPLICATION
               ADD 1 TO QUEUED-COUNT
               ADD PEND-APPL-PRINCIPAL TO PRINCIPAL-TOTAL
               MOVE PEND-APPL-PRINCIPAL TO PRINCIPAL-D
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " PEND-APPL-LOAN-NO " BORROWER "
                   PEND-APPL-BORROWER-ID " PRINCIPAL " PRINCIPAL-D
                   " OFFICER " PEND-OFFICER " SUBMITTED "
                   PEND-SUBMIT-DATE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               ADD 1 TO HELD-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " QUEUE-LOAN-NO
                   " ** IN USE - LEFT FOR THE NEXT RUN **"
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-PNDX-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE QUEUED-COUNT TO COUNT-D
           MOVE PRINCIPAL-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "APPLICATIONS QUEUED  . . : " COUNT-D
               " PRINCIPAL " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           IF HELD-COUNT > 0
               MOVE HELD-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "LEFT FOR NEXT RUN  . . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM LOANPNDX.
