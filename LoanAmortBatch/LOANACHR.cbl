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
       PROGRAM-ID. LOANACHR.
       REMARKS. ACH RETURN PROCESSING. READS THE RETURN FILE THE BANK
               SENDS BACK FOR DEBITS LOANACH ORIGINATED - NACHA
               LAYOUT (SEE NACHA.CPY), EACH RETURNED ENTRY FOLLOWED
               BY ITS RETURN ADDENDA - AND UNDOES EACH RETURNED
               DRAFT:

               THE ENTRY'S INDIVIDUAL ID CARRIES THE LOAN AND PERIOD,
               WHICH FIND THE DRAFT ON THE DRAFT LOG (SEE
               ACHDRAFT.CPY); THE ADDENDA'S ORIGINAL TRACE NUMBER
               MUST MATCH THE LOGGED ONE, SO A LATE RETURN OF A DRAFT
               SINCE REPLACED IS LISTED, NOT APPLIED TWICE.

               THE PAYMENT THE DRAFT BROUGHT IN GOES BACK OUT AS AN
               "R" REVERSAL RECEIPT IN THE LOANRCPT LAYOUT (SEE
               RECEIPT.CPY) ON THE ACHRRCPT FILE, DATED THE CARD'S
               PROCESSING DATE AND SEQUENCED FROM ITS START SEQUENCE,
               FOR LOANPOST TO POST - WHICH STEPS THE LOAN'S PAID-
               THROUGH PERIOD BACK. LOANPOST'S REVERSAL BACKS OUT
               THE PAYMENT STREAM ONLY, SO THE ESCROW SHARE OF THE
               DRAFT IS LISTED ON THE REPORT FOR THE ESCROW DESK TO
               ADJUST.

               THE LOG ENTRY IS MARKED RETURNED AND THE ENROLLMENT
               (SEE ACHENRL.CPY) COUNTS THE RETURN AND FORGETS THE
               PERIOD WAS DRAFTED, SO THE NEXT ORIGINATION RUN TRIES
               IT AGAIN - UNLESS THE ENROLLMENT IS SUSPENDED: AT ONCE
               FOR A RETURN REASON THAT SAYS THE ACCOUNT CAN NEVER BE
               DRAFTED (CLOSED, NOT FOUND, FROZEN, AUTHORIZATION
               REVOKED OR DISPUTED), OTHERWISE WHEN THE RETURN COUNT
               REACHES THE LIMIT ON THE CARD. A SUSPENSION GOES ON
               THE MAINTENANCE AUDIT TRAIL; PUTTING THE ENROLLMENT
               BACK ON IS DONE ON THE ACHMAINT SCREEN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHR-PARM-FILE ASSIGN TO ACHRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACH-RETURN-FILE ASSIGN TO ACHRTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT ACH-ENROLL-FILE ASSIGN TO LOANACHE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACHE-LOAN-NO
               FILE STATUS IS WS-ACHE-STATUS.

           SELECT ACH-DRAFT-FILE ASSIGN TO LOANACHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACHD-KEY
               FILE STATUS IS WS-ACHD-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO ACHRRCPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACHR-RPT-FILE ASSIGN TO ACHRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE CARD: THE PROCESSING DATE (CCYYMMDD) THE REVERSALS POST
      * UNDER, THE FIRST RECEIPT SEQUENCE NUMBER TO USE (ZERO STARTS
      * AT 1), AND THE NUMBER OF RETURNS THAT SUSPENDS AN ENROLLMENT
      * (ZERO TAKES THE DEFAULT OF 2).
       FD  ACHR-PARM-FILE.
       01  ACHR-PARM-RECORD.
           03 PARM-PROCESS-DATE PIC 9(8).
           03 FILLER            PIC X(1).
           03 PARM-START-SEQ    PIC 9(6).
           03 FILLER            PIC X(1).
           03 PARM-RETURN-LIMIT PIC 9(2).

       FD  ACH-RETURN-FILE.
       COPY "NACHA.CPY".

       FD  ACH-ENROLL-FILE.
       COPY "ACHENRL.CPY".

       FD  ACH-DRAFT-FILE.
       COPY "ACHDRAFT.CPY".

       FD  RECEIPT-FILE.
       COPY "RECEIPT.CPY".

       FD  ACHR-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-RTN-STATUS PIC X(2).
         88 WS-RTN-OK VALUE "00".
       01 WS-ACHE-STATUS PIC X(2).
         88 WS-ACHE-OK VALUE "00".
       01 WS-ACHD-STATUS PIC X(2).
         88 WS-ACHD-OK VALUE "00".

       COPY "MAINTAUD.CPY".
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       01 PROCESS-DATE        PIC 9(8).
       01 RETURN-LIMIT        PIC 9(2).
       01 NEXT-RCPT-SEQ       PIC 9(6) VALUE 0.

      * THE RETURNED ENTRY IN HAND, HELD UNTIL ITS ADDENDA ARRIVES.
       01 PENDING-SW          PIC 9 VALUE 0.
         88 RETURN-PENDING    VALUE 1.
       01 PENDING-LOAN-NO     PIC X(10).
       01 PENDING-PERIOD-X    PIC X(4).
       01 PENDING-PERIOD      PIC 9(4).
       01 PENDING-AMOUNT      PIC 9(8)V99.
       01 PENDING-TRACE       PIC X(15).
       01 PENDING-REASON      PIC X(3).
      * REASONS THAT SAY THE ACCOUNT WILL NEVER TAKE A DEBIT AGAIN -
      * CLOSED, NOT FOUND, INVALID, UNAUTHORIZED, AUTHORIZATION
      * REVOKED, PAYMENT STOPPED, DISPUTED, FROZEN, NOT A TRANSACTION
      * ACCOUNT, CORPORATE NOT AUTHORIZED.
         88 REASON-SUSPENDS-NOW VALUE "R02" "R03" "R04" "R05" "R07"
                                      "R08" "R10" "R16" "R20" "R29".

       01 RETURN-COUNT        PIC S9(8) COMP VALUE 0.
       01 APPLIED-COUNT       PIC S9(8) COMP VALUE 0.
       01 EXCEPTION-COUNT     PIC S9(8) COMP VALUE 0.
       01 SUSPEND-COUNT       PIC S9(8) COMP VALUE 0.
       01 RCPT-COUNT          PIC S9(8) COMP VALUE 0.
       01 TOTAL-REVERSED      PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-ESCROW        PIC S9(13)V99 COMP-3 VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 AMOUNT-D            PIC -Z(8)9.99.
       01 PERIOD-D            PIC ZZZ9.
       01 RETURNS-D           PIC Z9.
       01 PROCESS-DATE-D      PIC 9(8).

       PROCEDURE DIVISION.

           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USERNAME"

           PERFORM READ-ACHR-PARM

           OPEN INPUT ACH-RETURN-FILE
           IF NOT WS-RTN-OK
               DISPLAY "UNABLE TO OPEN THE ACH RETURN FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ACH-ENROLL-FILE
           IF NOT WS-ACHE-OK
               DISPLAY "UNABLE TO OPEN THE ACH ENROLLMENT FILE"
               CLOSE ACH-RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ACH-DRAFT-FILE
           IF NOT WS-ACHD-OK
               DISPLAY "UNABLE TO OPEN THE ACH DRAFT LOG"
               CLOSE ACH-RETURN-FILE
               CLOSE ACH-ENROLL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RECEIPT-FILE
           OPEN OUTPUT ACHR-RPT-FILE

           MOVE PROCESS-DATE TO PROCESS-DATE-D
           MOVE SPACES TO RPT-LINE
           STRING "ACH RETURNS PROCESSED FOR " PROCESS-DATE-D
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM READ-RETURN-RECORD

      * AN ENTRY IS HELD UNTIL ITS ADDENDA COMES; AN ENTRY THAT
      * ARRIVES WITHOUT ONE IS APPLIED WITH NO REASON CODE WHEN THE
      * NEXT ENTRY, THE BATCH CONTROL OR THE END OF FILE TURNS UP.
           PERFORM UNTIL WS-EOF
               EVALUATE NED-RECORD-TYPE
                   WHEN "6"
                       IF RETURN-PENDING
                           PERFORM APPLY-RETURN
                       END-IF
                       PERFORM HOLD-RETURN-ENTRY
                   WHEN "7"
                       IF RETURN-PENDING
                           MOVE NRA-RETURN-REASON  TO PENDING-REASON
                           IF NRA-ORIGINAL-TRACE NOT = SPACES
                               MOVE NRA-ORIGINAL-TRACE
                                   TO PENDING-TRACE
                           END-IF
                           PERFORM APPLY-RETURN
                       END-IF
                   WHEN OTHER
                       IF RETURN-PENDING
                           PERFORM APPLY-RETURN
                       END-IF
               END-EVALUATE
               PERFORM READ-RETURN-RECORD
           END-PERFORM
           IF RETURN-PENDING
               PERFORM APPLY-RETURN
           END-IF

           PERFORM WRITE-RETURN-TOTALS

           CLOSE ACH-RETURN-FILE
           CLOSE ACH-ENROLL-FILE
           CLOSE ACH-DRAFT-FILE
           CLOSE RECEIPT-FILE
           CLOSE ACHR-RPT-FILE

           IF EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-ACHR-PARM.
           OPEN INPUT ACHR-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ACH RETURN PARAMETER CARD MISSING"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           READ ACHR-PARM-FILE
               AT END
                   DISPLAY "ACH RETURN PARAMETER CARD EMPTY"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ

           IF PARM-PROCESS-DATE NOT NUMERIC
                   OR PARM-PROCESS-DATE = 0
                   OR PARM-START-SEQ NOT NUMERIC
                   OR PARM-RETURN-LIMIT NOT NUMERIC
               DISPLAY "ACH RETURN PARAMETER CARD INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE PARM-PROCESS-DATE TO PROCESS-DATE
           IF PARM-START-SEQ = 0
               MOVE 1 TO NEXT-RCPT-SEQ
           ELSE
               MOVE PARM-START-SEQ TO NEXT-RCPT-SEQ
           END-IF
           IF PARM-RETURN-LIMIT = 0
               MOVE 2 TO RETURN-LIMIT
           ELSE
               MOVE PARM-RETURN-LIMIT TO RETURN-LIMIT
           END-IF

           CLOSE ACHR-PARM-FILE.

       READ-RETURN-RECORD.
           READ ACH-RETURN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       HOLD-RETURN-ENTRY.
           ADD 1 TO RETURN-COUNT
           SET RETURN-PENDING TO TRUE
           MOVE NED-ID-LOAN-NO TO PENDING-LOAN-NO
           MOVE NED-ID-PERIOD  TO PENDING-PERIOD-X
           IF NED-AMOUNT NUMERIC
               MOVE NED-AMOUNT TO PENDING-AMOUNT
           ELSE
               MOVE ZERO TO PENDING-AMOUNT
           END-IF
           MOVE SPACES TO PENDING-TRACE
           MOVE SPACES TO PENDING-REASON.

      * FIND THE DRAFT, CHECK IT IS THE ONE BEING RETURNED AND STILL
      * STANDING, THEN REVERSE IT, MARK IT AND CHARGE THE RETURN TO
      * THE ENROLLMENT.
       APPLY-RETURN.
           MOVE 0 TO PENDING-SW
           MOVE PENDING-LOAN-NO TO ACHD-LOAN-NO
           IF PENDING-PERIOD-X NUMERIC
               MOVE PENDING-PERIOD-X TO PENDING-PERIOD
               MOVE PENDING-PERIOD TO ACHD-PERIOD
               READ ACH-DRAFT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           ELSE
               MOVE "23" TO WS-ACHD-STATUS
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-ACHD-OK
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " PENDING-LOAN-NO " PERIOD "
                       PENDING-PERIOD-X " " PENDING-REASON
                       " ** RETURNED ENTRY NOT ON THE DRAFT LOG **"
                       INTO RPT-LINE
                   PERFORM WRITE-RETURN-EXCEPTION
               WHEN ACHD-RETURNED
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " PENDING-LOAN-NO " PERIOD "
                       PENDING-PERIOD-X " " PENDING-REASON
                       " ** DRAFT ALREADY RETURNED **"
                       INTO RPT-LINE
                   PERFORM WRITE-RETURN-EXCEPTION
               WHEN PENDING-TRACE NOT = SPACES
                       AND PENDING-TRACE NOT = ACHD-TRACE-NO
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " PENDING-LOAN-NO " PERIOD "
                       PENDING-PERIOD-X " " PENDING-REASON
                       " ** TRACE " PENDING-TRACE
                       " IS NOT THE LOGGED DRAFT **"
                       INTO RPT-LINE
                   PERFORM WRITE-RETURN-EXCEPTION
               WHEN OTHER
                   PERFORM REVERSE-DRAFT
           END-EVALUATE.

       WRITE-RETURN-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           WRITE RPT-LINE.

       REVERSE-DRAFT.
           ADD 1 TO APPLIED-COUNT
           IF ACHD-PAYMENT-AMT > 0
               MOVE SPACES TO RECEIPT-RECORD
               MOVE ACHD-LOAN-NO     TO RCPT-LOAN-NO
               MOVE PROCESS-DATE     TO RCPT-DATE
               MOVE ACHD-PAYMENT-AMT TO RCPT-AMOUNT
               MOVE "R"              TO RCPT-TYPE
               MOVE NEXT-RCPT-SEQ    TO RCPT-SEQ-NO
               WRITE RECEIPT-RECORD
               ADD 1 TO NEXT-RCPT-SEQ
               ADD 1 TO RCPT-COUNT
               ADD ACHD-PAYMENT-AMT TO TOTAL-REVERSED
           END-IF

           MOVE ACHD-PERIOD TO PERIOD-D
           MOVE ACHD-PAYMENT-AMT TO AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " ACHD-LOAN-NO " PERIOD " PERIOD-D
               " RETURNED " PENDING-REASON
               " PAYMENT REVERSED " AMOUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF ACHD-ESCROW-AMT > 0
               ADD ACHD-ESCROW-AMT TO TOTAL-ESCROW
               MOVE ACHD-ESCROW-AMT TO AMOUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "                 ESCROW " AMOUNT-D
                   " ** ADJUST ESCROW HELD BY HAND **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE "R"            TO ACHD-STATUS
           MOVE PENDING-REASON TO ACHD-RETURN-CODE
           MOVE PROCESS-DATE   TO ACHD-RETURN-DATE
           REWRITE ACH-DRAFT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT WS-ACHD-OK
               MOVE SPACES TO RPT-LINE
               STRING "                 ** DRAFT LOG NOT UPDATED - "
                   "STATUS " WS-ACHD-STATUS " **" INTO RPT-LINE
               PERFORM WRITE-RETURN-EXCEPTION
           END-IF

           PERFORM CHARGE-ENROLLMENT.

      * THE PERIOD IS NO LONGER DRAFTED AS FAR AS THE ENROLLMENT IS
      * CONCERNED - UNLESS A LATER PERIOD HAS GONE OUT SINCE, IN
      * WHICH CASE THE ORIGINATION RUN PICKS THE PERIOD UP AGAIN
      * ONCE THE REVERSAL HAS STEPPED THE PAID-THROUGH PERIOD BACK.
       CHARGE-ENROLLMENT.
           MOVE ACHD-LOAN-NO TO ACHE-LOAN-NO
           READ ACH-ENROLL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-ACHE-OK
               MOVE SPACES TO RPT-LINE
               STRING "                 ** NO ENROLLMENT ON FILE - "
                   "RETURN NOT COUNTED **" INTO RPT-LINE
               PERFORM WRITE-RETURN-EXCEPTION
           ELSE
               IF ACHE-RETURN-COUNT < 99
                   ADD 1 TO ACHE-RETURN-COUNT
               END-IF
               MOVE PROCESS-DATE   TO ACHE-LAST-RETURN-DATE
               MOVE PENDING-REASON TO ACHE-LAST-RETURN-CODE
               IF ACHE-LAST-DRAFT-PERIOD >= ACHD-PERIOD
                   COMPUTE ACHE-LAST-DRAFT-PERIOD = ACHD-PERIOD - 1
               END-IF
               IF ACHE-ACTIVE
                       AND (REASON-SUSPENDS-NOW
                            OR ACHE-RETURN-COUNT >= RETURN-LIMIT)
                   MOVE "S" TO ACHE-STATUS
                   ADD 1 TO SUSPEND-COUNT
                   MOVE ACHE-RETURN-COUNT TO RETURNS-D
                   MOVE SPACES TO RPT-LINE
                   STRING "                 ** ENROLLMENT SUSPENDED - "
                       RETURNS-D " RETURN(S), LAST " PENDING-REASON
                       " **" INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "ACHSUSP" TO MAUD-ACTION
                   COMPUTE MAUD-BEFORE-1 = ACHE-RETURN-COUNT - 1
                   MOVE ACHE-RETURN-COUNT TO MAUD-AFTER-1
                   MOVE ZERO TO MAUD-BEFORE-2
                   MOVE ZERO TO MAUD-AFTER-2
                   PERFORM WRITE-MAINT-AUDIT
               END-IF
               REWRITE ACH-ENROLL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT WS-ACHE-OK
                   MOVE SPACES TO RPT-LINE
                   STRING "                 ** ENROLLMENT NOT UPDATED "
                       "- STATUS " WS-ACHE-STATUS " **" INTO RPT-LINE
                   PERFORM WRITE-RETURN-EXCEPTION
               END-IF
           END-IF.

       WRITE-RETURN-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE RETURN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "RETURNED ENTRIES READ. . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE APPLIED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "RETURNS APPLIED. . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE RCPT-COUNT TO COUNT-D
           MOVE TOTAL-REVERSED TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "REVERSAL RECEIPTS. . . . : " COUNT-D
               " AMOUNT " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TOTAL-ESCROW TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "ESCROW TO ADJUST . . . . :          " MONEY-D
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SUSPEND-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "ENROLLMENTS SUSPENDED. . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF EXCEPTION-COUNT > 0
               MOVE EXCEPTION-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "EXCEPTIONS . . . . . . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-MAINT-AUDIT.
           MOVE "LOANACHR" TO MAUD-PROGRAM
           MOVE OPERATOR-ID TO MAUD-OPERATOR
           MOVE ACHE-LOAN-NO TO MAUD-KEY
           CALL "MNTAUDIT" USING MAINT-AUDIT-REQUEST.

       END PROGRAM LOANACHR.
