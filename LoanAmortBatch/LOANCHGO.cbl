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
       PROGRAM-ID. LOANCHGO.
       REMARKS. CHARGE-OFF ACCOUNTING. THE OPERATOR'S (S)TATUS ACTION
               ON LOANAMORTSCREENS MOVES A LOAN TO CHARGED-OFF; THIS
               RUN BOOKS THE MONEY SIDE OF THAT DECISION. IT SWEEPS
               THE MASTER FOR CHARGED-OFF LOANS NOT YET ON THE
               RECOVERY SUB-LEDGER (SEE RECOVERY.CPY), AND FOR EACH
               ONE WRITES THE BALANCED WRITE-OFF ENTRY - DEBIT THE
               LOAN-LOSS ALLOWANCE, CREDIT LOANS RECEIVABLE AND
               PRINCIPAL DUE FOR THE UNPAID PRINCIPAL AND INTEREST
               RECEIVABLE FOR THE INTEREST ALREADY ACCRUED ON PAST-
               DUE PERIODS, WITH ANY UNAPPLIED MONEY THE LOAN HELD
               APPLIED AGAINST THE LOSS - IN THE SAME DETAIL/TRAILER
               SHAPE AS LOANGLX. THE LOAN'S ACTUAL BALANCE COMES OFF
               THE MASTER AND THE SUB-LEDGER RECORD IS OPENED WITH
               THE AMOUNTS WRITTEN OFF; LOANPOST THEN POSTS ANY
               LATER MONEY ON THE LOAN AS A RECOVERY AGAINST IT.
               THIS REPLACES FINANCE BOOKING EVERY CHARGE-OFF BY
               HAND FROM THE STATUS LINE ON THE LOANMAUD TRAIL.

               THE SUB-LEDGER RECORD IS THE RE-RUN GUARD: A LOAN
               ALREADY ON IT IS COUNTED AND LEFT ALONE, SO THE RUN
               CAN GO EVERY NIGHT AND ONLY EVER PICKS UP LOANS
               NEWLY MOVED TO CHARGED-OFF.

               WITH NO PARAMETER CARD (OR ONE WITH A ZERO DATE) THE
               CHARGE-OFF DATE IS THE PROCESSING DATE THE START-OF-DAY
               STEP LEFT ON LOANDATE (SEE PROCDATE.CPY); THE CARD
               STAYS AS THE OVERRIDE FOR A RE-RUN OR A CATCH-UP DAY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGO-PARM-FILE ASSIGN TO CHGOPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

      * THE SWEEP READS THROUGH OTHER USERS' LOCKS AND ONLY TAKES A
      * RECORD'S OWN LOCK WHEN IT HAS A CHARGE-OFF TO BOOK - SAME
      * SHAPE AS LOANLATE'S ASSESSMENT SWEEP.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-MSTR-STATUS.

      * COMPANION SCHEDULE FILE - THE TAIL OF A SCHEDULE TOO LONG
      * FOR THE MASTER RECORD (SEE SCHDROW.CPY). OPTIONAL: A SITE
      * WITH NO LONG LOANS NEVER HAS ONE.
           SELECT SCHEDULE-ROW-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO LOANRCVY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCVY-LOAN-NO
               FILE STATUS IS WS-RCVY-STATUS.

           SELECT CHGO-GL-FILE ASSIGN TO CHGOGLX
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHGO-RPT-FILE ASSIGN TO CHGORPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE CARD: THE CHARGE-OFF DATE (CCYYMMDD). PERIODS DUE ON OR
      * BEFORE IT ARE THE ONES LOANGLX HAS ALREADY ACCRUED INTO THE
      * RECEIVABLES, SO THEY ARE WHAT THE WRITE-OFF RELIEVES.
       FD  CHGO-PARM-FILE.
       01  CHGO-PARM-RECORD.
           03 PARM-CHGOFF-DATE  PIC 9(8).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       FD  RECOVERY-FILE.
       COPY "RECOVERY.CPY".

      * SAME FIXED-FORMAT INTERFACE RECORD THE LEDGER LOADER TAKES
      * FROM LOANGLX: TYPE D (DETAIL) OR T (TRAILER), ACCOUNT, LOAN
      * NUMBER, DEBIT AND CREDIT AMOUNTS AS UNSIGNED ZONED PENNIES.
      * THE TRAILER CARRIES THE DETAIL COUNT IN ITS LOAN-NUMBER
      * FIELD AND THE DEBIT/CREDIT HASH TOTALS IN ITS AMOUNT FIELDS.
       FD  CHGO-GL-FILE.
       01  GL-RECORD.
           03 GL-TYPE           PIC X(1).
           03 GL-ACCOUNT        PIC X(6).
           03 GL-LOAN-NO        PIC X(10).
           03 GL-DEBIT          PIC 9(11)V99.
           03 GL-CREDIT         PIC 9(11)V99.

       FD  CHGO-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
         88 WS-MSTR-NOT-FOUND VALUE "23" "35".
         88 WS-MSTR-LOCKED VALUE "99".
       01 WS-RCVY-STATUS PIC X(2).
         88 WS-RCVY-OK VALUE "00".
         88 WS-RCVY-NOT-FOUND VALUE "05" "35".

       01 LOCK-RETRY-LIMIT PIC S9(4) COMP VALUE 10.
       01 LOCK-RETRY       PIC S9(4) COMP.

      * THE ACCOUNTS THE WRITE-OFF POSTS TO. THE RECEIVABLE AND
      * UNAPPLIED ACCOUNTS MATCH THE ONES LOANGLX AND LOANPOST USE,
      * SO THE CHARGE-OFF RELIEVES EXACTLY WHAT THEY SET UP; THE
      * LOSS ITSELF GOES AGAINST THE LOAN-LOSS ALLOWANCE.
       01 GL-ACCT-ALLOWANCE   PIC X(6) VALUE "139100".
       01 GL-ACCT-LOANS-RECV  PIC X(6) VALUE "130100".
       01 GL-ACCT-PRIN-DUE    PIC X(6) VALUE "140200".
       01 GL-ACCT-INT-RECV    PIC X(6) VALUE "140100".
       01 GL-ACCT-UNAPPLIED   PIC X(6) VALUE "220100".

       01 CHGOFF-DATE         PIC 9(8) VALUE 0.
       01 CHGOFF-DATE-X REDEFINES CHGOFF-DATE.
          03 CHGOFF-YYYY PIC X(4).
          03 CHGOFF-MM   PIC X(2).
          03 CHGOFF-DD   PIC X(2).
      * THE CHARGE-OFF DATE IN THE SAME YYYY-MM-DD SHAPE AS
      * MSTR-DUEDATE, SO "WAS THIS PERIOD ALREADY DUE" IS A PLAIN
      * CHARACTER COMPARE - SAME TRICK AS LOANPDUE'S AS-OF DATE.
       01 CHGOFF-DATE-FMT.
          03 CHGOFF-FMT-YYYY PIC X(4).
          03 FILLER          PIC X VALUE "-".
          03 CHGOFF-FMT-MM   PIC X(2).
          03 FILLER          PIC X VALUE "-".
          03 CHGOFF-FMT-DD   PIC X(2).

      * THE FULL LENGTH OF THE LOAN IN HAND AND ONE SCHEDULE ROW
      * FETCHED THROUGH GET-SCHED-ROW, WHEREVER THE ROW LIVES - THE
      * INLINE TABLE OR THE COMPANION FILE. A MISSING ROW'S DUE
      * DATE COMES BACK HIGH-VALUES SO THE DUE-DATE SCAN STOPS
      * INSTEAD OF WRITING OFF INTEREST IT CANNOT READ.
       01 WS-SCHD-STATUS PIC X(2).
         88 WS-SCHD-OK VALUE "00".
       01 SCHD-FILE-SWITCH PIC 9 VALUE 0.
         88 SCHD-FILE-OPEN VALUE 1.
       01 LOAN-TOTAL-PERIODS PIC S9(4) COMP.
       01 SROW-PERIOD      PIC S9(4) COMP.
       01 SROW-PAYMENT-X   PIC X(13).
       01 SROW-INTPAID-X   PIC X(13).
       01 SROW-PRINCPAID-X PIC X(13).
       01 SROW-DUEDATE-X   PIC X(10).
       01 DUE-SCAN-DONE-SW PIC 9.
         88 DUE-SCAN-DONE  VALUE 1.
       01 PMT-PERIOD       PIC S9(4) COMP.

      * THE WRITE-OFF FOR THE LOAN IN HAND. THE UNPAID PRINCIPAL IS
      * MSTR-ACTUAL-BALANCE; THE PART OF IT ALREADY DUE SITS IN
      * PRINCIPAL DUE (LOANGLX MOVED IT THERE PERIOD BY PERIOD), THE
      * REST IS STILL IN LOANS RECEIVABLE. UNAPPLIED MONEY IS WHAT
      * THE BORROWER PAID PAST THE LAST FULLY COVERED PERIOD.
       01 SCHED-CUM-PAYMENT   PIC S9(13)V99 COMP-3.
       01 PAST-DUE-INT        PIC S9(11)V99 COMP-3.
       01 PAST-DUE-PRIN       PIC S9(11)V99 COMP-3.
       01 NOT-DUE-PRIN        PIC S9(11)V99 COMP-3.
       01 UNAPPLIED-AMT       PIC S9(11)V99 COMP-3.
       01 LOSS-AMT            PIC S9(11)V99 COMP-3.

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 CHGOFF-COUNT        PIC S9(8) COMP VALUE 0.
       01 BOOKED-SKIP-COUNT   PIC S9(8) COMP VALUE 0.
       01 LOCK-SKIP-COUNT     PIC S9(8) COMP VALUE 0.
       01 TOTAL-PRIN-CHGOFF   PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-INT-CHGOFF    PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-LOSS          PIC S9(13)V99 COMP-3 VALUE 0.

       01 DETAIL-COUNT        PIC S9(8) COMP VALUE 0.
       01 DEBIT-HASH          PIC S9(11)V99 COMP-3 VALUE 0.
       01 CREDIT-HASH         PIC S9(11)V99 COMP-3 VALUE 0.
       01 TRAILER-COUNT       PIC 9(10).

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 AMOUNT-D            PIC -Z(8)9.99.
       01 AMOUNT-2-D          PIC -Z(8)9.99.
       01 CHGOFF-DATE-D       PIC 9(8).

      * MAINTENANCE AUDIT TRAIL - EVERY UPDATE HERE PUTS A
      * WHO/WHAT/BEFORE/AFTER LINE ON LOANMAUD THROUGH THE MNTAUDIT
      * SUBPROGRAM (SEE MAINTAUD.CPY). THE OPERATOR COMES FROM THE
      * USERNAME ENVIRONMENT VARIABLE; BLANK WHEN THE JOB RUNS
      * WITHOUT ONE.
       COPY "MAINTAUD.CPY".
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USERNAME"

           PERFORM READ-CHGO-PARM

           OPEN I-O LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-RECOVERY-FILE
           IF NOT WS-RCVY-OK
               DISPLAY "UNABLE TO OPEN THE RECOVERY SUB-LEDGER"
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SCHEDULE-ROW-FILE
           IF WS-SCHD-OK
               SET SCHD-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT CHGO-GL-FILE
           OPEN OUTPUT CHGO-RPT-FILE

           MOVE CHGOFF-DATE TO CHGOFF-DATE-D
           MOVE SPACES TO RPT-LINE
           STRING "CHARGE-OFF REGISTER FOR " CHGOFF-DATE-D
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOW-VALUES TO MSTR-LOAN-NO
           START LOAN-MASTER-FILE KEY NOT < MSTR-LOAN-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-EOF
               READ LOAN-MASTER-FILE NEXT IGNORING LOCK
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-MSTR-OK
                   SET WS-EOF TO TRUE
               END-IF
               IF NOT WS-EOF
                   ADD 1 TO LOAN-COUNT
                   IF MSTR-LIFE-CHARGED-OFF
                       PERFORM CHECK-CHARGE-OFF-BOOKED
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-GL-TRAILER
           PERFORM WRITE-CHARGE-OFF-TOTALS

           CLOSE LOAN-MASTER-FILE
           CLOSE RECOVERY-FILE
           CLOSE CHGO-GL-FILE
           CLOSE CHGO-RPT-FILE
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF

           IF LOCK-SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN OR A CATCH-UP DAY. WITH
      * NO CARD, OR A ZERO DATE ON IT, THE RUN TAKES THE PROCESSING
      * DATE FROM LOANDATE. A CARD THAT WILL NOT READ, OR NO DATE
      * FROM EITHER, STOPS THE RUN COLD - THE DATE DECIDES WHICH
      * INTEREST HAS ACCRUED AND IS STAMPED ON EVERY SUB-LEDGER
      * RECORD.
       READ-CHGO-PARM.
           MOVE 0 TO CHGOFF-DATE
           OPEN INPUT CHGO-PARM-FILE
           IF WS-PARM-OK
               READ CHGO-PARM-FILE
                   NOT AT END
                       IF PARM-CHGOFF-DATE NOT NUMERIC
                           DISPLAY "CHARGE-OFF PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-CHGOFF-DATE TO CHGOFF-DATE
               END-READ
               CLOSE CHGO-PARM-FILE
           END-IF

           IF CHGOFF-DATE = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO CHGOFF-DATE
           END-IF

           MOVE CHGOFF-YYYY TO CHGOFF-FMT-YYYY
           MOVE CHGOFF-MM   TO CHGOFF-FMT-MM
           MOVE CHGOFF-DD   TO CHGOFF-FMT-DD.

      * THE PROCESSING DATE THE START-OF-DAY STEP LEFT ON LOANDATE
      * (SEE PROCDATE.CPY) - THE DATE THE WHOLE CYCLE RUNS ON WHEN A
      * CARD DOES NOT SAY OTHERWISE. WITH NEITHER, THE RUN STOPS.
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
               DISPLAY "CHARGE-OFF PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * SAME FIRST-TIME-THROUGH HANDLING AS LOANPOST'S HISTORY OPEN.
      * THE SUB-LEDGER IS PERMANENT: NEVER OPENED OUTPUT ONCE IT HAS
      * RECORDS.
       OPEN-RECOVERY-FILE.
           OPEN I-O RECOVERY-FILE
           IF WS-RCVY-NOT-FOUND
               OPEN OUTPUT RECOVERY-FILE
               CLOSE RECOVERY-FILE
               OPEN I-O RECOVERY-FILE
           END-IF.

       CHECK-CHARGE-OFF-BOOKED.
           MOVE MSTR-LOAN-NO TO RCVY-LOAN-NO
           READ RECOVERY-FILE
               INVALID KEY
                   PERFORM BOOK-ONE-CHARGE-OFF
               NOT INVALID KEY
                   ADD 1 TO BOOKED-SKIP-COUNT
           END-READ.

      * TAKE THE RECORD'S OWN LOCK BEFORE WRITING THE LOAN OFF - THE
      * SWEEP READ ABOVE WENT THROUGH OTHER USERS' LOCKS. THE KEYED
      * RE-READ LEAVES THE SEQUENTIAL POSITION ON THIS RECORD, SO
      * THE SWEEP CARRIES ON CORRECTLY AFTER THE REWRITE. A LOAN
      * SOMEBODY MOVED BACK OFF CHARGED-OFF SINCE THE SWEEP READ IS
      * LEFT ALONE.
       BOOK-ONE-CHARGE-OFF.
           MOVE 0 TO LOCK-RETRY
           READ LOAN-MASTER-FILE WITH LOCK
           PERFORM UNTIL NOT WS-MSTR-LOCKED
                   OR LOCK-RETRY >= LOCK-RETRY-LIMIT
               ADD 1 TO LOCK-RETRY
               READ LOAN-MASTER-FILE WITH LOCK
           END-PERFORM

           IF NOT WS-MSTR-OK
               ADD 1 TO LOCK-SKIP-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO
                   " ** RECORD IN USE - NOT CHARGED OFF **"
                   INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF MSTR-LIFE-CHARGED-OFF
                   PERFORM MEASURE-CHARGE-OFF
                   PERFORM WRITE-LOAN-OFF
               END-IF
               UNLOCK LOAN-MASTER-FILE
           END-IF.

      * SPLIT THE LOSS THE WAY THE LEDGER HOLDS IT. PERIODS AFTER
      * THE LAST PAID ONE WHOSE DUE DATE HAS PASSED WERE ACCRUED BY
      * LOANGLX: THEIR INTEREST IS IN INTEREST RECEIVABLE AND THEIR
      * PRINCIPAL IN PRINCIPAL DUE. AN UNDATED LOAN HAS NO CALENDAR
      * TO MEASURE AGAINST, SO ITS WHOLE BALANCE COMES OFF LOANS
      * RECEIVABLE.
       MEASURE-CHARGE-OFF.
           IF MSTR-TOTAL-PERIODS > MSTR-PERIODS
               MOVE MSTR-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           ELSE
               MOVE MSTR-PERIODS TO LOAN-TOTAL-PERIODS
           END-IF

           MOVE ZERO TO PAST-DUE-INT
           MOVE ZERO TO PAST-DUE-PRIN
           IF MSTR-FIRST-PMT-DATE NUMERIC
                   AND MSTR-FIRST-PMT-DATE NOT = 0
               COMPUTE PMT-PERIOD = MSTR-PAID-THRU + 1
               MOVE 0 TO DUE-SCAN-DONE-SW
               PERFORM UNTIL DUE-SCAN-DONE
                   IF PMT-PERIOD > LOAN-TOTAL-PERIODS
                       SET DUE-SCAN-DONE TO TRUE
                   ELSE
                       MOVE PMT-PERIOD TO SROW-PERIOD
                       PERFORM GET-SCHED-ROW
                       IF SROW-DUEDATE-X > CHGOFF-DATE-FMT
                           SET DUE-SCAN-DONE TO TRUE
                       ELSE
                           COMPUTE PAST-DUE-INT = PAST-DUE-INT +
                               FUNCTION NUMVAL(SROW-INTPAID-X)
                           COMPUTE PAST-DUE-PRIN = PAST-DUE-PRIN +
                               FUNCTION NUMVAL(SROW-PRINCPAID-X)
                           ADD 1 TO PMT-PERIOD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF PAST-DUE-PRIN > MSTR-ACTUAL-BALANCE
               MOVE MSTR-ACTUAL-BALANCE TO PAST-DUE-PRIN
           END-IF
           COMPUTE NOT-DUE-PRIN = MSTR-ACTUAL-BALANCE - PAST-DUE-PRIN

      * MONEY IN PAST THE LAST FULLY COVERED PERIOD - SAME MEASURE
      * AS LOANPOST'S PAID-THROUGH SEARCH - IS SITTING IN UNAPPLIED
      * FUNDS AND GOES AGAINST THE LOSS. IT CAN NEVER MORE THAN
      * CANCEL THE LOSS OUT.
           MOVE ZERO TO SCHED-CUM-PAYMENT
           PERFORM VARYING PMT-PERIOD FROM 1 BY 1
                   UNTIL PMT-PERIOD > MSTR-PAID-THRU
               MOVE PMT-PERIOD TO SROW-PERIOD
               PERFORM GET-SCHED-ROW
               COMPUTE SCHED-CUM-PAYMENT = SCHED-CUM-PAYMENT +
                   FUNCTION NUMVAL(SROW-PAYMENT-X)
           END-PERFORM
           COMPUTE UNAPPLIED-AMT = MSTR-AMT-RECEIVED - SCHED-CUM-PAYMENT
           IF UNAPPLIED-AMT < 0
               MOVE ZERO TO UNAPPLIED-AMT
           END-IF
           IF UNAPPLIED-AMT > MSTR-ACTUAL-BALANCE + PAST-DUE-INT
               COMPUTE UNAPPLIED-AMT =
                   MSTR-ACTUAL-BALANCE + PAST-DUE-INT
           END-IF

           COMPUTE LOSS-AMT =
               MSTR-ACTUAL-BALANCE + PAST-DUE-INT - UNAPPLIED-AMT.

      * THE SUB-LEDGER RECORD FIRST - IT IS THE RE-RUN GUARD, AND
      * LOANPOST NEEDS IT TO TAKE RECOVERY MONEY - THEN THE MASTER,
      * THEN THE LEDGER LINES. A LOAN WHOSE SUB-LEDGER RECORD WILL
      * NOT WRITE IS LEFT ON THE BOOK FOR THE NEXT RUN; ONE WHOSE
      * MASTER WILL NOT REWRITE HAS ITS SUB-LEDGER RECORD TAKEN BACK
      * OFF, SO THE TWO NEVER DISAGREE AND NO LEDGER ENTRY IS EVER
      * BOOKED FOR A LOAN THE SUB-LEDGER DOES NOT HOLD.
       WRITE-LOAN-OFF.
           MOVE MSTR-ACTUAL-BALANCE TO MAUD-BEFORE-1
           MOVE MSTR-AMT-RECEIVED   TO MAUD-BEFORE-2

           MOVE SPACES TO RECOVERY-RECORD
           MOVE MSTR-LOAN-NO        TO RCVY-LOAN-NO
           MOVE MSTR-BORROWER-ID    TO RCVY-BORROWER-ID
           MOVE CHGOFF-DATE         TO RCVY-CHGOFF-DATE
           MOVE MSTR-ACTUAL-BALANCE TO RCVY-CHGOFF-PRIN
           MOVE PAST-DUE-INT        TO RCVY-CHGOFF-INT
           MOVE UNAPPLIED-AMT       TO RCVY-CHGOFF-UNAPPLIED
           MOVE LOSS-AMT            TO RCVY-CHGOFF-TOTAL
           MOVE ZERO                TO RCVY-RECOVERED
           MOVE ZERO                TO RCVY-RECOVERY-COUNT
           MOVE ZERO                TO RCVY-LAST-RCVY-DATE

           WRITE RECOVERY-RECORD
           IF NOT WS-RCVY-OK
               ADD 1 TO LOCK-SKIP-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO
                   " ** UNABLE TO WRITE RECOVERY SUB-LEDGER RECORD - "
                   "NOT CHARGED OFF **" INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE ZERO TO MSTR-ACTUAL-BALANCE
               REWRITE LOAN-MASTER-RECORD
               IF NOT WS-MSTR-OK
                   PERFORM BACK-OUT-RECOVERY-RECORD
               END-IF
           END-IF

           IF WS-RCVY-OK AND WS-MSTR-OK
               PERFORM WRITE-CHARGE-OFF-ENTRY
               ADD 1 TO CHGOFF-COUNT
               ADD RCVY-CHGOFF-PRIN TO TOTAL-PRIN-CHGOFF
               ADD PAST-DUE-INT     TO TOTAL-INT-CHGOFF
               ADD LOSS-AMT         TO TOTAL-LOSS
               MOVE "CHGOFF" TO MAUD-ACTION
               MOVE MSTR-LOAN-NO TO MAUD-KEY
               MOVE MSTR-ACTUAL-BALANCE TO MAUD-AFTER-1
               MOVE MSTR-AMT-RECEIVED   TO MAUD-AFTER-2
               PERFORM WRITE-MAINT-AUDIT
               PERFORM WRITE-CHARGE-OFF-LINE
           END-IF.

      * THE MASTER WOULD NOT TAKE THE WRITE-OFF, SO THE SUB-LEDGER
      * RECORD JUST WRITTEN COMES BACK OFF AND THE LOAN IS PICKED UP
      * AGAIN NEXT RUN. IF EVEN THE DELETE FAILS THE REPORT SAYS SO
      * LOUDLY - THE SUB-LEDGER THEN HOLDS A LOAN THE MASTER STILL
      * CARRIES, AND FINANCE MUST CLEAR IT BY HAND.
       BACK-OUT-RECOVERY-RECORD.
           ADD 1 TO LOCK-SKIP-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " MSTR-LOAN-NO
               " ** UNABLE TO REWRITE MASTER - NOT CHARGED "
               "OFF **" INTO RPT-LINE
           WRITE RPT-LINE
           DELETE RECOVERY-FILE
               INVALID KEY
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " MSTR-LOAN-NO
                       " ** RECOVERY SUB-LEDGER RECORD COULD NOT BE "
                       "BACKED OUT - CLEAR IT BY HAND **" INTO RPT-LINE
                   WRITE RPT-LINE
           END-DELETE.

      * DEBIT THE ALLOWANCE FOR THE LOSS AND UNAPPLIED FUNDS FOR
      * THE MONEY HELD; CREDIT EACH RECEIVABLE FOR WHAT IT CARRIED.
      * ZERO LINES ARE LEFT OFF - THE LOADER HAS NO USE FOR THEM.
       WRITE-CHARGE-OFF-ENTRY.
           IF LOSS-AMT > 0
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GL-TYPE
               MOVE GL-ACCT-ALLOWANCE TO GL-ACCOUNT
               MOVE MSTR-LOAN-NO TO GL-LOAN-NO
               MOVE LOSS-AMT TO GL-DEBIT
               MOVE ZERO TO GL-CREDIT
               PERFORM WRITE-GL-DETAIL
           END-IF

           IF UNAPPLIED-AMT > 0
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GL-TYPE
               MOVE GL-ACCT-UNAPPLIED TO GL-ACCOUNT
               MOVE MSTR-LOAN-NO TO GL-LOAN-NO
               MOVE UNAPPLIED-AMT TO GL-DEBIT
               MOVE ZERO TO GL-CREDIT
               PERFORM WRITE-GL-DETAIL
           END-IF

           IF NOT-DUE-PRIN > 0
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GL-TYPE
               MOVE GL-ACCT-LOANS-RECV TO GL-ACCOUNT
               MOVE MSTR-LOAN-NO TO GL-LOAN-NO
               MOVE ZERO TO GL-DEBIT
               MOVE NOT-DUE-PRIN TO GL-CREDIT
               PERFORM WRITE-GL-DETAIL
           END-IF

           IF PAST-DUE-PRIN > 0
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GL-TYPE
               MOVE GL-ACCT-PRIN-DUE TO GL-ACCOUNT
               MOVE MSTR-LOAN-NO TO GL-LOAN-NO
               MOVE ZERO TO GL-DEBIT
               MOVE PAST-DUE-PRIN TO GL-CREDIT
               PERFORM WRITE-GL-DETAIL
           END-IF

           IF PAST-DUE-INT > 0
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GL-TYPE
               MOVE GL-ACCT-INT-RECV TO GL-ACCOUNT
               MOVE MSTR-LOAN-NO TO GL-LOAN-NO
               MOVE ZERO TO GL-DEBIT
               MOVE PAST-DUE-INT TO GL-CREDIT
               PERFORM WRITE-GL-DETAIL
           END-IF.

       WRITE-GL-DETAIL.
           WRITE GL-RECORD
           ADD 1 TO DETAIL-COUNT
           ADD GL-DEBIT  TO DEBIT-HASH
           ADD GL-CREDIT TO CREDIT-HASH.

       WRITE-GL-TRAILER.
           MOVE SPACES TO GL-RECORD
           MOVE "T" TO GL-TYPE
           MOVE SPACES TO GL-ACCOUNT
           MOVE DETAIL-COUNT TO TRAILER-COUNT
           MOVE TRAILER-COUNT TO GL-LOAN-NO
           MOVE DEBIT-HASH TO GL-DEBIT
           MOVE CREDIT-HASH TO GL-CREDIT
           WRITE GL-RECORD.

      * ONE SCHEDULE ROW, WHEREVER IT LIVES: THE INLINE TABLE FOR
      * PERIODS THE MASTER RECORD HOLDS, THE COMPANION FILE FOR THE
      * TAIL OF A LONG SCHEDULE.
       GET-SCHED-ROW.
           MOVE "0" TO SROW-PAYMENT-X
           MOVE "0" TO SROW-INTPAID-X
           MOVE "0" TO SROW-PRINCPAID-X
           MOVE HIGH-VALUES TO SROW-DUEDATE-X
           IF SROW-PERIOD <= MSTR-PERIODS
               MOVE MSTR-PAYMENT(SROW-PERIOD)   TO SROW-PAYMENT-X
               MOVE MSTR-INTPAID(SROW-PERIOD)   TO SROW-INTPAID-X
               MOVE MSTR-PRINCPAID(SROW-PERIOD) TO SROW-PRINCPAID-X
               MOVE MSTR-DUEDATE(SROW-PERIOD)   TO SROW-DUEDATE-X
           ELSE
               IF SCHD-FILE-OPEN
                   MOVE MSTR-LOAN-NO TO SCHD-LOAN-NO
                   MOVE SROW-PERIOD  TO SCHD-PERIOD
                   READ SCHEDULE-ROW-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SCHD-PAYMENT   TO SROW-PAYMENT-X
                           MOVE SCHD-INTPAID   TO SROW-INTPAID-X
                           MOVE SCHD-PRINCPAID TO SROW-PRINCPAID-X
                           MOVE SCHD-DUEDATE   TO SROW-DUEDATE-X
                   END-READ
               END-IF
           END-IF.

       WRITE-MAINT-AUDIT.
           MOVE "LOANCHGO" TO MAUD-PROGRAM
           MOVE OPERATOR-ID TO MAUD-OPERATOR
           CALL "MNTAUDIT" USING MAINT-AUDIT-REQUEST.

       WRITE-CHARGE-OFF-LINE.
           MOVE RCVY-CHGOFF-PRIN TO AMOUNT-D
           MOVE PAST-DUE-INT     TO AMOUNT-2-D
           MOVE LOSS-AMT         TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " MSTR-LOAN-NO
               " BORROWER " MSTR-BORROWER-ID
               " PRINCIPAL " AMOUNT-D
               " INTEREST " AMOUNT-2-D
               " LOSS " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE
           IF UNAPPLIED-AMT > 0
               MOVE UNAPPLIED-AMT TO AMOUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "  UNAPPLIED FUNDS APPLIED TO LOSS " AMOUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-CHARGE-OFF-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS REVIEWED . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE CHGOFF-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS CHARGED OFF. . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF BOOKED-SKIP-COUNT > 0
               MOVE BOOKED-SKIP-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "ALREADY ON SUB-LEDGER. . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF LOCK-SKIP-COUNT > 0
               MOVE LOCK-SKIP-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "SKIPPED - RECORD IN USE. : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE TOTAL-PRIN-CHGOFF TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "PRINCIPAL CHARGED OFF. . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TOTAL-INT-CHGOFF TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "INTEREST CHARGED OFF . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TOTAL-LOSS TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "CHARGED TO ALLOWANCE . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM LOANCHGO.
