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
       PROGRAM-ID. LOANMOD.
       REMARKS. HARDSHIP WORKOUT BOOKING. READS THE LOAN MODIFICATION
               TRANSACTION FILE (SEE MODTRAN.CPY) - THE WORKOUTS
               COLLECTORS AGREED ON THE COLLWORK SCREEN - AND BOOKS
               EACH ONE AGAINST ITS LOAN ON THE MASTER: A RATE
               REDUCTION, A TERM EXTENSION, PAST-DUE INTEREST AND
               LATE FEES CAPITALIZED INTO PRINCIPAL, AND/OR PRINCIPAL
               FORBORNE TO MATURITY, IN ANY MIX. THE UNPAID BALANCE
               IS RE-AMORTIZED THROUGH LOANAMORT FROM THE PERIOD
               AFTER MSTR-PAID-THRU, THE SAME WAY LOANARM REPRICES AN
               ARM, AND ONLY THE FORWARD ROWS ARE REWRITTEN - INLINE
               AND, FOR A LONG SCHEDULE, ON THE COMPANION LOANSCHD
               FILE TOO - SO THE AMOUNT RECEIVED, THE PAID ROWS AND
               THE PAYMENT HISTORY ALL SURVIVE. EVERY BOOKED WORKOUT
               PUTS ITS BEFORE AND AFTER TERMS ON THE PERMANENT
               MODIFICATION HISTORY (SEE MODHIST.CPY) AND A MODIFY
               LINE ON THE MAINTENANCE AUDIT TRAIL. THIS REPLACES
               DELETING AND RE-KEYING THE LOAN, WHICH THREW THE
               PAYMENT HISTORY AWAY.

               THE TRANSACTION FILE IS CONSUMED: A RUN THAT GETS TO
               THE END EMPTIES IT, AND A REJECTED WORKOUT IS ON THE
               REGISTER FOR THE COLLECTOR TO AGREE AGAIN. A RE-RUN
               OVER A FILE THAT WAS NOT EMPTIED IS SAFE - A WORKOUT
               ALREADY ON THE HISTORY FOR THAT LOAN AND DATE IS
               REFUSED, NOT BOOKED TWICE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOD-TRAN-FILE ASSIGN TO LOANMODT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODT-STATUS.

      * MANUAL RECORD LOCKING - THE RUN SHARES THE MASTER WITH THE
      * DESK'S SCREENS AND HOLDS ONLY THE LOAN BEING MODIFIED, ONLY
      * ACROSS ITS OWN READ-WITH-LOCK/REWRITE.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-MSTR-STATUS.

      * COMPANION SCHEDULE FILE - THE TAIL OF A SCHEDULE TOO LONG
      * FOR THE MASTER RECORD (SEE SCHDROW.CPY). OPENED I-O: A
      * WORKOUT ON A LONG LOAN REWRITES ITS OVERFLOW ROWS, AND A
      * TERM EXTENSION CAN PUSH A SHORT LOAN PAST THE INLINE TABLE.
           SELECT SCHEDULE-ROW-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT MOD-HIST-FILE ASSIGN TO LOANMODH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MODH-KEY
               FILE STATUS IS WS-MODH-STATUS.

           SELECT MOD-RPT-FILE ASSIGN TO MODRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  MOD-TRAN-FILE.
       COPY "MODTRAN.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       FD  MOD-HIST-FILE.
       COPY "MODHIST.CPY".

       FD  MOD-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-MODT-STATUS PIC X(2).
         88 WS-MODT-OK VALUE "00".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
         88 WS-MSTR-NOT-FOUND VALUE "23" "35".
         88 WS-MSTR-LOCKED VALUE "99".
       01 WS-SCHD-STATUS PIC X(2).
         88 WS-SCHD-OK VALUE "00".
         88 WS-SCHD-DUPLICATE VALUE "22".
         88 WS-SCHD-NOT-FOUND VALUE "05" "35".
       01 WS-MODH-STATUS PIC X(2).
         88 WS-MODH-OK VALUE "00".
         88 WS-MODH-NOT-FOUND VALUE "05" "35".

       01 LOCK-RETRY-LIMIT PIC S9(4) COMP VALUE 10.
       01 LOCK-RETRY       PIC S9(4) COMP.

       01 SCHD-FILE-SWITCH PIC 9 VALUE 0.
         88 SCHD-FILE-OPEN VALUE 1.

      * WHY THE TRANSACTION IN HAND WAS REFUSED - SPACES WHILE IT IS
      * STILL GOOD. EVERY CHECK BELOW SETS IT AND THE NEXT STEP ONLY
      * RUNS WHILE IT IS STILL BLANK.
       01 REJECT-REASON       PIC X(48).

      * THE EFFECTIVE DATE IN THE SAME YYYY-MM-DD SHAPE THE
      * SCHEDULE'S MSTR-DUEDATE ROWS CARRY, SO "WAS THIS PERIOD
      * ALREADY DUE" IS A PLAIN CHARACTER COMPARE - SAME AS
      * LOANPDUE'S AS-OF DATE.
       01 EFF-DATE.
          03 EFF-YYYY PIC 9(4).
          03 EFF-MM   PIC 9(2).
          03 EFF-DD   PIC 9(2).
       01 EFF-DATE-N REDEFINES EFF-DATE PIC 9(8).
       01 EFF-DATE-FMT.
          03 EFF-FMT-YYYY PIC 9(4).
          03 FILLER       PIC X VALUE "-".
          03 EFF-FMT-MM   PIC 9(2).
          03 FILLER       PIC X VALUE "-".
          03 EFF-FMT-DD   PIC 9(2).

      * THE FULL LENGTH OF THE LOAN IN HAND AND ONE SCHEDULE ROW
      * FETCHED THROUGH GET-SCHED-ROW, WHEREVER THE ROW LIVES - THE
      * INLINE TABLE OR THE COMPANION FILE. A MISSING ROW'S DUE
      * DATE COMES BACK HIGH-VALUES, SAME SENTINEL AS LOANPDUE.
       01 LOAN-TOTAL-PERIODS PIC S9(4) COMP.
       01 SROW-PERIOD      PIC S9(4) COMP.
       01 SROW-FOUND-SW    PIC 9.
         88 SROW-FOUND     VALUE 1.
       01 SROW-PAYMENT-X   PIC X(13).
       01 SROW-INTPAID-X   PIC X(13).
       01 SROW-BALANCE-X   PIC X(13).
       01 SROW-DUEDATE-X   PIC X(10).
       01 DUE-SCAN-DONE-SW PIC 9.
         88 DUE-SCAN-DONE  VALUE 1.

      * THE WORKOUT WORKED OUT FOR THE LOAN IN HAND. PAST-DUE ROWS
      * ARE THE UNPAID PERIODS WHOSE DUE DATE HAD ALREADY PASSED ON
      * THE EFFECTIVE DATE; WHEN INTEREST IS CAPITALIZED THEY ARE
      * THE ROWS THE RE-AGE DROPS FROM THE CALENDAR.
       01 TAIL-START          PIC S9(4) COMP.
       01 PAST-DUE-ROWS       PIC S9(4) COMP.
       01 PAST-DUE-INT        PIC S9(11)V99 COMP-3.
       01 REAGE-ROWS          PIC S9(4) COMP.
       01 FIRST-NEW-ROW       PIC S9(4) COMP.
       01 REMAIN-PERIODS      PIC S9(4) COMP.
       01 REMAIN-MONTHS       PIC S9(4) COMP.
       01 PERIODS-PER-YEAR    PIC S9(3) COMP.
       01 TAIL-BALANCE        PIC S9(11)V99 COMP-3.
       01 CAP-INT-AMOUNT      PIC S9(11)V99 COMP-3.
       01 CAP-FEE-AMOUNT      PIC S9(7)V99 COMP-3.
       01 FORBEAR-AMOUNT      PIC S9(9)V99 COMP-3.
       01 MOD-BALANCE         PIC S9(11)V99 COMP-3.
       01 AMORT-BALANCE       PIC S9(11)V99 COMP-3.
       01 BOOKED-BALANCE      PIC S9(11)V99 COMP-3.
       01 FIRST-ROW-CENTS     PIC S9(1)V99 COMP-3.
       01 NEW-RATE            PIC S9(3)V9(4) COMP-3.
       01 TAIL-FIRST-DATE     PIC 9(8).
       01 TAIL-FIRST-R REDEFINES TAIL-FIRST-DATE.
          03 TAIL-FIRST-YYYY  PIC 9(4).
          03 TAIL-FIRST-MM    PIC 9(2).
          03 TAIL-FIRST-DD    PIC 9(2).
       01 ANCHOR-DATE         PIC 9(8).
       01 ANCHOR-R REDEFINES ANCHOR-DATE.
          03 ANCHOR-YYYY      PIC 9(4).
          03 ANCHOR-MM        PIC 9(2).
          03 ANCHOR-DD        PIC 9(2).
       01 STORED-DATE         PIC 9(8).
       01 STEP-DAYS           PIC S9(4) COMP.
       01 STEP-COUNT          PIC S9(8) COMP.
       01 MONTH-DAYS          PIC S9(2) COMP.
       01 NEW-TOTAL-PERIODS   PIC S9(4) COMP.
       01 ROW-IDX             PIC S9(4) COMP.
       01 OUT-IDX             PIC S9(4) COMP.
       01 ROW-WORK            PIC S9(11)V99 COMP-3.
       01 PAID-INT-TOTAL      PIC S9(11)V99 COMP-3.
       01 NEW-TOTINT          PIC S9(11)V99 COMP-3.
       01 OVERFLOW-START      PIC S9(4) COMP.
       01 STALE-DONE-SW       PIC 9.
         88 STALE-DONE        VALUE 1.

      * THE BEFORE SIDE OF THE HISTORY RECORD, TAKEN OFF THE LOAN
      * AS RE-READ UNDER ITS LOCK, BEFORE ANYTHING MOVES.
       01 BEFORE-RATE         PIC S9(3)V9(4) COMP-3.
       01 BEFORE-PERIODS      PIC S9(4) COMP.
       01 BEFORE-PAYMENT      PIC S9(9)V99 COMP-3.
       01 BEFORE-MATURITY     PIC X(10).
       01 BEFORE-BALANCE      PIC S9(11)V99 COMP-3.

       01 TRAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 BOOKED-COUNT        PIC S9(8) COMP VALUE 0.
       01 REJECT-COUNT        PIC S9(8) COMP VALUE 0.
       01 CAP-INT-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01 CAP-FEE-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01 FORBEAR-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 AMOUNT-D            PIC -Z(8)9.99.
       01 OLD-RATE-D          PIC ZZ9.9999.
       01 NEW-RATE-D          PIC ZZ9.9999.
       01 PERIOD-D            PIC ZZZ9.
       01 PERIOD-2-D          PIC ZZZ9.

       COPY "MSTRLIMIT.CPY".
       COPY "TERMLIMIT.CPY".
       COPY "AMORTIN.CPY".
       COPY "AMORTOUT.CPY".

      * MAINTENANCE AUDIT TRAIL - EVERY UPDATE HERE PUTS A
      * WHO/WHAT/BEFORE/AFTER LINE ON LOANMAUD THROUGH THE MNTAUDIT
      * SUBPROGRAM (SEE MAINTAUD.CPY). THE OPERATOR COMES FROM THE
      * USERNAME ENVIRONMENT VARIABLE; BLANK WHEN THE JOB RUNS
      * WITHOUT ONE.
       COPY "MAINTAUD.CPY".
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USERNAME"

           OPEN INPUT MOD-TRAN-FILE
           IF NOT WS-MODT-OK
               DISPLAY "NO LOAN MODIFICATION TRANSACTIONS TO BOOK"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-SCHEDULE-FILE

      * NO HISTORY, NO RE-RUN GUARD - A SECOND PASS OVER THE SAME
      * FILE WOULD CAPITALIZE EVERY WORKOUT AGAIN, SO DO NOT START.
           PERFORM OPEN-HISTORY-FILE
           IF NOT WS-MODH-OK
               DISPLAY "UNABLE TO OPEN THE MODIFICATION HISTORY FILE"
               CLOSE MOD-TRAN-FILE
               CLOSE LOAN-MASTER-FILE
               IF SCHD-FILE-OPEN
                   CLOSE SCHEDULE-ROW-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MOD-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "LOAN MODIFICATION REGISTER" INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM READ-MOD-TRAN

           PERFORM UNTIL WS-EOF
               ADD 1 TO TRAN-COUNT
               PERFORM BOOK-ONE-WORKOUT
               PERFORM READ-MOD-TRAN
           END-PERFORM

           PERFORM WRITE-MOD-TOTALS

           CLOSE MOD-TRAN-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE MOD-HIST-FILE
           CLOSE MOD-RPT-FILE
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF

      * THE FILE HAS BEEN WORKED END TO END - EVERY WORKOUT ON IT IS
      * EITHER ON THE HISTORY OR ON THE REGISTER AS A REJECT - SO
      * EMPTY IT FOR COLLWORK TO START APPENDING THE NEXT ONES.
           OPEN OUTPUT MOD-TRAN-FILE
           CLOSE MOD-TRAN-FILE

      * SET EXPLICITLY - RETURN-CODE OTHERWISE STILL HOLDS WHATEVER
      * THE LAST LOANAMORT CALL RETURNED.
           IF REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-MOD-TRAN.
           READ MOD-TRAN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * SAME CREATE-IF-MISSING DANCE AS LOANBATCH'S OWN
      * OPEN-SCHEDULE-FILE. WITHOUT THE COMPANION FILE A WORKOUT
      * THAT NEEDS OVERFLOW ROWS IS REFUSED, NEVER TRUNCATED.
       OPEN-SCHEDULE-FILE.
           OPEN I-O SCHEDULE-ROW-FILE
           IF WS-SCHD-NOT-FOUND
               OPEN OUTPUT SCHEDULE-ROW-FILE
               CLOSE SCHEDULE-ROW-FILE
               OPEN I-O SCHEDULE-ROW-FILE
           END-IF
           IF WS-SCHD-OK
               SET SCHD-FILE-OPEN TO TRUE
           END-IF.

      * THE HISTORY IS PERMANENT: CREATED EMPTY THE FIRST TIME,
      * NEVER OPENED OUTPUT ONCE IT HAS RECORDS.
       OPEN-HISTORY-FILE.
           OPEN I-O MOD-HIST-FILE
           IF WS-MODH-NOT-FOUND
               OPEN OUTPUT MOD-HIST-FILE
               CLOSE MOD-HIST-FILE
               OPEN I-O MOD-HIST-FILE
           END-IF.

      * EDIT THE TRANSACTION ON ITS OWN BEFORE ANY LOAN IS LOCKED.
      * THE CLASS TESTS COME FIRST - A CORRUPT PACKED FIELD IS A
      * DATA EXCEPTION THE MOMENT IT IS COMPARED.
       BOOK-ONE-WORKOUT.
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
               WHEN MODT-EFF-DATE NOT NUMERIC OR MODT-EFF-DATE = 0
                   MOVE "EFFECTIVE DATE INVALID" TO REJECT-REASON
               WHEN MODT-NEW-RATE NOT NUMERIC
                       OR MODT-FORBEAR-AMT NOT NUMERIC
                       OR MODT-EXTEND-MONTHS NOT NUMERIC
                   MOVE "TRANSACTION HAS INVALID NUMERIC DATA"
                       TO REJECT-REASON
               WHEN MODT-NEW-RATE < 0 OR MODT-FORBEAR-AMT < 0
                   MOVE "NEGATIVE RATE OR FORBEARANCE"
                       TO REJECT-REASON
               WHEN MODT-NEW-RATE = 0
                       AND MODT-EXTEND-MONTHS = 0
                       AND NOT MODT-CAP-INTEREST-YES
                       AND NOT MODT-CAP-FEES-YES
                       AND MODT-FORBEAR-AMT = 0
                   MOVE "NO CONCESSION ON THE TRANSACTION"
                       TO REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-ALREADY-BOOKED
           END-EVALUATE

           IF REJECT-REASON = SPACES
               PERFORM APPLY-WORKOUT-UNDER-LOCK
           END-IF

           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF.

      * THE RE-RUN GUARD - SEE THE REMARKS ON MODH-KEY.
       CHECK-ALREADY-BOOKED.
           MOVE MODT-LOAN-NO  TO MODH-LOAN-NO
           MOVE MODT-EFF-DATE TO MODH-EFF-DATE
           READ MOD-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "WORKOUT ALREADY BOOKED FOR THIS DATE"
                       TO REJECT-REASON
           END-READ.

      * EVERYTHING FROM HERE WORKS ON THE RECORD AS READ UNDER ITS
      * OWN LOCK - THE SPLIT BETWEEN PAID AND FORWARD ROWS HAS TO
      * COME OFF THE RECORD THE REWRITE WILL REPLACE.
       APPLY-WORKOUT-UNDER-LOCK.
           MOVE MODT-LOAN-NO TO MSTR-LOAN-NO
           MOVE 0 TO LOCK-RETRY
           READ LOAN-MASTER-FILE WITH LOCK
           PERFORM UNTIL NOT WS-MSTR-LOCKED
                   OR LOCK-RETRY >= LOCK-RETRY-LIMIT
               ADD 1 TO LOCK-RETRY
               READ LOAN-MASTER-FILE WITH LOCK
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-MSTR-LOCKED
                   MOVE "RECORD IN USE" TO REJECT-REASON
               WHEN NOT WS-MSTR-OK
                   MOVE "NO LOAN ON MASTER" TO REJECT-REASON
               WHEN OTHER
      * A PAID-OFF OR CHARGED-OFF LOAN HAS NOTHING LEFT TO WORK OUT
      * - ITS SCHEDULE IS HISTORY, AND HISTORY STAYS PUT.
      * A CONSTRUCTION LOAN STILL DRAWING HAS NO SETTLED BALANCE TO
      * RE-AMORTIZE - ITS FORWARD ROWS ARE LOANDRWF'S PROJECTION.
                   EVALUATE TRUE
                       WHEN MSTR-LIFE-CLOSED
                           MOVE "LOAN IS PAID OFF OR CHARGED OFF"
                               TO REJECT-REASON
                       WHEN MSTR-PAID-THRU < MSTR-CONSTR-PERIODS
                           MOVE "LOAN IS STILL IN ITS DRAW PERIOD"
                               TO REJECT-REASON
                       WHEN OTHER
                           PERFORM MEASURE-WORKOUT
                   END-EVALUATE
                   IF REJECT-REASON = SPACES
                       PERFORM REAMORTIZE-WORKOUT
                   END-IF
                   UNLOCK LOAN-MASTER-FILE
           END-EVALUATE.

      * WHERE THE LOAN STANDS, AND WHAT THE WORKOUT ADDS TO IT.
       MEASURE-WORKOUT.
           IF MSTR-TOTAL-PERIODS > MSTR-PERIODS
               MOVE MSTR-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           ELSE
               MOVE MSTR-PERIODS TO LOAN-TOTAL-PERIODS
           END-IF
           COMPUTE TAIL-START = MSTR-PAID-THRU + 1

           EVALUATE TRUE
               WHEN TAIL-START > LOAN-TOTAL-PERIODS
                   MOVE "NO UNPAID PERIODS LEFT TO MODIFY"
                       TO REJECT-REASON
               WHEN LOAN-TOTAL-PERIODS > MSTR-PERIODS
                       AND NOT SCHD-FILE-OPEN
                   MOVE "SCHEDULE FILE UNAVAILABLE FOR LONG LOAN"
                       TO REJECT-REASON
               WHEN OTHER
                   PERFORM TAKE-BEFORE-TERMS
                   PERFORM COUNT-PAST-DUE-ROWS
                   PERFORM WORK-OUT-NEW-BALANCE
           END-EVALUATE.

       TAKE-BEFORE-TERMS.
           MOVE MSTR-RATE TO BEFORE-RATE
           MOVE LOAN-TOTAL-PERIODS TO BEFORE-PERIODS

           MOVE TAIL-START TO SROW-PERIOD
           PERFORM GET-SCHED-ROW
           COMPUTE BEFORE-PAYMENT = FUNCTION NUMVAL(SROW-PAYMENT-X)

           MOVE LOAN-TOTAL-PERIODS TO SROW-PERIOD
           PERFORM GET-SCHED-ROW
           IF SROW-FOUND
               MOVE SROW-DUEDATE-X TO BEFORE-MATURITY
           ELSE
               MOVE SPACES TO BEFORE-MATURITY
           END-IF

      * THE UNPAID BALANCE IS THE SCHEDULED BALANCE AT THE LAST PAID
      * PERIOD - THE SAME FIGURE LOANPOST KEEPS IN
      * MSTR-ACTUAL-BALANCE - OR THE FULL PRINCIPAL WHEN NOTHING HAS
      * BEEN PAID.
           IF MSTR-PAID-THRU = 0
               MOVE MSTR-PRINCIPAL TO TAIL-BALANCE
           ELSE
               MOVE MSTR-PAID-THRU TO SROW-PERIOD
               PERFORM GET-SCHED-ROW
               IF SROW-FOUND
                   COMPUTE TAIL-BALANCE =
                       FUNCTION NUMVAL(SROW-BALANCE-X)
               ELSE
                   MOVE MSTR-ACTUAL-BALANCE TO TAIL-BALANCE
               END-IF
           END-IF
           MOVE TAIL-BALANCE TO BEFORE-BALANCE.

      * THE UNPAID PERIODS ALREADY DUE ON THE EFFECTIVE DATE, AND
      * THE SCHEDULED INTEREST ON THEM. AN UNDATED LOAN HAS NO
      * CALENDAR TO MEASURE ARREARS AGAINST, SO NOTHING ON IT COUNTS
      * AS PAST DUE HERE AND THERE IS NO INTEREST TO CAPITALIZE.
       COUNT-PAST-DUE-ROWS.
           MOVE ZERO TO PAST-DUE-ROWS
           MOVE ZERO TO PAST-DUE-INT
           MOVE MODT-EFF-DATE TO EFF-DATE-N
           MOVE EFF-YYYY TO EFF-FMT-YYYY
           MOVE EFF-MM   TO EFF-FMT-MM
           MOVE EFF-DD   TO EFF-FMT-DD

           IF MSTR-FIRST-PMT-DATE NUMERIC
                   AND MSTR-FIRST-PMT-DATE NOT = 0
               MOVE TAIL-START TO ROW-IDX
               MOVE 0 TO DUE-SCAN-DONE-SW
               PERFORM UNTIL DUE-SCAN-DONE
                   IF ROW-IDX > LOAN-TOTAL-PERIODS
                       SET DUE-SCAN-DONE TO TRUE
                   ELSE
                       MOVE ROW-IDX TO SROW-PERIOD
                       PERFORM GET-SCHED-ROW
                       IF SROW-DUEDATE-X > EFF-DATE-FMT
                           SET DUE-SCAN-DONE TO TRUE
                       ELSE
                           ADD 1 TO PAST-DUE-ROWS
                           COMPUTE PAST-DUE-INT = PAST-DUE-INT +
                               FUNCTION NUMVAL(SROW-INTPAID-X)
                           ADD 1 TO ROW-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * CAPITALIZED INTEREST RE-AGES THE LOAN: THE PAST-DUE ROWS
      * LEAVE THE CALENDAR, THEIR INTEREST JOINS THE BALANCE, AND
      * THE NEW TAIL STARTS AT THE FIRST DUE DATE STILL AHEAD - THE
      * BORROWER COMES OUT CURRENT. WITHOUT IT THE CALENDAR STANDS
      * AND THE NEW TAIL STARTS AT THE OLDEST UNPAID DUE DATE, SAME
      * AS AN ARM RESET. FORBORNE PRINCIPAL COMES OFF THE AMORTIZING
      * BALANCE HERE AND IS ADDED BACK AS A LUMP AT MATURITY.
       WORK-OUT-NEW-BALANCE.
           MOVE ZERO TO CAP-INT-AMOUNT
           MOVE ZERO TO CAP-FEE-AMOUNT
           MOVE ZERO TO REAGE-ROWS
           IF MODT-CAP-INTEREST-YES
               MOVE PAST-DUE-INT  TO CAP-INT-AMOUNT
               MOVE PAST-DUE-ROWS TO REAGE-ROWS
           END-IF
           IF MODT-CAP-FEES-YES
               MOVE MSTR-LATE-FEE-DUE TO CAP-FEE-AMOUNT
           END-IF
           MOVE MODT-FORBEAR-AMT TO FORBEAR-AMOUNT

           COMPUTE MOD-BALANCE =
               TAIL-BALANCE + CAP-INT-AMOUNT + CAP-FEE-AMOUNT
           COMPUTE AMORT-BALANCE = MOD-BALANCE - FORBEAR-AMOUNT
           COMPUTE FIRST-NEW-ROW = TAIL-START + REAGE-ROWS

           EVALUATE TRUE
               WHEN AMORT-BALANCE < 1
                   MOVE "FORBEARANCE LEAVES NOTHING TO AMORTIZE"
                       TO REJECT-REASON
      * EVERY REMAINING ROW IS ALREADY PAST DUE - THERE IS NO DUE
      * DATE AHEAD TO RE-AGE TO. THAT LOAN NEEDS A REWRITE, NOT A
      * WORKOUT ON ITS OLD CALENDAR.
               WHEN FIRST-NEW-ROW > LOAN-TOTAL-PERIODS
                   MOVE "LOAN PAST MATURITY - NO DUE DATE TO RE-AGE TO"
                       TO REJECT-REASON
               WHEN OTHER
                   PERFORM SIZE-NEW-TERM
           END-EVALUATE.

      * THE ENGINE TAKES A TERM IN MONTHS, SO THE PERIODS LEFT ON
      * THE CALENDAR ARE CONVERTED THROUGH THE LOAN'S OWN FREQUENCY
      * (SAME AS LOANARM) AND THE EXTENSION MONTHS ADDED ON TOP.
       SIZE-NEW-TERM.
           EVALUATE TRUE
               WHEN MSTR-PMTFREQ = "B" OR "b"
                   MOVE 26 TO PERIODS-PER-YEAR
               WHEN MSTR-PMTFREQ = "W" OR "w"
                   MOVE 52 TO PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO PERIODS-PER-YEAR
           END-EVALUATE

           COMPUTE REMAIN-PERIODS =
               LOAN-TOTAL-PERIODS - FIRST-NEW-ROW + 1
           COMPUTE REMAIN-MONTHS ROUNDED =
               REMAIN-PERIODS * 12 / PERIODS-PER-YEAR
           ADD MODT-EXTEND-MONTHS TO REMAIN-MONTHS
           IF REMAIN-MONTHS < 1
               MOVE 1 TO REMAIN-MONTHS
           END-IF
           IF REMAIN-MONTHS > MAX-LOAN-TERM-MONTHS
               MOVE "EXTENDED TERM OVER THE TERM CEILING"
                   TO REJECT-REASON
           END-IF

           IF MODT-NEW-RATE > 0
               MOVE MODT-NEW-RATE TO NEW-RATE
           ELSE
               MOVE MSTR-RATE TO NEW-RATE
           END-IF

      * THE TAIL'S FIRST DUE DATE COMES FROM THE FIRST KEPT ROW. THE
      * STORED DATE MAY HAVE BEEN ROLLED OFF A WEEKEND OR HOLIDAY,
      * AND THE ENGINE ANCHORS EVERY LATER ROW ON THE DAY IT IS
      * HANDED, SO THE ROLL IS TAKEN BACK OUT FIRST (SEE
      * UNROLL-TAIL-DATE) AND THE REWRITTEN ROWS KEEP STEPPING THE
      * LOAN'S OWN CALENDAR.
           MOVE ZERO TO TAIL-FIRST-DATE
           IF MSTR-FIRST-PMT-DATE NUMERIC
                   AND MSTR-FIRST-PMT-DATE NOT = 0
               MOVE FIRST-NEW-ROW TO SROW-PERIOD
               PERFORM GET-SCHED-ROW
               IF SROW-FOUND
                   STRING SROW-DUEDATE-X(1:4)
                       SROW-DUEDATE-X(6:2)
                       SROW-DUEDATE-X(9:2)
                       DELIMITED BY SIZE
                       INTO TAIL-FIRST-DATE
                   IF TAIL-FIRST-DATE NUMERIC
                           AND TAIL-FIRST-DATE NOT = 0
                       PERFORM UNROLL-TAIL-DATE
                   END-IF
               END-IF
           END-IF.

      * THE UNROLLED DUE DATE ON OR BEFORE THE STORED ONE. MONTHLY:
      * THE STORED ROW'S YEAR AND MONTH WITH THE FIRST PAYMENT'S DAY,
      * CLAMPED TO MONTH END; A ROLL THAT CROSSED INTO THE NEXT MONTH
      * PUTS THAT PAST THE STORED DATE, AND THE MONTH BEFORE IS
      * TAKEN. BI-WEEKLY AND WEEKLY: THE LAST WHOLE STEP FROM THE
      * FIRST PAYMENT DATE. A ROLL IS FORWARD ONLY AND SHORTER THAN
      * ONE STEP, SO EITHER WAY THE CALENDAR DATE COMES BACK EXACTLY.
       UNROLL-TAIL-DATE.
           MOVE MSTR-FIRST-PMT-DATE TO ANCHOR-DATE
           MOVE TAIL-FIRST-DATE     TO STORED-DATE
           EVALUATE TRUE
               WHEN MSTR-PMTFREQ = "B" OR "b"
                   MOVE 14 TO STEP-DAYS
               WHEN MSTR-PMTFREQ = "W" OR "w"
                   MOVE 7 TO STEP-DAYS
               WHEN OTHER
                   MOVE 0 TO STEP-DAYS
           END-EVALUATE

           IF STEP-DAYS > 0
               IF STORED-DATE > ANCHOR-DATE
                   COMPUTE STEP-COUNT =
                       (FUNCTION INTEGER-OF-DATE(STORED-DATE)
                       - FUNCTION INTEGER-OF-DATE(ANCHOR-DATE))
                       / STEP-DAYS
                   COMPUTE TAIL-FIRST-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(ANCHOR-DATE)
                       + STEP-COUNT * STEP-DAYS)
               ELSE
                   MOVE ANCHOR-DATE TO TAIL-FIRST-DATE
               END-IF
           ELSE
               PERFORM SET-TAIL-FIRST-DAY
               IF TAIL-FIRST-DATE > STORED-DATE
                   SUBTRACT 1 FROM TAIL-FIRST-MM
                   IF TAIL-FIRST-MM = 0
                       MOVE 12 TO TAIL-FIRST-MM
                       SUBTRACT 1 FROM TAIL-FIRST-YYYY
                   END-IF
                   PERFORM SET-TAIL-FIRST-DAY
               END-IF
           END-IF.

      * THE FIRST PAYMENT'S DAY IN THE TAIL DATE'S MONTH, CLAMPED TO
      * THE MONTH'S LAST DAY WITH A REAL FEB 29 IN LEAP YEARS, THE
      * SAME AS THE ENGINE'S OWN DUE DATES.
       SET-TAIL-FIRST-DAY.
           EVALUATE TAIL-FIRST-MM
               WHEN 2
                   IF (FUNCTION MOD(TAIL-FIRST-YYYY, 4) = 0
                           AND FUNCTION MOD(TAIL-FIRST-YYYY, 100)
                               NOT = 0)
                           OR FUNCTION MOD(TAIL-FIRST-YYYY, 400) = 0
                       MOVE 29 TO MONTH-DAYS
                   ELSE
                       MOVE 28 TO MONTH-DAYS
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-DAYS
               WHEN OTHER
                   MOVE 31 TO MONTH-DAYS
           END-EVALUATE
           IF ANCHOR-DD > MONTH-DAYS
               MOVE MONTH-DAYS TO TAIL-FIRST-DD
           ELSE
               MOVE ANCHOR-DD TO TAIL-FIRST-DD
           END-IF.

       REAMORTIZE-WORKOUT.
           MOVE MSTR-LOAN-NO TO LOANID
           COMPUTE PRINCIPAL = AMORT-BALANCE
           COMPUTE FIRST-ROW-CENTS = AMORT-BALANCE - PRINCIPAL
           MOVE REMAIN-MONTHS TO LOANTERM
           MOVE NEW-RATE      TO RATE
           MOVE ZERO          TO EXTRAPRINCIPAL
           MOVE ZERO          TO ORIGFEE
           MOVE ZERO          TO RATECHG-COUNT
           MOVE "M"           TO DAYCOUNT-METHOD
           MOVE MSTR-PMTFREQ  TO PMTFREQ
           MOVE "S"           TO INTMETHOD
           MOVE TAIL-FIRST-DATE TO FIRSTPMTDATE
           MOVE MSTR-ESCROW   TO ESCROWAMT
           MOVE ZERO          TO IOMONTHS
           MOVE ZERO          TO BALLOONMONTH

      * THE ENGINE TAKES WHOLE DOLLARS - THE CENTS ARE HELD BACK AND
      * ADDED TO THE FIRST NEW ROW, AS LOANBORD DOES FOR A BOARDED
      * LOAN. THE BOOKED BALANCE IS THE FULL RE-AMORTIZED FIGURE,
      * CENTS AND ALL, PLUS THE FORBORNE PRINCIPAL STILL OWED.
           COMPUTE BOOKED-BALANCE = AMORT-BALANCE + FORBEAR-AMOUNT

           CALL "LOANAMORT" USING LOANINFO OUTDATA

           COMPUTE NEW-TOTAL-PERIODS = MSTR-PAID-THRU + OUTPERIODS
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   MOVE "TAIL COULD NOT BE RE-AMORTIZED"
                       TO REJECT-REASON
               WHEN NEW-TOTAL-PERIODS > MAX-MSTR-PERIODS
                       AND NOT SCHD-FILE-OPEN
                   MOVE "SCHEDULE FILE UNAVAILABLE FOR LONG LOAN"
                       TO REJECT-REASON
               WHEN OTHER
                   IF FIRST-ROW-CENTS > 0
                       PERFORM CARRY-FIRST-ROW-CENTS
                   END-IF
                   IF FORBEAR-AMOUNT > 0
                       PERFORM CARRY-FORBEARANCE
                   END-IF
                   PERFORM REWRITE-MODIFIED-LOAN
           END-EVALUATE.

      * THE CENTS HELD BACK FROM THE ENGINE ARE PAID WITH THE FIRST
      * NEW ROW, SO ITS BALANCE AND EVERY ONE AFTER IT STAND AS THE
      * ENGINE LEFT THEM.
       CARRY-FIRST-ROW-CENTS.
           COMPUTE ROW-WORK =
               FUNCTION NUMVAL(OUTPAYMENT(1)) + FIRST-ROW-CENTS
           MOVE ROW-WORK TO OUTPAYMENT(1)
           COMPUTE ROW-WORK =
               FUNCTION NUMVAL(OUTPRINCPAID(1)) + FIRST-ROW-CENTS
           MOVE ROW-WORK TO OUTPRINCPAID(1)
           COMPUTE ROW-WORK =
               FUNCTION NUMVAL(OUTTOTALPMT(1)) + FIRST-ROW-CENTS
           MOVE ROW-WORK TO OUTTOTALPMT(1).

      * THE FORBORNE PRINCIPAL IS STILL OWED ON EVERY NEW ROW - IT
      * RIDES IN EACH ROW'S BALANCE - AND FALLS DUE, INTEREST-FREE,
      * AS A LUMP ON THE LAST ROW, WHICH TAKES IT INTO ITS PAYMENT
      * AND PRINCIPAL AND RUNS THE BALANCE TO ZERO AS BEFORE.
       CARRY-FORBEARANCE.
           PERFORM VARYING OUT-IDX FROM 1 BY 1
                   UNTIL OUT-IDX >= OUTPERIODS
               COMPUTE ROW-WORK =
                   FUNCTION NUMVAL(OUTBALANCE(OUT-IDX))
                   + FORBEAR-AMOUNT
               MOVE ROW-WORK TO OUTBALANCE(OUT-IDX)
           END-PERFORM

           COMPUTE ROW-WORK =
               FUNCTION NUMVAL(OUTPAYMENT(OUTPERIODS)) + FORBEAR-AMOUNT
           MOVE ROW-WORK TO OUTPAYMENT(OUTPERIODS)
           COMPUTE ROW-WORK =
               FUNCTION NUMVAL(OUTPRINCPAID(OUTPERIODS))
               + FORBEAR-AMOUNT
           MOVE ROW-WORK TO OUTPRINCPAID(OUTPERIODS).

       REWRITE-MODIFIED-LOAN.
           MOVE ZERO TO PAID-INT-TOTAL
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > MSTR-PAID-THRU
               MOVE ROW-IDX TO SROW-PERIOD
               PERFORM GET-SCHED-ROW
               COMPUTE PAID-INT-TOTAL = PAID-INT-TOTAL +
                   FUNCTION NUMVAL(SROW-INTPAID-X)
           END-PERFORM

      * SIZE THE INLINE TABLE BEFORE FILLING IT - MSTR-PAYMENTS
      * GROWS AND SHRINKS WITH MSTR-PERIODS. ROWS PAST THE INLINE
      * TABLE GO TO THE COMPANION FILE AFTER THE REWRITE LANDS.
           MOVE NEW-TOTAL-PERIODS TO MSTR-TOTAL-PERIODS
           IF NEW-TOTAL-PERIODS > MAX-MSTR-PERIODS
               MOVE MAX-MSTR-PERIODS TO MSTR-PERIODS
           ELSE
               MOVE NEW-TOTAL-PERIODS TO MSTR-PERIODS
           END-IF
           PERFORM VARYING OUT-IDX FROM 1 BY 1
                   UNTIL OUT-IDX > OUTPERIODS
               COMPUTE ROW-IDX = MSTR-PAID-THRU + OUT-IDX
               IF ROW-IDX <= MSTR-PERIODS
                   MOVE OUTPAYMENT(OUT-IDX)  TO MSTR-PAYMENT(ROW-IDX)
                   MOVE OUTINTPAID(OUT-IDX)  TO MSTR-INTPAID(ROW-IDX)
                   MOVE OUTPRINCPAID(OUT-IDX)
                       TO MSTR-PRINCPAID(ROW-IDX)
                   MOVE OUTBALANCE(OUT-IDX)  TO MSTR-BALANCE(ROW-IDX)
                   MOVE OUTDUEDATE(OUT-IDX)  TO MSTR-DUEDATE(ROW-IDX)
               END-IF
           END-PERFORM

      * THE CAPITALIZED AMOUNTS JOIN THE BALANCE AFTER THE LAST PAID
      * PERIOD, SO THAT PERIOD'S BALANCE-CARRIED-FORWARD IS RESTATED
      * TO THE BOOKED FIGURE - ITS PAYMENT, INTEREST AND PRINCIPAL
      * STAY EXACTLY AS PAID. LOANPOST READS THE ACTUAL BALANCE OFF
      * THAT ROW, SO IT STAYS RIGHT UNTIL THE NEXT PERIOD IS COVERED.
      * WITH NOTHING PAID YET THE PRINCIPAL ITSELF IS RESTATED, IN
      * WHOLE DOLLARS LIKE A BOARDED LOAN'S - THE CENTS ARE ALREADY
      * ON THE FIRST NEW ROW.
           IF MSTR-PAID-THRU = 0
               COMPUTE MSTR-PRINCIPAL = BOOKED-BALANCE
           ELSE
               IF MSTR-PAID-THRU <= MSTR-PERIODS
                   MOVE BOOKED-BALANCE
                       TO MSTR-BALANCE(MSTR-PAID-THRU)
               END-IF
           END-IF

           MOVE MSTR-ACTUAL-BALANCE TO MAUD-BEFORE-1
           MOVE MSTR-RATE           TO MAUD-BEFORE-2
           MOVE MSTR-RATE TO OLD-RATE-D

           COMPUTE NEW-TOTINT = PAID-INT-TOTAL +
               FUNCTION NUMVAL(OUTTOTINTPAID)
           MOVE NEW-TOTINT TO MSTR-TOTINTPAID
           MOVE NEW-RATE   TO MSTR-RATE
           ADD MODT-EXTEND-MONTHS TO MSTR-LOANTERM
           IF MSTR-PAID-THRU = 0
               MOVE MSTR-PRINCIPAL TO MSTR-ACTUAL-BALANCE
           ELSE
               MOVE BOOKED-BALANCE TO MSTR-ACTUAL-BALANCE
           END-IF
           IF CAP-FEE-AMOUNT > 0
               MOVE ZERO TO MSTR-LATE-FEE-DUE
           END-IF
      * RE-AGED ROWS CARRY NEW, LATER DUE DATES - LET THE NIGHTLY
      * ASSESSMENT CHARGE THEM AGAIN IF THEY TOO GO UNPAID.
           IF REAGE-ROWS > 0
               MOVE MSTR-PAID-THRU TO MSTR-LATE-ASSESSED-THRU
           END-IF

           REWRITE LOAN-MASTER-RECORD
           IF WS-MSTR-OK
               PERFORM SAVE-MODIFIED-OVERFLOW
               PERFORM WRITE-MOD-HISTORY
               ADD 1 TO BOOKED-COUNT
               ADD CAP-INT-AMOUNT TO CAP-INT-TOTAL
               ADD CAP-FEE-AMOUNT TO CAP-FEE-TOTAL
               ADD FORBEAR-AMOUNT TO FORBEAR-TOTAL
               MOVE "MODIFY" TO MAUD-ACTION
               MOVE MSTR-LOAN-NO TO MAUD-KEY
               MOVE MSTR-ACTUAL-BALANCE TO MAUD-AFTER-1
               MOVE MSTR-RATE           TO MAUD-AFTER-2
               PERFORM WRITE-MAINT-AUDIT
               PERFORM WRITE-BOOKED-LINES
           ELSE
               MOVE "UNABLE TO REWRITE MASTER" TO REJECT-REASON
           END-IF.

      * THE COMPANION FILE'S SHARE OF THE NEW SCHEDULE: THE LAST
      * PAID ROW WHEN IT LIVES THERE, EVERY NEW ROW PAST THE INLINE
      * TABLE, AND THEN THE STALE ROWS OF THE OLD, LONGER SCHEDULE
      * DELETED - SAME SHAPE AS LOANBATCH'S SAVE-SCHEDULE-OVERFLOW.
       SAVE-MODIFIED-OVERFLOW.
           IF SCHD-FILE-OPEN
               IF MSTR-PAID-THRU > MSTR-PERIODS
                   MOVE MSTR-LOAN-NO   TO SCHD-LOAN-NO
                   MOVE MSTR-PAID-THRU TO SCHD-PERIOD
                   READ SCHEDULE-ROW-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BOOKED-BALANCE TO SCHD-BALANCE
                           REWRITE SCHEDULE-ROW-RECORD
                   END-READ
               END-IF
               PERFORM VARYING OUT-IDX FROM 1 BY 1
                       UNTIL OUT-IDX > OUTPERIODS
                   COMPUTE ROW-IDX = MSTR-PAID-THRU + OUT-IDX
                   IF ROW-IDX > MSTR-PERIODS
                       MOVE MSTR-LOAN-NO TO SCHD-LOAN-NO
                       MOVE ROW-IDX      TO SCHD-PERIOD
                       MOVE OUTPAYMENT(OUT-IDX)   TO SCHD-PAYMENT
                       MOVE OUTINTPAID(OUT-IDX)   TO SCHD-INTPAID
                       MOVE OUTPRINCPAID(OUT-IDX) TO SCHD-PRINCPAID
                       MOVE OUTBALANCE(OUT-IDX)   TO SCHD-BALANCE
                       MOVE OUTDUEDATE(OUT-IDX)   TO SCHD-DUEDATE
                       WRITE SCHEDULE-ROW-RECORD
                       IF WS-SCHD-DUPLICATE
                           REWRITE SCHEDULE-ROW-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CLEAR-STALE-OVERFLOW
           END-IF.

       CLEAR-STALE-OVERFLOW.
           MOVE 0 TO STALE-DONE-SW
           IF NEW-TOTAL-PERIODS > MAX-MSTR-PERIODS
               COMPUTE OVERFLOW-START = NEW-TOTAL-PERIODS + 1
           ELSE
               COMPUTE OVERFLOW-START = MAX-MSTR-PERIODS + 1
           END-IF
           PERFORM UNTIL STALE-DONE
               MOVE MSTR-LOAN-NO TO SCHD-LOAN-NO
               MOVE OVERFLOW-START TO SCHD-PERIOD
               DELETE SCHEDULE-ROW-FILE
                   INVALID KEY
                       SET STALE-DONE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO OVERFLOW-START
               END-DELETE
           END-PERFORM.

       WRITE-MOD-HISTORY.
           MOVE SPACES TO LOAN-MOD-HIST-RECORD
           MOVE MSTR-LOAN-NO      TO MODH-LOAN-NO
           MOVE MODT-EFF-DATE     TO MODH-EFF-DATE
           MOVE MSTR-PAID-THRU    TO MODH-PAID-THRU
           MOVE BEFORE-RATE       TO MODH-BEFORE-RATE
           MOVE NEW-RATE          TO MODH-AFTER-RATE
           MOVE BEFORE-PERIODS    TO MODH-BEFORE-PERIODS
           MOVE NEW-TOTAL-PERIODS TO MODH-AFTER-PERIODS
           MOVE BEFORE-PAYMENT    TO MODH-BEFORE-PAYMENT
           COMPUTE MODH-AFTER-PAYMENT =
               FUNCTION NUMVAL(OUTPAYMENT(1))
           MOVE BEFORE-MATURITY   TO MODH-BEFORE-MATURITY
           MOVE OUTDUEDATE(OUTPERIODS) TO MODH-AFTER-MATURITY
           MOVE BEFORE-BALANCE    TO MODH-BEFORE-BALANCE
           MOVE BOOKED-BALANCE    TO MODH-AFTER-BALANCE
           MOVE MODT-EXTEND-MONTHS TO MODH-EXTEND-MONTHS
           MOVE CAP-INT-AMOUNT    TO MODH-CAP-INTEREST
           MOVE CAP-FEE-AMOUNT    TO MODH-CAP-FEES
           MOVE FORBEAR-AMOUNT    TO MODH-FORBEAR-AMT
           MOVE REAGE-ROWS        TO MODH-REAGED-PERIODS
           MOVE MODT-OPERATOR     TO MODH-OPERATOR
           MOVE MODT-REASON       TO MODH-REASON
           WRITE LOAN-MOD-HIST-RECORD
           IF NOT WS-MODH-OK
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO
                   " ** WARNING - WORKOUT NOT WRITTEN TO "
                   "MODIFICATION HISTORY **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * ONE SCHEDULE ROW, WHEREVER IT LIVES: THE INLINE TABLE FOR
      * PERIODS THE MASTER RECORD HOLDS, THE COMPANION FILE FOR THE
      * TAIL OF A LONG SCHEDULE.
       GET-SCHED-ROW.
           MOVE 0 TO SROW-FOUND-SW
           MOVE "0" TO SROW-PAYMENT-X
           MOVE "0" TO SROW-INTPAID-X
           MOVE "0" TO SROW-BALANCE-X
           MOVE HIGH-VALUES TO SROW-DUEDATE-X
           IF SROW-PERIOD <= MSTR-PERIODS
               SET SROW-FOUND TO TRUE
               MOVE MSTR-PAYMENT(SROW-PERIOD) TO SROW-PAYMENT-X
               MOVE MSTR-INTPAID(SROW-PERIOD) TO SROW-INTPAID-X
               MOVE MSTR-BALANCE(SROW-PERIOD) TO SROW-BALANCE-X
               MOVE MSTR-DUEDATE(SROW-PERIOD) TO SROW-DUEDATE-X
           ELSE
               IF SCHD-FILE-OPEN
                   MOVE MSTR-LOAN-NO TO SCHD-LOAN-NO
                   MOVE SROW-PERIOD  TO SCHD-PERIOD
                   READ SCHEDULE-ROW-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET SROW-FOUND TO TRUE
                           MOVE SCHD-PAYMENT TO SROW-PAYMENT-X
                           MOVE SCHD-INTPAID TO SROW-INTPAID-X
                           MOVE SCHD-BALANCE TO SROW-BALANCE-X
                           MOVE SCHD-DUEDATE TO SROW-DUEDATE-X
                   END-READ
               END-IF
           END-IF.

       WRITE-MAINT-AUDIT.
           MOVE "LOANMOD" TO MAUD-PROGRAM
           MOVE OPERATOR-ID TO MAUD-OPERATOR
           CALL "MNTAUDIT" USING MAINT-AUDIT-REQUEST.

       WRITE-BOOKED-LINES.
           MOVE NEW-RATE TO NEW-RATE-D
           MOVE OUTPERIODS TO PERIOD-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " MSTR-LOAN-NO
               " MODIFIED - RATE " OLD-RATE-D
               " TO " NEW-RATE-D
               " OVER " PERIOD-D " FORWARD PERIODS"
               " - " MODT-OPERATOR
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BEFORE-BALANCE TO MONEY-D
           MOVE BOOKED-BALANCE TO AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  UNPAID BALANCE " MONEY-D
               " NOW " AMOUNT-D
               "  MATURITY " BEFORE-MATURITY
               " NOW " OUTDUEDATE(OUTPERIODS)
               INTO RPT-LINE
           WRITE RPT-LINE

           IF CAP-INT-AMOUNT > 0
               MOVE CAP-INT-AMOUNT TO AMOUNT-D
               MOVE REAGE-ROWS TO PERIOD-2-D
               MOVE SPACES TO RPT-LINE
               STRING "  PAST-DUE INTEREST CAPITALIZED " AMOUNT-D
                   " - " PERIOD-2-D " PERIODS RE-AGED"
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF CAP-FEE-AMOUNT > 0
               MOVE CAP-FEE-AMOUNT TO AMOUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "  LATE FEES CAPITALIZED . . . " AMOUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF FORBEAR-AMOUNT > 0
               MOVE FORBEAR-AMOUNT TO AMOUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "  PRINCIPAL FORBORNE TO MATURITY " AMOUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF MODT-CAP-INTEREST-YES AND CAP-INT-AMOUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "  NOTE - NO PAST-DUE INTEREST TO CAPITALIZE"
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * THE CLASS TEST ALREADY FAILED FOR SOME REJECTS, SO NOTHING
      * PACKED IS EDITED ONTO THE LINE - THE LOAN AND THE REASON
      * ARE WHAT THE COLLECTOR NEEDS TO RE-AGREE THE WORKOUT.
       WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " MODT-LOAN-NO
               " ** REJECTED - " REJECT-REASON " **"
               " - " MODT-OPERATOR
               INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-MOD-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE TRAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "WORKOUTS READ. . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BOOKED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "WORKOUTS BOOKED. . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE REJECT-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "WORKOUTS REJECTED. . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE CAP-INT-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "INTEREST CAPITALIZED . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE CAP-FEE-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "FEES CAPITALIZED . . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE FORBEAR-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "PRINCIPAL FORBORNE . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM LOANMOD.
