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
       PROGRAM-ID. LOANDLQM.
       REMARKS. NIGHTLY DELINQUENCY MEASURE. SWEEPS THE LOAN MASTER
               ONCE, WITH EACH LOAN'S SCHEDULE ROWS WHEREVER THEY
               LIVE (THE INLINE TABLE OR THE LOANSCHD COMPANION
               FILE), AND WRITES ONE DELINQUENCY STATUS RECORD PER
               LOAN TO THE INDEXED LOANDLQS FILE (SEE DLQSTAT.CPY):
               PERIODS DUE AND BEHIND, THE PAST-DUE AMOUNT, PERIODS
               PAST THE LATE-CHARGE GRACE WINDOW, THE OLDEST UNPAID
               DUE DATE, AND THE NEXT DUE DATE AND AMOUNT. LOANPDUE,
               LOANLATE, LOANCOLL, LOANNOTC AND LOANBILL READ THAT
               FILE INSTEAD OF EACH RE-DERIVING THE SAME FIGURES, SO
               RUN THIS AFTER LOANPOST AND BEFORE ANY OF THEM. A SHORT
               CONTROL REPORT GOES TO DLQMRPT.

               THE AS-OF DATE AND THE CYCLE PERIOD FOR UNDATED LOANS
               COME FROM THE DLQMPARM CARD, THE SAME SHAPE AS
               LOANPDUE'S; WITH NO CARD (OR ONE GIVING NEITHER) THE
               RUN TAKES THE PROCESSING DATE ON LOANDATE (SEE
               PROCDATE.CPY). THE GRACE DAYS COME FROM THE
               LATE-CHARGE CARD ITSELF (LATEPARM), SO THE WINDOW IS
               SET IN ONE PLACE; WITH NO LATE-CHARGE CARD THERE IS
               NO GRACE. A DUE DATE ON A WEEKEND OR A HOLIDAY ON THE
               LOANCAL CALENDAR ROLLS TO THE NEXT BUSINESS DAY
               BEFORE THE GRACE WINDOW IS COUNTED, AS THE NOTE READS.

               ENDS RC 8 WHEN THE MASTER OR THE STATUS FILE CANNOT
               BE OPENED, RC 4 WHEN SOME LOAN'S SCHEDULE ROWS COULD
               NOT BE READ (THOSE LOANS ARE LISTED AND FLAGGED ON
               THEIR STATUS RECORDS).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLQM-PARM-FILE ASSIGN TO DLQMPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LATE-PARM-FILE ASSIGN TO LATEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.

      * COMPANION SCHEDULE FILE - THE TAIL OF A SCHEDULE TOO LONG
      * FOR THE MASTER RECORD (SEE SCHDROW.CPY). OPTIONAL: A SITE
      * WITH NO LONG LOANS NEVER HAS ONE.
           SELECT SCHEDULE-ROW-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-KEY
               FILE STATUS IS WS-SCHD-STATUS.

      * WRITTEN IN KEY ORDER STRAIGHT OFF THE MASTER SWEEP.
           SELECT DLQ-STATUS-FILE ASSIGN TO LOANDLQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLQ-LOAN-NO
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT DLQM-RPT-FILE ASSIGN TO DLQMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE CARD: AS-OF DATE (CCYYMMDD) AND THE CYCLE PERIOD FALLBACK
      * FOR UNDATED LOANS - THE SAME CARD SHAPE AS LOANPDUE'S.
       FD  DLQM-PARM-FILE.
       01  DLQM-PARM-RECORD.
           03 PARM-ASOF-DATE    PIC 9(8).
           03 FILLER            PIC X(1).
           03 PARM-ASOF-PERIOD  PIC 9(4).

      * LOANLATE'S CARD - ONLY THE GRACE DAYS ARE TAKEN FROM IT HERE.
       FD  LATE-PARM-FILE.
       01  LATE-PARM-RECORD.
           03 LATE-PARM-ASOF-DATE   PIC 9(8).
           03 FILLER                PIC X(1).
           03 LATE-PARM-ASOF-PERIOD PIC 9(4).
           03 FILLER                PIC X(1).
           03 LATE-PARM-GRACE-DAYS  PIC 9(3).
           03 FILLER                PIC X(1).
           03 LATE-PARM-LATE-FEE    PIC 9(5)V99.

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       FD  DLQ-STATUS-FILE.
       COPY "DLQSTAT.CPY".

       FD  DLQM-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-LATE-PARM-STATUS PIC X(2).
         88 WS-LATE-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
       01 WS-DLQ-STATUS PIC X(2).
         88 WS-DLQ-OK VALUE "00".

       01 ASOF-DATE.
          03 ASOF-YYYY PIC 9(4).
          03 ASOF-MM   PIC 9(2).
          03 ASOF-DD   PIC 9(2).
       01 ASOF-DATE-N REDEFINES ASOF-DATE PIC 9(8).
       01 ASOF-PERIOD         PIC S9(4) COMP VALUE 0.
       01 GRACE-DAYS          PIC S9(4) COMP VALUE 0.

      * THE AS-OF DATE IN THE SAME YYYY-MM-DD SHAPE THE SCHEDULE'S
      * MSTR-DUEDATE ROWS CARRY, SO "HAS THIS DUE DATE PASSED" IS A
      * PLAIN CHARACTER COMPARE.
       01 ASOF-DATE-FMT.
          03 ASOF-FMT-YYYY PIC 9(4).
          03 FILLER        PIC X VALUE "-".
          03 ASOF-FMT-MM   PIC 9(2).
          03 FILLER        PIC X VALUE "-".
          03 ASOF-FMT-DD   PIC 9(2).

      * THE GRACE CUTOFF IS THE AS-OF DATE STEPPED BACK BY THE GRACE
      * DAYS, IN THE SAME SHAPE, FOR THE SAME REASON.
       01 CUTOFF-DAY-INT      PIC S9(8) COMP.
       01 CUTOFF-DATE-N       PIC 9(8).
       01 CUTOFF-DATE-X REDEFINES CUTOFF-DATE-N.
          03 CUTOFF-YYYY PIC X(4).
          03 CUTOFF-MM   PIC X(2).
          03 CUTOFF-DD   PIC X(2).
       01 CUTOFF-DATE-FMT.
          03 CUTOFF-FMT-YYYY PIC X(4).
          03 FILLER          PIC X VALUE "-".
          03 CUTOFF-FMT-MM   PIC X(2).
          03 FILLER          PIC X VALUE "-".
          03 CUTOFF-FMT-DD   PIC X(2).

      * A SCHEDULE ROW'S DUE DATE ROLLED OFF A WEEKEND OR HOLIDAY,
      * IN THE SAME YYYY-MM-DD SHAPE AS THE CUTOFF IT IS HELD AGAINST.
       01 ROLL-DUE-N          PIC 9(8).
       01 ROLL-DUE-X REDEFINES ROLL-DUE-N.
          03 ROLL-DUE-YYYY PIC X(4).
          03 ROLL-DUE-MM   PIC X(2).
          03 ROLL-DUE-DD   PIC X(2).
       01 ROLLED-DUE-FMT.
          03 ROLLED-FMT-YYYY PIC X(4).
          03 FILLER          PIC X.
          03 ROLLED-FMT-MM   PIC X(2).
          03 FILLER          PIC X.
          03 ROLLED-FMT-DD   PIC X(2).
       COPY "BUSDAY.CPY".

      * THE FULL LENGTH OF THE LOAN IN HAND AND ONE SCHEDULE ROW
      * FETCHED THROUGH GET-SCHED-ROW, WHEREVER THE ROW LIVES - THE
      * INLINE TABLE OR THE COMPANION FILE. A MISSING ROW'S DUE
      * DATE COMES BACK HIGH-VALUES SO THE DUE-DATE SCAN STOPS
      * INSTEAD OF COUNTING PERIODS THAT CANNOT BE READ.
       01 WS-SCHD-STATUS PIC X(2).
         88 WS-SCHD-OK VALUE "00".
       01 SCHD-FILE-SWITCH PIC 9 VALUE 0.
         88 SCHD-FILE-OPEN VALUE 1.
       01 LOAN-TOTAL-PERIODS PIC S9(4) COMP.
       01 SROW-PERIOD      PIC S9(4) COMP.
       01 SROW-PAYMENT-X   PIC X(13).
       01 SROW-DUEDATE-X   PIC X(10).
       01 DUE-SCAN-DONE-SW PIC 9.
         88 DUE-SCAN-DONE  VALUE 1.
       01 GRACE-SCAN-DONE-SW PIC 9.
         88 GRACE-SCAN-DONE VALUE 1.

       01 PERIODS-DUE         PIC S9(4) COMP.
       01 PERIODS-PAST-GRACE  PIC S9(4) COMP.
       01 PMT-PERIOD          PIC S9(4) COMP.
       01 SCHED-DUE-AMOUNT    PIC S9(13)V99 COMP-3.
       01 PAST-DUE-AMOUNT     PIC S9(13)V99 COMP-3.

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 WRITTEN-COUNT       PIC S9(8) COMP VALUE 0.
       01 CLOSED-COUNT        PIC S9(8) COMP VALUE 0.
       01 UNDATED-COUNT       PIC S9(8) COMP VALUE 0.
       01 ROWS-MISSING-COUNT  PIC S9(8) COMP VALUE 0.
       01 WRITE-ERROR-COUNT   PIC S9(8) COMP VALUE 0.
       01 BEHIND-1-COUNT      PIC S9(8) COMP VALUE 0.
       01 BEHIND-2-COUNT      PIC S9(8) COMP VALUE 0.
       01 BEHIND-3-COUNT      PIC S9(8) COMP VALUE 0.
       01 TOTAL-PAST-DUE      PIC S9(13)V99 COMP-3 VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 PERIOD-D            PIC ZZZ9.
       01 GRACE-D             PIC ZZ9.
       01 ASOF-DATE-D         PIC 9(8).

       PROCEDURE DIVISION.

           PERFORM READ-DLQM-PARM
           PERFORM READ-GRACE-DAYS

           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DLQ-STATUS-FILE
           IF NOT WS-DLQ-OK
               DISPLAY "UNABLE TO OPEN THE DELINQUENCY STATUS FILE"
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DLQM-RPT-FILE

           OPEN INPUT SCHEDULE-ROW-FILE
           IF WS-SCHD-OK
               SET SCHD-FILE-OPEN TO TRUE
           END-IF

           MOVE ASOF-DATE-N TO ASOF-DATE-D
           MOVE ASOF-PERIOD TO PERIOD-D
           MOVE GRACE-DAYS  TO GRACE-D
           MOVE SPACES TO RPT-LINE
           STRING "DELINQUENCY MEASURE AS OF " ASOF-DATE-D
               " - CYCLE PERIOD " PERIOD-D
               " - GRACE DAYS " GRACE-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM READ-MASTER

           PERFORM UNTIL WS-EOF
               ADD 1 TO LOAN-COUNT
               PERFORM MEASURE-ONE-LOAN
               PERFORM WRITE-STATUS-RECORD
               PERFORM READ-MASTER
           END-PERFORM

           PERFORM WRITE-DLQM-TOTALS

           CLOSE LOAN-MASTER-FILE
           CLOSE DLQ-STATUS-FILE
           CLOSE DLQM-RPT-FILE
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF

           EVALUATE TRUE
               WHEN WRITE-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ROWS-MISSING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN OR A CATCH-UP DAY. WITH
      * NO CARD THE RUN TAKES THE PROCESSING DATE FROM LOANDATE; WITH
      * NEITHER IT STOPS COLD - EVERY REPORT OF THE NIGHT WOULD AGE
      * THE BOOK AGAINST A GUESSED DATE.
       READ-DLQM-PARM.
           MOVE 0 TO ASOF-DATE-N
           MOVE 0 TO ASOF-PERIOD
           OPEN INPUT DLQM-PARM-FILE
           IF WS-PARM-OK
               READ DLQM-PARM-FILE
                   NOT AT END
                       IF PARM-ASOF-PERIOD NOT NUMERIC
                               OR PARM-ASOF-DATE NOT NUMERIC
                           DISPLAY "DELINQUENCY PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-ASOF-DATE   TO ASOF-DATE-N
                       MOVE PARM-ASOF-PERIOD TO ASOF-PERIOD
               END-READ
               CLOSE DLQM-PARM-FILE
           END-IF

      * THE CYCLE PERIOD MAY BE ZERO WHEN A REAL AS-OF DATE IS GIVEN
      * (A FULLY DATED BOOK NEVER USES IT). A CARD WITH NEITHER - OR
      * NO CARD AT ALL - RUNS ON THE PROCESSING DATE.
           IF ASOF-PERIOD = 0 AND ASOF-DATE-N = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO ASOF-DATE-N
           END-IF

           MOVE ASOF-YYYY TO ASOF-FMT-YYYY
           MOVE ASOF-MM   TO ASOF-FMT-MM
           MOVE ASOF-DD   TO ASOF-FMT-DD.

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
               DISPLAY "DELINQUENCY PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE GRACE WINDOW IS WHATEVER THE LATE-CHARGE CARD SAYS, SO
      * THE PERIODS-PAST-GRACE FIGURE IS THE ONE LOANLATE WILL
      * CHARGE ON (LOANLATE REFUSES A FILE MEASURED WITH ANY OTHER).
      * NO CARD, OR A CARD WITHOUT USABLE DAYS, MEANS NO GRACE.
       READ-GRACE-DAYS.
           MOVE 0 TO GRACE-DAYS
           OPEN INPUT LATE-PARM-FILE
           IF WS-LATE-PARM-OK
               READ LATE-PARM-FILE
                   NOT AT END
                       IF LATE-PARM-GRACE-DAYS NUMERIC
                           MOVE LATE-PARM-GRACE-DAYS TO GRACE-DAYS
                       END-IF
               END-READ
               CLOSE LATE-PARM-FILE
           END-IF

           IF ASOF-DATE-N NOT = 0
               COMPUTE CUTOFF-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(ASOF-DATE-N)
                   - GRACE-DAYS
               COMPUTE CUTOFF-DATE-N =
                   FUNCTION DATE-OF-INTEGER(CUTOFF-DAY-INT)
               MOVE CUTOFF-YYYY TO CUTOFF-FMT-YYYY
               MOVE CUTOFF-MM   TO CUTOFF-FMT-MM
               MOVE CUTOFF-DD   TO CUTOFF-FMT-DD
           END-IF.

      * ANY NON-CLEAN STATUS ENDS THE PASS, NOT JUST AT END - A READ
      * ERROR THAT LEFT THE LOOP RUNNING WOULD GRIND THROUGH GARBAGE
      * RECORDS FOREVER.
       READ-MASTER.
           READ LOAN-MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-MSTR-OK
               SET WS-EOF TO TRUE
           END-IF.

      * EVERY LOAN IS MEASURED, CLOSED ONES INCLUDED - LOANCOLL
      * STAMPS A CLOSED LOAN'S LAST ARREARS ON THE CASE IT CLOSES.
      * THE READERS THAT AGE ONLY THE LIVE BOOK FILTER ON
      * DLQ-LIFECYCLE THEMSELVES.
       MEASURE-ONE-LOAN.
           MOVE SPACES TO DELINQUENCY-STATUS-RECORD
           MOVE MSTR-LOAN-NO      TO DLQ-LOAN-NO
           MOVE MSTR-BORROWER-ID  TO DLQ-BORROWER-ID
           MOVE MSTR-LIFECYCLE    TO DLQ-LIFECYCLE
           MOVE ASOF-DATE-N       TO DLQ-ASOF-DATE
           MOVE ASOF-PERIOD       TO DLQ-ASOF-PERIOD
           MOVE GRACE-DAYS        TO DLQ-GRACE-DAYS
           MOVE MSTR-PAID-THRU    TO DLQ-PAID-THRU
           MOVE MSTR-AMT-RECEIVED TO DLQ-AMT-RECEIVED
           MOVE ZERO TO DLQ-OLDEST-PERIOD
           MOVE ZERO TO DLQ-OLDEST-AMT
           MOVE ZERO TO DLQ-NEXT-PERIOD
           MOVE ZERO TO DLQ-NEXT-AMT

      * HOW FAR THE SCHEDULE REALLY RUNS - PAST THE INLINE TABLE
      * WHEN THE TAIL LIVES ON THE COMPANION FILE.
           IF MSTR-TOTAL-PERIODS > MSTR-PERIODS
               MOVE MSTR-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           ELSE
               MOVE MSTR-PERIODS TO LOAN-TOTAL-PERIODS
           END-IF
           MOVE LOAN-TOTAL-PERIODS TO DLQ-TOTAL-PERIODS

           IF MSTR-FIRST-PMT-DATE NUMERIC
                   AND MSTR-FIRST-PMT-DATE NOT = 0
                   AND ASOF-DATE-N NOT = 0
               SET DLQ-DATED-LOAN TO TRUE
               PERFORM SCAN-DUE-DATES
           ELSE
               SET DLQ-UNDATED-LOAN TO TRUE
               ADD 1 TO UNDATED-COUNT
               PERFORM COUNT-UNDATED-PERIODS
           END-IF

           MOVE PERIODS-DUE        TO DLQ-PERIODS-DUE
           MOVE PERIODS-PAST-GRACE TO DLQ-PERIODS-PAST-GRACE
           COMPUTE DLQ-PERIODS-BEHIND = PERIODS-DUE - MSTR-PAID-THRU

           MOVE ZERO TO PAST-DUE-AMOUNT
           IF DLQ-PERIODS-BEHIND > 0
               COMPUTE PAST-DUE-AMOUNT =
                   SCHED-DUE-AMOUNT - MSTR-AMT-RECEIVED
               IF PAST-DUE-AMOUNT < 0
                   MOVE ZERO TO PAST-DUE-AMOUNT
               END-IF
      * THE OLDEST UNPAID ROW IS THE ONE AFTER THE LAST PAID.
               COMPUTE SROW-PERIOD = MSTR-PAID-THRU + 1
               PERFORM GET-SCHED-ROW
               MOVE SROW-PERIOD TO DLQ-OLDEST-PERIOD
               MOVE SROW-DUEDATE-X TO DLQ-OLDEST-DUE-DATE
               PERFORM CHECK-ROW-READ
               COMPUTE DLQ-OLDEST-AMT =
                   FUNCTION NUMVAL(SROW-PAYMENT-X)
           END-IF
           MOVE PAST-DUE-AMOUNT TO DLQ-PAST-DUE-AMT

      * THE NEXT ROW TO FALL DUE - PAST BOTH WHAT IS PAID AND WHAT
      * IS ALREADY DUE.
           IF PERIODS-DUE > MSTR-PAID-THRU
               COMPUTE SROW-PERIOD = PERIODS-DUE + 1
           ELSE
               COMPUTE SROW-PERIOD = MSTR-PAID-THRU + 1
           END-IF
           IF SROW-PERIOD <= LOAN-TOTAL-PERIODS
               PERFORM GET-SCHED-ROW
               MOVE SROW-PERIOD TO DLQ-NEXT-PERIOD
               MOVE SROW-DUEDATE-X TO DLQ-NEXT-DUE-DATE
               PERFORM CHECK-ROW-READ
               COMPUTE DLQ-NEXT-AMT =
                   FUNCTION NUMVAL(SROW-PAYMENT-X)
           END-IF

           IF DLQ-ROWS-MISSING
               ADD 1 TO ROWS-MISSING-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO
                   " ** SCHEDULE ROWS UNAVAILABLE - MEASURED AS FAR "
                   "AS THEY COULD BE READ **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           EVALUATE TRUE
               WHEN DLQ-LIFE-CLOSED
                   ADD 1 TO CLOSED-COUNT
               WHEN DLQ-PERIODS-BEHIND <= 0
                   CONTINUE
               WHEN DLQ-PERIODS-BEHIND = 1
                   ADD 1 TO BEHIND-1-COUNT
                   ADD PAST-DUE-AMOUNT TO TOTAL-PAST-DUE
               WHEN DLQ-PERIODS-BEHIND = 2
                   ADD 1 TO BEHIND-2-COUNT
                   ADD PAST-DUE-AMOUNT TO TOTAL-PAST-DUE
               WHEN OTHER
                   ADD 1 TO BEHIND-3-COUNT
                   ADD PAST-DUE-AMOUNT TO TOTAL-PAST-DUE
           END-EVALUATE.

      * ONE WALK DOWN THE SCHEDULE ROWS, IN DUE-DATE ORDER, UNTIL A
      * ROW FALLS DUE AFTER THE AS-OF DATE. EACH ROW FETCHED IS
      * COUNTED THREE WAYS AT ONCE - DUE, PAST THE GRACE CUTOFF ONCE
      * ROLLED OFF A WEEKEND OR HOLIDAY, AND INTO THE SCHEDULED
      * AMOUNT DUE - SO NO ROW IS READ TWICE. A ROW THAT CANNOT BE
      * READ STOPS THE WALK AND FLAGS THE LOAN.
       SCAN-DUE-DATES.
           MOVE ZERO TO PERIODS-DUE
           MOVE ZERO TO PERIODS-PAST-GRACE
           MOVE ZERO TO SCHED-DUE-AMOUNT
           MOVE 1 TO PMT-PERIOD
           MOVE 0 TO DUE-SCAN-DONE-SW
           MOVE 0 TO GRACE-SCAN-DONE-SW
           PERFORM UNTIL DUE-SCAN-DONE
               IF PMT-PERIOD > LOAN-TOTAL-PERIODS
                   SET DUE-SCAN-DONE TO TRUE
               ELSE
                   MOVE PMT-PERIOD TO SROW-PERIOD
                   PERFORM GET-SCHED-ROW
                   PERFORM CHECK-ROW-READ
                   IF SROW-DUEDATE-X > ASOF-DATE-FMT
                       SET DUE-SCAN-DONE TO TRUE
                   ELSE
                       MOVE PMT-PERIOD TO PERIODS-DUE
                       COMPUTE SCHED-DUE-AMOUNT = SCHED-DUE-AMOUNT +
                           FUNCTION NUMVAL(SROW-PAYMENT-X)
                       IF NOT GRACE-SCAN-DONE
                           PERFORM ROLL-ROW-DUE-DATE
                           IF ROLLED-DUE-FMT > CUTOFF-DATE-FMT
                               SET GRACE-SCAN-DONE TO TRUE
                           ELSE
                               MOVE PMT-PERIOD TO PERIODS-PAST-GRACE
                           END-IF
                       END-IF
                       ADD 1 TO PMT-PERIOD
                   END-IF
               END-IF
           END-PERFORM.

      * AN UNDATED LOAN HAS NOTHING ON THE MASTER TO COUNT ELAPSED
      * PERIODS FROM - THE CARD'S CYCLE PERIOD, CAPPED AT THE
      * SCHEDULE LENGTH, IS BOTH ITS PERIODS DUE AND ITS PERIODS PAST
      * GRACE (GRACE HAS NO DATE TO WORK FROM).
       COUNT-UNDATED-PERIODS.
           MOVE ASOF-PERIOD TO PERIODS-DUE
           IF PERIODS-DUE > LOAN-TOTAL-PERIODS
               MOVE LOAN-TOTAL-PERIODS TO PERIODS-DUE
           END-IF
           MOVE PERIODS-DUE TO PERIODS-PAST-GRACE

           MOVE ZERO TO SCHED-DUE-AMOUNT
           IF PERIODS-DUE > MSTR-PAID-THRU
               PERFORM VARYING PMT-PERIOD FROM 1 BY 1
                       UNTIL PMT-PERIOD > PERIODS-DUE
                   MOVE PMT-PERIOD TO SROW-PERIOD
                   PERFORM GET-SCHED-ROW
                   PERFORM CHECK-ROW-READ
                   COMPUTE SCHED-DUE-AMOUNT = SCHED-DUE-AMOUNT +
                       FUNCTION NUMVAL(SROW-PAYMENT-X)
               END-PERFORM
           END-IF.

      * A ROW THAT CAME BACK HIGH-VALUES COULD NOT BE READ. IT IS
      * FLAGGED ON THE STATUS RECORD, AND ITS DUE DATE GOES OUT AS
      * SPACES RATHER THAN HIGH-VALUES.
       CHECK-ROW-READ.
           IF SROW-DUEDATE-X = HIGH-VALUES
               SET DLQ-ROWS-MISSING TO TRUE
               IF DLQ-OLDEST-DUE-DATE = HIGH-VALUES
                   MOVE SPACES TO DLQ-OLDEST-DUE-DATE
               END-IF
               IF DLQ-NEXT-DUE-DATE = HIGH-VALUES
                   MOVE SPACES TO DLQ-NEXT-DUE-DATE
               END-IF
           END-IF.

      * THE NOTE'S DUE DATE MOVES TO THE NEXT BUSINESS DAY WHEN IT
      * FALLS ON A WEEKEND OR A HOLIDAY ON THE LOANCAL CALENDAR (SEE
      * BUSDAY), AND THE GRACE WINDOW RUNS FROM THERE. SCHEDULES BUILT
      * SINCE LOANAMORT BEGAN ROLLING ALREADY CARRY THE ROLLED DATE,
      * SO THIS ONLY EVER MOVES AN OLDER ROW. A DATE THE CALENDAR
      * CANNOT READ IS LEFT AS IT IS.
       ROLL-ROW-DUE-DATE.
           MOVE SROW-DUEDATE-X TO ROLLED-DUE-FMT
           MOVE ROLLED-FMT-YYYY TO ROLL-DUE-YYYY
           MOVE ROLLED-FMT-MM   TO ROLL-DUE-MM
           MOVE ROLLED-FMT-DD   TO ROLL-DUE-DD
           IF ROLL-DUE-N NUMERIC
               MOVE "F" TO BDAY-FUNCTION
               MOVE ROLL-DUE-N TO BDAY-DATE-IN
               CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
               IF BDAY-OK
                   MOVE BDAY-DATE-OUT TO ROLL-DUE-N
                   MOVE ROLL-DUE-YYYY TO ROLLED-FMT-YYYY
                   MOVE ROLL-DUE-MM   TO ROLLED-FMT-MM
                   MOVE ROLL-DUE-DD   TO ROLLED-FMT-DD
               END-IF
           END-IF.

      * ONE SCHEDULE ROW, WHEREVER IT LIVES: THE INLINE TABLE FOR
      * PERIODS THE MASTER RECORD HOLDS, THE COMPANION FILE FOR THE
      * TAIL OF A LONG SCHEDULE.
       GET-SCHED-ROW.
           MOVE "0" TO SROW-PAYMENT-X
           MOVE HIGH-VALUES TO SROW-DUEDATE-X
           IF SROW-PERIOD <= MSTR-PERIODS
               MOVE MSTR-PAYMENT(SROW-PERIOD) TO SROW-PAYMENT-X
               MOVE MSTR-DUEDATE(SROW-PERIOD) TO SROW-DUEDATE-X
           ELSE
               IF SCHD-FILE-OPEN
                   MOVE MSTR-LOAN-NO TO SCHD-LOAN-NO
                   MOVE SROW-PERIOD  TO SCHD-PERIOD
                   READ SCHEDULE-ROW-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SCHD-PAYMENT TO SROW-PAYMENT-X
                           MOVE SCHD-DUEDATE TO SROW-DUEDATE-X
                   END-READ
               END-IF
           END-IF.

       WRITE-STATUS-RECORD.
           WRITE DELINQUENCY-STATUS-RECORD
           IF WS-DLQ-OK
               ADD 1 TO WRITTEN-COUNT
           ELSE
               ADD 1 TO WRITE-ERROR-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO
                   " ** UNABLE TO WRITE STATUS RECORD - STATUS "
                   WS-DLQ-STATUS " **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-DLQM-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS MEASURED . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WRITTEN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS RECORDS WRITTEN . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE UNDATED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  UNDATED (CYCLE PERIOD) : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE CLOSED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  PAID/CHARGED-OFF . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BEHIND-1-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "ONE PERIOD BEHIND. . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BEHIND-2-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "TWO PERIODS BEHIND . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BEHIND-3-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "THREE-PLUS BEHIND. . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TOTAL-PAST-DUE TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL PAST DUE . . . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           IF ROWS-MISSING-COUNT > 0
               MOVE ROWS-MISSING-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "SCHEDULE ROWS MISSING. . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF WRITE-ERROR-COUNT > 0
               MOVE WRITE-ERROR-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "STATUS WRITE ERRORS. . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM LOANDLQM.
