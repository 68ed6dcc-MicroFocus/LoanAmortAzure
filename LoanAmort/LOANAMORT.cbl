          03 FILLER       PIC X VALUE "-".
          03 WRK-FMT-DD   PIC 9(2).

      * THE DUE DATE AS PRINTED - THE RUNNING DUE DATE ROLLED OFF A
      * WEEKEND OR BANK HOLIDAY TO THE NEXT BUSINESS DAY, AS THE NOTE
      * READS. THE RUNNING DATE ITSELF NEVER ROLLS, SO ONE LATE
      * MONTH DOES NOT DRAG EVERY LATER DUE DATE ALONG WITH IT.
       01 WRK-ROLL-DATE.
          03 WRK-ROLL-YYYY PIC 9(4).
          03 WRK-ROLL-MM   PIC 9(2).
          03 WRK-ROLL-DD   PIC 9(2).
       01 WRK-ROLL-DATE-N REDEFINES WRK-ROLL-DATE PIC 9(8).
       COPY "BUSDAY.CPY".

      * FIRST CALENDAR MONTH OF THE SCHEDULE FOR THE ACTUAL/365 DAY
      * COUNT - THE FIRST PAYMENT'S OWN MONTH WHEN THE LOAN CARRIES A
      * DATE, JANUARY (THE OLD ASSUMPTION) WHEN IT DOES NOT.
       01 WRK-BALLOON-PERIOD  PIC S9(4) COMP VALUE ZERO.
       01 WRK-SCHED-END       PIC S9(4) COMP.

      * CONSTRUCTION DRAWS IN PERIOD SPACE (SEE DRAW-TABLE IN
      * AMORTIN.CPY AND CALC-DRAW-SETUP). EACH DRAW'S PERIOD IS THE
      * INTEREST-ONLY PERIOD IT FALLS IN, AND ITS FRACTION THE SHARE
      * OF THAT PERIOD STILL TO RUN AFTER THE DRAW DATE - THE SHARE
      * OF THE PERIOD'S INTEREST THE DRAW BEARS. WRK-DRAW-LAST-PERIOD
      * IS THE LAST PERIOD ANY DRAW FALLS IN (ZERO WITH NO DRAWS):
      * UNTIL THEN A ZERO BALANCE ONLY MEANS NOTHING HAS BEEN DRAWN
      * YET, NOT THAT THE LOAN IS PAID OFF.
       01 WRK-DRAW-PLACEMENT.
          03 WRK-DRAW-ENTRY OCCURS 36 TIMES.
             05 WRK-DRAW-PERIOD   PIC S9(4) COMP.
             05 WRK-DRAW-FRACTION PIC S9V9(9) COMP-3.
       01 WRK-DRAW-LAST-PERIOD PIC S9(4) COMP VALUE ZERO.
       01 WRK-DRAW-TOTAL      PIC S9(9) COMP-3.
       01 WRK-DRAW-RATE       PIC S9(9)V9(9) COMP-3.
       01 WRK-DRAW-INT        PIC S9(8) COMP.
       01 WRK-PERIOD-START-INT PIC S9(8) COMP.
       01 WRK-PERIOD-END-INT  PIC S9(8) COMP.
      * CARRIED WITH DECIMAL PLACES SO THE DAYS-LEFT OVER DAYS-IN-
      * PERIOD DIVISION KEEPS ITS FRACTION.
       01 WRK-DAYS-LEFT       PIC S9(5)V9(9) COMP-3.
       01 WRK-PERIOD-DAYS     PIC S9(5)V9(9) COMP-3.
       01 WRK-DRAW-AMT-SW     PIC 9 VALUE 0.
          88 WRK-DRAW-AMT-BAD VALUE 1.
       01 WRK-DRAW-DATE-SW    PIC 9 VALUE 0.
          88 WRK-DRAW-DATE-BAD VALUE 1.

      * FIELDS USED TO WORK OUT THE BASELINE (NO EXTRA PRINCIPAL)
      * TOTAL INTEREST SO WE CAN REPORT HOW MUCH A PREPAYMENT SAVES.
       01 ORIG-PRINCIPAL     PIC S9(8) COMP-3.
               GOBACK RETURNING -12
           END-IF

      * CONSTRUCTION DRAWS ONLY MEAN SOMETHING ON A DATED LOAN WITH
      * AN INTEREST-ONLY HEAD FOR THEM TO FALL IN. NO DRAW MAY BE
      * EMPTY OR TAKE THE LOAN PAST ITS COMMITMENT, AND EVERY DRAW
      * DATE HAS TO BE A REAL DATE; WHETHER IT FALLS INSIDE THE HEAD
      * IS CHECKED ONCE THE PERIODS ARE SET UP, BELOW.
           IF DRAW-COUNT < 0 OR DRAW-COUNT > 36
                   OR (DRAW-COUNT > 0
                       AND (IOMONTHS = 0 OR FIRSTPMTDATE = 0))
               MOVE -13 TO AUDIT-RC-D
               PERFORM WRITE-REJECTED-AUDIT-RECORD
               GOBACK RETURNING -13
           END-IF

           IF DRAW-COUNT > 0
               PERFORM CHECK-DRAW-TABLE
               IF WRK-DRAW-AMT-BAD
                   MOVE -14 TO AUDIT-RC-D
                   PERFORM WRITE-REJECTED-AUDIT-RECORD
                   GOBACK RETURNING -14
               END-IF
               IF WRK-DRAW-DATE-BAD
                   MOVE -15 TO AUDIT-RC-D
                   PERFORM WRITE-REJECTED-AUDIT-RECORD
                   GOBACK RETURNING -15
               END-IF
           END-IF

      * LOANBATCH CALLS THIS PROGRAM ONCE PER APPLICATION IN THE SAME
      * RUN, SO ACCUMULATORS CAN'T RELY ON THE WORKING-STORAGE VALUE
      * CLAUSE - THAT ONLY TAKES EFFECT ON THE FIRST CALL A RUN MAKES,
               GOBACK RETURNING -6
           END-IF

           IF DRAW-COUNT > 0
               PERFORM CALC-DRAW-SETUP
               IF WRK-DRAW-DATE-BAD
                   MOVE -15 TO AUDIT-RC-D
                   PERFORM WRITE-REJECTED-AUDIT-RECORD
                   GOBACK RETURNING -15
               END-IF
           END-IF

      * THE SCHEDULE'S ROW COUNT IS WHERE IT ACTUALLY ENDS - THE
      * BALLOON PERIOD ON A BALLOON NOTE - WHILE THE PAYMENT ITSELF
      * STILL AMORTIZES OVER THE FULL TERM.
           PERFORM CALC-BASELINE-INTEREST
           MOVE ORIG-RATE TO RATE

      * A CONSTRUCTION LOAN STARTS WITH NOTHING OUT - THE RUNNING
      * BALANCE IS BUILT UP DRAW BY DRAW AS THE LOOP REACHES THE
      * PERIOD EACH ONE FALLS IN. THE PAYMENT, APR AND BASELINE
      * ABOVE STILL WORK FROM THE FULL COMMITMENT.
           IF DRAW-COUNT > 0
               MOVE ZERO TO PRINCIPAL
           END-IF

           IF INTMETHOD-RULE78
               PERFORM CALC-RULE78-SCHEDULE
           ELSE
               PERFORM VARYING MONTH FROM 1 BY 1
                       UNTIL MONTH > WRK-SCHED-END
                          OR (PRINCIPAL <= 0
                              AND MONTH > WRK-DRAW-LAST-PERIOD)
                   PERFORM CHECK-RATE-CHANGE
                   PERFORM CALC-MONTHLY-INTEREST
                   IF MONTH <= WRK-DRAW-LAST-PERIOD
                       PERFORM ADD-PERIOD-DRAWS
                   END-IF
                   COMPUTE TOTINTPAID = TOTINTPAID + INTPAID

      * DURING THE INTEREST-ONLY PERIOD THE SCHEDULED PAYMENT IS THE
                   MOVE PRINCIPAL   TO OUTBALANCE(MONTH)

                   IF WRK-PAYOFF-MONTH = ZERO AND PRINCIPAL <= 0
                           AND MONTH >= WRK-DRAW-LAST-PERIOD
                       MOVE MONTH TO WRK-PAYOFF-MONTH
                   END-IF
               END-PERFORM
           MOVE ZERO TO TOTINTPAID
           MOVE ZERO TO BASE-TOTINTPAID
           MOVE ZERO TO WRK-PAYOFF-MONTH
           MOVE ZERO TO WRK-DRAW-LAST-PERIOD
           SET OUTSTATUS-OK TO TRUE.
       INITIALIZE-WORK-FIELDS-EXIT.
           EXIT.
      * PASS AFTER EITHER CALCULATION LOOP, ONCE OUTPERIODS IS FINAL
      * (AN EXTRA-PRINCIPAL PAYOFF MAY HAVE SHORTENED IT). AN UNDATED
      * LOAN GETS SPACES SO EVERY CONSUMER CAN TELL THERE IS NO DATE
      * RATHER THAN A FAKE ONE. EACH DATE PRINTED IS ROLLED TO A
      * BUSINESS DAY ON THE HOLIDAY CALENDAR (SEE ROLL-DUE-DATE).
       SET-DUE-DATES.
           IF FIRSTPMTDATE = 0
               PERFORM VARYING MONTH FROM 1 BY 1
               MOVE WRK-DUE-DD TO WRK-ANCHOR-DAY
               PERFORM VARYING MONTH FROM 1 BY 1
                       UNTIL MONTH > OUTPERIODS
                   PERFORM ROLL-DUE-DATE
                   MOVE WRK-ROLL-YYYY TO WRK-FMT-YYYY
                   MOVE WRK-ROLL-MM   TO WRK-FMT-MM
                   MOVE WRK-ROLL-DD   TO WRK-FMT-DD
                   MOVE WRK-DUE-FMT  TO OUTDUEDATE(MONTH)
                   PERFORM STEP-DUE-DATE
               END-PERFORM
       STEP-DUE-DATE-EXIT.
           EXIT.

       ROLL-DUE-DATE.
           MOVE "F" TO BDAY-FUNCTION
           MOVE WRK-DUE-DATE-N TO BDAY-DATE-IN
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
           IF BDAY-OK
               MOVE BDAY-DATE-OUT TO WRK-ROLL-DATE-N
           ELSE
               MOVE WRK-DUE-DATE-N TO WRK-ROLL-DATE-N
           END-IF.
       ROLL-DUE-DATE-EXIT.
           EXIT.

      * DAYS IN THE RUNNING DUE DATE'S MONTH, WITH A REAL FEB 29 IN
      * LEAP YEARS - UNLIKE THE SCHEDULE'S OWN DAY-COUNT TABLE, A DUE
      * DATE PRINTED ON A BORROWER'S COUPON HAS TO BE A DATE THAT
       CALC-PERIOD-SETUP-EXIT.
           EXIT.

      * EVERY DRAW HAS TO BE A POSITIVE AMOUNT ON A REAL CALENDAR
      * DATE, AND TOGETHER THEY MAY NOT COME TO MORE THAN THE
      * COMMITMENT. THE DATE TEST IS THE SAME ONE FIRSTPMTDATE GETS.
       CHECK-DRAW-TABLE.
           MOVE 0 TO WRK-DRAW-AMT-SW
           MOVE 0 TO WRK-DRAW-DATE-SW
           MOVE ZERO TO WRK-DRAW-TOTAL
           PERFORM VARYING DRAW-IDX FROM 1 BY 1
                   UNTIL DRAW-IDX > DRAW-COUNT
               IF DRAW-AMOUNT(DRAW-IDX) <= 0
                   SET WRK-DRAW-AMT-BAD TO TRUE
               END-IF
               ADD DRAW-AMOUNT(DRAW-IDX) TO WRK-DRAW-TOTAL
               MOVE DRAW-DATE(DRAW-IDX) TO WRK-DUE-DATE-N
               IF WRK-DUE-YYYY < 1800 OR WRK-DUE-MM < 1
                       OR WRK-DUE-MM > 12 OR WRK-DUE-DD < 1
                       OR WRK-DUE-DD > 31
                   SET WRK-DRAW-DATE-BAD TO TRUE
               ELSE
                   PERFORM SET-MONTH-DAYS
                   IF WRK-DUE-DD > WRK-MONTH-DAYS
                       SET WRK-DRAW-DATE-BAD TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-DRAW-TOTAL > PRINCIPAL
               SET WRK-DRAW-AMT-BAD TO TRUE
           END-IF.

       CHECK-DRAW-TABLE-EXIT.
           EXIT.

      * PLACE EACH DRAW IN THE INTEREST-ONLY PERIOD IT FALLS IN. A
      * PERIOD RUNS FROM THE DUE DATE BEFORE IT (EXCLUSIVE) TO ITS
      * OWN DUE DATE (INCLUSIVE), ON THE RUNNING DUE DATES RATHER
      * THAN THE BUSINESS-DAY ROLLED ONES, SO THE PERIODS TILE WITH
      * NO GAPS; THE FIRST PERIOD STARTS ONE STEP BEFORE
      * FIRSTPMTDATE. THE DAYS LEFT IN THE PERIOD AFTER THE DRAW
      * DATE, OVER THE DAYS IN THE PERIOD, ARE THE SHARE OF THAT
      * PERIOD'S INTEREST THE DRAW BEARS - A DRAW AT OR BEFORE THE
      * FIRST PERIOD'S START BEARS THE WHOLE PERIOD, ONE ON A DUE
      * DATE NONE UNTIL THE NEXT. A DRAW PAST THE LAST INTEREST-ONLY
      * DUE DATE IS LEFT WITH NO PERIOD, AND REJECTS THE CALL.
       CALC-DRAW-SETUP.
           MOVE 0 TO WRK-DRAW-DATE-SW
           MOVE ZERO TO WRK-DRAW-LAST-PERIOD
           PERFORM VARYING DRAW-IDX FROM 1 BY 1
                   UNTIL DRAW-IDX > DRAW-COUNT
               MOVE ZERO TO WRK-DRAW-PERIOD(DRAW-IDX)
               MOVE ZERO TO WRK-DRAW-FRACTION(DRAW-IDX)
           END-PERFORM

           MOVE FIRSTPMTDATE TO WRK-DUE-DATE-N
           MOVE WRK-DUE-DD TO WRK-ANCHOR-DAY
           PERFORM BACK-UP-DUE-DATE
           COMPUTE WRK-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DUE-DATE-N)

           MOVE FIRSTPMTDATE TO WRK-DUE-DATE-N
           PERFORM VARYING MONTH FROM 1 BY 1
                   UNTIL MONTH > WRK-IO-PERIODS
               COMPUTE WRK-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DUE-DATE-N)
               PERFORM PLACE-PERIOD-DRAWS
               MOVE WRK-PERIOD-END-INT TO WRK-PERIOD-START-INT
               PERFORM STEP-DUE-DATE
           END-PERFORM

           PERFORM VARYING DRAW-IDX FROM 1 BY 1
                   UNTIL DRAW-IDX > DRAW-COUNT
               IF WRK-DRAW-PERIOD(DRAW-IDX) = 0
                   SET WRK-DRAW-DATE-BAD TO TRUE
               END-IF
           END-PERFORM.

       CALC-DRAW-SETUP-EXIT.
           EXIT.

       PLACE-PERIOD-DRAWS.
           PERFORM VARYING DRAW-IDX FROM 1 BY 1
                   UNTIL DRAW-IDX > DRAW-COUNT
               IF WRK-DRAW-PERIOD(DRAW-IDX) = 0
                   COMPUTE WRK-DRAW-INT =
                       FUNCTION INTEGER-OF-DATE(DRAW-DATE(DRAW-IDX))
                   IF WRK-DRAW-INT <= WRK-PERIOD-END-INT
                       MOVE MONTH TO WRK-DRAW-PERIOD(DRAW-IDX)
                       IF WRK-DRAW-INT <= WRK-PERIOD-START-INT
                           MOVE 1 TO WRK-DRAW-FRACTION(DRAW-IDX)
                       ELSE
                           COMPUTE WRK-DAYS-LEFT =
                               WRK-PERIOD-END-INT - WRK-DRAW-INT
                           COMPUTE WRK-PERIOD-DAYS =
                               WRK-PERIOD-END-INT - WRK-PERIOD-START-INT
                           COMPUTE WRK-DRAW-FRACTION(DRAW-IDX) ROUNDED
                               = WRK-DAYS-LEFT / WRK-PERIOD-DAYS
                       END-IF
                       IF MONTH > WRK-DRAW-LAST-PERIOD
                           MOVE MONTH TO WRK-DRAW-LAST-PERIOD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PLACE-PERIOD-DRAWS-EXIT.
           EXIT.

      * ONE STEP BACK FROM THE RUNNING DUE DATE - THE MIRROR OF
      * STEP-DUE-DATE, WITH THE SAME DAY-OF-MONTH ANCHORING.
       BACK-UP-DUE-DATE.
           IF PMTFREQ-MONTHLY
               SUBTRACT 1 FROM WRK-DUE-MM
               IF WRK-DUE-MM < 1
                   MOVE 12 TO WRK-DUE-MM
                   SUBTRACT 1 FROM WRK-DUE-YYYY
               END-IF
               PERFORM SET-MONTH-DAYS
               IF WRK-ANCHOR-DAY > WRK-MONTH-DAYS
                   MOVE WRK-MONTH-DAYS TO WRK-DUE-DD
               ELSE
                   MOVE WRK-ANCHOR-DAY TO WRK-DUE-DD
               END-IF
           ELSE
               IF PMTFREQ-BIWEEKLY
                   COMPUTE WRK-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-DUE-DATE-N) - 14
               ELSE
                   COMPUTE WRK-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-DUE-DATE-N) - 7
               END-IF
               COMPUTE WRK-DUE-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WRK-DUE-INT)
           END-IF.

       BACK-UP-DUE-DATE-EXIT.
           EXIT.

      * THE DRAWS THAT WENT OUT DURING THIS PERIOD BEAR INTEREST
      * ONLY FOR THE PART OF IT AFTER THEIR OWN DATE (SEE
      * CALC-DRAW-SETUP), AT THE SAME PER-PERIOD RATE
      * CALC-MONTHLY-INTEREST HAS JUST CHARGED THE BALANCE ALREADY
      * OUT. THEY JOIN THE RUNNING BALANCE HERE, SO FROM THE NEXT
      * PERIOD ON THEY BEAR INTEREST IN FULL.
       ADD-PERIOD-DRAWS.
           IF DAYCOUNT-ACTUAL AND PMTFREQ-MONTHLY
               COMPUTE WRK-MONTH-IDX = FUNCTION
                   MOD(WRK-START-MM - 1 + MONTH - 1, 12) + 1
               COMPUTE WRK-DRAW-RATE = (RATE / 100) *
                   (DAYS-IN-MONTH(WRK-MONTH-IDX) / 365)
           ELSE
               COMPUTE WRK-DRAW-RATE =
                   (RATE / 100) / WRK-PERIODS-PER-YEAR
           END-IF

           PERFORM VARYING DRAW-IDX FROM 1 BY 1
                   UNTIL DRAW-IDX > DRAW-COUNT
               IF WRK-DRAW-PERIOD(DRAW-IDX) = MONTH
                   COMPUTE INTPAID ROUNDED = INTPAID +
                       DRAW-AMOUNT(DRAW-IDX) * WRK-DRAW-RATE
                           * WRK-DRAW-FRACTION(DRAW-IDX)
                   ADD DRAW-AMOUNT(DRAW-IDX) TO PRINCIPAL
               END-IF
           END-PERFORM.

       ADD-PERIOD-DRAWS-EXIT.
           EXIT.

      * ARMS RESET AT DEFINED MONTHS INSTEAD OF CARRYING ONE FLAT
      * RATE FOR THE LIFE OF THE LOAN. WHEN THE CURRENT MONTH CROSSES
      * A RESET POINT IN RATECHG-TABLE, PICK UP THE NEW RATE AND
