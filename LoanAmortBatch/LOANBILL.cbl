               DUE. A LONG LOAN'S SCHEDULE ROWS PAST THE INLINE
               TABLE ARE FETCHED FROM THE COMPANION SCHEDULE FILE,
               SO BILLING RUNS THE FULL LENGTH OF THE SCHEDULE.
               EVERY STATEMENT ENDS WITH A TEAR-OFF PAYMENT COUPON
               CARRYING THE SCAN LINE (SEE COUPON.CPY) THE BANK'S
               LOCKBOX READS BACK FOR LOANLBX TO APPLY THE CHECK.
               ENDS WITH A COUNT-AND-AMOUNT CONTROL SECTION
               WRITTEN BOTH TO THE STATEMENT FILE TAIL AND TO THE
               SMALL BILLCTL FILE, THE SAME SHAPE AS LOANBATCH'S
               LOANCTL, SO THE BILLING RUN CAN BE BALANCED BEFORE
               THE STATEMENTS GO OUT.

               WITH NO CARD (OR ONE GIVING NEITHER A FROM DATE NOR A
               CYCLE PERIOD) THE WINDOW IS THE ONE THE START-OF-DAY
               STEP LEFT ON LOANDATE (SEE PROCDATE.CPY).

               WHICH PERIOD IS NEXT UNPAID, ITS DUE DATE AND AMOUNT,
               AND THE AMOUNT ALREADY PAST DUE ARE MEASURED ONCE A
               NIGHT BY LOANDLQM AND READ HERE FROM THE DELINQUENCY
               STATUS FILE (SEE DLQSTAT.CPY), SO THE STATEMENT'S PAST
               DUE LINE IS THE FIGURE LOANPDUE REPORTS - LESS THE
               BILLED PERIOD ITSELF WHEN THAT IS ALREADY DUE, SINCE
               IT HAS ITS OWN PAYMENT LINE. THE RUN IS DRIVEN BY THAT
               FILE; THE MASTER IS READ BY KEY ONLY FOR A LOAN BEING
               BILLED. A STATUS FILE MEASURED FOR ANY DAY BUT THE
               PROCESSING DATE ON LOANDATE IS REFUSED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

           SELECT DLQ-STATUS-FILE ASSIGN TO LOANDLQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLQ-LOAN-NO
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT BILL-STMT-FILE ASSIGN TO BILLSTMT
               ORGANIZATION IS LINE SEQUENTIAL.
           03 FILLER            PIC X(1).
           03 PARM-CYCLE-PERIOD PIC 9(4).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       FD  DLQ-STATUS-FILE.
       COPY "DLQSTAT.CPY".

       FD  BILL-STMT-FILE.
       01  STMT-LINE PIC X(132).

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
       01 WS-DLQ-STATUS PIC X(2).
         88 WS-DLQ-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 ASOF-DATE-D         PIC 9(8).
       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".

          03 FILLER      PIC X VALUE "-".
          03 TO-FMT-DD   PIC X(2).


      * THE PERIOD TO BILL - THE NEXT UNPAID ONE, MSTR-PAID-THRU PLUS
      * ONE - WITH ITS DUE DATE AND PAYMENT, OFF THE STATUS RECORD.
       01 NEXT-DUEDATE-X   PIC X(10).
       01 NEXT-PERIOD         PIC S9(4) COMP.
       01 PAYMENT-DUE         PIC S9(9)V99 COMP-3.
       01 AMOUNT-BEHIND       PIC S9(13)V99 COMP-3.
       01 TOTAL-DUE           PIC S9(13)V99 COMP-3.
       01 STMT-COUNT          PIC S9(8) COMP VALUE 0.
       01 NO-BORROWER-COUNT   PIC S9(8) COMP VALUE 0.
       01 SCHED-UNAVAIL-COUNT PIC S9(8) COMP VALUE 0.
       01 NOT-ON-MASTER-COUNT PIC S9(8) COMP VALUE 0.
       01 TOTAL-PAYMENT-BILLED PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-ESCROW-BILLED PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-BEHIND-BILLED PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-FEES-BILLED   PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-BILLED        PIC S9(13)V99 COMP-3 VALUE 0.

      * THE COUPON'S SCAN LINE AND ITS CHECK DIGIT ARITHMETIC - THE
      * SAME PARAGRAPH LOANLBX USES TO PROVE THE LINE IT GETS BACK.
       COPY "COUPON.CPY".
       01 SCAN-IX             PIC S9(4) COMP.
       01 SCAN-DIGIT          PIC 9(1).
       01 SCAN-SUM            PIC S9(8) COMP.
       01 SCAN-QUOTIENT       PIC S9(8) COMP.
       01 SCAN-REMAINDER      PIC S9(4) COMP.
       01 SCAN-CHECK          PIC 9(1).

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 AMOUNT-D            PIC -Z(8)9.99.
       PROCEDURE DIVISION.

           PERFORM READ-BILL-PARM
           PERFORM OPEN-STATUS-FILE

           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE DLQ-STATUS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               SET BORROWER-FILE-OPEN TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               ADD 1 TO LOAN-COUNT
               PERFORM SELECT-LOAN-FOR-BILLING
               PERFORM READ-STATUS
           END-PERFORM

           PERFORM WRITE-BILLING-CONTROLS

           CLOSE DLQ-STATUS-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE BILL-STMT-FILE
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN OR AN OFF-CYCLE BILLING.
      * WITH NO CARD, OR ONE GIVING NEITHER A FROM DATE NOR A CYCLE
      * PERIOD, THE WINDOW IS THE ONE THE START-OF-DAY STEP WORKED
      * OUT ON LOANDATE. WITH NEITHER THE RUN STOPS COLD - A BILLING
      * WINDOW DEFAULTED TO ZEROS WOULD BILL NOBODY AND LOOK LIKE A
      * CLEAN RUN.
       READ-BILL-PARM.
           MOVE 0 TO FROM-DATE-N
           MOVE 0 TO TO-DATE-N
           MOVE 0 TO CYCLE-PERIOD
           OPEN INPUT BILL-PARM-FILE
           IF WS-PARM-OK
               READ BILL-PARM-FILE
                   NOT AT END
                       IF PARM-FROM-DATE NOT NUMERIC
                               OR PARM-TO-DATE NOT NUMERIC
                               OR PARM-CYCLE-PERIOD NOT NUMERIC
                               OR PARM-TO-DATE < PARM-FROM-DATE
                           DISPLAY "BILLING PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-FROM-DATE    TO FROM-DATE-N
                       MOVE PARM-TO-DATE      TO TO-DATE-N
                       MOVE PARM-CYCLE-PERIOD TO CYCLE-PERIOD
               END-READ
               CLOSE BILL-PARM-FILE
           END-IF

           IF FROM-DATE-N = 0 AND CYCLE-PERIOD = 0
               PERFORM READ-BILLING-WINDOW
           END-IF

           MOVE FROM-YYYY TO FROM-FMT-YYYY
           MOVE FROM-MM   TO FROM-FMT-MM
           MOVE FROM-DD   TO FROM-FMT-DD
           MOVE TO-YYYY   TO TO-FMT-YYYY
           MOVE TO-MM     TO TO-FMT-MM
           MOVE TO-DD     TO TO-FMT-DD.

      * THE BILLING WINDOW THE START-OF-DAY STEP LEFT ON LOANDATE
      * (SEE PROCDATE.CPY) - DUE DATES FROM THE DAY AFTER THE PRIOR
      * BUSINESS DAY'S WINDOW CLOSED THROUGH THE LEAD DAYS PAST
      * TODAY, SO DUE DATES THAT COME INTO THE LEAD TIME OVER A
      * WEEKEND OR A HOLIDAY ARE BILLED THE NEXT BUSINESS DAY RATHER
      * THAN FALLING BETWEEN TWO WINDOWS.
       READ-BILLING-WINDOW.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDTE-OK
               READ PROC-DATE-FILE
                   NOT AT END
                       IF PDTE-BILL-FROM-DATE NUMERIC
                               AND PDTE-BILL-TO-DATE NUMERIC
                               AND PDTE-BILL-TO-DATE
                                   NOT < PDTE-BILL-FROM-DATE
                           MOVE PDTE-BILL-FROM-DATE TO FROM-DATE-N
                           MOVE PDTE-BILL-TO-DATE   TO TO-DATE-N
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           IF FROM-DATE-N = 0
               DISPLAY "BILLING PARAMETER CARD GIVES NO WINDOW AND "
                   "LOANDATE HAS NO BILLING WINDOW"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE STATUS FILE LOANDLQM LEFT. THE FIRST RECORD IS READ HERE
      * TO PROVE THE FILE WAS MEASURED ON TODAY'S PROCESSING DATE -
      * PAST-DUE FIGURES FROM ANOTHER NIGHT WOULD GO OUT IN THE
      * ENVELOPES. WITH NO PROCESSING DATE ON LOANDATE THE FILE IS
      * TAKEN AS IT STANDS. AN EMPTY FILE IS AN EMPTY BOOK.
       OPEN-STATUS-FILE.
           OPEN INPUT DLQ-STATUS-FILE
           IF NOT WS-DLQ-OK
               DISPLAY "UNABLE TO OPEN THE DELINQUENCY STATUS FILE - "
                   "RUN LOANDLQM FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-STATUS
           IF NOT WS-EOF
               PERFORM READ-PROCESSING-DATE
               IF PROC-DATE-N NOT = 0
                       AND DLQ-ASOF-DATE NOT = PROC-DATE-N
                   MOVE DLQ-ASOF-DATE TO ASOF-DATE-D
                   DISPLAY "DELINQUENCY STATUS FILE IS AS OF "
                       ASOF-DATE-D " - RERUN LOANDLQM FOR TODAY"
                   CLOSE DLQ-STATUS-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

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
           END-IF.

       READ-STATUS.
           READ DLQ-STATUS-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-DLQ-OK
               SET WS-EOF TO TRUE
           END-IF.

       SELECT-LOAN-FOR-BILLING.
      * NOTHING GOES IN AN ENVELOPE FOR A PAID-OFF OR CHARGED-OFF
      * LOAN - AN IN-COLLECTION LOAN STILL GETS ITS STATEMENT.
           IF DLQ-LIFE-CLOSED
               ADD 1 TO CLOSED-SKIP-COUNT
           ELSE
               PERFORM SELECT-LIVE-LOAN
           END-IF.

      * THE NEXT UNPAID PERIOD IS THE OLDEST UNPAID ROW WHEN THE LOAN
      * IS BEHIND, OTHERWISE THE NEXT ROW TO FALL DUE - ZERO WHEN THE
      * SCHEDULE IS FULLY PAID.
       SELECT-LIVE-LOAN.
           IF DLQ-PERIODS-BEHIND > 0
               MOVE DLQ-OLDEST-PERIOD   TO NEXT-PERIOD
               MOVE DLQ-OLDEST-DUE-DATE TO NEXT-DUEDATE-X
               MOVE DLQ-OLDEST-AMT      TO PAYMENT-DUE
           ELSE
               MOVE DLQ-NEXT-PERIOD     TO NEXT-PERIOD
               MOVE DLQ-NEXT-DUE-DATE   TO NEXT-DUEDATE-X
               MOVE DLQ-NEXT-AMT        TO PAYMENT-DUE
           END-IF

           EVALUATE TRUE
               WHEN NEXT-PERIOD = 0
                   CONTINUE
      * A LONG LOAN WHOSE ROWS COULD NOT ALL BE READ (NO COMPANION
      * FILE) IS FLAGGED AND COUNTED, NEVER SILENTLY DROPPED FROM
      * THE RUN - AND NEVER BILLED OFF FIGURES THAT STOP SHORT.
               WHEN DLQ-ROWS-MISSING
                   ADD 1 TO SCHED-UNAVAIL-COUNT
                   MOVE SPACES TO STMT-LINE
                   STRING "LOAN " DLQ-LOAN-NO
                       " ** SCHEDULE FILE UNAVAILABLE - LONG "
                       "LOAN NOT BILLED **" INTO STMT-LINE
                   WRITE STMT-LINE
           END-EVALUATE.

       TEST-BILLING-WINDOW.
           IF DLQ-DATED-LOAN AND FROM-DATE-N NOT = 0
               IF NEXT-DUEDATE-X NOT < FROM-DATE-FMT
                       AND NEXT-DUEDATE-X NOT > TO-DATE-FMT
                   PERFORM PRODUCE-STATEMENT
               END-IF
           ELSE
               END-IF
           END-IF.

      * THE AMOUNT BEHIND IS LOANPDUE'S MEASURE OFF THE STATUS FILE
      * - SCHEDULED PAYMENTS THROUGH EVERY PERIOD DUE, LESS
      * EVERYTHING RECEIVED, FLOORED AT ZERO - BUT NOT COUNTING THE
      * PERIOD BEING BILLED, WHICH IS THE STATEMENT'S OWN PAYMENT
      * LINE. ESCROW, LATE CHARGES AND THE ADDRESS COME FROM THE
      * MASTER AS IT STANDS NOW, AFTER LOANLATE'S ASSESSMENT.
       PRODUCE-STATEMENT.
           MOVE DLQ-LOAN-NO TO MSTR-LOAN-NO
           READ LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               ADD 1 TO NOT-ON-MASTER-COUNT
               MOVE SPACES TO STMT-LINE
               STRING "LOAN " DLQ-LOAN-NO
                   " ** NOT ON THE LOAN MASTER - NOT BILLED **"
                   INTO STMT-LINE
               WRITE STMT-LINE
           ELSE
               PERFORM TOTAL-STATEMENT
           END-IF.

       TOTAL-STATEMENT.
           MOVE DLQ-PAST-DUE-AMT TO AMOUNT-BEHIND
           IF DLQ-PERIODS-DUE >= NEXT-PERIOD
               SUBTRACT PAYMENT-DUE FROM AMOUNT-BEHIND
           END-IF
           IF AMOUNT-BEHIND < 0
               MOVE ZERO TO AMOUNT-BEHIND
           END-IF

           COMPUTE TOTAL-DUE = PAYMENT-DUE + MSTR-ESCROW
               + AMOUNT-BEHIND + MSTR-LATE-FEE-DUE

           MOVE SPACES TO STMT-LINE
           STRING "  TOTAL DUE. . . . . . . : " MONEY-D
               INTO STMT-LINE
           WRITE STMT-LINE

           PERFORM WRITE-PAYMENT-COUPON.

      * THE TEAR-OFF STUB. THE SCAN LINE CARRIES THE TOTAL DUE, NOT
      * WHAT THE BORROWER SENDS - THE LOCKBOX KEYS THE CHECK AMOUNT
      * ITSELF - SO A SHORT OR LONG PAYMENT STILL FINDS ITS LOAN.
       WRITE-PAYMENT-COUPON.
           MOVE SPACES TO STMT-LINE
           STRING "- - - - - DETACH AND RETURN WITH YOUR PAYMENT "
               "- - - - -" INTO STMT-LINE
           WRITE STMT-LINE

           MOVE TOTAL-DUE TO MONEY-D
           MOVE SPACES TO STMT-LINE
           STRING "LOAN " MSTR-LOAN-NO " DUE " NEXT-DUEDATE-X
               "  TOTAL DUE " MONEY-D
               "  AMOUNT ENCLOSED ____________" INTO STMT-LINE
           WRITE STMT-LINE

           MOVE MSTR-LOAN-NO TO CPN-LOAN-NO
           MOVE NEXT-PERIOD  TO CPN-PERIOD
           IF TOTAL-DUE > 0
               MOVE TOTAL-DUE TO CPN-AMOUNT-DUE
           ELSE
               MOVE ZERO TO CPN-AMOUNT-DUE
           END-IF
           PERFORM COMPUTE-SCAN-CHECK
           MOVE SCAN-CHECK TO CPN-CHECK-DIGIT

           MOVE SPACES TO STMT-LINE
           STRING "          " COUPON-SCAN-LINE INTO STMT-LINE
           WRITE STMT-LINE.

      * MOD 10 OVER THE DIGITS OF THE FIRST 25 CHARACTERS, WEIGHTED
      * 3 AND 1 BY POSITION (SEE COUPON.CPY).
       COMPUTE-SCAN-CHECK.
           MOVE ZERO TO SCAN-SUM
           PERFORM VARYING SCAN-IX FROM 1 BY 1 UNTIL SCAN-IX > 25
               IF CPN-SCAN-CHAR(SCAN-IX) IS NUMERIC
                   MOVE CPN-SCAN-CHAR(SCAN-IX) TO SCAN-DIGIT
                   DIVIDE SCAN-IX BY 2 GIVING SCAN-QUOTIENT
                       REMAINDER SCAN-REMAINDER
                   IF SCAN-REMAINDER = 1
                       COMPUTE SCAN-SUM = SCAN-SUM + SCAN-DIGIT * 3
                   ELSE
                       ADD SCAN-DIGIT TO SCAN-SUM
                   END-IF
               END-IF
           END-PERFORM
           DIVIDE SCAN-SUM BY 10 GIVING SCAN-QUOTIENT
               REMAINDER SCAN-REMAINDER
           IF SCAN-REMAINDER = 0
               MOVE 0 TO SCAN-CHECK
           ELSE
               COMPUTE SCAN-CHECK = 10 - SCAN-REMAINDER
           END-IF.

      * NAME AND ADDRESS FROM THE BORROWER MASTER. A LOAN WHOSE
               PERFORM WRITE-CONTROL-LINE
           END-IF

           IF NOT-ON-MASTER-COUNT > 0
               MOVE NOT-ON-MASTER-COUNT TO COUNT-D
               MOVE SPACES TO CONTROL-TEXT
               STRING "NOT ON MASTER - NOT BILLED: " COUNT-D
                   INTO CONTROL-TEXT
               PERFORM WRITE-CONTROL-LINE
           END-IF

           MOVE TOTAL-PAYMENT-BILLED TO MONEY-D
           MOVE SPACES TO CONTROL-TEXT
           STRING "PAYMENTS BILLED. . . . . : " MONEY-D
