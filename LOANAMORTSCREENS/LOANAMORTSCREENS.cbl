
      * MAINTENANCE AUDIT TRAIL - EVERY UPDATE HERE PUTS A
      * WHO/WHAT/BEFORE/AFTER LINE ON LOANMAUD THROUGH THE MNTAUDIT
      * SUBPROGRAM (SEE MAINTAUD.CPY). THE OPERATOR IS THE ONE
      * SIGNED ON AT THE START OF THE RUN (SEE SIGNON.CPY), AND
      * (D)ELETE AND (S)TATUS RUN ONLY FOR A ROLE THE ROLE TABLE
      * ALLOWS (SEE OPERROLE.CPY).
       COPY "MAINTAUD.CPY".
       COPY "SIGNON.CPY".
       01 OPERATOR-ID PIC X(8) VALUE SPACES.



       PROCEDURE DIVISION.

           MOVE "LOANSCRN" TO SGN-PROGRAM
           CALL "SIGNON" USING OPERATOR-SIGNON
           IF NOT SGN-SIGNED-ON
               DISPLAY SGN-MESSAGE LINE 24 COL 5
               ACCEPT G-CONFIRM LINE 24 COL 78
               GOBACK
           END-IF
           MOVE SGN-OPERATOR TO OPERATOR-ID

           PERFORM OPEN-MASTER-FILE
           PERFORM OPEN-PRODUCT-FILE
           DISPLAY G-MODE-SELECT
           ACCEPT G-MODE-SELECT

           PERFORM CHECK-MODE-AUTHORITY

           EVALUATE TRUE
               WHEN SGN-REFUSED
                   MOVE SGN-MESSAGE TO ERROR-MESSAGE
                   SET WS-CALC-ERROR TO TRUE
                   DISPLAY ERROR-MESSAGE LINE 24 COL 5
               WHEN G-MODE-INQUIRY
                   PERFORM INQUIRE-LOAN
               WHEN G-MODE-COMPARE

           ACCEPT ERROR-MESSAGE.

      * ONLY (D)ELETE AND (S)TATUS ARE GUARDED - EVERY OTHER MODE IS
      * OPEN TO ANY SIGNED-ON OPERATOR. A REFUSAL IS ALREADY ON THE
      * TRAIL WHEN OPERAUTH RETURNS.
       CHECK-MODE-AUTHORITY.
           SET SGN-AUTHORIZED TO TRUE
           EVALUATE TRUE
               WHEN G-MODE-DELETE
                   MOVE "LOANDEL" TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
               WHEN G-MODE-STATUS
                   MOVE "LOANSTAT" TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
           END-EVALUATE.

       OPEN-MASTER-FILE.
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MSTR-NOT-FOUND
                   MOVE "RULE OF 78S CANNOT PRICE IO OR BALLOON NOTES"
                       TO ERROR-MESSAGE
                   SET WS-CALC-ERROR TO TRUE
               WHEN -13
                   MOVE "DRAWS NEED A DATED INTEREST-ONLY PERIOD"
                       TO ERROR-MESSAGE
                   SET WS-CALC-ERROR TO TRUE
               WHEN -14
                   MOVE "DRAW AMOUNTS INVALID OR OVER COMMITMENT"
                       TO ERROR-MESSAGE
                   SET WS-CALC-ERROR TO TRUE
               WHEN -15
                   MOVE "DRAW DATE OUTSIDE THE INTEREST-ONLY PERIOD"
                       TO ERROR-MESSAGE
                   SET WS-CALC-ERROR TO TRUE
               WHEN OTHER
                   MOVE "UNABLE TO CALCULATE SCHEDULE" TO ERROR-MESSAGE
                   SET WS-CALC-ERROR TO TRUE
               COMPUTE PAYOFF-BALANCE =
                   FUNCTION NUMVAL(OUTBALANCE(PAYOFF-PERIOD))
           END-IF
      * INSIDE A CONSTRUCTION LOAN'S DRAW PERIOD THE SCHEDULE'S
      * BALANCES ARE STILL PARTLY PROJECTED DRAWS - THE BORROWER
      * OWES WHAT HAS ACTUALLY GONE OUT (SEE LOANMSTR.CPY).
           IF MSTR-CONSTRUCTION-LOAN
                   AND PAYOFF-PERIOD < MSTR-CONSTR-PERIODS
               MOVE MSTR-DRAWN-AMT TO PAYOFF-BALANCE
           END-IF

           EVALUATE TRUE
               WHEN PMTFREQ-BIWEEKLY
           MOVE ZERO            TO MSTR-PAID-THRU
           MOVE ZERO            TO MSTR-LAST-RECEIPT-DATE
           MOVE P               TO MSTR-ACTUAL-BALANCE
      * CONSTRUCTION LOANS COME IN ON THE APPLICATION FILE WITH
      * THEIR DRAW SCHEDULE - A SCREEN-KEYED LOAN FUNDS IN FULL.
           MOVE ZERO            TO MSTR-CONSTR-PERIODS
           MOVE ZERO            TO MSTR-DRAWN-AMT
           MOVE ZERO            TO MSTR-ESCROW-HELD
           MOVE ZERO            TO MSTR-FEE-RECEIVED
           MOVE ZERO            TO MSTR-LATE-FEE-DUE
           MOVE ZERO            TO MSTR-PARTIC-PCT
           MOVE FPDATE          TO MSTR-FIRST-PMT-DATE
           MOVE ESCROWAMT       TO MSTR-ESCROW
      * PRODUCT PRICING IS AN APPLICATION-FILE FEATURE - A SCREEN-
      * KEYED LOAN IS PRICED BY HAND AND CARRIES NO PRODUCT.
           MOVE SPACES          TO MSTR-PRODUCT-CODE
           PERFORM VARYING MONTH FROM 1 BY 1
                   UNTIL MONTH > MSTR-PERIODS
               MOVE OUTPAYMENT(MONTH)   TO MSTR-PAYMENT(MONTH)
