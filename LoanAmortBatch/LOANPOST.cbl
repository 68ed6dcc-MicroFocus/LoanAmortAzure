               THE REGISTER. THE TRAILER'S CASH SIDE NETS TO THE
               POSTED-AMOUNT FIGURE ON THE REGISTER.

               A CHARGED-OFF LOAN'S SCHEDULE IS DEAD: MONEY RECEIVED
               ON ONE POSTS AS A RECOVERY AGAINST ITS RECORD ON THE
               RECOVERY SUB-LEDGER LOANCHGO OPENED (SEE RECOVERY.CPY)
               - CASH AGAINST THE LOAN-LOSS ALLOWANCE - AND A
               REVERSAL BACKS A RECOVERY OUT THE SAME WAY. THE
               SCHEDULE, PAID-THROUGH AND AMOUNT RECEIVED ARE NEVER
               TOUCHED.

               RUN CONTROL: THE PARAMETER CARD NAMES THE FILE'S
               POSTING DATE, AND THE POSTCTL CONTROL RECORD
               REMEMBERS WHAT WAS LAST POSTED. A DATE ALREADY
               AS LOANBATCH'S CHECKPOINT/RESTART, ON THE JOB THAT
               MOVES ACTUAL MONEY.

               WITH NO CARD (OR A ZERO DATE ON IT) THE POSTING DATE
               IS THE PROCESSING DATE ON LOANDATE (SEE PROCDATE.CPY).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT POST-CTL-FILE ASSIGN TO POSTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

      * RECOVERY SUB-LEDGER - ONE RECORD PER CHARGED-OFF LOAN,
      * OPENED BY LOANCHGO. OPTIONAL: WITHOUT IT, MONEY FOR A
      * CHARGED-OFF LOAN REJECTS TO THE REGISTER INSTEAD OF POSTING.
           SELECT RECOVERY-FILE ASSIGN TO LOANRCVY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCVY-LOAN-NO
               FILE STATUS IS WS-RCVY-STATUS.

           SELECT CASH-GL-FILE ASSIGN TO CASHGLX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CGL-STATUS.
       01  POST-PARM-RECORD.
           03 PARM-POST-DATE    PIC 9(8).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

      * ONE RECORD: THE POSTING DATE LAST WORKED, THE LAST RECEIPT
      * SEQUENCE POSTED, AND WHETHER THAT RUN FINISHED. C = THE
      * DATE IS DONE AND A RE-MOUNT IS REFUSED; P = A RUN DIED
       FD  PAYMENT-HIST-FILE.
       COPY "PAYHIST.CPY".

       FD  RECOVERY-FILE.
       COPY "RECOVERY.CPY".

      * SAME FIXED-FORMAT INTERFACE RECORD THE LEDGER LOADER TAKES
      * FROM LOANGLX: TYPE D (DETAIL) OR T (TRAILER), ACCOUNT, LOAN
      * NUMBER, DEBIT AND CREDIT AMOUNTS AS UNSIGNED ZONED PENNIES.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-PCTL-STATUS PIC X(2).
         88 WS-PCTL-OK VALUE "00".
         88 WS-PCTL-NOT-FOUND VALUE "05" "35".
         88 WS-HIST-DUPLICATE VALUE "22".
         88 WS-HIST-NOT-FOUND VALUE "05" "35".

       01 WS-RCVY-STATUS PIC X(2).
         88 WS-RCVY-OK VALUE "00".
       01 RCVY-FILE-SWITCH PIC 9 VALUE 0.
         88 RCVY-FILE-OPEN VALUE 1.

      * THE RECOVERY FIGURES AND RECEIPT DATE AS THEY STOOD BEFORE
      * A RECOVERY POSTED, SO A MASTER THAT WILL NOT TAKE IT CAN
      * HAVE THE SUB-LEDGER PUT BACK.
       01 RCVY-SAVE-RECOVERED PIC S9(11)V99 COMP-3.
       01 RCVY-SAVE-COUNT     PIC S9(4) COMP.
       01 RCVY-SAVE-DATE      PIC 9(8).
       01 SAVE-RECEIPT-DATE   PIC 9(8).

      * WHAT THE HISTORY RECORD SHOULD SAY ABOUT THE RECEIPT IN
      * HAND, SET BY EACH POSTING OR REJECT PATH BEFORE IT WRITES
      * THE LINE OF RECORD.
       01 FEE-COUNT           PIC S9(8) COMP VALUE 0.
       01 REVERSAL-COUNT      PIC S9(8) COMP VALUE 0.
       01 REVERSED-AMOUNT     PIC S9(13)V99 COMP-3 VALUE 0.
       01 RECOVERY-COUNT      PIC S9(8) COMP VALUE 0.
       01 RECOVERED-AMOUNT    PIC S9(13)V99 COMP-3 VALUE 0.

      * THE FULL LENGTH OF THE LOAN IN HAND AND ONE SCHEDULE ROW
      * FETCHED THROUGH GET-SCHED-ROW, WHEREVER THE ROW LIVES -
       01 GL-ACCT-ESCROW-PAY  PIC X(6) VALUE "230100".
       01 GL-ACCT-FEE-INCOME  PIC X(6) VALUE "420100".
       01 GL-ACCT-UNAPPLIED   PIC X(6) VALUE "220100".
      * RECOVERIES ON CHARGED-OFF LOANS GO BACK TO THE ALLOWANCE
      * LOANCHGO CHARGED THE LOSS AGAINST.
       01 GL-ACCT-ALLOWANCE   PIC X(6) VALUE "139100".

      * THE SCHEDULE ROWS THIS RECEIPT MOVED PAID-THROUGH ACROSS,
      * AND THEIR SCHEDULED INTEREST AND PRINCIPAL - THE SPLIT THE
               SET SCHD-FILE-OPEN TO TRUE
           END-IF

           OPEN I-O RECOVERY-FILE
           IF WS-RCVY-OK
               SET RCVY-FILE-OPEN TO TRUE
           END-IF

      * THE FAILED RUN'S CASH LINES COVER MONEY ALREADY POSTED TO
      * THE MASTER - TRUNCATING THEM WOULD KEEP THAT CASH OFF THE
      * LEDGER FOR GOOD. THE PARTIAL FILE IS RE-TOTALLED FIRST SO
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF
           IF RCVY-FILE-OPEN
               CLOSE RECOVERY-FILE
           END-IF
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF
               WRITE RPT-LINE
           END-IF.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN OR A CATCH-UP DAY; WITH
      * NO CARD, OR A ZERO DATE ON IT, THE POSTING DATE IS THE
      * PROCESSING DATE. WITH NEITHER THE RUN STOPS COLD - WITHOUT A
      * POSTING DATE THE RUN CONTROL CANNOT TELL A FRESH FILE FROM A
      * RE-MOUNT, WHICH IS THE WHOLE POINT. A CARD THAT WILL NOT
      * READ STOPS IT TOO.
       READ-POST-PARM.
           MOVE 0 TO POSTING-DATE
           OPEN INPUT POST-PARM-FILE
           IF WS-PARM-OK
               READ POST-PARM-FILE
                   NOT AT END
                       IF PARM-POST-DATE NOT NUMERIC
                           DISPLAY "POSTING PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-POST-DATE TO POSTING-DATE
               END-READ
               CLOSE POST-PARM-FILE
           END-IF

           IF POSTING-DATE = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO POSTING-DATE
           END-IF.

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
               DISPLAY "POSTING PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE GATE. A DATE MARKED COMPLETE IS DONE - MOUNTING ITS
      * FILE AGAIN IS THE EXACT ACCIDENT THIS EXISTS TO STOP. A

           PERFORM GET-BORROWER-NAME
           EVALUATE TRUE
               WHEN MSTR-LIFE-CHARGED-OFF
                   PERFORM APPLY-RECOVERY-RECEIPT
               WHEN RCPT-TYPE-ESCROW
                   PERFORM APPLY-ESCROW-RECEIPT
               WHEN RCPT-TYPE-FEE
      * POSTED MONEY NOW COVERS THE WHOLE SCHEDULE - THE LOAN IS
      * PAID OFF, AND EVERY DOWNSTREAM JOB STOPS ACCRUING, BILLING
      * AND AGING IT WHILE INQUIRY STILL SEES IT. A CHARGED-OFF
      * LOAN NEVER GETS HERE - ITS MONEY POSTS AS A RECOVERY - BUT
      * THE TEST STAYS SO A CHARGE-OFF IS NEVER QUIETLY UNDONE.
           IF MSTR-PAID-THRU >= LOAN-TOTAL-PERIODS
                   AND NOT MSTR-LIFE-CHARGED-OFF
               MOVE "P" TO MSTR-LIFECYCLE
               END-IF
           END-IF.

      * ANY MONEY ON A CHARGED-OFF LOAN - PAYMENT, ESCROW OR FEE -
      * IS A RECOVERY: THE SCHEDULE IT WOULD HAVE BOUGHT IS WRITTEN
      * OFF, AND THE ESCROW AND FEE BALANCES WENT WITH IT. IT ADDS
      * TO THE SUB-LEDGER'S RECOVERED FIGURE; A REVERSAL TAKES ONE
      * BACK OFF. A LOAN MOVED TO CHARGED-OFF BUT NOT YET BOOKED BY
      * LOANCHGO HAS NO SUB-LEDGER RECORD TO POST TO, SO ITS MONEY
      * REJECTS AND COMES BACK IN TOMORROW'S FILE.
       APPLY-RECOVERY-RECEIPT.
           IF RCVY-FILE-OPEN
               MOVE MSTR-LOAN-NO TO RCVY-LOAN-NO
               READ RECOVERY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT RCVY-FILE-OPEN OR NOT WS-RCVY-OK
                   ADD 1 TO REJECT-COUNT
                   ADD RCPT-AMOUNT TO REJECTED-AMOUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " RCPT-LOAN-NO " AMOUNT " AMOUNT-D
                       " ** REJECTED - CHARGE-OFF NOT YET BOOKED **"
                       INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "R" TO HIST-DISP-WORK
                   MOVE "CHARGE-OFF NOT YET BOOKED"
                       TO HIST-REASON-WORK
                   PERFORM WRITE-RECEIPT-HISTORY
               WHEN RCPT-TYPE-REVERSAL
                       AND RCPT-AMOUNT > RCVY-RECOVERED
                   ADD 1 TO REJECT-COUNT
                   ADD RCPT-AMOUNT TO REJECTED-AMOUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " RCPT-LOAN-NO " AMOUNT " AMOUNT-D
                       " ** REJECTED - REVERSAL EXCEEDS AMOUNT "
                       "RECOVERED **" INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "R" TO HIST-DISP-WORK
                   MOVE "REVERSAL EXCEEDS AMOUNT RECOVERED"
                       TO HIST-REASON-WORK
                   PERFORM WRITE-RECEIPT-HISTORY
               WHEN OTHER
                   PERFORM POST-RECOVERY
           END-EVALUATE.

      * THE SUB-LEDGER CARRIES THE MONEY, SO IT IS REWRITTEN FIRST
      * AND DECIDES WHETHER THE RECEIPT POSTED. THE MASTER ONLY
      * PICKS UP THE RECEIPT DATE.
       POST-RECOVERY.
           MOVE RCVY-RECOVERED    TO MAUD-BEFORE-1
           MOVE MSTR-AMT-RECEIVED TO MAUD-BEFORE-2
           MOVE RCVY-RECOVERED      TO RCVY-SAVE-RECOVERED
           MOVE RCVY-RECOVERY-COUNT TO RCVY-SAVE-COUNT
           MOVE RCVY-LAST-RCVY-DATE TO RCVY-SAVE-DATE
           IF RCPT-TYPE-REVERSAL
               SUBTRACT RCPT-AMOUNT FROM RCVY-RECOVERED
           ELSE
               ADD RCPT-AMOUNT TO RCVY-RECOVERED
               ADD 1 TO RCVY-RECOVERY-COUNT
           END-IF
           MOVE RCPT-DATE TO RCVY-LAST-RCVY-DATE

           REWRITE RECOVERY-RECORD
           IF NOT WS-RCVY-OK
               PERFORM REJECT-RECEIPT-NO-REWRITE
           ELSE
               MOVE MSTR-LAST-RECEIPT-DATE TO SAVE-RECEIPT-DATE
               MOVE RCPT-DATE TO MSTR-LAST-RECEIPT-DATE
               REWRITE LOAN-MASTER-RECORD
               IF WS-MSTR-OK
                   PERFORM BOOK-RECOVERY
               ELSE
                   MOVE SAVE-RECEIPT-DATE TO MSTR-LAST-RECEIPT-DATE
                   PERFORM BACK-OUT-RECOVERY
               END-IF
           END-IF.

       BOOK-RECOVERY.
           ADD 1 TO POSTED-COUNT
           ADD 1 TO RECOVERY-COUNT
           IF RCPT-TYPE-REVERSAL
               SUBTRACT RCPT-AMOUNT FROM POSTED-AMOUNT
               SUBTRACT RCPT-AMOUNT FROM RECOVERED-AMOUNT
           ELSE
               ADD RCPT-AMOUNT TO POSTED-AMOUNT
               ADD RCPT-AMOUNT TO RECOVERED-AMOUNT
           END-IF
           PERFORM WRITE-CASH-GL-RECOVERY
           MOVE "RECOVERY" TO MAUD-ACTION
           MOVE RCVY-RECOVERED    TO MAUD-AFTER-1
           MOVE MSTR-AMT-RECEIVED TO MAUD-AFTER-2
           PERFORM WRITE-MAINT-AUDIT
           MOVE RCVY-RECOVERED TO MONEY-D
           MOVE SPACES TO RPT-LINE
           IF RCPT-TYPE-REVERSAL
               STRING "LOAN " RCPT-LOAN-NO " AMOUNT " AMOUNT-D
                   " RECOVERY REVERSED - RECOVERED " MONEY-D
                   " " MSTR-BORROWER-ID INTO RPT-LINE
               MOVE "RECOVERY REVERSED" TO HIST-REASON-WORK
           ELSE
               STRING "LOAN " RCPT-LOAN-NO " AMOUNT " AMOUNT-D
                   " POSTED - RECOVERY, RECOVERED " MONEY-D
                   " " MSTR-BORROWER-ID INTO RPT-LINE
               MOVE "RECOVERY POSTED" TO HIST-REASON-WORK
           END-IF
           WRITE RPT-LINE
           MOVE "P" TO HIST-DISP-WORK
           PERFORM WRITE-RECEIPT-HISTORY.

      * THE MASTER WOULD NOT TAKE THE RECOVERY, SO THE SUB-LEDGER
      * RECORD JUST REWRITTEN IS PUT BACK AS IT WAS AND THE RECEIPT
      * IS REJECTED - SAME SHAPE AS LOANCHGO'S CHARGE-OFF. IF EVEN
      * THAT FAILS THE REPORT SAYS SO LOUDLY - THE SUB-LEDGER THEN
      * SHOWS MONEY THE MASTER NEVER TOOK, AND FINANCE MUST CLEAR
      * IT BY HAND.
       BACK-OUT-RECOVERY.
           MOVE RCVY-SAVE-RECOVERED TO RCVY-RECOVERED
           MOVE RCVY-SAVE-COUNT     TO RCVY-RECOVERY-COUNT
           MOVE RCVY-SAVE-DATE      TO RCVY-LAST-RCVY-DATE
           REWRITE RECOVERY-RECORD
           PERFORM REJECT-RECEIPT-NO-REWRITE
           IF NOT WS-RCVY-OK
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " RCPT-LOAN-NO
                   " ** RECOVERY SUB-LEDGER RECORD COULD NOT BE "
                   "BACKED OUT - CLEAR IT BY HAND **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       GET-BORROWER-NAME.
           MOVE SPACES TO BORROWER-NAME-OUT
           IF BORROWER-FILE-OPEN AND MSTR-BORROWER-ID NOT = SPACES
           END-PERFORM

           MOVE PAID-THRU-PERIOD TO MSTR-PAID-THRU
      * A CONSTRUCTION LOAN STILL INSIDE ITS DRAW PERIOD OWES WHAT
      * HAS BEEN DRAWN - ITS INTEREST-ONLY ROWS CARRY PROJECTED DRAWS
      * AND ITS PAYMENTS SO FAR RETIRE NO PRINCIPAL.
           EVALUATE TRUE
               WHEN MSTR-PAID-THRU < MSTR-CONSTR-PERIODS
                   MOVE MSTR-DRAWN-AMT TO MSTR-ACTUAL-BALANCE
               WHEN PAID-THRU-PERIOD > 0
                   MOVE PAID-THRU-PERIOD TO SROW-PERIOD
                   PERFORM GET-SCHED-ROW
      * PAID-THROUGH ONLY EVER LANDS ON A ROW THE SEARCH JUST READ,
      * BUT IF THE ROW HAS SINCE GONE UNREADABLE THE OLD BALANCE
      * STANDS - NEVER A ZERO FROM A ROW THAT IS NOT THERE.
                   IF SROW-FOUND
                       COMPUTE MSTR-ACTUAL-BALANCE =
                           FUNCTION NUMVAL(SROW-BALANCE-X)
                   END-IF
               WHEN OTHER
                   MOVE MSTR-PRINCIPAL TO MSTR-ACTUAL-BALANCE
           END-EVALUATE.

      * ONE SCHEDULE ROW, WHEREVER IT LIVES: THE INLINE TABLE FOR
      * PERIODS THE MASTER RECORD HOLDS, THE COMPANION FILE FOR THE
               WRITE RPT-LINE
           END-IF

           IF RECOVERY-COUNT > 0
               MOVE RECOVERY-COUNT TO COUNT-D
               MOVE RECOVERED-AMOUNT TO MONEY-D
               MOVE SPACES TO RPT-LINE
               STRING "  CHARGE-OFF RECOVERIES. : " COUNT-D
                   " NET AMOUNT " MONEY-D INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE REJECT-COUNT TO COUNT-D
           MOVE REJECTED-AMOUNT TO MONEY-D
           MOVE SPACES TO RPT-LINE
               COVERED-INT + COVERED-PRIN - RCPT-AMOUNT
           PERFORM WRITE-CASH-GL-UNAPPLIED.

      * A RECOVERY IS CASH AGAINST THE ALLOWANCE THE LOSS WAS
      * CHARGED TO; ITS REVERSAL IS THE SAME PAIR MIRRORED.
       WRITE-CASH-GL-RECOVERY.
           MOVE SPACES TO CGL-RECORD
           MOVE "D" TO CGL-TYPE
           MOVE GL-ACCT-CASH TO CGL-ACCOUNT
           MOVE MSTR-LOAN-NO TO CGL-LOAN-NO
           IF RCPT-TYPE-REVERSAL
               MOVE ZERO TO CGL-DEBIT
               MOVE RCPT-AMOUNT TO CGL-CREDIT
           ELSE
               MOVE RCPT-AMOUNT TO CGL-DEBIT
               MOVE ZERO TO CGL-CREDIT
           END-IF
           PERFORM WRITE-CASH-GL-DETAIL

           MOVE SPACES TO CGL-RECORD
           MOVE "D" TO CGL-TYPE
           MOVE GL-ACCT-ALLOWANCE TO CGL-ACCOUNT
           MOVE MSTR-LOAN-NO TO CGL-LOAN-NO
           IF RCPT-TYPE-REVERSAL
               MOVE RCPT-AMOUNT TO CGL-DEBIT
               MOVE ZERO TO CGL-CREDIT
           ELSE
               MOVE ZERO TO CGL-DEBIT
               MOVE RCPT-AMOUNT TO CGL-CREDIT
           END-IF
           PERFORM WRITE-CASH-GL-DETAIL.

       WRITE-CASH-GL-TRAILER.
           MOVE SPACES TO CGL-RECORD
           MOVE "T" TO CGL-TYPE
