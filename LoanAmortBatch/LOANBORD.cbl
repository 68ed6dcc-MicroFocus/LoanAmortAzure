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
       PROGRAM-ID. LOANBORD.
       REMARKS. SEASONED LOAN BOARDING. READS THE SERVICING TRANSFER
               FILE (SEE BOARDXFR.CPY) - LOANS WE HAVE BOUGHT OR
               TAKEN OVER THE SERVICING OF PART WAY THROUGH THEIR
               LIFE - AND BOOKS EACH ONE TO THE LOAN MASTER AS IT
               STANDS ON THE TRANSFER DATE. LOANBATCH CANNOT DO THIS:
               IT ORIGINATES FROM PERIOD 1 WITH NOTHING PAID.

               THE UNPAID BALANCE IS RE-AMORTIZED THROUGH LOANAMORT
               AT THE CURRENT RATE OVER WHAT IS LEFT OF THE ORIGINAL
               TERM (THE ORIGINAL PERIOD COUNT LESS THE INSTALLMENTS
               THE PRIOR SERVICER COLLECTED), WITH THE FIRST ROW DUE
               ON THE TRANSFER'S NEXT DUE DATE - THE SAME WAY LOANMOD
               RE-AMORTIZES AN UNPAID TAIL. THE MASTER THEREFORE
               STARTS WITH NOTHING PAID AGAINST A SCHEDULE THAT BEGINS
               AT THE NEXT INSTALLMENT OWED, AND LOANPOST, LOANDLQM
               (SO LOANPDUE, LOANLATE, LOANCOLL) AND LOANBILL SERVICE
               IT FROM DAY ONE EXACTLY LIKE A LOAN WE WROTE: A LOAN
               TRANSFERRED DELINQUENT IS PAST DUE ON ITS FIRST NIGHT.
               THE PRIOR SERVICER'S HISTORY IS NOT TURNED INTO ROWS
               OR RECEIPTS WE NEVER TOOK - IT IS SUMMARIZED ON THE
               PERMANENT BOARDING HISTORY (SEE BOARDHST.CPY).

               THE SERVICING FIELDS ARE SET FROM THE TRANSFER: ESCROW
               BALANCE TO MSTR-ESCROW-HELD, ACCRUED LATE FEES TO
               MSTR-LATE-FEE-DUE, THE INVESTOR SHARE TO
               MSTR-INVESTOR-CODE/MSTR-PARTIC-PCT, THE LAST PAYMENT
               DATE TO MSTR-LAST-RECEIPT-DATE. INSTALLMENTS ALREADY
               DUE ON THE TRANSFER DATE ARE MARKED ASSESSED IN
               MSTR-LATE-ASSESSED-THRU - THEIR FEES, IF ANY, CAME
               OVER IN THE ACCRUED BALANCE, SO LOANLATE NEVER CHARGES
               THEM A SECOND TIME.

               LOANAMORT WORKS IN WHOLE-DOLLAR PRINCIPAL. THE CENTS
               OF THE BALANCE RECEIVED ARE ADDED TO THE FIRST ROW'S
               PAYMENT AND PRINCIPAL, SO THE BOOKED SCHEDULE RETIRES
               EXACTLY THE BALANCE RECEIVED; MSTR-PRINCIPAL AND
               MSTR-ACTUAL-BALANCE HOLD THE WHOLE-DOLLAR FIGURE THE
               SCHEDULE STARTS FROM, AS LOANINTG EXPECTS.

               THE BORDRPT REPORT IS THE BOARDING RECONCILIATION THE
               TRANSFER ACCEPTANCE IS SIGNED FROM: EACH LOAN'S
               BALANCES RECEIVED AGAINST BALANCES BOOKED, EVERY
               REJECT WITH ITS REASON, AND CONTROL TOTALS PROVING
               THE BALANCE RECEIVED IS ALL EITHER BOOKED, REJECTED OR
               ALREADY ON THE BOOKS FROM AN EARLIER RUN. A RE-RUN
               OVER THE SAME TRANSFER FILE IS SAFE - A LOAN ALREADY
               ON THE BOARDING HISTORY IS LISTED, NOT BOARDED TWICE.

               RETURN CODE 8 WHEN THE TRANSFER FILE, THE MASTER OR
               THE BOARDING HISTORY WILL NOT OPEN, 4 WHEN ANY LOAN
               WAS REJECTED OR FLAGGED FOR REVIEW, 0 ON A CLEAN
               BOARDING.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO LOANXFER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.

      * MANUAL RECORD LOCKING - THE RUN SHARES THE MASTER WITH THE
      * DESK'S SCREENS. BOARDING ONLY EVER WRITES NEW RECORDS.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-MSTR-STATUS.

      * COMPANION SCHEDULE FILE - OVERFLOW ROWS FOR SCHEDULES TOO
      * LONG FOR THE MASTER RECORD (SEE SCHDROW.CPY).
           SELECT SCHEDULE-ROW-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT BOARD-HIST-FILE ASSIGN TO LOANBDHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDH-LOAN-NO
               FILE STATUS IS WS-BDH-STATUS.

      * INVESTOR MASTER, READ-ONLY HERE. A TRANSFERRED PARTICIPATION
      * MUST NAME AN INVESTOR ON FILE - LOANREMT WOULD OTHERWISE
      * REMIT ITS SHARE NOWHERE.
           SELECT INVESTOR-FILE ASSIGN TO LOANINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INV-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT BOARD-RPT-FILE ASSIGN TO BORDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  TRANSFER-FILE.
       COPY "BOARDXFR.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       FD  BOARD-HIST-FILE.
       COPY "BOARDHST.CPY".

       FD  INVESTOR-FILE.
       COPY "INVESTOR.CPY".

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  BOARD-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-XFER-STATUS PIC X(2).
         88 WS-XFER-OK VALUE "00".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
         88 WS-MSTR-NOT-FOUND VALUE "23" "35".
       01 WS-SCHD-STATUS PIC X(2).
         88 WS-SCHD-OK VALUE "00".
         88 WS-SCHD-DUPLICATE VALUE "22".
         88 WS-SCHD-NOT-FOUND VALUE "05" "35".
       01 WS-BDH-STATUS PIC X(2).
         88 WS-BDH-OK VALUE "00".
         88 WS-BDH-NOT-FOUND VALUE "05" "35".
       01 WS-INV-STATUS PIC X(2).
         88 WS-INV-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".

       01 SCHD-FILE-SWITCH PIC 9 VALUE 0.
         88 SCHD-FILE-OPEN VALUE 1.
       01 INVESTOR-FILE-SWITCH PIC 9 VALUE 0.
         88 INVESTOR-FILE-OPEN VALUE 1.

      * WHY THE TRANSFER RECORD IN HAND WAS REFUSED - SPACES WHILE IT
      * IS STILL GOOD. EVERY CHECK BELOW SETS IT AND THE NEXT STEP
      * ONLY RUNS WHILE IT IS STILL BLANK.
       01 REJECT-REASON       PIC X(48).
       01 PRIOR-BOARDED-SW    PIC 9.
         88 PRIOR-BOARDED     VALUE 1.
       01 LOAN-FLAGGED-SW     PIC 9.
         88 LOAN-FLAGGED      VALUE 1.

      * THE BOARDING DATE IS THE CYCLE'S PROCESSING DATE ON LOANDATE
      * (SEE PROCDATE.CPY), OR THE SYSTEM DATE WHEN THERE IS NONE.
      * THE AS-OF DATE IS THE TRANSFER DATE ON THE RECORD, OR THE
      * BOARDING DATE WHEN THE RECORD CARRIES NONE - IN THE SAME
      * YYYY-MM-DD SHAPE AS THE SCHEDULE'S DUE DATES, SO "WAS THIS
      * INSTALLMENT ALREADY DUE" IS A PLAIN CHARACTER COMPARE.
       01 WS-TODAY-STAMP.
          03 TODAY-DATE-N      PIC 9(8).
          03 FILLER            PIC X(13).
       01 BOARD-DATE-N         PIC 9(8).
       01 BOARD-DATE-X REDEFINES BOARD-DATE-N.
          03 BOARD-DATE-YYYY   PIC X(4).
          03 BOARD-DATE-MM     PIC X(2).
          03 BOARD-DATE-DD     PIC X(2).
       01 BOARD-DATE-FMT       PIC X(10).
       01 ASOF-DATE-N          PIC 9(8).
       01 ASOF-DATE-X REDEFINES ASOF-DATE-N.
          03 ASOF-DATE-YYYY    PIC X(4).
          03 ASOF-DATE-MM      PIC X(2).
          03 ASOF-DATE-DD      PIC X(2).
       01 ASOF-DATE-FMT        PIC X(10).

      * THE REMAINING TERM. THE ENGINE TAKES A TERM IN MONTHS, SO THE
      * PERIODS LEFT ARE CONVERTED THROUGH THE LOAN'S OWN FREQUENCY,
      * SAME AS LOANMOD AND LOANARM.
       01 PERIODS-PER-YEAR    PIC S9(3) COMP.
       01 ORIG-PERIODS        PIC S9(4) COMP.
       01 REMAIN-PERIODS      PIC S9(4) COMP.
       01 REMAIN-MONTHS       PIC S9(4) COMP.

      * THE BOOKED SCHEDULE, MEASURED. THE CENTS RIDE ON THE FIRST
      * ROW; THE REGULAR PAYMENT IS THAT ROW BEFORE THEY DO.
       01 FIRST-ROW-CENTS     PIC S9(1)V99 COMP-3.
       01 BOOKED-PAYMENT      PIC S9(7)V99 COMP-3.
       01 SCHED-PRIN-TOTAL    PIC S9(11)V99 COMP-3.
       01 BALANCE-DIFF        PIC S9(11)V99 COMP-3.
       01 PAYMENT-DIFF        PIC S9(7)V99 COMP-3.
       01 DUE-AT-TRANSFER     PIC S9(4) COMP.
       01 ROW-IDX             PIC S9(4) COMP.
       01 ROW-WORK            PIC S9(11)V99 COMP-3.
       01 OVERFLOW-START      PIC S9(4) COMP.
       01 STALE-DONE-SW       PIC 9.
         88 STALE-DONE        VALUE 1.

      * HOW FAR THE PRIOR SERVICER'S P-AND-I MAY DRIFT FROM THE
      * PAYMENT THE RE-AMORTIZED SCHEDULE COMES TO BEFORE THE LOAN IS
      * FLAGGED - ROUNDING AND ODD FIRST-PERIOD INTEREST, NOT A
      * DIFFERENT LOAN.
       01 PAYMENT-TOLERANCE   PIC S9(1)V99 COMP-3 VALUE 1.00.
       01 PENNY-TOLERANCE     PIC S9(1)V99 COMP-3 VALUE 0.01.

       01 XFER-COUNT          PIC S9(8) COMP VALUE 0.
       01 BOARDED-COUNT       PIC S9(8) COMP VALUE 0.
       01 REJECT-COUNT        PIC S9(8) COMP VALUE 0.
       01 PRIOR-BOARDED-COUNT PIC S9(8) COMP VALUE 0.
       01 FLAGGED-COUNT       PIC S9(8) COMP VALUE 0.
       01 BAD-DATA-COUNT      PIC S9(8) COMP VALUE 0.
       01 DELINQUENT-COUNT    PIC S9(8) COMP VALUE 0.

      * THE ACCEPTANCE TIE-OUT. EVERY BALANCE RECEIVED (ON A RECORD
      * WHOSE PACKED FIELDS ARE VALID - A CORRUPT RECORD HAS NO
      * AMOUNT TO SUM, IT SHOWS IN ITS OWN COUNT) IS BOOKED,
      * REJECTED OR ALREADY BOARDED; WHAT IS LEFT OVER IS THE
      * DIFFERENCE THE ACCEPTANCE CANNOT BE SIGNED WITH.
       01 BAL-RECEIVED-TOTAL  PIC S9(13)V99 COMP-3 VALUE 0.
       01 BAL-BOOKED-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
       01 BAL-REJECTED-TOTAL  PIC S9(13)V99 COMP-3 VALUE 0.
       01 BAL-PRIOR-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
       01 BAL-TIE-DIFF        PIC S9(13)V99 COMP-3 VALUE 0.
       01 ESCROW-RECEIVED-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
       01 ESCROW-BOOKED-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
       01 FEES-RECEIVED-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
       01 FEES-BOOKED-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 AMOUNT-D            PIC -Z(8)9.99.
       01 AMOUNT-2-D          PIC -Z(8)9.99.
       01 AMOUNT-3-D          PIC -Z(8)9.99.
       01 CENTS-D             PIC -9.99.
       01 RATE-D              PIC ZZ9.9999.
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

           OPEN INPUT TRANSFER-FILE
           IF NOT WS-XFER-OK
               DISPLAY "UNABLE TO OPEN THE SERVICING TRANSFER FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE TRANSFER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-SCHEDULE-FILE

      * NO HISTORY, NO BOARDING - THE PRIOR SERVICER'S SUMMARY
      * WOULD BE LOST FOR GOOD AND THE RE-RUN GUARD WITH IT.
           PERFORM OPEN-HISTORY-FILE
           IF NOT WS-BDH-OK
               DISPLAY "UNABLE TO OPEN THE BOARDING HISTORY FILE"
               CLOSE TRANSFER-FILE
               CLOSE LOAN-MASTER-FILE
               IF SCHD-FILE-OPEN
                   CLOSE SCHEDULE-ROW-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-INVESTOR-FILE
           PERFORM SET-BOARD-DATE

           OPEN OUTPUT BOARD-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "SEASONED LOAN BOARDING RECONCILIATION - BOARDED "
               BOARD-DATE-FMT INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM READ-TRANSFER

           PERFORM UNTIL WS-EOF
               ADD 1 TO XFER-COUNT
               PERFORM BOARD-ONE-LOAN
               PERFORM READ-TRANSFER
           END-PERFORM

           PERFORM WRITE-BOARDING-TOTALS

           CLOSE TRANSFER-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE BOARD-HIST-FILE
           CLOSE BOARD-RPT-FILE
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF
           IF INVESTOR-FILE-OPEN
               CLOSE INVESTOR-FILE
           END-IF

      * SET EXPLICITLY - RETURN-CODE OTHERWISE STILL HOLDS WHATEVER
      * THE LAST LOANAMORT CALL RETURNED.
           IF REJECT-COUNT > 0 OR FLAGGED-COUNT > 0
                   OR BAD-DATA-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-TRANSFER.
           READ TRANSFER-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * SAME CREATE-IF-MISSING DANCE AS LOANBATCH - A NEW SITE MAY
      * BOARD ITS FIRST BOOK BEFORE IT WRITES ITS FIRST LOAN.
       OPEN-MASTER-FILE.
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MSTR-NOT-FOUND
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF.

      * WITHOUT THE COMPANION FILE A LOAN WHOSE SCHEDULE NEEDS
      * OVERFLOW ROWS IS REFUSED, NEVER TRUNCATED.
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
           OPEN I-O BOARD-HIST-FILE
           IF WS-BDH-NOT-FOUND
               OPEN OUTPUT BOARD-HIST-FILE
               CLOSE BOARD-HIST-FILE
               OPEN I-O BOARD-HIST-FILE
           END-IF.

      * READ-ONLY, AND NEVER CREATED HERE. WITHOUT IT A TRANSFERRED
      * PARTICIPATION CANNOT BE PROVED AND IS REJECTED - THE SAME
      * RULE LOANBATCH APPLIES TO A PRODUCT CODE WITH NO PRODUCT
      * FILE.
       OPEN-INVESTOR-FILE.
           OPEN INPUT INVESTOR-FILE
           IF WS-INV-OK
               SET INVESTOR-FILE-OPEN TO TRUE
           END-IF.

       SET-BOARD-DATE.
           MOVE 0 TO BOARD-DATE-N
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDTE-OK
               READ PROC-DATE-FILE
                   NOT AT END
                       IF PDTE-CURRENT-DATE NUMERIC
                           MOVE PDTE-CURRENT-DATE TO BOARD-DATE-N
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           IF BOARD-DATE-N = 0
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
               MOVE TODAY-DATE-N TO BOARD-DATE-N
           END-IF
           MOVE SPACES TO BOARD-DATE-FMT
           STRING BOARD-DATE-YYYY "-" BOARD-DATE-MM "-" BOARD-DATE-DD
               DELIMITED BY SIZE INTO BOARD-DATE-FMT.

      * EDIT THE TRANSFER RECORD ON ITS OWN BEFORE ANYTHING IS BOOKED.
      * THE CLASS TESTS COME FIRST - A CORRUPT PACKED FIELD IS A
      * DATA EXCEPTION THE MOMENT IT IS COMPARED OR SUMMED.
       BOARD-ONE-LOAN.
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO PRIOR-BOARDED-SW
           MOVE 0 TO LOAN-FLAGGED-SW

           IF XFER-ORIG-PRINCIPAL NOT NUMERIC
                   OR XFER-ORIG-RATE NOT NUMERIC
                   OR XFER-ORIG-TERM NOT NUMERIC
                   OR XFER-ORIG-FIRST-PMT-DATE NOT NUMERIC
                   OR XFER-CUR-BALANCE NOT NUMERIC
                   OR XFER-CUR-RATE NOT NUMERIC
                   OR XFER-CUR-PI-PMT NOT NUMERIC
                   OR XFER-NEXT-DUE-DATE NOT NUMERIC
                   OR XFER-PAID-THRU NOT NUMERIC
                   OR XFER-TRANSFER-DATE NOT NUMERIC
                   OR XFER-ESCROW-PMT NOT NUMERIC
                   OR XFER-ESCROW-BAL NOT NUMERIC
                   OR XFER-LATE-FEES NOT NUMERIC
                   OR XFER-PARTIC-PCT NOT NUMERIC
                   OR XFER-MARGIN NOT NUMERIC
                   OR XFER-INT-PAID-LIFE NOT NUMERIC
                   OR XFER-INT-PAID-YTD NOT NUMERIC
                   OR XFER-LAST-PMT-DATE NOT NUMERIC
               ADD 1 TO BAD-DATA-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " XFER-LOAN-NO
                   " ** REJECTED - TRANSFER RECORD HAS INVALID "
                   "NUMERIC DATA - NOT SUMMED **" INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               ADD XFER-CUR-BALANCE TO BAL-RECEIVED-TOTAL
               PERFORM EDIT-TRANSFER
               IF REJECT-REASON = SPACES
                   PERFORM CHECK-ALREADY-BOARDED
               END-IF
               EVALUATE TRUE
                   WHEN PRIOR-BOARDED
                       PERFORM WRITE-PRIOR-BOARDED-LINE
                   WHEN REJECT-REASON NOT = SPACES
                       PERFORM WRITE-REJECT-LINE
                   WHEN OTHER
                       PERFORM BUILD-BOARDED-SCHEDULE
                       IF REJECT-REASON NOT = SPACES
                           PERFORM WRITE-REJECT-LINE
                       END-IF
               END-EVALUATE
           END-IF.

       EDIT-TRANSFER.
           EVALUATE TRUE
               WHEN XFER-LOAN-NO = SPACES
                   MOVE "NO LOAN NUMBER" TO REJECT-REASON
               WHEN XFER-CUR-BALANCE NOT > 0
                   MOVE "NO UNPAID BALANCE TO BOARD" TO REJECT-REASON
               WHEN XFER-CUR-BALANCE > XFER-ORIG-PRINCIPAL
                   MOVE "UNPAID BALANCE OVER THE ORIGINAL PRINCIPAL"
                       TO REJECT-REASON
               WHEN XFER-CUR-BALANCE NOT < 100000000
                   MOVE "UNPAID BALANCE OVER THE SCHEDULE LIMIT"
                       TO REJECT-REASON
               WHEN XFER-CUR-RATE < 0 OR XFER-ORIG-RATE < 0
                       OR XFER-MARGIN < 0
                   MOVE "NEGATIVE RATE OR MARGIN" TO REJECT-REASON
               WHEN XFER-ESCROW-PMT < 0 OR XFER-ESCROW-BAL < 0
                       OR XFER-LATE-FEES < 0
                   MOVE "NEGATIVE ESCROW OR LATE FEE BALANCE"
                       TO REJECT-REASON
               WHEN XFER-ORIG-TERM = 0
                       OR XFER-ORIG-TERM > MAX-LOAN-TERM-MONTHS
                   MOVE "ORIGINAL TERM MISSING OR OVER THE CEILING"
                       TO REJECT-REASON
               WHEN XFER-NEXT-DUE-DATE = 0
                   MOVE "NO NEXT DUE DATE" TO REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(XFER-NEXT-DUE-DATE)
                       NOT = 0
                   MOVE "NEXT DUE DATE INVALID" TO REJECT-REASON
               WHEN XFER-TRANSFER-DATE NOT = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(XFER-TRANSFER-DATE)
                       NOT = 0
                   MOVE "TRANSFER DATE INVALID" TO REJECT-REASON
               WHEN OTHER
                   PERFORM SIZE-REMAINING-TERM
           END-EVALUATE

           IF REJECT-REASON = SPACES
                   AND XFER-INVESTOR-CODE NOT = SPACES
               PERFORM CHECK-INVESTOR
           END-IF.

      * WHAT IS LEFT OF THE ORIGINAL TERM: THE ORIGINAL PERIOD COUNT
      * LESS THE INSTALLMENTS THE PRIOR SERVICER COLLECTED. THE
      * INSTALLMENTS STILL OWED FROM BEFORE THE TRANSFER ARE PART OF
      * IT - THEY HEAD THE NEW SCHEDULE, AT THEIR OWN DUE DATES.
       SIZE-REMAINING-TERM.
           EVALUATE TRUE
               WHEN XFER-PMTFREQ-BIWEEKLY
                   MOVE 26 TO PERIODS-PER-YEAR
               WHEN XFER-PMTFREQ-WEEKLY
                   MOVE 52 TO PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO PERIODS-PER-YEAR
           END-EVALUATE

           COMPUTE ORIG-PERIODS ROUNDED =
               XFER-ORIG-TERM * PERIODS-PER-YEAR / 12
           COMPUTE REMAIN-PERIODS = ORIG-PERIODS - XFER-PAID-THRU
           IF REMAIN-PERIODS < 1
               MOVE "NO INSTALLMENTS LEFT ON THE ORIGINAL TERM"
                   TO REJECT-REASON
           ELSE
               COMPUTE REMAIN-MONTHS ROUNDED =
                   REMAIN-PERIODS * 12 / PERIODS-PER-YEAR
               IF REMAIN-MONTHS < 1
                   MOVE 1 TO REMAIN-MONTHS
               END-IF
           END-IF.

       CHECK-INVESTOR.
           EVALUATE TRUE
               WHEN XFER-PARTIC-PCT NOT > 0 OR XFER-PARTIC-PCT > 100
                   MOVE "PARTICIPATION PERCENTAGE OUT OF RANGE"
                       TO REJECT-REASON
               WHEN NOT INVESTOR-FILE-OPEN
                   MOVE "INVESTOR MASTER UNAVAILABLE" TO REJECT-REASON
               WHEN OTHER
                   MOVE XFER-INVESTOR-CODE TO INV-CODE
                   READ INVESTOR-FILE
                       INVALID KEY
                           MOVE "INVESTOR NOT ON THE INVESTOR MASTER"
                               TO REJECT-REASON
                   END-READ
           END-EVALUATE.

      * THE RE-RUN GUARD - SEE THE REMARKS ON BDH-LOAN-NO. A LOAN
      * NUMBER ALREADY ON THE MASTER BUT NOT ON THE HISTORY IS ONE
      * OF OUR OWN LOANS, AND THE TRANSFER IS REFUSED RATHER THAN
      * WRITTEN OVER IT.
       CHECK-ALREADY-BOARDED.
           MOVE XFER-LOAN-NO TO BDH-LOAN-NO
           READ BOARD-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRIOR-BOARDED TO TRUE
           END-READ

           IF NOT PRIOR-BOARDED
               MOVE XFER-LOAN-NO TO MSTR-LOAN-NO
               READ LOAN-MASTER-FILE
               IF WS-MSTR-OK
                   MOVE "LOAN NUMBER ALREADY ON THE MASTER"
                       TO REJECT-REASON
               END-IF
           END-IF.

      * THE FORWARD SCHEDULE, AT THE CURRENT RATE FROM THE NEXT DUE
      * DATE. THE ENGINE TAKES WHOLE DOLLARS - THE CENTS ARE HELD
      * BACK AND ADDED TO THE FIRST ROW (SEE THE REMARKS).
       BUILD-BOARDED-SCHEDULE.
           MOVE XFER-LOAN-NO  TO LOANID
           COMPUTE PRINCIPAL = XFER-CUR-BALANCE
           COMPUTE FIRST-ROW-CENTS = XFER-CUR-BALANCE - PRINCIPAL
           MOVE REMAIN-MONTHS TO LOANTERM
           MOVE XFER-CUR-RATE TO RATE
           MOVE ZERO          TO EXTRAPRINCIPAL
           MOVE ZERO          TO ORIGFEE
           MOVE ZERO          TO RATECHG-COUNT
           MOVE "M"           TO DAYCOUNT-METHOD
           IF XFER-PMTFREQ = SPACE
               MOVE "M"       TO PMTFREQ
           ELSE
               MOVE XFER-PMTFREQ TO PMTFREQ
           END-IF
           MOVE "S"           TO INTMETHOD
           MOVE XFER-NEXT-DUE-DATE TO FIRSTPMTDATE
           MOVE XFER-ESCROW-PMT TO ESCROWAMT
           MOVE ZERO          TO IOMONTHS
           MOVE ZERO          TO BALLOONMONTH
           MOVE ZERO          TO DRAW-COUNT

           CALL "LOANAMORT" USING LOANINFO OUTDATA

           EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   MOVE "SCHEDULE COULD NOT BE BUILT FROM THE TERMS"
                       TO REJECT-REASON
               WHEN OUTPERIODS > MAX-MSTR-PERIODS
                       AND NOT SCHD-FILE-OPEN
                   MOVE "SCHEDULE FILE UNAVAILABLE FOR LONG LOAN"
                       TO REJECT-REASON
               WHEN OTHER
                   PERFORM MEASURE-BOARDED-SCHEDULE
                   PERFORM SAVE-BOARDED-LOAN
           END-EVALUATE.

      * THE CENTS GO ON THE FIRST ROW; THEN THE SCHEDULE IS PROVED
      * AGAINST THE BALANCE RECEIVED, AND THE INSTALLMENTS ALREADY
      * DUE ON THE TRANSFER DATE ARE COUNTED.
       MEASURE-BOARDED-SCHEDULE.
           COMPUTE BOOKED-PAYMENT = FUNCTION NUMVAL(OUTPAYMENT(1))
           IF FIRST-ROW-CENTS > 0
               COMPUTE ROW-WORK =
                   FUNCTION NUMVAL(OUTPAYMENT(1)) + FIRST-ROW-CENTS
               MOVE ROW-WORK TO OUTPAYMENT(1)
               COMPUTE ROW-WORK =
                   FUNCTION NUMVAL(OUTPRINCPAID(1)) + FIRST-ROW-CENTS
               MOVE ROW-WORK TO OUTPRINCPAID(1)
               COMPUTE ROW-WORK =
                   FUNCTION NUMVAL(OUTTOTALPMT(1)) + FIRST-ROW-CENTS
               MOVE ROW-WORK TO OUTTOTALPMT(1)
           END-IF

           IF XFER-TRANSFER-DATE NOT = 0
               MOVE XFER-TRANSFER-DATE TO ASOF-DATE-N
           ELSE
               MOVE BOARD-DATE-N TO ASOF-DATE-N
           END-IF
           MOVE SPACES TO ASOF-DATE-FMT
           STRING ASOF-DATE-YYYY "-" ASOF-DATE-MM "-" ASOF-DATE-DD
               DELIMITED BY SIZE INTO ASOF-DATE-FMT

           MOVE ZERO TO SCHED-PRIN-TOTAL
           MOVE ZERO TO DUE-AT-TRANSFER
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > OUTPERIODS
               COMPUTE SCHED-PRIN-TOTAL = SCHED-PRIN-TOTAL +
                   FUNCTION NUMVAL(OUTPRINCPAID(ROW-IDX))
               IF OUTDUEDATE(ROW-IDX) NOT = SPACES
                       AND OUTDUEDATE(ROW-IDX) NOT > ASOF-DATE-FMT
                   ADD 1 TO DUE-AT-TRANSFER
               END-IF
           END-PERFORM.

      * THE HISTORY GOES ON FIRST, SO NO LOAN REACHES THE MASTER
      * WITHOUT ITS PRIOR SERVICER'S SUMMARY; A MASTER THAT WILL NOT
      * TAKE THE LOAN HAS THE HISTORY RECORD TAKEN BACK OFF.
       SAVE-BOARDED-LOAN.
           PERFORM BUILD-BOARDED-MASTER
           PERFORM WRITE-BOARD-HISTORY
           IF NOT WS-BDH-OK
               MOVE "UNABLE TO WRITE BOARDING HISTORY"
                   TO REJECT-REASON
           ELSE
               WRITE LOAN-MASTER-RECORD
               IF NOT WS-MSTR-OK
                   MOVE "UNABLE TO WRITE MASTER" TO REJECT-REASON
                   PERFORM BACK-OUT-BOARD-HISTORY
               ELSE
                   PERFORM BOOK-BOARDED-LOAN
               END-IF
           END-IF.

       BOOK-BOARDED-LOAN.
           PERFORM SAVE-BOARDED-OVERFLOW
           ADD 1 TO BOARDED-COUNT
           IF DUE-AT-TRANSFER > 0
               ADD 1 TO DELINQUENT-COUNT
           END-IF
           ADD SCHED-PRIN-TOTAL    TO BAL-BOOKED-TOTAL
           ADD XFER-ESCROW-BAL     TO ESCROW-RECEIVED-TOTAL
           ADD MSTR-ESCROW-HELD    TO ESCROW-BOOKED-TOTAL
           ADD XFER-LATE-FEES      TO FEES-RECEIVED-TOTAL
           ADD MSTR-LATE-FEE-DUE   TO FEES-BOOKED-TOTAL
           MOVE ZERO TO MAUD-BEFORE-1
           MOVE ZERO TO MAUD-BEFORE-2
           MOVE "BOARD" TO MAUD-ACTION
           MOVE MSTR-LOAN-NO TO MAUD-KEY
           MOVE MSTR-ACTUAL-BALANCE TO MAUD-AFTER-1
           MOVE MSTR-ESCROW-HELD    TO MAUD-AFTER-2
           PERFORM WRITE-MAINT-AUDIT
           PERFORM WRITE-BOARDED-LINES.

      * IF EVEN THE DELETE FAILS THE REPORT SAYS SO LOUDLY - A
      * RE-RUN WOULD LIST THE LOAN AS ALREADY BOARDED WHEN THE
      * MASTER NEVER TOOK IT, SO THE RECORD MUST BE CLEARED BY HAND.
       BACK-OUT-BOARD-HISTORY.
           DELETE BOARD-HIST-FILE
               INVALID KEY
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " XFER-LOAN-NO
                       " ** BOARDING HISTORY RECORD COULD NOT BE "
                       "BACKED OUT - CLEAR IT BY HAND **" INTO RPT-LINE
                   WRITE RPT-LINE
           END-DELETE.

      * A SEASONED LOAN STARTS ITS LIFE ON OUR BOOKS WITH NOTHING
      * PAID AGAINST A SCHEDULE WHOSE FIRST ROW IS THE NEXT
      * INSTALLMENT OWED. PRINCIPAL AND TERM ARE WHAT LOANAMORT WAS
      * HANDED, SO LOANRECON TIES THE MASTER TO THE CALCULATION LINE
      * THE CALL JUST WROTE.
       BUILD-BOARDED-MASTER.
           MOVE XFER-LOAN-NO     TO MSTR-LOAN-NO
           MOVE XFER-BORROWER-ID TO MSTR-BORROWER-ID
           MOVE PRINCIPAL        TO MSTR-PRINCIPAL
           MOVE LOANTERM         TO MSTR-LOANTERM
           MOVE RATE             TO MSTR-RATE
           MOVE OUTTOTINTPAID    TO MSTR-TOTINTPAID
           MOVE OUTAPR           TO MSTR-APR
           MOVE OUTSTATUS        TO MSTR-STATUS
           MOVE "A"              TO MSTR-LIFECYCLE
           MOVE OUTPERIODS       TO MSTR-TOTAL-PERIODS
           IF OUTPERIODS > MAX-MSTR-PERIODS
               MOVE MAX-MSTR-PERIODS TO MSTR-PERIODS
           ELSE
               MOVE OUTPERIODS   TO MSTR-PERIODS
           END-IF
           MOVE PMTFREQ          TO MSTR-PMTFREQ
           MOVE ZERO             TO MSTR-AMT-RECEIVED
           MOVE ZERO             TO MSTR-PAID-THRU
      * THE PRIOR SERVICER'S LAST PAYMENT IS THE BORROWER'S LAST
      * PAYMENT - THE PAYOFF AND CREDIT-REPORTING RUNS DATE FROM IT
      * UNTIL LOANPOST POSTS ONE OF OURS.
           MOVE XFER-LAST-PMT-DATE TO MSTR-LAST-RECEIPT-DATE
           MOVE PRINCIPAL        TO MSTR-ACTUAL-BALANCE
           MOVE XFER-ESCROW-BAL  TO MSTR-ESCROW-HELD
           MOVE ZERO             TO MSTR-FEE-RECEIVED
           MOVE XFER-LATE-FEES   TO MSTR-LATE-FEE-DUE
           MOVE DUE-AT-TRANSFER  TO MSTR-LATE-ASSESSED-THRU
           MOVE XFER-INDEX-CODE  TO MSTR-INDEX-CODE
           MOVE XFER-MARGIN      TO MSTR-MARGIN
           MOVE XFER-INVESTOR-CODE TO MSTR-INVESTOR-CODE
           MOVE XFER-PARTIC-PCT  TO MSTR-PARTIC-PCT
           MOVE XFER-NEXT-DUE-DATE TO MSTR-FIRST-PMT-DATE
           MOVE XFER-ESCROW-PMT  TO MSTR-ESCROW
           MOVE XFER-PRODUCT-CODE TO MSTR-PRODUCT-CODE
           MOVE ZERO             TO MSTR-CONSTR-PERIODS
           MOVE ZERO             TO MSTR-DRAWN-AMT
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > MSTR-PERIODS
               MOVE OUTPAYMENT(ROW-IDX)   TO MSTR-PAYMENT(ROW-IDX)
               MOVE OUTINTPAID(ROW-IDX)   TO MSTR-INTPAID(ROW-IDX)
               MOVE OUTPRINCPAID(ROW-IDX) TO MSTR-PRINCPAID(ROW-IDX)
               MOVE OUTBALANCE(ROW-IDX)   TO MSTR-BALANCE(ROW-IDX)
               MOVE OUTDUEDATE(ROW-IDX)   TO MSTR-DUEDATE(ROW-IDX)
           END-PERFORM.

      * EVERY ROW PAST THE INLINE TABLE, ONE KEYED RECORD PER
      * PERIOD, THEN ANY STALE ROWS LEFT UNDER THE SAME LOAN NUMBER
      * DELETED - SAME SHAPE AS LOANBATCH'S SAVE-SCHEDULE-OVERFLOW.
       SAVE-BOARDED-OVERFLOW.
           IF SCHD-FILE-OPEN
               PERFORM VARYING ROW-IDX FROM MSTR-PERIODS BY 1
                       UNTIL ROW-IDX >= OUTPERIODS
                   MOVE MSTR-LOAN-NO TO SCHD-LOAN-NO
                   COMPUTE SCHD-PERIOD = ROW-IDX + 1
                   MOVE OUTPAYMENT(ROW-IDX + 1)   TO SCHD-PAYMENT
                   MOVE OUTINTPAID(ROW-IDX + 1)   TO SCHD-INTPAID
                   MOVE OUTPRINCPAID(ROW-IDX + 1) TO SCHD-PRINCPAID
                   MOVE OUTBALANCE(ROW-IDX + 1)   TO SCHD-BALANCE
                   MOVE OUTDUEDATE(ROW-IDX + 1)   TO SCHD-DUEDATE
                   WRITE SCHEDULE-ROW-RECORD
                   IF WS-SCHD-DUPLICATE
                       REWRITE SCHEDULE-ROW-RECORD
                   END-IF
               END-PERFORM
               PERFORM CLEAR-STALE-OVERFLOW
           END-IF.

       CLEAR-STALE-OVERFLOW.
           MOVE 0 TO STALE-DONE-SW
           IF OUTPERIODS > MAX-MSTR-PERIODS
               COMPUTE OVERFLOW-START = OUTPERIODS + 1
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

       WRITE-BOARD-HISTORY.
           MOVE SPACES TO LOAN-BOARD-HIST-RECORD
           MOVE XFER-LOAN-NO       TO BDH-LOAN-NO
           MOVE BOARD-DATE-N       TO BDH-BOARD-DATE
           MOVE ASOF-DATE-N        TO BDH-TRANSFER-DATE
           MOVE XFER-PRIOR-SERVICER TO BDH-PRIOR-SERVICER
           MOVE XFER-PRIOR-LOAN-NO TO BDH-PRIOR-LOAN-NO
           MOVE XFER-ORIG-PRINCIPAL TO BDH-ORIG-PRINCIPAL
           MOVE XFER-ORIG-RATE     TO BDH-ORIG-RATE
           MOVE XFER-ORIG-TERM     TO BDH-ORIG-TERM
           MOVE XFER-ORIG-FIRST-PMT-DATE TO BDH-ORIG-FIRST-PMT-DATE
           MOVE ORIG-PERIODS       TO BDH-ORIG-PERIODS
           MOVE XFER-PAID-THRU     TO BDH-PRIOR-PAID-THRU
           COMPUTE BDH-PRIOR-PRIN-PAID =
               XFER-ORIG-PRINCIPAL - XFER-CUR-BALANCE
           MOVE XFER-INT-PAID-LIFE TO BDH-PRIOR-INT-LIFE
           MOVE XFER-INT-PAID-YTD  TO BDH-PRIOR-INT-YTD
           MOVE XFER-LAST-PMT-DATE TO BDH-PRIOR-LAST-PMT-DATE
           MOVE XFER-CUR-BALANCE   TO BDH-BAL-RECEIVED
           MOVE MSTR-PRINCIPAL     TO BDH-PRIN-BOOKED
           MOVE FIRST-ROW-CENTS    TO BDH-FIRST-ROW-CENTS
           MOVE XFER-ESCROW-BAL    TO BDH-ESCROW-RECEIVED
           MOVE XFER-LATE-FEES     TO BDH-FEES-RECEIVED
           MOVE XFER-CUR-PI-PMT    TO BDH-PMT-RECEIVED
           MOVE BOOKED-PAYMENT     TO BDH-PMT-BOOKED
           MOVE XFER-NEXT-DUE-DATE TO BDH-NEXT-DUE-DATE
           MOVE OUTPERIODS         TO BDH-BOOKED-PERIODS
           MOVE RATE               TO BDH-BOOKED-RATE
           MOVE OPERATOR-ID        TO BDH-OPERATOR
           WRITE LOAN-BOARD-HIST-RECORD.

       WRITE-MAINT-AUDIT.
           MOVE "LOANBORD" TO MAUD-PROGRAM
           MOVE OPERATOR-ID TO MAUD-OPERATOR
           CALL "MNTAUDIT" USING MAINT-AUDIT-REQUEST.

      * THE LOAN'S RECONCILIATION: WHAT THE PRIOR SERVICER SENT NEXT
      * TO WHAT THE MASTER NOW HOLDS, WITH A FLAG LINE UNDER ANY
      * FIGURE THAT DOES NOT AGREE.
       WRITE-BOARDED-LINES.
           MOVE XFER-CUR-RATE TO RATE-D
           MOVE OUTPERIODS TO PERIOD-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " XFER-LOAN-NO " BORROWER " XFER-BORROWER-ID
               " FROM " XFER-PRIOR-SERVICER " " XFER-PRIOR-LOAN-NO
               " BOARDED AT " RATE-D " OVER " PERIOD-D " PERIODS"
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE XFER-CUR-BALANCE TO AMOUNT-D
           MOVE SCHED-PRIN-TOTAL TO AMOUNT-2-D
           MOVE FIRST-ROW-CENTS TO CENTS-D
           MOVE SPACES TO RPT-LINE
           STRING "  BALANCE    RECEIVED " AMOUNT-D
               "  BOOKED " AMOUNT-2-D
               "  (CENTS ON FIRST INSTALLMENT " CENTS-D ")"
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE XFER-ESCROW-BAL TO AMOUNT-D
           MOVE MSTR-ESCROW-HELD TO AMOUNT-2-D
           MOVE SPACES TO RPT-LINE
           STRING "  ESCROW     RECEIVED " AMOUNT-D
               "  BOOKED " AMOUNT-2-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE XFER-LATE-FEES TO AMOUNT-D
           MOVE MSTR-LATE-FEE-DUE TO AMOUNT-2-D
           MOVE SPACES TO RPT-LINE
           STRING "  LATE FEES  RECEIVED " AMOUNT-D
               "  BOOKED " AMOUNT-2-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE XFER-CUR-PI-PMT TO AMOUNT-D
           MOVE BOOKED-PAYMENT TO AMOUNT-2-D
           MOVE SPACES TO RPT-LINE
           STRING "  P+I        RECEIVED " AMOUNT-D
               "  BOOKED " AMOUNT-2-D
               "  NEXT DUE " OUTDUEDATE(1)
               "  MATURITY " OUTDUEDATE(OUTPERIODS)
               INTO RPT-LINE
           WRITE RPT-LINE

           IF XFER-INVESTOR-CODE NOT = SPACES
               MOVE XFER-PARTIC-PCT TO RATE-D
               MOVE SPACES TO RPT-LINE
               STRING "  INVESTOR " XFER-INVESTOR-CODE
                   " " INV-NAME " SHARE " RATE-D "%"
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF DUE-AT-TRANSFER > 0
               MOVE DUE-AT-TRANSFER TO PERIOD-2-D
               MOVE SPACES TO RPT-LINE
               STRING "  TRANSFERRED DELINQUENT - " PERIOD-2-D
                   " INSTALLMENTS DUE BY " ASOF-DATE-FMT
                   " STILL UNPAID" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           COMPUTE BALANCE-DIFF = XFER-CUR-BALANCE - SCHED-PRIN-TOTAL
           IF BALANCE-DIFF < 0
               COMPUTE BALANCE-DIFF = 0 - BALANCE-DIFF
           END-IF
           IF BALANCE-DIFF > PENNY-TOLERANCE OR OUTSTATUS-BALANCE-ERROR
               SET LOAN-FLAGGED TO TRUE
               MOVE SPACES TO RPT-LINE
               STRING "  ** BOOKED SCHEDULE DOES NOT RETIRE THE "
                   "BALANCE RECEIVED - REVIEW **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF XFER-CUR-PI-PMT > 0
               COMPUTE PAYMENT-DIFF = XFER-CUR-PI-PMT - BOOKED-PAYMENT
               IF PAYMENT-DIFF < 0
                   COMPUTE PAYMENT-DIFF = 0 - PAYMENT-DIFF
               END-IF
               IF PAYMENT-DIFF > PAYMENT-TOLERANCE
                   SET LOAN-FLAGGED TO TRUE
                   MOVE SPACES TO RPT-LINE
                   STRING "  ** P+I DIFFERS FROM THE PRIOR SERVICER'S "
                       "- CHECK THE TERMS BEFORE ACCEPTANCE **"
                       INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF

           IF LOAN-FLAGGED
               ADD 1 TO FLAGGED-COUNT
           END-IF.

       WRITE-PRIOR-BOARDED-LINE.
           ADD 1 TO PRIOR-BOARDED-COUNT
           ADD XFER-CUR-BALANCE TO BAL-PRIOR-TOTAL
           MOVE BDH-BOARD-DATE TO ASOF-DATE-N
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " XFER-LOAN-NO
               " ALREADY BOARDED ON " ASOF-DATE-YYYY "-" ASOF-DATE-MM
               "-" ASOF-DATE-DD " - NOT BOARDED AGAIN" INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT
           ADD XFER-CUR-BALANCE TO BAL-REJECTED-TOTAL
           MOVE XFER-CUR-BALANCE TO AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " XFER-LOAN-NO
               " ** REJECTED - " REJECT-REASON " **"
               " BALANCE " AMOUNT-D
               INTO RPT-LINE
           WRITE RPT-LINE.

      * THE ACCEPTANCE FIGURES. THE BALANCE RECEIVED MUST ALL BE
      * ACCOUNTED FOR - BOOKED, REJECTED OR BOARDED BY AN EARLIER RUN
      * - BEFORE THE TRANSFER ACCEPTANCE IS SIGNED.
       WRITE-BOARDING-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE XFER-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS RECEIVED . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BOARDED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS BOARDED. . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE DELINQUENT-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  BOARDED DELINQUENT . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE FLAGGED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  FLAGGED FOR REVIEW . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE REJECT-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS REJECTED . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE PRIOR-BOARDED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY BOARDED. . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF BAD-DATA-COUNT > 0
               MOVE BAD-DATA-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "INVALID DATA - NOT SUMMED: " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE BAL-RECEIVED-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "BALANCE RECEIVED . . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BAL-BOOKED-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "  BOOKED . . . . . . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BAL-REJECTED-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "  REJECTED . . . . . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BAL-PRIOR-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "  ALREADY BOARDED. . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           COMPUTE BAL-TIE-DIFF = BAL-RECEIVED-TOTAL - BAL-BOOKED-TOTAL
               - BAL-REJECTED-TOTAL - BAL-PRIOR-TOTAL
           MOVE BAL-TIE-DIFF TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "  DIFFERENCE . . . . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ESCROW-RECEIVED-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "ESCROW RECEIVED (BOARDED): " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ESCROW-BOOKED-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "  BOOKED . . . . . . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE FEES-RECEIVED-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "FEES RECEIVED (BOARDED). : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE FEES-BOOKED-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "  BOOKED . . . . . . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF BAL-TIE-DIFF = 0
                   AND ESCROW-RECEIVED-TOTAL = ESCROW-BOOKED-TOTAL
                   AND FEES-RECEIVED-TOTAL = FEES-BOOKED-TOTAL
               STRING "BALANCES RECEIVED AND BOOKED AGREE"
                   INTO RPT-LINE
           ELSE
               ADD 1 TO FLAGGED-COUNT
               STRING "** BALANCES RECEIVED AND BOOKED DO NOT AGREE "
                   "- DO NOT SIGN THE TRANSFER ACCEPTANCE **"
                   INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       END PROGRAM LOANBORD.
