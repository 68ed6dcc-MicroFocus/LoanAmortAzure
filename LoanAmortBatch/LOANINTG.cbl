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
       PROGRAM-ID. LOANINTG.
       REMARKS. WEEKLY REFERENTIAL INTEGRITY SWEEP. LOANRECON TIES
               THE CALCULATION TRAIL TO THE MASTER; THIS RUN CHECKS
               THAT THE MASTER AND ITS COMPANION FILES AGREE WITH
               EACH OTHER, SO A BROKEN LINK SHOWS UP HERE INSTEAD OF
               ON A STATEMENT OR A PAYOFF QUOTE. EVERY EXCEPTION IS
               ONE LINE ON THE INTGRPT REPORT, TAGGED WITH A CHECK
               CODE AND A SEVERITY:

                 CHECK    SEV      WHAT
                 SCHDMISS ERROR    MSTR-TOTAL-PERIODS SAYS ROWS LIVE
                                   ON LOANSCHD THAT ARE NOT THERE
                 BALCHAIN ERROR    A SCHEDULE ROW'S BALANCE IS NOT
                                   THE ROW BEFORE LESS THE PRINCIPAL
                                   PAID (A CONSTRUCTION LOAN'S DRAW-
                                   PERIOD ROWS MAY ALSO RISE BY WHAT
                                   WAS DRAWN)
                 ACTUALBL ERROR    MSTR-ACTUAL-BALANCE IS NOT THE
                                   BALANCE ON THE MSTR-PAID-THRU ROW
                                   (MSTR-DRAWN-AMT WHILE A
                                   CONSTRUCTION LOAN IS STILL IN ITS
                                   DRAW PERIOD)
                 NOINVEST ERROR    MSTR-INVESTOR-CODE WITH NO
                                   INVESTOR RECORD (REMITTANCE WOULD
                                   GO NOWHERE)
                 NOBORROW WARNING  MSTR-BORROWER-ID WITH NO BORROWER
                                   RECORD
                 CASEOPEN WARNING  COLLECTIONS CASE STILL OPEN ON A
                                   PAID-OFF OR CHARGED-OFF LOAN
                 SCHDORPH WARNING  LOANSCHD ROWS FOR A LOAN ON
                                   NEITHER THE MASTER NOR THE LOANARCF
                                   ARCHIVE
                 HISTORPH WARNING  LOANHIST RECEIPTS FOR A LOAN ON
                                   NEITHER THE MASTER NOR THE ARCHIVE
                 NOFILE   WARNING  A COMPANION FILE WAS NOT MOUNTED,
                                   SO ITS CHECK DID NOT RUN

               RETURN CODE 8 WHEN ANY ERROR IS FOUND (OR THE MASTER
               WILL NOT OPEN), 4 WHEN ONLY WARNINGS ARE, 0 WHEN THE
               FILES ALL AGREE - THE SCHEDULER STOPS THE CYCLE ON 8.

               A BALANCE-CHAIN BREAK ON THE PAID-THROUGH ROW A BOOKED
               WORKOUT RESTATED (SEE MODHIST.CPY - LOANMOD PUTS THE
               CAPITALIZED BALANCE THERE) IS LISTED AS EXPLAINED, NOT
               AS AN EXCEPTION, THE SAME WAY LOANRECON EXPLAINS A
               MASTER RECORD FROM THE MAINTENANCE TRAIL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.

      * EVERY COMPANION FILE IS OPTIONAL - ONE NOT MOUNTED IS
      * REPORTED AND ITS CHECK SKIPPED, NEVER A FAILED RUN.
           SELECT SCHEDULE-ROW-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT PAYMENT-HIST-FILE ASSIGN TO LOANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BORROWER-FILE ASSIGN TO LOANBRW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

           SELECT INVESTOR-FILE ASSIGN TO LOANINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INV-STATUS.

           SELECT COLL-CASE-FILE ASSIGN TO LOANCOLL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-LOAN-NO
               FILE STATUS IS WS-CASE-STATUS.

           SELECT MOD-HIST-FILE ASSIGN TO LOANMODH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MODH-KEY
               FILE STATUS IS WS-MODH-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO LOANARCF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT INTG-RPT-FILE ASSIGN TO INTGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       FD  PAYMENT-HIST-FILE.
       COPY "PAYHIST.CPY".

       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       FD  INVESTOR-FILE.
       COPY "INVESTOR.CPY".

       FD  COLL-CASE-FILE.
       COPY "COLLCASE.CPY".

       FD  MOD-HIST-FILE.
       COPY "MODHIST.CPY".

      * SAME RENAMED-PREFIX MASTER LAYOUT LOANARCH WRITES.
       FD  ARCHIVE-FILE.
       COPY "LOANMSTR.CPY" REPLACING ==LOAN-MASTER-RECORD==
           BY ==ARCHIVE-RECORD== LEADING ==MSTR-== BY ==ARCH-==.

       FD  INTG-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
         88 WS-MSTR-NOT-FOUND VALUE "23" "35".
       01 WS-SCHD-STATUS PIC X(2).
         88 WS-SCHD-OK VALUE "00".
       01 WS-HIST-STATUS PIC X(2).
         88 WS-HIST-OK VALUE "00".
       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".
       01 WS-INV-STATUS PIC X(2).
         88 WS-INV-OK VALUE "00".
       01 WS-CASE-STATUS PIC X(2).
         88 WS-CASE-OK VALUE "00".
       01 WS-MODH-STATUS PIC X(2).
         88 WS-MODH-OK VALUE "00".
       01 WS-ARCH-STATUS PIC X(2).
         88 WS-ARCH-OK VALUE "00".

       01 SCHD-FILE-SWITCH PIC 9 VALUE 0.
         88 SCHD-FILE-OPEN VALUE 1.
       01 HIST-FILE-SWITCH PIC 9 VALUE 0.
         88 HIST-FILE-OPEN VALUE 1.
       01 BORROWER-FILE-SWITCH PIC 9 VALUE 0.
         88 BORROWER-FILE-OPEN VALUE 1.
       01 INVESTOR-FILE-SWITCH PIC 9 VALUE 0.
         88 INVESTOR-FILE-OPEN VALUE 1.
       01 CASE-FILE-SWITCH PIC 9 VALUE 0.
         88 CASE-FILE-OPEN VALUE 1.
       01 MODH-FILE-SWITCH PIC 9 VALUE 0.
         88 MODH-FILE-OPEN VALUE 1.

      * ONE EXCEPTION LINE: CHECK CODE, SEVERITY, LOAN, DETAIL.
       01 EXC-CHECK           PIC X(8).
       01 EXC-SEVERITY        PIC X(1).
         88 EXC-ERROR         VALUE "E".
         88 EXC-WARNING       VALUE "W".
       01 EXC-LOAN-NO         PIC X(10).
       01 EXC-DETAIL          PIC X(90).
       01 EXC-SEV-TEXT        PIC X(7).

      * EVERY LOAN NUMBER ON THE ARCHIVE, LOADED ONCE FOR THE ORPHAN
      * CHECKS. SAME CEILING APPROACH AS LOANRECON'S AUDIT TABLE -
      * PAST IT THE ORPHAN CHECKS STILL RUN, BUT MAY REPORT A LOAN
      * THAT IS IN FACT ARCHIVED.
       01 MAX-ARCH-LOANS      PIC S9(8) COMP VALUE 10000.
       01 ARCH-LOAN-COUNT     PIC S9(8) COMP VALUE 0.
       01 ARCH-LOAN-IDX       PIC S9(8) COMP.
       01 ARCH-LOAN-TABLE.
          03 ARCH-LOAN-NO-T PIC X(10) OCCURS 10000 TIMES.
       01 ARCH-CEILING-SW     PIC 9 VALUE 0.
         88 ARCH-CEILING-HIT  VALUE 1.
       01 ARCH-FILE-SWITCH    PIC 9 VALUE 0.
         88 ARCH-FILE-READ    VALUE 1.
       01 ARCHIVED-SW         PIC 9.
         88 LOAN-ARCHIVED     VALUE 1.

      * ONE SCHEDULE ROW FETCHED THROUGH GET-SCHED-ROW, WHEREVER IT
      * LIVES - THE INLINE TABLE OR THE COMPANION FILE.
       01 LOAN-TOTAL-PERIODS  PIC S9(4) COMP.
       01 PMT-PERIOD          PIC S9(4) COMP.
       01 SROW-PERIOD         PIC S9(4) COMP.
       01 SROW-PRINCPAID-X    PIC X(13).
       01 SROW-BALANCE-X      PIC X(13).
       01 SROW-FOUND-SW       PIC 9.
         88 SROW-FOUND        VALUE 1.

       01 MISSING-ROWS        PIC S9(4) COMP.
       01 FIRST-MISSING       PIC S9(4) COMP.
       01 CHAIN-DONE-SW       PIC 9.
         88 CHAIN-DONE        VALUE 1.
       01 PRIOR-BALANCE       PIC S9(11)V99 COMP-3.
       01 ROW-PRINCIPAL       PIC S9(11)V99 COMP-3.
       01 ROW-BALANCE         PIC S9(11)V99 COMP-3.
       01 EXPECTED-BALANCE    PIC S9(11)V99 COMP-3.
       01 BALANCE-DIFF        PIC S9(11)V99 COMP-3.

      * A PENNY EITHER WAY ABSORBS THE EDITED-ROW ROUNDING, AS IN
      * LOANRECON. THE FIRST ROW IS MEASURED FROM MSTR-PRINCIPAL,
      * WHICH IS HELD IN WHOLE DOLLARS, SO IT GETS UP TO A DOLLAR.
       01 PENNY-TOLERANCE     PIC S9(1)V99 COMP-3 VALUE 0.01.
       01 DOLLAR-TOLERANCE    PIC S9(1)V99 COMP-3 VALUE 0.99.
       01 CHAIN-TOLERANCE     PIC S9(1)V99 COMP-3.

       01 WORKOUT-ROW-SW      PIC 9.
         88 WORKOUT-ROW       VALUE 1.
       01 DRAW-ROW-SW         PIC 9.
         88 DRAW-ROW          VALUE 1.

      * GROUP BREAK ON LOAN NUMBER FOR THE TWO ORPHAN SWEEPS.
       01 GROUP-LOAN-NO       PIC X(10).
       01 GROUP-ROW-COUNT     PIC S9(8) COMP.
       01 GROUP-ORPHAN-SW     PIC 9.
         88 GROUP-ORPHAN      VALUE 1.

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 ERROR-COUNT         PIC S9(8) COMP VALUE 0.
       01 WARNING-COUNT       PIC S9(8) COMP VALUE 0.
       01 EXPLAINED-COUNT     PIC S9(8) COMP VALUE 0.
       01 SCHDMISS-COUNT      PIC S9(8) COMP VALUE 0.
       01 BALCHAIN-COUNT      PIC S9(8) COMP VALUE 0.
       01 ACTUALBL-COUNT      PIC S9(8) COMP VALUE 0.
       01 NOINVEST-COUNT      PIC S9(8) COMP VALUE 0.
       01 NOBORROW-COUNT      PIC S9(8) COMP VALUE 0.
       01 CASEOPEN-COUNT      PIC S9(8) COMP VALUE 0.
       01 SCHDORPH-COUNT      PIC S9(8) COMP VALUE 0.
       01 HISTORPH-COUNT      PIC S9(8) COMP VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 PERIOD-D            PIC ZZZ9.
       01 PERIOD2-D           PIC ZZZ9.
       01 AMOUNT-D            PIC -Z(10)9.99.
       01 AMOUNT2-D           PIC -Z(10)9.99.

       PROCEDURE DIVISION.

           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INTG-RPT-FILE
           MOVE "MASTER / COMPANION FILE INTEGRITY SWEEP" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CHECK    SEVERITY LOAN       DETAIL" TO RPT-LINE
           WRITE RPT-LINE

           PERFORM OPEN-COMPANION-FILES
           PERFORM LOAD-ARCHIVE-TABLE

           MOVE LOW-VALUES TO MSTR-LOAN-NO
           START LOAN-MASTER-FILE KEY NOT < MSTR-LOAN-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ LOAN-MASTER-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-MSTR-OK
                   SET WS-EOF TO TRUE
               END-IF
               IF NOT WS-EOF
                   ADD 1 TO LOAN-COUNT
                   PERFORM CHECK-ONE-LOAN
               END-IF
           END-PERFORM

           IF SCHD-FILE-OPEN
               PERFORM SWEEP-SCHEDULE-ORPHANS
           END-IF
           IF HIST-FILE-OPEN
               PERFORM SWEEP-HISTORY-ORPHANS
           END-IF

           PERFORM WRITE-INTG-TOTALS

           CLOSE LOAN-MASTER-FILE
           CLOSE INTG-RPT-FILE
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF
           IF HIST-FILE-OPEN
               CLOSE PAYMENT-HIST-FILE
           END-IF
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF
           IF INVESTOR-FILE-OPEN
               CLOSE INVESTOR-FILE
           END-IF
           IF CASE-FILE-OPEN
               CLOSE COLL-CASE-FILE
           END-IF
           IF MODH-FILE-OPEN
               CLOSE MOD-HIST-FILE
           END-IF

           EVALUATE TRUE
               WHEN ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

      * A FILE THAT IS NOT THERE MEANS ITS CHECK CANNOT RUN - SAID SO
      * ON THE REPORT AS A WARNING, SO A CLEAN RETURN CODE ALWAYS
      * MEANS EVERY CHECK RAN. THE WORKOUT HISTORY ONLY EXPLAINS
      * EXCEPTIONS, SO ITS ABSENCE IS NOT ONE.
       OPEN-COMPANION-FILES.
           OPEN INPUT SCHEDULE-ROW-FILE
           IF WS-SCHD-OK
               SET SCHD-FILE-OPEN TO TRUE
           ELSE
               MOVE "LOANSCHD NOT AVAILABLE - ORPHAN ROW CHECK NOT RUN"
                   TO EXC-DETAIL
               PERFORM REPORT-MISSING-FILE
           END-IF

           OPEN INPUT PAYMENT-HIST-FILE
           IF WS-HIST-OK
               SET HIST-FILE-OPEN TO TRUE
           ELSE
               MOVE "LOANHIST NOT AVAILABLE - RECEIPT CHECK NOT RUN"
                   TO EXC-DETAIL
               PERFORM REPORT-MISSING-FILE
           END-IF

           OPEN INPUT BORROWER-FILE
           IF WS-BRW-OK
               SET BORROWER-FILE-OPEN TO TRUE
           ELSE
               MOVE "LOANBRW NOT AVAILABLE - BORROWER CHECK NOT RUN"
                   TO EXC-DETAIL
               PERFORM REPORT-MISSING-FILE
           END-IF

           OPEN INPUT INVESTOR-FILE
           IF WS-INV-OK
               SET INVESTOR-FILE-OPEN TO TRUE
           ELSE
               MOVE "LOANINV NOT AVAILABLE - INVESTOR CHECK NOT RUN"
                   TO EXC-DETAIL
               PERFORM REPORT-MISSING-FILE
           END-IF

           OPEN INPUT COLL-CASE-FILE
           IF WS-CASE-OK
               SET CASE-FILE-OPEN TO TRUE
           ELSE
               MOVE "LOANCOLL NOT AVAILABLE - OPEN CASE CHECK NOT RUN"
                   TO EXC-DETAIL
               PERFORM REPORT-MISSING-FILE
           END-IF

           OPEN INPUT MOD-HIST-FILE
           IF WS-MODH-OK
               SET MODH-FILE-OPEN TO TRUE
           END-IF.

       REPORT-MISSING-FILE.
           MOVE "NOFILE" TO EXC-CHECK
           MOVE "W" TO EXC-SEVERITY
           MOVE SPACES TO EXC-LOAN-NO
           PERFORM WRITE-EXCEPTION.

      * NO ARCHIVE FILE IS A SITE THAT HAS NEVER ARCHIVED - THE
      * TABLE STAYS EMPTY AND EVERY ORPHAN IS A TRUE ORPHAN.
       LOAD-ARCHIVE-TABLE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-OK
               SET ARCH-FILE-READ TO TRUE
               PERFORM UNTIL NOT WS-ARCH-OK
                   READ ARCHIVE-FILE
                   IF WS-ARCH-OK
                       IF ARCH-LOAN-COUNT < MAX-ARCH-LOANS
                           ADD 1 TO ARCH-LOAN-COUNT
                           MOVE ARCH-LOAN-NO
                               TO ARCH-LOAN-NO-T(ARCH-LOAN-COUNT)
                       ELSE
                           SET ARCH-CEILING-HIT TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           IF ARCH-CEILING-HIT
               MOVE SPACES TO RPT-LINE
               STRING "** NOTE - ARCHIVE EXCEEDS THE LOAN TABLE - AN "
                   "ORPHAN MAY BE AN ARCHIVED LOAN **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       CHECK-ONE-LOAN.
           IF MSTR-TOTAL-PERIODS > MSTR-PERIODS
               MOVE MSTR-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           ELSE
               MOVE MSTR-PERIODS TO LOAN-TOTAL-PERIODS
           END-IF

           PERFORM CHECK-OVERFLOW-ROWS
           PERFORM CHECK-BALANCE-CHAIN
           PERFORM CHECK-ACTUAL-BALANCE
           PERFORM CHECK-BORROWER
           PERFORM CHECK-INVESTOR
           PERFORM CHECK-OPEN-CASE.

      * EVERY PERIOD PAST THE INLINE TABLE MUST BE ON LOANSCHD. ONE
      * LINE PER LOAN, WITH THE COUNT AND THE FIRST ONE MISSING.
       CHECK-OVERFLOW-ROWS.
           MOVE 0 TO MISSING-ROWS
           MOVE 0 TO FIRST-MISSING
           IF MSTR-TOTAL-PERIODS > MSTR-PERIODS
               PERFORM VARYING PMT-PERIOD FROM MSTR-PERIODS BY 1
                       UNTIL PMT-PERIOD >= MSTR-TOTAL-PERIODS
                   COMPUTE SROW-PERIOD = PMT-PERIOD + 1
                   PERFORM GET-SCHED-ROW
                   IF NOT SROW-FOUND
                       ADD 1 TO MISSING-ROWS
                       IF FIRST-MISSING = 0
                           MOVE SROW-PERIOD TO FIRST-MISSING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF MISSING-ROWS > 0
               ADD 1 TO SCHDMISS-COUNT
               MOVE MISSING-ROWS TO PERIOD-D
               MOVE FIRST-MISSING TO PERIOD2-D
               MOVE SPACES TO EXC-DETAIL
               STRING PERIOD-D " OVERFLOW ROWS MISSING FROM LOANSCHD, "
                   "FIRST IS PERIOD " PERIOD2-D INTO EXC-DETAIL
               MOVE "SCHDMISS" TO EXC-CHECK
               MOVE "E" TO EXC-SEVERITY
               MOVE MSTR-LOAN-NO TO EXC-LOAN-NO
               PERFORM WRITE-EXCEPTION
           END-IF.

      * EACH ROW'S BALANCE IS THE ROW BEFORE LESS THIS ROW'S
      * PRINCIPAL; THE FIRST ROW STARTS FROM MSTR-PRINCIPAL - OR
      * FROM NOTHING ON A CONSTRUCTION LOAN, WHOSE DRAW-PERIOD ROWS
      * BUILD THE BALANCE UP DRAW BY DRAW (SEE CHECK-DRAW-ROW). THE
      * FIRST BREAK NOT EXPLAINED BY A WORKOUT IS REPORTED AND THE
      * LOAN'S CHAIN LEFT THERE - ONE BAD ROW THROWS EVERY ROW AFTER
      * IT. A MISSING ROW ENDS THE CHAIN QUIETLY; SCHDMISS HAS IT.
       CHECK-BALANCE-CHAIN.
           IF MSTR-CONSTRUCTION-LOAN
               MOVE ZERO TO PRIOR-BALANCE
           ELSE
               MOVE MSTR-PRINCIPAL TO PRIOR-BALANCE
           END-IF
           MOVE DOLLAR-TOLERANCE TO CHAIN-TOLERANCE
           MOVE 0 TO CHAIN-DONE-SW
           MOVE 1 TO PMT-PERIOD
           PERFORM UNTIL CHAIN-DONE OR PMT-PERIOD > LOAN-TOTAL-PERIODS
               MOVE PMT-PERIOD TO SROW-PERIOD
               PERFORM GET-SCHED-ROW
               IF NOT SROW-FOUND
                   SET CHAIN-DONE TO TRUE
               ELSE
                   COMPUTE ROW-PRINCIPAL =
                       FUNCTION NUMVAL(SROW-PRINCPAID-X)
                   COMPUTE ROW-BALANCE =
                       FUNCTION NUMVAL(SROW-BALANCE-X)
                   COMPUTE EXPECTED-BALANCE =
                       PRIOR-BALANCE - ROW-PRINCIPAL
                   COMPUTE BALANCE-DIFF =
                       EXPECTED-BALANCE - ROW-BALANCE
                   IF BALANCE-DIFF < 0
                       COMPUTE BALANCE-DIFF = 0 - BALANCE-DIFF
                   END-IF
                   PERFORM CHECK-DRAW-ROW
                   IF BALANCE-DIFF > CHAIN-TOLERANCE AND NOT DRAW-ROW
                       PERFORM CHECK-WORKOUT-ROW
                       IF WORKOUT-ROW
                           PERFORM REPORT-EXPLAINED-BREAK
                       ELSE
                           PERFORM REPORT-CHAIN-BREAK
                           SET CHAIN-DONE TO TRUE
                       END-IF
                   END-IF
                   MOVE ROW-BALANCE TO PRIOR-BALANCE
                   MOVE PENNY-TOLERANCE TO CHAIN-TOLERANCE
                   ADD 1 TO PMT-PERIOD
               END-IF
           END-PERFORM.

      * A CONSTRUCTION LOAN'S INTEREST-ONLY DRAW-PERIOD ROW PAYS NO
      * PRINCIPAL, AND ITS BALANCE GOES UP BY WHATEVER WAS DRAWN IN
      * THE PERIOD - THAT RISE IS THE LOAN FUNDING, NOT A BREAK.
       CHECK-DRAW-ROW.
           MOVE 0 TO DRAW-ROW-SW
           IF MSTR-CONSTRUCTION-LOAN
                   AND PMT-PERIOD <= MSTR-CONSTR-PERIODS
                   AND ROW-PRINCIPAL = 0
                   AND ROW-BALANCE > EXPECTED-BALANCE
               SET DRAW-ROW TO TRUE
           END-IF.

      * DID A BOOKED WORKOUT RESTATE THIS ROW? LOANMOD LEAVES THE
      * NEW BALANCE ON THE PAID-THROUGH ROW OF THE DAY IT BOOKED.
       CHECK-WORKOUT-ROW.
           MOVE 0 TO WORKOUT-ROW-SW
           IF MODH-FILE-OPEN
               MOVE MSTR-LOAN-NO TO MODH-LOAN-NO
               MOVE ZERO TO MODH-EFF-DATE
               START MOD-HIST-FILE KEY NOT < MODH-KEY
                   INVALID KEY
                       MOVE "10" TO WS-MODH-STATUS
               END-START
               PERFORM UNTIL NOT WS-MODH-OK OR WORKOUT-ROW
                   READ MOD-HIST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-MODH-STATUS
                   END-READ
                   IF WS-MODH-OK
                       IF MODH-LOAN-NO NOT = MSTR-LOAN-NO
                           MOVE "10" TO WS-MODH-STATUS
                       ELSE
                           IF MODH-PAID-THRU = PMT-PERIOD
                               SET WORKOUT-ROW TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-MODH-STATUS
           END-IF.

       REPORT-CHAIN-BREAK.
           ADD 1 TO BALCHAIN-COUNT
           MOVE PMT-PERIOD TO PERIOD-D
           MOVE EXPECTED-BALANCE TO AMOUNT-D
           MOVE ROW-BALANCE TO AMOUNT2-D
           MOVE SPACES TO EXC-DETAIL
           STRING "PERIOD " PERIOD-D " BALANCE" AMOUNT2-D
               " SHOULD BE" AMOUNT-D INTO EXC-DETAIL
           MOVE "BALCHAIN" TO EXC-CHECK
           MOVE "E" TO EXC-SEVERITY
           MOVE MSTR-LOAN-NO TO EXC-LOAN-NO
           PERFORM WRITE-EXCEPTION.

       REPORT-EXPLAINED-BREAK.
           ADD 1 TO EXPLAINED-COUNT
           MOVE PMT-PERIOD TO PERIOD-D
           MOVE SPACES TO RPT-LINE
           STRING "BALCHAIN EXPLAIN  " MSTR-LOAN-NO " PERIOD "
               PERIOD-D " BALANCE RESTATED BY A BOOKED WORKOUT"
               INTO RPT-LINE
           WRITE RPT-LINE.

      * THE RUNNING BALANCE THE SERVICING SIDE QUOTES FROM MUST BE
      * THE SCHEDULED BALANCE AT THE PAID-THROUGH ROW (THE PRINCIPAL
      * WHEN NOTHING IS PAID, WHAT HAS BEEN DRAWN ON A CONSTRUCTION
      * LOAN STILL IN ITS DRAW PERIOD) - SEE LOANPOST. A CHARGED-OFF
      * LOAN HAS ITS BALANCE ZEROED ON PURPOSE AND IS NOT TESTED.
       CHECK-ACTUAL-BALANCE.
           IF NOT MSTR-LIFE-CHARGED-OFF
               MOVE 1 TO SROW-FOUND-SW
               EVALUATE TRUE
                   WHEN MSTR-PAID-THRU < MSTR-CONSTR-PERIODS
                       MOVE MSTR-DRAWN-AMT TO EXPECTED-BALANCE
                   WHEN MSTR-PAID-THRU > 0
                       MOVE MSTR-PAID-THRU TO SROW-PERIOD
                       PERFORM GET-SCHED-ROW
                       COMPUTE EXPECTED-BALANCE =
                           FUNCTION NUMVAL(SROW-BALANCE-X)
                   WHEN OTHER
                       MOVE MSTR-PRINCIPAL TO EXPECTED-BALANCE
               END-EVALUATE
               IF SROW-FOUND
                   COMPUTE BALANCE-DIFF =
                       EXPECTED-BALANCE - MSTR-ACTUAL-BALANCE
                   IF BALANCE-DIFF < 0
                       COMPUTE BALANCE-DIFF = 0 - BALANCE-DIFF
                   END-IF
                   IF BALANCE-DIFF > PENNY-TOLERANCE
                       ADD 1 TO ACTUALBL-COUNT
                       MOVE MSTR-PAID-THRU TO PERIOD-D
                       MOVE MSTR-ACTUAL-BALANCE TO AMOUNT-D
                       MOVE EXPECTED-BALANCE TO AMOUNT2-D
                       MOVE SPACES TO EXC-DETAIL
                       STRING "ACTUAL BALANCE" AMOUNT-D
                           " BUT PAID-THRU ROW " PERIOD-D " HOLDS"
                           AMOUNT2-D INTO EXC-DETAIL
                       MOVE "ACTUALBL" TO EXC-CHECK
                       MOVE "E" TO EXC-SEVERITY
                       MOVE MSTR-LOAN-NO TO EXC-LOAN-NO
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      * A BLANK BORROWER ID IS A LOAN KEYED WITHOUT ONE (SEE
      * LOANMSTR.CPY) - NOT A BROKEN LINK. SAME FOR A BLANK INVESTOR
      * CODE, WHICH MEANS THE LOAN IS WHOLLY OURS.
       CHECK-BORROWER.
           IF BORROWER-FILE-OPEN AND MSTR-BORROWER-ID NOT = SPACES
               MOVE MSTR-BORROWER-ID TO BRW-ID
               READ BORROWER-FILE
                   INVALID KEY
                       ADD 1 TO NOBORROW-COUNT
                       MOVE SPACES TO EXC-DETAIL
                       STRING "BORROWER " MSTR-BORROWER-ID
                           " NOT ON LOANBRW" INTO EXC-DETAIL
                       MOVE "NOBORROW" TO EXC-CHECK
                       MOVE "W" TO EXC-SEVERITY
                       MOVE MSTR-LOAN-NO TO EXC-LOAN-NO
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.

       CHECK-INVESTOR.
           IF INVESTOR-FILE-OPEN AND MSTR-INVESTOR-CODE NOT = SPACES
               MOVE MSTR-INVESTOR-CODE TO INV-CODE
               READ INVESTOR-FILE
                   INVALID KEY
                       ADD 1 TO NOINVEST-COUNT
                       MOVE SPACES TO EXC-DETAIL
                       STRING "INVESTOR " MSTR-INVESTOR-CODE
                           " NOT ON LOANINV" INTO EXC-DETAIL
                       MOVE "NOINVEST" TO EXC-CHECK
                       MOVE "E" TO EXC-SEVERITY
                       MOVE MSTR-LOAN-NO TO EXC-LOAN-NO
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.

      * LOANCOLL CLOSES A CASE WHEN ITS LOAN LEAVES THE BOOK; ONE
      * STILL OPEN MEANS THAT STEP MISSED IT AND A COLLECTOR MAY BE
      * CALLING A BORROWER WHO OWES NOTHING.
       CHECK-OPEN-CASE.
           IF CASE-FILE-OPEN AND MSTR-LIFE-CLOSED
               MOVE MSTR-LOAN-NO TO CASE-LOAN-NO
               READ COLL-CASE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CASE-STATUS-OPEN
                           ADD 1 TO CASEOPEN-COUNT
                           MOVE SPACES TO EXC-DETAIL
                           IF MSTR-LIFE-PAID-OFF
                               STRING "CASE STATUS " CASE-STATUS
                                   " OPEN ON A PAID-OFF LOAN"
                                   INTO EXC-DETAIL
                           ELSE
                               STRING "CASE STATUS " CASE-STATUS
                                   " OPEN ON A CHARGED-OFF LOAN"
                                   INTO EXC-DETAIL
                           END-IF
                           MOVE "CASEOPEN" TO EXC-CHECK
                           MOVE "W" TO EXC-SEVERITY
                           MOVE MSTR-LOAN-NO TO EXC-LOAN-NO
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-IF.

      * ONE SCHEDULE ROW, WHEREVER IT LIVES: THE INLINE TABLE FOR
      * PERIODS THE MASTER RECORD HOLDS, THE COMPANION FILE FOR THE
      * TAIL OF A LONG SCHEDULE. SROW-FOUND SAYS WHETHER IT WAS
      * THERE.
       GET-SCHED-ROW.
           MOVE 0 TO SROW-FOUND-SW
           MOVE "0" TO SROW-PRINCPAID-X
           MOVE "0" TO SROW-BALANCE-X
           IF SROW-PERIOD <= MSTR-PERIODS
               MOVE MSTR-PRINCPAID(SROW-PERIOD) TO SROW-PRINCPAID-X
               MOVE MSTR-BALANCE(SROW-PERIOD)   TO SROW-BALANCE-X
               SET SROW-FOUND TO TRUE
           ELSE
               IF SCHD-FILE-OPEN
                   MOVE MSTR-LOAN-NO TO SCHD-LOAN-NO
                   MOVE SROW-PERIOD  TO SCHD-PERIOD
                   READ SCHEDULE-ROW-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SCHD-PRINCPAID TO SROW-PRINCPAID-X
                           MOVE SCHD-BALANCE   TO SROW-BALANCE-X
                           SET SROW-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.

      * FRONT TO BACK OVER THE COMPANION FILE, ONE DECISION PER LOAN
      * NUMBER: ON THE MASTER, ON THE ARCHIVE, OR AN ORPHAN.
       SWEEP-SCHEDULE-ORPHANS.
           MOVE SPACES TO GROUP-LOAN-NO
           MOVE 0 TO GROUP-ROW-COUNT
           MOVE 0 TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO SCHD-KEY
           START SCHEDULE-ROW-FILE KEY NOT < SCHD-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ SCHEDULE-ROW-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-SCHD-OK
                   SET WS-EOF TO TRUE
               END-IF
               IF NOT WS-EOF
                   IF SCHD-LOAN-NO NOT = GROUP-LOAN-NO
                       PERFORM END-SCHEDULE-GROUP
                       MOVE SCHD-LOAN-NO TO GROUP-LOAN-NO
                       PERFORM CHECK-GROUP-LOAN
                   END-IF
                   ADD 1 TO GROUP-ROW-COUNT
               END-IF
           END-PERFORM
           PERFORM END-SCHEDULE-GROUP.

       END-SCHEDULE-GROUP.
           IF GROUP-LOAN-NO NOT = SPACES AND GROUP-ORPHAN
               ADD 1 TO SCHDORPH-COUNT
               MOVE GROUP-ROW-COUNT TO COUNT-D
               MOVE SPACES TO EXC-DETAIL
               STRING COUNT-D " LOANSCHD ROWS - LOAN ON NEITHER THE "
                   "MASTER NOR THE ARCHIVE" INTO EXC-DETAIL
               MOVE "SCHDORPH" TO EXC-CHECK
               MOVE "W" TO EXC-SEVERITY
               MOVE GROUP-LOAN-NO TO EXC-LOAN-NO
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE 0 TO GROUP-ROW-COUNT
           MOVE 0 TO GROUP-ORPHAN-SW.

       SWEEP-HISTORY-ORPHANS.
           MOVE SPACES TO GROUP-LOAN-NO
           MOVE 0 TO GROUP-ROW-COUNT
           MOVE 0 TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO HIST-KEY
           START PAYMENT-HIST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ PAYMENT-HIST-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-HIST-OK
                   SET WS-EOF TO TRUE
               END-IF
               IF NOT WS-EOF
                   IF HIST-LOAN-NO NOT = GROUP-LOAN-NO
                       PERFORM END-HISTORY-GROUP
                       MOVE HIST-LOAN-NO TO GROUP-LOAN-NO
                       PERFORM CHECK-GROUP-LOAN
                   END-IF
                   ADD 1 TO GROUP-ROW-COUNT
               END-IF
           END-PERFORM
           PERFORM END-HISTORY-GROUP.

       END-HISTORY-GROUP.
           IF GROUP-LOAN-NO NOT = SPACES AND GROUP-ORPHAN
               ADD 1 TO HISTORPH-COUNT
               MOVE GROUP-ROW-COUNT TO COUNT-D
               MOVE SPACES TO EXC-DETAIL
               STRING COUNT-D " LOANHIST RECEIPTS - LOAN ON NEITHER "
                   "THE MASTER NOR THE ARCHIVE" INTO EXC-DETAIL
               MOVE "HISTORPH" TO EXC-CHECK
               MOVE "W" TO EXC-SEVERITY
               MOVE GROUP-LOAN-NO TO EXC-LOAN-NO
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE 0 TO GROUP-ROW-COUNT
           MOVE 0 TO GROUP-ORPHAN-SW.

       CHECK-GROUP-LOAN.
           MOVE 0 TO GROUP-ORPHAN-SW
           MOVE GROUP-LOAN-NO TO MSTR-LOAN-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   PERFORM LOOK-UP-ARCHIVE
                   IF NOT LOAN-ARCHIVED
                       SET GROUP-ORPHAN TO TRUE
                   END-IF
           END-READ.

       LOOK-UP-ARCHIVE.
           MOVE 0 TO ARCHIVED-SW
           PERFORM VARYING ARCH-LOAN-IDX FROM 1 BY 1
                   UNTIL ARCH-LOAN-IDX > ARCH-LOAN-COUNT
                      OR LOAN-ARCHIVED
               IF ARCH-LOAN-NO-T(ARCH-LOAN-IDX) = GROUP-LOAN-NO
                   SET LOAN-ARCHIVED TO TRUE
               END-IF
           END-PERFORM.

       WRITE-EXCEPTION.
           IF EXC-ERROR
               ADD 1 TO ERROR-COUNT
               MOVE "ERROR" TO EXC-SEV-TEXT
           ELSE
               ADD 1 TO WARNING-COUNT
               MOVE "WARNING" TO EXC-SEV-TEXT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING EXC-CHECK " " EXC-SEV-TEXT "  " EXC-LOAN-NO " "
               EXC-DETAIL DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-INTG-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS CHECKED. . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SCHDMISS-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "SCHDMISS OVERFLOW MISSING: " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BALCHAIN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "BALCHAIN CHAIN BROKEN. . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ACTUALBL-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "ACTUALBL BALANCE OFF ROW : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE NOINVEST-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "NOINVEST NO INVESTOR . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE NOBORROW-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "NOBORROW NO BORROWER . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE CASEOPEN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "CASEOPEN ON CLOSED LOAN. : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SCHDORPH-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "SCHDORPH ORPHAN ROWS . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE HISTORPH-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "HISTORPH ORPHAN RECEIPTS : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE EXPLAINED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "BREAKS EXPLAINED BY MODS : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ERROR-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "ERRORS . . . . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WARNING-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "WARNINGS . . . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM LOANINTG.
