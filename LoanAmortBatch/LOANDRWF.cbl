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
       PROGRAM-ID. LOANDRWF.
       REMARKS. CONSTRUCTION LOAN DRAW FUNDING. A CONSTRUCTION LOAN IS
               BOOKED BY LOANBATCH AT ITS FULL COMMITMENT, BUT THE
               MONEY GOES OUT A DRAW AT A TIME (SEE DRAWREC.CPY) AND
               INTEREST RUNS ONLY ON WHAT HAS BEEN DRAWN. THIS RUN
               KEEPS THE DRAW FILE AND THE MASTER IN STEP WITH THAT.

               FIRST IT APPLIES THE DRAW TRANSACTION FILE (SEE
               DRAWTRAN.CPY) - DRAWS SCHEDULED, APPROVED OR
               CANCELLED - TO LOANDRAW. A SCHEDULED DRAW FOR A LOAN
               ALREADY BOOKED MUST FALL INSIDE ITS DRAW PERIOD AND
               KEEP THE LOAN'S DRAWS WITHIN THE COMMITMENT; A LOAN NOT
               YET BOOKED IS CHECKED BY LOANAMORT WHEN LOANBATCH BOOKS
               IT. THE TRANSACTION FILE IS CONSUMED THE SAME WAY AS
               LOANMOD'S: A RUN THAT GETS TO THE END EMPTIES IT.

               THEN IT SWEEPS THE DRAW FILE LOAN BY LOAN AS OF THE
               PARAMETER CARD'S DATE:
                 - AN APPROVED DRAW DATED ON OR BEFORE THE AS-OF
                   DATE IS FUNDED - THE LOAN'S DRAWN AMOUNT AND
                   ACTUAL BALANCE GO UP BY IT, AND THE DISBURSEMENT
                   GOES TO THE GENERAL LEDGER EXTRACT (DR LOANS
                   RECEIVABLE, CR CASH) IN LOANGLX'S DETAIL/TRAILER
                   LAYOUT.
                 - A DRAW STILL UNFUNDED WHEN THE DRAW PERIOD HAS
                   ENDED EXPIRES - THE LOAN AMORTIZES WHAT WAS
                   ACTUALLY DRAWN.
                 - THE LOAN'S SCHEDULE IS RE-PROJECTED THROUGH
                   LOANAMORT FROM ITS DRAWS - THE FUNDED ONES WHEN
                   THEY WENT OUT, THE ONES STILL TO GO ON THEIR DRAW
                   DATE OR TODAY, WHICHEVER IS LATER - AND THE
                   FORWARD ROWS AFTER MSTR-PAID-THRU ARE REWRITTEN
                   WHEN THE PROJECTION HAS MOVED. THE PAID ROWS ARE
                   LEFT UNTOUCHED, SAME AS LOANARM.
               A LOAN IS SETTLED BEFORE ANY OF ITS DRAWS ARE: THE
               PROJECTION IS WORKED OUT AND THE MASTER REWRITTEN
               FIRST, AND ONLY THEN ARE THE DRAWS MARKED AND THE
               LEDGER AND AUDIT LINES WRITTEN - A LOAN THAT CANNOT BE
               RE-PROJECTED FUNDS NOTHING. A DRAW RECORD THAT WILL
               NOT TAKE ITS NEW STATUS AFTER THAT GETS NO LEDGER OR
               AUDIT LINE; IT IS LISTED AS AN EXCEPTION, SINCE THE
               MASTER ALREADY CARRIES IT, AND MUST BE PUT RIGHT BY
               HAND BEFORE THE NEXT RUN FUNDS IT AGAIN (RETURN CODE
               4).

               THE MASTER DOES NOT KEEP THE DAY-COUNT OR INTEREST
               METHOD AN APPLICATION WAS PRICED ON, SO THE
               PROJECTION IS 30/360 STANDARD INTEREST, THE SAME
               ASSUMPTION LOANARM MAKES. A LONG SCHEDULE (TAIL ON
               LOANSCHD) IS SKIPPED THE WAY LOANARM SKIPS ONE. AN
               APPROVED DRAW ON A LOAN ALREADY PAID PAST ITS DRAW
               PERIOD IS HELD, NOT FUNDED - ITS MONEY WOULD HAVE NO
               INTEREST-ONLY ROW TO LAND ON.

               WITH NO CARD (OR A ZERO DATE ON IT) THE AS-OF DATE IS
               THE PROCESSING DATE ON LOANDATE (SEE PROCDATE.CPY).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAW-PARM-FILE ASSIGN TO DRWPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT DRAW-TRAN-FILE ASSIGN TO LOANDRWT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRWT-STATUS.

           SELECT LOAN-DRAW-FILE ASSIGN TO LOANDRAW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
               FILE STATUS IS WS-DRAW-STATUS.

      * MANUAL RECORD LOCKING - THE RUN SHARES THE MASTER WITH THE
      * DESK'S SCREENS AND HOLDS ONLY THE LOAN WHOSE DRAWS IT IS
      * FUNDING, ONLY ACROSS ITS OWN READ-WITH-LOCK/REWRITE.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT DRAW-GL-FILE ASSIGN TO DRWGLX
               ORGANIZATION IS SEQUENTIAL.

           SELECT DRAW-RPT-FILE ASSIGN TO DRWRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE CARD: THE AS-OF DATE (CCYYMMDD) DRAWS ARE FUNDED ON.
       FD  DRAW-PARM-FILE.
       01  DRAW-PARM-RECORD.
           03 PARM-ASOF-DATE    PIC 9(8).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  DRAW-TRAN-FILE.
       COPY "DRAWTRAN.CPY".

       FD  LOAN-DRAW-FILE.
       COPY "DRAWREC.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

      * SAME DETAIL/TRAILER LAYOUT AS LOANGLX: TYPE D (DETAIL) OR T
      * (TRAILER), ACCOUNT, LOAN NUMBER, DEBIT, CREDIT. THE TRAILER
      * CARRIES THE DETAIL COUNT IN ITS LOAN-NUMBER FIELD AND THE
      * DEBIT/CREDIT HASH TOTALS IN ITS AMOUNT FIELDS.
       FD  DRAW-GL-FILE.
       01  GL-RECORD.
           03 GL-TYPE           PIC X(1).
           03 GL-ACCOUNT        PIC X(6).
           03 GL-LOAN-NO        PIC X(10).
           03 GL-DEBIT          PIC 9(11)V99.
           03 GL-CREDIT         PIC 9(11)V99.

       FD  DRAW-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.
       01 WS-DRAW-EOF-SWITCH  PIC 9 VALUE 0.
         88 WS-DRAW-EOF       VALUE 1.
       01 LOAN-DRAWS-DONE-SW  PIC 9.
         88 LOAN-DRAWS-DONE   VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-DRWT-STATUS PIC X(2).
         88 WS-DRWT-OK VALUE "00".
       01 WS-DRAW-STATUS PIC X(2).
         88 WS-DRAW-OK VALUE "00".
         88 WS-DRAW-NOT-FOUND VALUE "05" "35".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
         88 WS-MSTR-NOT-FOUND VALUE "23" "35".
         88 WS-MSTR-LOCKED VALUE "99".

       01 LOCK-RETRY-LIMIT PIC S9(4) COMP VALUE 10.
       01 LOCK-RETRY       PIC S9(4) COMP.

       01 ASOF-DATE-N         PIC 9(8) VALUE 0.

       01 GL-ACCT-LOANS-RECV  PIC X(6) VALUE "130100".
       01 GL-ACCT-CASH        PIC X(6) VALUE "100100".

      * WHY THE TRANSACTION IN HAND WAS REFUSED - SPACES WHILE IT IS
      * STILL GOOD. EVERY CHECK BELOW SETS IT AND THE NEXT STEP ONLY
      * RUNS WHILE IT IS STILL BLANK.
       01 REJECT-REASON       PIC X(48).

      * THE DRAW THE TRANSACTION NAMES, AS IT STOOD BEFORE THE
      * TRANSACTION TOUCHED IT.
       01 DRAW-ON-FILE-SW     PIC 9.
         88 DRAW-ON-FILE      VALUE 1.
       01 OLD-DRAW-STATUS     PIC X(1).
       01 OLD-COMMITTED-AMT   PIC S9(9)V99 COMP-3.
       01 OLD-APPROVED-AMT    PIC S9(9)V99 COMP-3.
       01 TRAN-AMOUNT         PIC S9(9)V99 COMP-3.
       01 WHOLE-DOLLARS       PIC 9(9).

      * WHAT THE LOAN'S OTHER DRAWS ALREADY ACCOUNT FOR - EVERY DRAW
      * STILL TO GO AT ITS COMMITTED AMOUNT AND EVERY FUNDED ONE AT
      * WHAT WENT OUT - AND HOW MANY OF THEM THE PROJECTION WOULD
      * HAVE TO CARRY.
       01 SAVE-DRAW-KEY       PIC X(18).
       01 OTHER-DRAW-TOTAL    PIC S9(11)V99 COMP-3.
       01 OTHER-DRAW-COUNT    PIC S9(4) COMP.
       01 MAX-LOAN-DRAWS      PIC S9(4) COMP VALUE 36.

      * THE LAST INTEREST-ONLY DUE DATE - THE END OF THE DRAW
      * PERIOD - TURNED FROM THE SCHEDULE'S YYYY-MM-DD INTO CCYYMMDD
      * SO IT COMPARES WITH THE DRAW AND AS-OF DATES.
       01 CONSTR-END-N        PIC 9(8).

      * THE LOAN IN HAND ON THE SWEEP.
       01 CURRENT-LOAN-NO     PIC X(10).
       01 DRAW-ACTION-SW      PIC X(1).
         88 DRAW-TO-FUND      VALUE "F".
         88 DRAW-TO-EXPIRE    VALUE "E".
         88 DRAW-TO-HOLD      VALUE "H".
         88 DRAW-NO-ACTION    VALUE " ".
       01 LOAN-FUND-TOTAL     PIC S9(11)V99 COMP-3.
       01 LOAN-FUND-COUNT     PIC S9(4) COMP.
       01 LOAN-EXPIRE-COUNT   PIC S9(4) COMP.
       01 LOAN-HOLD-COUNT     PIC S9(4) COMP.
       01 TABLE-FULL-SW       PIC 9.
         88 TABLE-FULL        VALUE 1.
       01 PROJ-CHANGED-SW     PIC 9.
         88 PROJ-CHANGED      VALUE 1.
       01 RUNNING-ACTUAL      PIC S9(11)V99 COMP-3.
       01 RUNNING-DRAWN       PIC S9(11)V99 COMP-3.

       01 PERIODS-PER-YEAR    PIC S9(3) COMP.
       01 ROW-IDX             PIC S9(4) COMP.
       01 PAID-INT-TOTAL      PIC S9(11)V99 COMP-3.
       01 NEW-TOTINT          PIC S9(11)V99 COMP-3.
       01 BEFORE-ACTUAL       PIC S9(11)V99 COMP-3.
       01 BEFORE-TOTINT       PIC S9(11)V99 COMP-3.

       01 TRAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 APPLIED-COUNT       PIC S9(8) COMP VALUE 0.
       01 REJECT-COUNT        PIC S9(8) COMP VALUE 0.
       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 UNBOOKED-COUNT      PIC S9(8) COMP VALUE 0.
       01 FUNDED-COUNT        PIC S9(8) COMP VALUE 0.
       01 FUNDED-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01 EXPIRED-COUNT       PIC S9(8) COMP VALUE 0.
       01 HELD-COUNT          PIC S9(8) COMP VALUE 0.
       01 PROJECTED-COUNT     PIC S9(8) COMP VALUE 0.
       01 SKIPPED-COUNT       PIC S9(8) COMP VALUE 0.
       01 UNMARKED-COUNT      PIC S9(8) COMP VALUE 0.

       01 DETAIL-COUNT        PIC S9(8) COMP VALUE 0.
       01 DEBIT-HASH          PIC S9(11)V99 COMP-3 VALUE 0.
       01 CREDIT-HASH         PIC S9(11)V99 COMP-3 VALUE 0.
       01 TRAILER-COUNT       PIC 9(10).

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 AMOUNT-D            PIC -Z(8)9.99.
       01 AMOUNT-2-D          PIC -Z(8)9.99.
       01 DRAW-DATE-D         PIC 9(8).
       01 UNMARKED-STATUS     PIC X(8).
       01 ASOF-DATE-D         PIC 9(8).

       COPY "MSTRLIMIT.CPY".
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

           PERFORM READ-DRAW-PARM

           OPEN I-O LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-DRAW-FILE
           IF NOT WS-DRAW-OK
               DISPLAY "UNABLE TO OPEN THE LOAN DRAW FILE"
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DRAW-GL-FILE
           OPEN OUTPUT DRAW-RPT-FILE

           MOVE ASOF-DATE-N TO ASOF-DATE-D
           MOVE SPACES TO RPT-LINE
           STRING "CONSTRUCTION DRAW REGISTER AS OF " ASOF-DATE-D
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM APPLY-DRAW-TRANSACTIONS
           PERFORM FUND-DRAWS

           PERFORM WRITE-GL-TRAILER
           PERFORM WRITE-DRAW-TOTALS

           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-DRAW-FILE
           CLOSE DRAW-GL-FILE
           CLOSE DRAW-RPT-FILE

      * SET EXPLICITLY - RETURN-CODE OTHERWISE STILL HOLDS WHATEVER
      * THE LAST LOANAMORT CALL RETURNED.
           IF REJECT-COUNT > 0 OR SKIPPED-COUNT > 0 OR HELD-COUNT > 0
                   OR UNMARKED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN; WITH NO CARD, OR A
      * ZERO DATE ON IT, DRAWS FUND AS OF THE PROCESSING DATE.
       READ-DRAW-PARM.
           MOVE 0 TO ASOF-DATE-N
           OPEN INPUT DRAW-PARM-FILE
           IF WS-PARM-OK
               READ DRAW-PARM-FILE
                   NOT AT END
                       IF PARM-ASOF-DATE NOT NUMERIC
                           DISPLAY "DRAW FUNDING PARAMETER CARD "
                               "INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-ASOF-DATE TO ASOF-DATE-N
               END-READ
               CLOSE DRAW-PARM-FILE
           END-IF

           IF ASOF-DATE-N = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO ASOF-DATE-N
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
               DISPLAY "DRAW FUNDING PARAMETER CARD GIVES NO DATE "
                   "AND LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * SAME CREATE-IF-MISSING DANCE AS LOANMOD'S OPEN-HISTORY-FILE
      * - THE FIRST DRAWS EVER SCHEDULED FIND NO FILE TO ADD TO.
       OPEN-DRAW-FILE.
           OPEN I-O LOAN-DRAW-FILE
           IF WS-DRAW-NOT-FOUND
               OPEN OUTPUT LOAN-DRAW-FILE
               CLOSE LOAN-DRAW-FILE
               OPEN I-O LOAN-DRAW-FILE
           END-IF.

      *****************************************************************
      * THE DRAW TRANSACTIONS. NO FILE MEANS NOTHING WAS KEYED SINCE
      * THE LAST RUN - THE SWEEP STILL RUNS.
      *****************************************************************
       APPLY-DRAW-TRANSACTIONS.
           OPEN INPUT DRAW-TRAN-FILE
           IF WS-DRWT-OK
               MOVE SPACES TO RPT-LINE
               STRING "DRAW SCHEDULE CHANGES" INTO RPT-LINE
               WRITE RPT-LINE

               PERFORM READ-DRAW-TRAN
               PERFORM UNTIL WS-EOF
                   ADD 1 TO TRAN-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
                   PERFORM READ-DRAW-TRAN
               END-PERFORM
               CLOSE DRAW-TRAN-FILE

      * THE FILE HAS BEEN WORKED END TO END - EVERY CHANGE ON IT IS
      * EITHER ON THE DRAW FILE OR ON THE REGISTER AS A REJECT - SO
      * EMPTY IT FOR THE NEXT DAY'S CHANGES.
               OPEN OUTPUT DRAW-TRAN-FILE
               CLOSE DRAW-TRAN-FILE

               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       READ-DRAW-TRAN.
           READ DRAW-TRAN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * EDIT THE TRANSACTION ON ITS OWN FIRST. THE CLASS TESTS COME
      * BEFORE ANY COMPARE - A CORRUPT AMOUNT IS A DATA EXCEPTION THE
      * MOMENT IT IS TESTED.
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
               WHEN NOT DRWT-SCHEDULE AND NOT DRWT-APPROVE
                       AND NOT DRWT-CANCEL
                   MOVE "UNKNOWN DRAW ACTION" TO REJECT-REASON
               WHEN DRWT-LOAN-NO = SPACES
                   MOVE "NO LOAN NUMBER ON THE TRANSACTION"
                       TO REJECT-REASON
               WHEN DRWT-DATE NOT NUMERIC OR DRWT-DATE = 0
                   MOVE "DRAW DATE INVALID" TO REJECT-REASON
               WHEN DRWT-AMOUNT NOT NUMERIC
                   MOVE "DRAW AMOUNT INVALID" TO REJECT-REASON
               WHEN OTHER
                   MOVE DRWT-AMOUNT TO TRAN-AMOUNT
                   MOVE DRWT-AMOUNT TO WHOLE-DOLLARS
                   IF TRAN-AMOUNT NOT = WHOLE-DOLLARS
                       MOVE "DRAW AMOUNTS ARE WHOLE DOLLARS"
                           TO REJECT-REASON
                   ELSE
                       PERFORM READ-TRAN-DRAW
                   END-IF
           END-EVALUATE

           IF REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN DRWT-SCHEDULE
                       PERFORM SCHEDULE-DRAW
                   WHEN DRWT-APPROVE
                       PERFORM APPROVE-DRAW
                   WHEN DRWT-CANCEL
                       PERFORM CANCEL-DRAW
               END-EVALUATE
           END-IF

           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF.

       READ-TRAN-DRAW.
           MOVE 0 TO DRAW-ON-FILE-SW
           MOVE SPACE TO OLD-DRAW-STATUS
           MOVE ZERO TO OLD-COMMITTED-AMT
           MOVE ZERO TO OLD-APPROVED-AMT
           MOVE DRWT-LOAN-NO TO DRW-LOAN-NO
           MOVE DRWT-DATE    TO DRW-DATE
           READ LOAN-DRAW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DRAW-ON-FILE TO TRUE
                   MOVE DRW-STATUS        TO OLD-DRAW-STATUS
                   MOVE DRW-COMMITTED-AMT TO OLD-COMMITTED-AMT
                   MOVE DRW-APPROVED-AMT  TO OLD-APPROVED-AMT
           END-READ.

      * ADD A DRAW, OR REPLACE ONE NOT YET RELEASED (OR CANCELLED
      * AND NOW PUT BACK). FOR A LOAN ALREADY ON THE MASTER THE DRAW
      * HAS TO FIT ITS DRAW PERIOD AND ITS COMMITMENT NOW; A LOAN
      * STILL IN THE PIPELINE IS HELD TO BOTH WHEN IT IS BOOKED.
       SCHEDULE-DRAW.
           EVALUATE TRUE
               WHEN TRAN-AMOUNT = 0
                   MOVE "NO COMMITTED AMOUNT ON THE DRAW"
                       TO REJECT-REASON
               WHEN DRAW-ON-FILE AND OLD-DRAW-STATUS NOT = "S"
                       AND OLD-DRAW-STATUS NOT = "X"
                   MOVE "DRAW ALREADY APPROVED, FUNDED OR EXPIRED"
                       TO REJECT-REASON
               WHEN OTHER
                   PERFORM SUM-OTHER-DRAWS
                   IF OTHER-DRAW-COUNT >= MAX-LOAN-DRAWS
                       MOVE "LOAN ALREADY HAS THE MOST DRAWS ALLOWED"
                           TO REJECT-REASON
                   ELSE
                       PERFORM CHECK-BOOKED-LOAN
                   END-IF
           END-EVALUATE

           IF REJECT-REASON = SPACES
               MOVE DRWT-LOAN-NO   TO DRW-LOAN-NO
               MOVE DRWT-DATE      TO DRW-DATE
               MOVE TRAN-AMOUNT    TO DRW-COMMITTED-AMT
               MOVE ZERO           TO DRW-APPROVED-AMT
               MOVE ZERO           TO DRW-DRAWN-AMT
               SET DRW-SCHEDULED   TO TRUE
               MOVE SPACES         TO DRW-APPROVED-BY
               MOVE ZERO           TO DRW-APPROVED-DATE
               MOVE ZERO           TO DRW-FUNDED-DATE
               MOVE DRWT-MILESTONE TO DRW-MILESTONE
               IF DRAW-ON-FILE
                   REWRITE LOAN-DRAW-RECORD
               ELSE
                   WRITE LOAN-DRAW-RECORD
               END-IF
               IF WS-DRAW-OK
                   MOVE "DRAWSCHD" TO MAUD-ACTION
                   IF OLD-DRAW-STATUS = "S"
                       MOVE OLD-COMMITTED-AMT TO MAUD-BEFORE-1
                   ELSE
                       MOVE ZERO TO MAUD-BEFORE-1
                   END-IF
                   MOVE TRAN-AMOUNT TO MAUD-AFTER-1
                   MOVE ZERO TO MAUD-BEFORE-2
                   MOVE ZERO TO MAUD-AFTER-2
                   PERFORM WRITE-TRAN-APPLIED
               ELSE
                   MOVE "UNABLE TO WRITE THE DRAW FILE"
                       TO REJECT-REASON
               END-IF
           END-IF.

      * THE LOAN'S OTHER DRAWS, BROWSED IN DATE ORDER UNDER ITS OWN
      * LOAN NUMBER. THE DRAW THE TRANSACTION NAMES IS LEFT OUT - IT
      * IS THE ONE BEING REPLACED.
       SUM-OTHER-DRAWS.
           MOVE ZERO TO OTHER-DRAW-TOTAL
           MOVE 0 TO OTHER-DRAW-COUNT
           MOVE 0 TO LOAN-DRAWS-DONE-SW
           MOVE DRWT-LOAN-NO TO DRW-LOAN-NO
           MOVE DRWT-DATE    TO DRW-DATE
           MOVE DRW-KEY      TO SAVE-DRAW-KEY
           MOVE ZERO         TO DRW-DATE
           START LOAN-DRAW-FILE KEY NOT < DRW-KEY
               INVALID KEY
                   SET LOAN-DRAWS-DONE TO TRUE
           END-START
           PERFORM UNTIL LOAN-DRAWS-DONE
               READ LOAN-DRAW-FILE NEXT
                   AT END
                       SET LOAN-DRAWS-DONE TO TRUE
               END-READ
               IF NOT WS-DRAW-OK OR DRW-LOAN-NO NOT = DRWT-LOAN-NO
                   SET LOAN-DRAWS-DONE TO TRUE
               END-IF
               IF NOT LOAN-DRAWS-DONE AND DRW-KEY NOT = SAVE-DRAW-KEY
                   EVALUATE TRUE
                       WHEN DRW-FUNDED
                           ADD 1 TO OTHER-DRAW-COUNT
                           ADD DRW-DRAWN-AMT TO OTHER-DRAW-TOTAL
                       WHEN DRW-LIVE
                           ADD 1 TO OTHER-DRAW-COUNT
                           ADD DRW-COMMITTED-AMT TO OTHER-DRAW-TOTAL
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * READ THROUGH OTHER USERS' LOCKS - NOTHING HERE UPDATES THE
      * MASTER, IT ONLY WANTS THE COMMITMENT AND THE DRAW PERIOD.
       CHECK-BOOKED-LOAN.
           MOVE DRWT-LOAN-NO TO MSTR-LOAN-NO
           READ LOAN-MASTER-FILE IGNORING LOCK
           IF WS-MSTR-OK
               EVALUATE TRUE
                   WHEN NOT MSTR-CONSTRUCTION-LOAN
                       MOVE "LOAN IS NOT A CONSTRUCTION LOAN"
                           TO REJECT-REASON
                   WHEN MSTR-LIFE-CLOSED
                       MOVE "LOAN IS PAID OFF OR CHARGED OFF"
                           TO REJECT-REASON
                   WHEN OTHER
                       PERFORM SET-CONSTR-END
                       EVALUATE TRUE
                           WHEN DRWT-DATE > CONSTR-END-N
                               MOVE "DRAW DATE IS PAST THE DRAW PERIOD"
                                   TO REJECT-REASON
                           WHEN OTHER-DRAW-TOTAL + TRAN-AMOUNT
                                   > MSTR-PRINCIPAL
                               MOVE "DRAWS WOULD EXCEED THE COMMITMENT"
                                   TO REJECT-REASON
                       END-EVALUATE
               END-EVALUATE
           END-IF.

      * RELEASE A DRAW FOR FUNDING. A ZERO AMOUNT RELEASES THE FULL
      * COMMITTED AMOUNT; AN APPROVED DRAW CAN BE APPROVED AGAIN FOR
      * A DIFFERENT AMOUNT UNTIL IT FUNDS.
       APPROVE-DRAW.
           IF TRAN-AMOUNT = 0
               MOVE OLD-COMMITTED-AMT TO TRAN-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT DRAW-ON-FILE
                   MOVE "NO SUCH DRAW ON FILE" TO REJECT-REASON
               WHEN OLD-DRAW-STATUS NOT = "S"
                       AND OLD-DRAW-STATUS NOT = "A"
                   MOVE "DRAW IS NOT OPEN FOR APPROVAL"
                       TO REJECT-REASON
               WHEN TRAN-AMOUNT > OLD-COMMITTED-AMT
                   MOVE "APPROVED AMOUNT OVER THE COMMITTED AMOUNT"
                       TO REJECT-REASON
               WHEN DRWT-APPROVER = SPACES
                   MOVE "NO APPROVER ON THE TRANSACTION"
                       TO REJECT-REASON
               WHEN OTHER
                   MOVE TRAN-AMOUNT   TO DRW-APPROVED-AMT
                   MOVE DRWT-APPROVER TO DRW-APPROVED-BY
                   MOVE ASOF-DATE-N   TO DRW-APPROVED-DATE
                   SET DRW-APPROVED   TO TRUE
                   REWRITE LOAN-DRAW-RECORD
                   IF WS-DRAW-OK
                       MOVE "DRAWAPPR" TO MAUD-ACTION
                       MOVE OLD-APPROVED-AMT  TO MAUD-BEFORE-1
                       MOVE TRAN-AMOUNT       TO MAUD-AFTER-1
                       MOVE OLD-COMMITTED-AMT TO MAUD-BEFORE-2
                       MOVE OLD-COMMITTED-AMT TO MAUD-AFTER-2
                       PERFORM WRITE-TRAN-APPLIED
                   ELSE
                       MOVE "UNABLE TO WRITE THE DRAW FILE"
                           TO REJECT-REASON
                   END-IF
           END-EVALUATE.

       CANCEL-DRAW.
           EVALUATE TRUE
               WHEN NOT DRAW-ON-FILE
                   MOVE "NO SUCH DRAW ON FILE" TO REJECT-REASON
               WHEN OLD-DRAW-STATUS NOT = "S"
                       AND OLD-DRAW-STATUS NOT = "A"
                   MOVE "DRAW IS ALREADY FUNDED OR CLOSED"
                       TO REJECT-REASON
               WHEN OTHER
                   SET DRW-CANCELLED TO TRUE
                   REWRITE LOAN-DRAW-RECORD
                   IF WS-DRAW-OK
                       MOVE "DRAWCANC" TO MAUD-ACTION
                       MOVE OLD-COMMITTED-AMT TO MAUD-BEFORE-1
                       MOVE ZERO TO MAUD-AFTER-1
                       MOVE ZERO TO MAUD-BEFORE-2
                       MOVE ZERO TO MAUD-AFTER-2
                       PERFORM WRITE-TRAN-APPLIED
                   ELSE
                       MOVE "UNABLE TO WRITE THE DRAW FILE"
                           TO REJECT-REASON
                   END-IF
           END-EVALUATE.

      * THE AUDIT PAIRS ARE FILLED BY THE CALLER; THE TRANSACTION'S
      * OWN KEYER, NOT THE JOB, IS THE OPERATOR ON AN APPROVAL.
       WRITE-TRAN-APPLIED.
           ADD 1 TO APPLIED-COUNT
           MOVE DRWT-LOAN-NO TO MAUD-KEY
           PERFORM WRITE-MAINT-AUDIT
           MOVE DRWT-DATE TO DRAW-DATE-D
           MOVE TRAN-AMOUNT TO AMOUNT-D
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN DRWT-SCHEDULE
                   STRING "LOAN " DRWT-LOAN-NO " DRAW " DRAW-DATE-D
                       " SCHEDULED FOR " AMOUNT-D
                       " - " DRWT-MILESTONE INTO RPT-LINE
               WHEN DRWT-APPROVE
                   STRING "LOAN " DRWT-LOAN-NO " DRAW " DRAW-DATE-D
                       " APPROVED FOR " AMOUNT-D
                       " - " DRWT-APPROVER INTO RPT-LINE
               WHEN DRWT-CANCEL
                   STRING "LOAN " DRWT-LOAN-NO " DRAW " DRAW-DATE-D
                       " CANCELLED" INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " DRWT-LOAN-NO " DRAW " DRWT-DATE
               " ** REJECTED - " REJECT-REASON " **"
               INTO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      * THE FUNDING SWEEP - EVERY LOAN WITH A DRAW ON FILE, ONE AT A
      * TIME IN LOAN-NUMBER ORDER. EACH LOAN'S DRAWS ARE WORKED FROM
      * THEIR OWN START; THE SWEEP THEN PICKS UP AFTER THE LOAN'S
      * LAST DRAW.
      *****************************************************************
       FUND-DRAWS.
           MOVE SPACES TO RPT-LINE
           STRING "DRAW FUNDING" INTO RPT-LINE
           WRITE RPT-LINE

           MOVE LOW-VALUES TO DRW-KEY
           START LOAN-DRAW-FILE KEY NOT < DRW-KEY
               INVALID KEY
                   SET WS-DRAW-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-DRAW-EOF
               READ LOAN-DRAW-FILE NEXT
                   AT END
                       SET WS-DRAW-EOF TO TRUE
               END-READ
               IF NOT WS-DRAW-OK
                   SET WS-DRAW-EOF TO TRUE
               END-IF
               IF NOT WS-DRAW-EOF
                   MOVE DRW-LOAN-NO TO CURRENT-LOAN-NO
                   ADD 1 TO LOAN-COUNT
                   PERFORM FUND-ONE-LOAN
                   MOVE CURRENT-LOAN-NO TO DRW-LOAN-NO
                   MOVE 99999999 TO DRW-DATE
                   START LOAN-DRAW-FILE KEY > DRW-KEY
                       INVALID KEY
                           SET WS-DRAW-EOF TO TRUE
                   END-START
               END-IF
           END-PERFORM.

      * A LOAN NOT ON THE MASTER YET IS STILL IN THE PIPELINE - ITS
      * DRAWS WAIT FOR LOANBATCH TO BOOK IT. EVERYTHING FROM HERE
      * WORKS ON THE RECORD AS READ UNDER ITS OWN LOCK.
       FUND-ONE-LOAN.
           MOVE CURRENT-LOAN-NO TO MSTR-LOAN-NO
           MOVE 0 TO LOCK-RETRY
           READ LOAN-MASTER-FILE WITH LOCK
           PERFORM UNTIL NOT WS-MSTR-LOCKED
                   OR LOCK-RETRY >= LOCK-RETRY-LIMIT
               ADD 1 TO LOCK-RETRY
               READ LOAN-MASTER-FILE WITH LOCK
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-MSTR-LOCKED
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " CURRENT-LOAN-NO
                       " ** RECORD IN USE - DRAWS NOT FUNDED **"
                       INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN NOT WS-MSTR-OK
                   ADD 1 TO UNBOOKED-COUNT
               WHEN OTHER
                   PERFORM CHECK-LOAN-FOR-FUNDING
                   UNLOCK LOAN-MASTER-FILE
           END-EVALUATE.

      * A PAID-OFF OR CHARGED-OFF LOAN IS HISTORY, AND ITS DRAWS
      * STAY AS THEY ARE. A LOAN WITH DRAWS ON FILE BUT NO DRAW
      * PERIOD, OR WITH A LONG SCHEDULE THE REWRITE HERE CANNOT
      * REACH, IS AN EXCEPTION FOR THE DESK.
       CHECK-LOAN-FOR-FUNDING.
           EVALUATE TRUE
               WHEN MSTR-LIFE-CLOSED
                   CONTINUE
               WHEN NOT MSTR-CONSTRUCTION-LOAN
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " CURRENT-LOAN-NO
                       " ** DRAWS ON FILE BUT NOT A CONSTRUCTION "
                       "LOAN **" INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN MSTR-TOTAL-PERIODS > MSTR-PERIODS
                       OR MSTR-CONSTR-PERIODS > MSTR-PERIODS
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " CURRENT-LOAN-NO
                       " ** LONG SCHEDULE - DRAWS NOT FUNDED **"
                       INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   PERFORM SET-CONSTR-END
                   PERFORM COLLECT-LOAN-DRAWS
                   PERFORM SETTLE-LOAN-DRAWS
           END-EVALUATE.

       SET-CONSTR-END.
           MOVE ZERO TO CONSTR-END-N
           STRING MSTR-DUEDATE(MSTR-CONSTR-PERIODS)(1:4)
               MSTR-DUEDATE(MSTR-CONSTR-PERIODS)(6:2)
               MSTR-DUEDATE(MSTR-CONSTR-PERIODS)(9:2)
               DELIMITED BY SIZE
               INTO CONSTR-END-N.

      * WHAT THIS RUN WOULD DO WITH ONE DRAW. BOTH PASSES OVER THE
      * LOAN'S DRAWS ASK THE SAME QUESTION OF THE SAME RECORD, SO THE
      * PROJECTION AND THE UPDATE CANNOT DISAGREE.
       DECIDE-DRAW-ACTION.
           SET DRAW-NO-ACTION TO TRUE
           IF DRW-LIVE
               EVALUATE TRUE
                   WHEN ASOF-DATE-N > CONSTR-END-N
                       SET DRAW-TO-EXPIRE TO TRUE
                   WHEN DRW-APPROVED AND DRW-DATE <= ASOF-DATE-N
                       IF MSTR-PAID-THRU < MSTR-CONSTR-PERIODS
                           SET DRAW-TO-FUND TO TRUE
                       ELSE
                           SET DRAW-TO-HOLD TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      * FIRST PASS: DECIDE EVERY DRAW AND LOAD THE PROJECTION'S DRAW
      * TABLE AS THE LOAN WILL STAND AFTER THIS RUN - WHAT HAS GONE
      * OUT WHEN IT WENT, WHAT FUNDS TODAY AT TODAY, AND WHAT IS
      * STILL TO GO ON ITS DRAW DATE OR TODAY, WHICHEVER IS LATER.
       COLLECT-LOAN-DRAWS.
           MOVE 0 TO DRAW-COUNT
           MOVE 0 TO TABLE-FULL-SW
           MOVE ZERO TO LOAN-FUND-TOTAL
           MOVE 0 TO LOAN-FUND-COUNT
           MOVE 0 TO LOAN-EXPIRE-COUNT
           MOVE 0 TO LOAN-HOLD-COUNT
           PERFORM START-LOAN-DRAWS
           PERFORM UNTIL LOAN-DRAWS-DONE
               PERFORM READ-LOAN-DRAW
               IF NOT LOAN-DRAWS-DONE
                   PERFORM DECIDE-DRAW-ACTION
                   EVALUATE TRUE
                       WHEN DRAW-TO-FUND
                           ADD 1 TO LOAN-FUND-COUNT
                           ADD DRW-APPROVED-AMT TO LOAN-FUND-TOTAL
                           PERFORM ADD-TABLE-DRAW
                           MOVE ASOF-DATE-N TO DRAW-DATE(DRAW-COUNT)
                           MOVE DRW-APPROVED-AMT
                               TO DRAW-AMOUNT(DRAW-COUNT)
                       WHEN DRAW-TO-EXPIRE
                           ADD 1 TO LOAN-EXPIRE-COUNT
                       WHEN DRAW-TO-HOLD
                           ADD 1 TO LOAN-HOLD-COUNT
                       WHEN DRW-FUNDED
                           PERFORM ADD-TABLE-DRAW
                           MOVE DRW-FUNDED-DATE
                               TO DRAW-DATE(DRAW-COUNT)
                           MOVE DRW-DRAWN-AMT
                               TO DRAW-AMOUNT(DRAW-COUNT)
                       WHEN DRW-LIVE
                           PERFORM ADD-TABLE-DRAW
                           IF DRW-DATE > ASOF-DATE-N
                               MOVE DRW-DATE TO DRAW-DATE(DRAW-COUNT)
                           ELSE
                               MOVE ASOF-DATE-N
                                   TO DRAW-DATE(DRAW-COUNT)
                           END-IF
                           IF DRW-APPROVED
                               MOVE DRW-APPROVED-AMT
                                   TO DRAW-AMOUNT(DRAW-COUNT)
                           ELSE
                               MOVE DRW-COMMITTED-AMT
                                   TO DRAW-AMOUNT(DRAW-COUNT)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * A LOAN WITH MORE DRAWS THAN THE TABLE HOLDS KEEPS COUNTING
      * INTO THE LAST SLOT; SETTLE-LOAN-DRAWS REFUSES IT RATHER THAN
      * PROJECT A LOAN THAT IS NOT THE ONE ON FILE.
       ADD-TABLE-DRAW.
           IF DRAW-COUNT < MAX-LOAN-DRAWS
               ADD 1 TO DRAW-COUNT
           ELSE
               SET TABLE-FULL TO TRUE
           END-IF.

       START-LOAN-DRAWS.
           MOVE 0 TO LOAN-DRAWS-DONE-SW
           MOVE CURRENT-LOAN-NO TO DRW-LOAN-NO
           MOVE ZERO TO DRW-DATE
           START LOAN-DRAW-FILE KEY NOT < DRW-KEY
               INVALID KEY
                   SET LOAN-DRAWS-DONE TO TRUE
           END-START.

       READ-LOAN-DRAW.
           READ LOAN-DRAW-FILE NEXT
               AT END
                   SET LOAN-DRAWS-DONE TO TRUE
           END-READ
           IF NOT WS-DRAW-OK OR DRW-LOAN-NO NOT = CURRENT-LOAN-NO
               SET LOAN-DRAWS-DONE TO TRUE
           END-IF.

      * PROJECT THE LOAN FROM ITS DRAWS AND SEE WHETHER ANYTHING HAS
      * MOVED. NOTHING FUNDED, NOTHING EXPIRED AND THE SAME FORWARD
      * ROWS LEAVES THE LOAN ALONE. A DRAW HELD IS REPORTED EVERY
      * RUN UNTIL THE DESK CANCELS IT.
       SETTLE-LOAN-DRAWS.
           IF LOAN-HOLD-COUNT > 0
               ADD LOAN-HOLD-COUNT TO HELD-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " CURRENT-LOAN-NO
                   " ** PAID PAST ITS DRAW PERIOD - APPROVED DRAWS "
                   "HELD **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           EVALUATE TRUE
               WHEN TABLE-FULL
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " CURRENT-LOAN-NO
                       " ** MORE DRAWS THAN THE PROJECTION HOLDS - "
                       "NOT FUNDED **" INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN DRAW-COUNT = 0
      * NO DRAW LEFT TO PROJECT FROM - EVERY ONE CANCELLED. THE
      * ENGINE WOULD ADVANCE THE WHOLE COMMITMENT, SO THE SCHEDULE
      * IS LEFT AS IT STANDS FOR THE DESK TO DEAL WITH.
                   IF LOAN-EXPIRE-COUNT > 0
                       PERFORM APPLY-LOAN-DRAWS
                   END-IF
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " CURRENT-LOAN-NO
                       " ** NO DRAWS LEFT TO PROJECT - SCHEDULE NOT "
                       "CHANGED **" INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   PERFORM PROJECT-LOAN
           END-EVALUATE.

      * THE MASTER DOES NOT CARRY THE APPLICATION'S DAY COUNT OR
      * INTEREST METHOD, SO THE PROJECTION IS 30/360 STANDARD, THE
      * SAME AS LOANARM'S. PRINCIPAL STAYS THE FULL COMMITMENT - THE
      * ENGINE HOLDS THE DRAWS TO IT - AND THE DRAW PERIOD GOES BACK
      * TO MONTHS THROUGH THE LOAN'S OWN FREQUENCY.
       PROJECT-LOAN.
           EVALUATE TRUE
               WHEN MSTR-PMTFREQ = "B" OR "b"
                   MOVE 26 TO PERIODS-PER-YEAR
               WHEN MSTR-PMTFREQ = "W" OR "w"
                   MOVE 52 TO PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO PERIODS-PER-YEAR
           END-EVALUATE

           MOVE MSTR-LOAN-NO   TO LOANID
           MOVE MSTR-PRINCIPAL TO PRINCIPAL
           MOVE MSTR-LOANTERM  TO LOANTERM
           MOVE MSTR-RATE      TO RATE
           MOVE ZERO           TO EXTRAPRINCIPAL
           MOVE ZERO           TO ORIGFEE
           MOVE ZERO           TO RATECHG-COUNT
           MOVE "M"            TO DAYCOUNT-METHOD
           MOVE MSTR-PMTFREQ   TO PMTFREQ
           MOVE "S"            TO INTMETHOD
           MOVE MSTR-FIRST-PMT-DATE TO FIRSTPMTDATE
           MOVE MSTR-ESCROW    TO ESCROWAMT
           COMPUTE IOMONTHS ROUNDED =
               MSTR-CONSTR-PERIODS * 12 / PERIODS-PER-YEAR
           MOVE ZERO           TO BALLOONMONTH

           CALL "LOANAMORT" USING LOANINFO OUTDATA

           EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " CURRENT-LOAN-NO
                       " ** SCHEDULE COULD NOT BE RE-PROJECTED - "
                       "DRAWS NOT FUNDED **" INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OUTPERIODS > MAX-MSTR-PERIODS
                       OR OUTPERIODS <= MSTR-PAID-THRU
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " CURRENT-LOAN-NO
                       " ** RE-PROJECTED SCHEDULE DOES NOT FIT THE "
                       "MASTER - DRAWS NOT FUNDED **" INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   PERFORM COMPARE-PROJECTION
                   IF PROJ-CHANGED OR LOAN-FUND-COUNT > 0
                           OR LOAN-EXPIRE-COUNT > 0
                       PERFORM REWRITE-PROJECTED-LOAN
                   END-IF
           END-EVALUATE.

      * ONLY THE FORWARD ROWS COUNT - THE PAID ONES ARE NEVER
      * REWRITTEN, WHATEVER THE PROJECTION SAYS ABOUT THEM.
       COMPARE-PROJECTION.
           MOVE 0 TO PROJ-CHANGED-SW
           IF OUTPERIODS NOT = MSTR-PERIODS
               SET PROJ-CHANGED TO TRUE
           ELSE
               PERFORM VARYING ROW-IDX FROM MSTR-PAID-THRU BY 1
                       UNTIL ROW-IDX >= OUTPERIODS OR PROJ-CHANGED
                   IF OUTPAYMENT(ROW-IDX + 1)
                               NOT = MSTR-PAYMENT(ROW-IDX + 1)
                           OR OUTINTPAID(ROW-IDX + 1)
                               NOT = MSTR-INTPAID(ROW-IDX + 1)
                           OR OUTBALANCE(ROW-IDX + 1)
                               NOT = MSTR-BALANCE(ROW-IDX + 1)
                           OR OUTDUEDATE(ROW-IDX + 1)
                               NOT = MSTR-DUEDATE(ROW-IDX + 1)
                       SET PROJ-CHANGED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * THE MASTER FIRST: THE FUNDED DRAWS ONTO THE DRAWN AMOUNT AND
      * THE RECEIVABLE, THE PROJECTION ONTO THE FORWARD ROWS, AND THE
      * LIFETIME INTEREST RE-STATED AS WHAT THE PAID ROWS CHARGED
      * PLUS WHAT THE PROJECTED ONES WILL. ONLY ONCE THAT IS SAFELY
      * WRITTEN DO THE DRAWS THEMSELVES MOVE.
       REWRITE-PROJECTED-LOAN.
           MOVE MSTR-ACTUAL-BALANCE TO BEFORE-ACTUAL
           MOVE MSTR-DRAWN-AMT      TO RUNNING-DRAWN
           COMPUTE BEFORE-TOTINT = FUNCTION NUMVAL(MSTR-TOTINTPAID)

           MOVE ZERO TO PAID-INT-TOTAL
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > MSTR-PAID-THRU
               COMPUTE PAID-INT-TOTAL = PAID-INT-TOTAL +
                   FUNCTION NUMVAL(MSTR-INTPAID(ROW-IDX))
           END-PERFORM
           MOVE ZERO TO NEW-TOTINT
           PERFORM VARYING ROW-IDX FROM MSTR-PAID-THRU BY 1
                   UNTIL ROW-IDX >= OUTPERIODS
               COMPUTE NEW-TOTINT = NEW-TOTINT +
                   FUNCTION NUMVAL(OUTINTPAID(ROW-IDX + 1))
           END-PERFORM
           ADD PAID-INT-TOTAL TO NEW-TOTINT

      * A LOAN NOW PAST ITS DRAW PERIOD KEEPS THE RECEIVABLE LOANPOST
      * LEFT IT; ONLY THE MONEY GOING OUT TODAY ADDS TO IT.
           ADD LOAN-FUND-TOTAL TO MSTR-DRAWN-AMT
           ADD LOAN-FUND-TOTAL TO MSTR-ACTUAL-BALANCE
           MOVE OUTPERIODS TO MSTR-PERIODS
           MOVE MSTR-PERIODS TO MSTR-TOTAL-PERIODS
           PERFORM VARYING ROW-IDX FROM MSTR-PAID-THRU BY 1
                   UNTIL ROW-IDX >= OUTPERIODS
               MOVE OUTPAYMENT(ROW-IDX + 1)
                   TO MSTR-PAYMENT(ROW-IDX + 1)
               MOVE OUTINTPAID(ROW-IDX + 1)
                   TO MSTR-INTPAID(ROW-IDX + 1)
               MOVE OUTPRINCPAID(ROW-IDX + 1)
                   TO MSTR-PRINCPAID(ROW-IDX + 1)
               MOVE OUTBALANCE(ROW-IDX + 1)
                   TO MSTR-BALANCE(ROW-IDX + 1)
               MOVE OUTDUEDATE(ROW-IDX + 1)
                   TO MSTR-DUEDATE(ROW-IDX + 1)
           END-PERFORM
           MOVE NEW-TOTINT TO MSTR-TOTINTPAID

           REWRITE LOAN-MASTER-RECORD
           IF WS-MSTR-OK
               ADD 1 TO PROJECTED-COUNT
               MOVE "DRAWPROJ" TO MAUD-ACTION
               MOVE MSTR-LOAN-NO TO MAUD-KEY
               MOVE BEFORE-ACTUAL TO MAUD-BEFORE-1
               MOVE BEFORE-ACTUAL TO MAUD-AFTER-1
               MOVE BEFORE-TOTINT TO MAUD-BEFORE-2
               MOVE NEW-TOTINT    TO MAUD-AFTER-2
               PERFORM WRITE-MAINT-AUDIT
               MOVE BEFORE-ACTUAL TO RUNNING-ACTUAL
               PERFORM APPLY-LOAN-DRAWS
               MOVE MSTR-DRAWN-AMT TO AMOUNT-D
               MOVE MSTR-PRINCIPAL TO AMOUNT-2-D
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " CURRENT-LOAN-NO
                   " SCHEDULE RE-PROJECTED - DRAWN " AMOUNT-D
                   " OF " AMOUNT-2-D INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               ADD 1 TO SKIPPED-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " CURRENT-LOAN-NO
                   " ** UNABLE TO REWRITE MASTER - DRAWS NOT "
                   "FUNDED **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * SECOND PASS: THE SAME DECISIONS, NOW CARRIED OUT ON THE DRAW
      * FILE, THE LEDGER AND THE AUDIT TRAIL. EACH FUNDED DRAW'S
      * AUDIT LINE STEPS THE RECEIVABLE FROM WHERE THE LAST ONE LEFT
      * IT, SO THE LINES ADD UP TO THE MASTER'S MOVE.
       APPLY-LOAN-DRAWS.
           PERFORM START-LOAN-DRAWS
           PERFORM UNTIL LOAN-DRAWS-DONE
               PERFORM READ-LOAN-DRAW
               IF NOT LOAN-DRAWS-DONE
                   PERFORM DECIDE-DRAW-ACTION
                   EVALUATE TRUE
                       WHEN DRAW-TO-FUND
                           PERFORM FUND-ONE-DRAW
                       WHEN DRAW-TO-EXPIRE
                           PERFORM EXPIRE-ONE-DRAW
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FUND-ONE-DRAW.
           MOVE DRW-APPROVED-AMT TO DRW-DRAWN-AMT
           MOVE ASOF-DATE-N      TO DRW-FUNDED-DATE
           SET DRW-FUNDED        TO TRUE
           REWRITE LOAN-DRAW-RECORD
           IF WS-DRAW-OK
               PERFORM BOOK-FUNDED-DRAW
           ELSE
      * THE MASTER ALREADY CARRIES THE DRAW, SO THE RUNNING FIGURES
      * STILL MOVE - THE NEXT DRAW'S AUDIT LINE STARTS FROM THERE.
               ADD DRW-DRAWN-AMT TO RUNNING-ACTUAL
               ADD DRW-DRAWN-AMT TO RUNNING-DRAWN
               MOVE "FUNDED" TO UNMARKED-STATUS
               PERFORM LIST-UNMARKED-DRAW
           END-IF.

       BOOK-FUNDED-DRAW.
           ADD 1 TO FUNDED-COUNT
           ADD DRW-DRAWN-AMT TO FUNDED-TOTAL

           MOVE SPACES TO GL-RECORD
           MOVE "D" TO GL-TYPE
           MOVE GL-ACCT-LOANS-RECV TO GL-ACCOUNT
           MOVE DRW-LOAN-NO TO GL-LOAN-NO
           MOVE DRW-DRAWN-AMT TO GL-DEBIT
           MOVE ZERO TO GL-CREDIT
           PERFORM WRITE-GL-DETAIL

           MOVE SPACES TO GL-RECORD
           MOVE "D" TO GL-TYPE
           MOVE GL-ACCT-CASH TO GL-ACCOUNT
           MOVE DRW-LOAN-NO TO GL-LOAN-NO
           MOVE ZERO TO GL-DEBIT
           MOVE DRW-DRAWN-AMT TO GL-CREDIT
           PERFORM WRITE-GL-DETAIL

           MOVE "DRAWFUND" TO MAUD-ACTION
           MOVE DRW-LOAN-NO TO MAUD-KEY
           MOVE RUNNING-ACTUAL TO MAUD-BEFORE-1
           ADD DRW-DRAWN-AMT TO RUNNING-ACTUAL
           MOVE RUNNING-ACTUAL TO MAUD-AFTER-1
           MOVE RUNNING-DRAWN TO MAUD-BEFORE-2
           ADD DRW-DRAWN-AMT TO RUNNING-DRAWN
           MOVE RUNNING-DRAWN TO MAUD-AFTER-2
           PERFORM WRITE-MAINT-AUDIT

           MOVE DRW-DATE TO DRAW-DATE-D
           MOVE DRW-DRAWN-AMT TO AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " DRW-LOAN-NO " DRAW " DRAW-DATE-D
               " FUNDED " AMOUNT-D " - " DRW-MILESTONE
               INTO RPT-LINE
           WRITE RPT-LINE.

       EXPIRE-ONE-DRAW.
           SET DRW-EXPIRED TO TRUE
           REWRITE LOAN-DRAW-RECORD
           IF WS-DRAW-OK
               PERFORM BOOK-EXPIRED-DRAW
           ELSE
               MOVE "EXPIRED" TO UNMARKED-STATUS
               PERFORM LIST-UNMARKED-DRAW
           END-IF.

       BOOK-EXPIRED-DRAW.
           ADD 1 TO EXPIRED-COUNT

           MOVE "DRAWEXPR" TO MAUD-ACTION
           MOVE DRW-LOAN-NO TO MAUD-KEY
           MOVE DRW-COMMITTED-AMT TO MAUD-BEFORE-1
           MOVE ZERO TO MAUD-AFTER-1
           MOVE ZERO TO MAUD-BEFORE-2
           MOVE ZERO TO MAUD-AFTER-2
           PERFORM WRITE-MAINT-AUDIT

           MOVE DRW-DATE TO DRAW-DATE-D
           MOVE DRW-COMMITTED-AMT TO AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " DRW-LOAN-NO " DRAW " DRAW-DATE-D
               " EXPIRED UNDRAWN " AMOUNT-D
               " - DRAW PERIOD ENDED" INTO RPT-LINE
           WRITE RPT-LINE.

       LIST-UNMARKED-DRAW.
           ADD 1 TO UNMARKED-COUNT
           MOVE DRW-DATE TO DRAW-DATE-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " DRW-LOAN-NO " DRAW " DRAW-DATE-D
               " ** DRAW NOT MARKED " DELIMITED BY SIZE
               UNMARKED-STATUS DELIMITED BY SPACE
               " - STATUS " WS-DRAW-STATUS
               " - CORRECT BEFORE NEXT RUN **" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

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

       WRITE-MAINT-AUDIT.
           MOVE "LOANDRWF" TO MAUD-PROGRAM
           MOVE OPERATOR-ID TO MAUD-OPERATOR
           CALL "MNTAUDIT" USING MAINT-AUDIT-REQUEST.

       WRITE-DRAW-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE TRAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "DRAW CHANGES READ. . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE APPLIED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "DRAW CHANGES APPLIED . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE REJECT-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "DRAW CHANGES REJECTED. . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE LOAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS WITH DRAWS . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE UNBOOKED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "AWAITING BOOKING . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE FUNDED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "DRAWS FUNDED . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE FUNDED-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "AMOUNT FUNDED. . . . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE EXPIRED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "DRAWS EXPIRED. . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE PROJECTED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "SCHEDULES RE-PROJECTED . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF HELD-COUNT > 0
               MOVE HELD-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "DRAWS HELD . . . . . . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF SKIPPED-COUNT > 0
               MOVE SKIPPED-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "LOANS SKIPPED. . . . . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF UNMARKED-COUNT > 0
               MOVE UNMARKED-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "DRAWS NOT MARKED . . . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM LOANDRWF.
