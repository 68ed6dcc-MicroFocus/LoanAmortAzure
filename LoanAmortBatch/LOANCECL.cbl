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
       PROGRAM-ID. LOANCECL.
       REMARKS. QUARTERLY LOAN-LOSS ALLOWANCE (CECL RESERVE). SWEEPS
               THE MASTER AND BUCKETS EVERY LIVE LOAN BY PRODUCT AND
               BY DAYS PAST DUE, MEASURED THE WAY LOANPDUE MEASURES
               PERIODS BEHIND - SCHEDULE DUE DATES AGAINST
               MSTR-PAID-THRU. EACH BUCKET'S UNPAID BALANCE IS
               MULTIPLIED BY ITS LOSS RATE FROM THE RESERVE-RATE FILE
               (SEE RSVRATE.CPY) TO GIVE THE REQUIRED ALLOWANCE, WHICH
               IS PRINTED BY PRODUCT AND BUCKET AND COMPARED TO THE
               PRIOR QUARTER'S FIGURE SAVED ON THE RESERVE HISTORY
               FILE (SEE RSVHIST.CPY). THE RUN THEN WRITES THE GL
               ADJUSTMENT THAT BRINGS THE ALLOWANCE ACCOUNT TO THE
               REQUIRED FIGURE - PROVISION EXPENSE AGAINST THE
               ALLOWANCE - IN THE SAME DETAIL/TRAILER SHAPE AS
               LOANGLX, AND SAVES THIS QUARTER'S FIGURE FOR NEXT
               TIME. THIS REPLACES THE CONTROLLER'S OFFICE BUILDING
               THE RESERVE BY HAND FROM LOANPORT AND LOANPDUE OUTPUT.

               THE ADJUSTMENT IS NOT SIMPLY THIS QUARTER LESS LAST.
               BETWEEN RUNS LOANCHGO DEBITS EVERY CHARGE-OFF TO THE
               ALLOWANCE AND LOANPOST CREDITS EVERY RECOVERY BACK, SO
               THE ACCOUNT ALREADY SITS AT THE SAVED FIGURE LESS NET
               CHARGE-OFFS SINCE, TAKEN FROM THE RECOVERY SUB-LEDGER.
               A RE-RUN OF THE SAME QUARTER (CORRECTED RATES, SAY)
               BOOKS ONLY THE DIFFERENCE FROM THE EARLIER RUN, SO
               EVERY GL FILE THE RUN PRODUCES CAN BE LOADED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CECL-PARM-FILE ASSIGN TO CECLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT RESERVE-RATE-FILE ASSIGN TO RSVRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSVR-KEY
               FILE STATUS IS WS-RSVR-STATUS.

           SELECT RESERVE-HIST-FILE ASSIGN TO LOANRSVH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVH-ASOF-DATE
               FILE STATUS IS WS-RSVH-STATUS.

      * OPTIONAL - A BOOK THAT HAS NEVER CHARGED A LOAN OFF HAS NO
      * SUB-LEDGER, AND NO NET CHARGE-OFFS TO ALLOW FOR.
           SELECT RECOVERY-FILE ASSIGN TO LOANRCVY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCVY-LOAN-NO
               FILE STATUS IS WS-RCVY-STATUS.

           SELECT CECL-GL-FILE ASSIGN TO CECLGLX
               ORGANIZATION IS SEQUENTIAL.

           SELECT CECL-RPT-FILE ASSIGN TO CECLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE CARD: THE QUARTER-END DATE (CCYYMMDD), THE CYCLE PERIOD
      * UNDATED LOANS ARE MEASURED AGAINST (AS ON LOANPDUE'S CARD),
      * AND THE ALLOWANCE BALANCE THE LEDGER CARRIES TODAY. THE
      * LAST IS READ ONLY ON THE VERY FIRST RUN, WHEN THERE IS NO
      * SAVED FIGURE YET TO WORK FROM; BLANK MEANS ZERO.
       FD  CECL-PARM-FILE.
       01  CECL-PARM-RECORD.
           03 PARM-ASOF-DATE    PIC 9(8).
           03 FILLER            PIC X(1).
           03 PARM-ASOF-PERIOD  PIC 9(4).
           03 FILLER            PIC X(1).
           03 PARM-OPENING-ALLOWANCE PIC 9(11)V99.
           03 PARM-OPENING-ALLOWANCE-X
                   REDEFINES PARM-OPENING-ALLOWANCE PIC X(13).

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       FD  RESERVE-RATE-FILE.
       COPY "RSVRATE.CPY".

       FD  RESERVE-HIST-FILE.
       COPY "RSVHIST.CPY".

       FD  RECOVERY-FILE.
       COPY "RECOVERY.CPY".

      * SAME FIXED-FORMAT INTERFACE RECORD THE LEDGER LOADER TAKES
      * FROM LOANGLX: TYPE D (DETAIL) OR T (TRAILER), ACCOUNT, LOAN
      * NUMBER, DEBIT AND CREDIT AMOUNTS AS UNSIGNED ZONED PENNIES.
      * THE TRAILER CARRIES THE DETAIL COUNT IN ITS LOAN-NUMBER
      * FIELD AND THE DEBIT/CREDIT HASH TOTALS IN ITS AMOUNT FIELDS.
      * THE ADJUSTMENT IS BOOK-LEVEL, SO ITS LOAN NUMBER IS BLANK.
       FD  CECL-GL-FILE.
       01  GL-RECORD.
           03 GL-TYPE           PIC X(1).
           03 GL-ACCOUNT        PIC X(6).
           03 GL-LOAN-NO        PIC X(10).
           03 GL-DEBIT          PIC 9(11)V99.
           03 GL-CREDIT         PIC 9(11)V99.

       FD  CECL-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
       01 WS-RSVR-STATUS PIC X(2).
         88 WS-RSVR-OK VALUE "00".
       01 WS-RSVH-STATUS PIC X(2).
         88 WS-RSVH-OK VALUE "00".
         88 WS-RSVH-NOT-FOUND VALUE "05" "35".
       01 WS-RCVY-STATUS PIC X(2).
         88 WS-RCVY-OK VALUE "00".

       01 RSVH-EOF-SWITCH     PIC 9 VALUE 0.
         88 RSVH-EOF          VALUE 1.
       01 RCVY-EOF-SWITCH     PIC 9 VALUE 0.
         88 RCVY-EOF          VALUE 1.

      * THE ACCOUNTS THE ADJUSTMENT POSTS TO. THE ALLOWANCE IS THE
      * SAME CONTRA-RECEIVABLE LOANCHGO WRITES LOSSES OFF AGAINST.
       01 GL-ACCT-ALLOWANCE   PIC X(6) VALUE "139100".
       01 GL-ACCT-PROVISION   PIC X(6) VALUE "510100".

       01 ASOF-DATE.
          03 ASOF-YYYY PIC 9(4).
          03 ASOF-MM   PIC 9(2).
             88 ASOF-QUARTER-MONTH VALUE 3 6 9 12.
          03 ASOF-DD   PIC 9(2).
       01 ASOF-DATE-N REDEFINES ASOF-DATE PIC 9(8).
       01 ASOF-PERIOD         PIC S9(4) COMP VALUE 0.
       01 ASOF-DAY-INT        PIC S9(9) COMP.
      * THE DAY AFTER THE AS-OF DATE - A QUARTER-END DATE IS ONE
      * WHOSE NEXT DAY IS THE FIRST OF A MONTH.
       01 NEXT-DAY-DATE.
          03 FILLER      PIC 9(6).
          03 NEXT-DAY-DD PIC 9(2).
       01 NEXT-DAY-DATE-N REDEFINES NEXT-DAY-DATE PIC 9(8).

      * THE AS-OF DATE IN THE SAME YYYY-MM-DD SHAPE THE SCHEDULE'S
      * MSTR-DUEDATE ROWS CARRY, SO "HAS THIS DUE DATE PASSED" IS A
      * PLAIN CHARACTER COMPARE.
       01 ASOF-DATE-FMT.
          03 ASOF-FMT-YYYY PIC 9(4).
          03 FILLER        PIC X VALUE "-".
          03 ASOF-FMT-MM   PIC 9(2).
          03 FILLER        PIC X VALUE "-".
          03 ASOF-FMT-DD   PIC 9(2).

      * THE OLDEST UNPAID PERIOD'S DUE DATE, TAKEN APART FROM ITS
      * YYYY-MM-DD ROW FORM TO COUNT DAYS FROM.
       01 ROW-DUE-DATE.
          03 ROW-YYYY PIC 9(4).
          03 ROW-MM   PIC 9(2).
          03 ROW-DD   PIC 9(2).
       01 ROW-DUE-DATE-N REDEFINES ROW-DUE-DATE PIC 9(8).

       01 PERIODS-DUE         PIC S9(4) COMP.
       01 PERIODS-BEHIND      PIC S9(4) COMP.
       01 PMT-PERIOD          PIC S9(4) COMP.
       01 DAYS-PAST-DUE       PIC S9(9) COMP.
       01 PERIOD-DAYS         PIC S9(4) COMP.

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
       01 SROW-DUEDATE-X   PIC X(10).
       01 DUE-SCAN-DONE-SW PIC 9.
         88 DUE-SCAN-DONE  VALUE 1.

      * THE FIVE DELINQUENCY BUCKETS, IN REPORT ORDER, WITH THE
      * BUCKET CODE THE RESERVE-RATE FILE IS KEYED BY AND THE
      * LOWEST DAYS PAST DUE THAT FALLS IN EACH.
       01 BUCKET-VALUES.
          03 FILLER PIC X(16) VALUE "00000CURRENT    ".
          03 FILLER PIC X(16) VALUE "01001 1-29 DAYS ".
          03 FILLER PIC X(16) VALUE "30030 30-59 DAYS".
          03 FILLER PIC X(16) VALUE "60060 60-89 DAYS".
          03 FILLER PIC X(16) VALUE "90090 90+ DAYS  ".
       01 BUCKET-TABLE REDEFINES BUCKET-VALUES.
          03 BUCKET-ENTRY OCCURS 5 TIMES.
             05 BUCKET-CODE      PIC X(2).
             05 BUCKET-FROM-DAYS PIC 9(3).
             05 BUCKET-LABEL     PIC X(11).
       01 BUCKET-COUNT        PIC S9(4) COMP VALUE 5.
       01 BUCKET-IDX          PIC S9(4) COMP.
       01 LOAN-BUCKET         PIC S9(4) COMP.

      * THE LOAN IN HAND'S LOSS RATE, AND WHETHER IT CAME FROM THE
      * HOUSE-DEFAULT ROW RATHER THAN THE PRODUCT'S OWN.
       01 LOAN-LOSS-RATE      PIC S9(3)V9(4) COMP-3.
       01 LOAN-ALLOWANCE      PIC S9(13)V99 COMP-3.
       01 RATE-FOUND-SW       PIC 9.
         88 RATE-FOUND        VALUE 1.
       01 RATE-DEFAULT-SW     PIC 9.
         88 RATE-IS-DEFAULT   VALUE 1.

      * ONE ENTRY PER PRODUCT SEEN, KEPT IN PRODUCT-CODE ORDER AS
      * PRODUCTS ARE ADDED SO THE REPORT PRINTS SORTED; EACH ENTRY
      * HOLDS A ROW PER BUCKET. A BOOK WITH MORE PRODUCTS THAN THE
      * TABLE HOLDS STILL RESERVES EVERY LOAN - THE OVERFLOW ONLY
      * LOSES ITS OWN LINES ON THE REPORT, AND IS COUNTED.
       01 RSV-T-MAX           PIC S9(4) COMP VALUE 200.
       01 RSV-T-COUNT         PIC S9(4) COMP VALUE 0.
       01 RSV-IDX             PIC S9(4) COMP.
       01 RSV-SHIFT-IDX       PIC S9(4) COMP.
       01 RSV-FOUND-SW        PIC 9.
         88 RSV-FOUND         VALUE 1.
       01 RESERVE-TABLE.
          03 RSV-T-ENTRY OCCURS 200 TIMES.
             05 RSV-T-PRODUCT    PIC X(4).
             05 RSV-T-BUCKET OCCURS 5 TIMES.
                07 RSV-T-LOANS     PIC S9(8) COMP.
                07 RSV-T-BALANCE   PIC S9(13)V99 COMP-3.
                07 RSV-T-ALLOWANCE PIC S9(13)V99 COMP-3.
                07 RSV-T-RATE      PIC S9(3)V9(4) COMP-3.
                07 RSV-T-DEFAULT-SW PIC 9.
       01 PRODUCT-LOANS       PIC S9(8) COMP.
       01 PRODUCT-BALANCE     PIC S9(13)V99 COMP-3.
       01 PRODUCT-ALLOWANCE   PIC S9(13)V99 COMP-3.

      * THE BOOK AS A WHOLE, AND BY BUCKET ACROSS ALL PRODUCTS.
       01 BOOK-BUCKET-TABLE.
          03 BOOK-BUCKET OCCURS 5 TIMES.
             05 BOOK-B-LOANS      PIC S9(8) COMP.
             05 BOOK-B-BALANCE    PIC S9(13)V99 COMP-3.
             05 BOOK-B-ALLOWANCE  PIC S9(13)V99 COMP-3.
       01 RESERVED-COUNT      PIC S9(8) COMP VALUE 0.
       01 RESERVED-BALANCE    PIC S9(13)V99 COMP-3 VALUE 0.
       01 REQUIRED-ALLOWANCE  PIC S9(13)V99 COMP-3 VALUE 0.

      * THE SAVED FIGURES THE ADJUSTMENT WORKS FROM. THE PRIOR
      * QUARTER IS THE LATEST SAVED BEFORE THIS ONE; THIS QUARTER'S
      * OWN RECORD EXISTS ONLY ON A RE-RUN. THE BASE IS WHATEVER THE
      * LEDGER WAS LAST BROUGHT TO - THIS QUARTER'S EARLIER RUN IF
      * THERE WAS ONE, ELSE THE PRIOR QUARTER, ELSE THE OPENING
      * BALANCE FROM THE CARD.
       01 PRIOR-FOUND-SW      PIC 9 VALUE 0.
         88 PRIOR-FOUND       VALUE 1.
       01 THIS-QTR-FOUND-SW   PIC 9 VALUE 0.
         88 THIS-QTR-FOUND    VALUE 1.
       01 LATER-QTR-FOUND-SW  PIC 9 VALUE 0.
         88 LATER-QTR-FOUND   VALUE 1.
       01 PRIOR-ASOF-DATE     PIC 9(8) VALUE 0.
       01 PRIOR-REQUIRED      PIC S9(13)V99 COMP-3 VALUE 0.
       01 PRIOR-CUM-NET       PIC S9(13)V99 COMP-3 VALUE 0.
       01 THIS-QTR-REQUIRED   PIC S9(13)V99 COMP-3 VALUE 0.
       01 THIS-QTR-CUM-NET    PIC S9(13)V99 COMP-3 VALUE 0.
       01 THIS-QTR-ADJUSTMENT PIC S9(13)V99 COMP-3 VALUE 0.
       01 OPENING-ALLOWANCE   PIC S9(13)V99 COMP-3 VALUE 0.
       01 BASE-ALLOWANCE      PIC S9(13)V99 COMP-3 VALUE 0.
       01 BASE-CUM-NET        PIC S9(13)V99 COMP-3 VALUE 0.
       01 CUM-NET-CHGOFF      PIC S9(13)V99 COMP-3 VALUE 0.
       01 NET-CHGOFF-SINCE    PIC S9(13)V99 COMP-3 VALUE 0.
       01 LEDGER-ALLOWANCE    PIC S9(13)V99 COMP-3 VALUE 0.
       01 ADJUSTMENT-AMT      PIC S9(13)V99 COMP-3 VALUE 0.
       01 CHANGE-FROM-PRIOR   PIC S9(13)V99 COMP-3 VALUE 0.

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 CLOSED-SKIP-COUNT   PIC S9(8) COMP VALUE 0.
       01 NO-RATE-COUNT       PIC S9(8) COMP VALUE 0.
       01 NO-RATE-BALANCE     PIC S9(13)V99 COMP-3 VALUE 0.
       01 DEFAULT-RATE-COUNT  PIC S9(8) COMP VALUE 0.
       01 OVERFLOW-COUNT      PIC S9(8) COMP VALUE 0.

       01 DETAIL-COUNT        PIC S9(8) COMP VALUE 0.
       01 DEBIT-HASH          PIC S9(11)V99 COMP-3 VALUE 0.
       01 CREDIT-HASH         PIC S9(11)V99 COMP-3 VALUE 0.
       01 TRAILER-COUNT       PIC 9(10).

       01 WS-TODAY-STAMP      PIC X(21).
       01 WS-TODAY            PIC 9(8).
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 MONEY-D2            PIC -Z(12)9.99.
       01 RATE-D              PIC ZZ9.9999.
       01 DAYS-D              PIC Z(4)9.
       01 ASOF-DATE-D         PIC 9(8).
       01 PRIOR-DATE-D        PIC 9(8).
       01 PRODUCT-D           PIC X(6).
       01 DEFAULT-FLAG-D      PIC X(9).

       PROCEDURE DIVISION.

           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USERNAME"
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY

           PERFORM READ-CECL-PARM

           PERFORM OPEN-RESERVE-HIST-FILE
           IF NOT WS-RSVH-OK
               DISPLAY "UNABLE TO OPEN THE RESERVE HISTORY FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM FIND-SAVED-FIGURES
           IF LATER-QTR-FOUND
               DISPLAY "A LATER QUARTER IS ALREADY SAVED - "
                   "RESERVE NOT RUN FOR " ASOF-DATE-N
               CLOSE RESERVE-HIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT RESERVE-RATE-FILE
           IF NOT WS-RSVR-OK
               DISPLAY "UNABLE TO OPEN THE RESERVE-RATE FILE"
               CLOSE RESERVE-HIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE RESERVE-HIST-FILE
               CLOSE RESERVE-RATE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SCHEDULE-ROW-FILE
           IF WS-SCHD-OK
               SET SCHD-FILE-OPEN TO TRUE
           END-IF

           PERFORM SUM-NET-CHARGE-OFFS

           OPEN OUTPUT CECL-GL-FILE
           OPEN OUTPUT CECL-RPT-FILE

           INITIALIZE BOOK-BUCKET-TABLE

           MOVE ASOF-DATE-N TO ASOF-DATE-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN-LOSS ALLOWANCE FOR QUARTER ENDED "
               ASOF-DATE-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM READ-MASTER

           PERFORM UNTIL WS-EOF
               ADD 1 TO LOAN-COUNT
               IF MSTR-LIFE-CLOSED
                   ADD 1 TO CLOSED-SKIP-COUNT
               ELSE
                   PERFORM RESERVE-ONE-LOAN
               END-IF
               PERFORM READ-MASTER
           END-PERFORM

           PERFORM WRITE-RESERVE-DETAIL
           PERFORM COMPUTE-ADJUSTMENT
           PERFORM WRITE-ADJUSTMENT-ENTRY
           PERFORM WRITE-GL-TRAILER
           PERFORM SAVE-RESERVE-FIGURE
           PERFORM WRITE-RESERVE-TOTALS

           CLOSE LOAN-MASTER-FILE
           CLOSE RESERVE-RATE-FILE
           CLOSE RESERVE-HIST-FILE
           CLOSE CECL-GL-FILE
           CLOSE CECL-RPT-FILE
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF

           IF NOT WS-RSVH-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NO-RATE-COUNT > 0 OR OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * NO CARD, OR A CARD THAT WILL NOT READ, STOPS THE RUN COLD.
      * THE RESERVE IS A QUARTER-END FIGURE - A DATE THAT IS NOT THE
      * LAST DAY OF MARCH, JUNE, SEPTEMBER OR DECEMBER IS REFUSED
      * RATHER THAN SAVED AS A QUARTER THAT NEVER WAS.
       READ-CECL-PARM.
           OPEN INPUT CECL-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "RESERVE PARAMETER CARD MISSING"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           READ CECL-PARM-FILE
               AT END
                   DISPLAY "RESERVE PARAMETER CARD EMPTY"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ

           IF PARM-OPENING-ALLOWANCE-X = SPACES
               MOVE ZERO TO PARM-OPENING-ALLOWANCE
           END-IF

           IF PARM-ASOF-DATE NOT NUMERIC
                   OR PARM-ASOF-PERIOD NOT NUMERIC
                   OR PARM-OPENING-ALLOWANCE NOT NUMERIC
               DISPLAY "RESERVE PARAMETER CARD INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE PARM-ASOF-DATE   TO ASOF-DATE-N
           MOVE PARM-ASOF-PERIOD TO ASOF-PERIOD
           MOVE PARM-OPENING-ALLOWANCE TO OPENING-ALLOWANCE

           IF NOT ASOF-QUARTER-MONTH
               DISPLAY "RESERVE AS-OF DATE IS NOT A QUARTER END"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE ASOF-DAY-INT =
               FUNCTION INTEGER-OF-DATE(ASOF-DATE-N)
           COMPUTE NEXT-DAY-DATE-N =
               FUNCTION DATE-OF-INTEGER(ASOF-DAY-INT + 1)
           IF ASOF-DAY-INT = 0 OR NEXT-DAY-DD NOT = 1
               DISPLAY "RESERVE AS-OF DATE IS NOT A QUARTER END"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ASOF-YYYY TO ASOF-FMT-YYYY
           MOVE ASOF-MM   TO ASOF-FMT-MM
           MOVE ASOF-DD   TO ASOF-FMT-DD

           CLOSE CECL-PARM-FILE.

      * SAME FIRST-TIME-THROUGH HANDLING AS LOANPOST'S HISTORY OPEN.
      * THE HISTORY IS PERMANENT: NEVER OPENED OUTPUT ONCE IT HAS
      * RECORDS.
       OPEN-RESERVE-HIST-FILE.
           OPEN I-O RESERVE-HIST-FILE
           IF WS-RSVH-NOT-FOUND
               OPEN OUTPUT RESERVE-HIST-FILE
               CLOSE RESERVE-HIST-FILE
               OPEN I-O RESERVE-HIST-FILE
           END-IF.

      * ONE PASS OF THE HISTORY, OLDEST QUARTER FIRST. THE LAST
      * RECORD BEFORE THE AS-OF DATE IS THE PRIOR QUARTER. A RECORD
      * AFTER IT MEANS THE CARD IS FOR A QUARTER ALREADY OVERTAKEN
      * - BOOKING IT NOW WOULD UNDO THE LATER QUARTER'S ADJUSTMENT.
       FIND-SAVED-FIGURES.
           MOVE ZERO TO RSVH-ASOF-DATE
           START RESERVE-HIST-FILE KEY NOT < RSVH-ASOF-DATE
               INVALID KEY
                   SET RSVH-EOF TO TRUE
           END-START

           PERFORM UNTIL RSVH-EOF
               READ RESERVE-HIST-FILE NEXT
                   AT END
                       SET RSVH-EOF TO TRUE
               END-READ
               IF NOT WS-RSVH-OK
                   SET RSVH-EOF TO TRUE
               END-IF
               IF NOT RSVH-EOF
                   EVALUATE TRUE
                       WHEN RSVH-ASOF-DATE < ASOF-DATE-N
                           SET PRIOR-FOUND TO TRUE
                           MOVE RSVH-ASOF-DATE TO PRIOR-ASOF-DATE
                           MOVE RSVH-REQUIRED  TO PRIOR-REQUIRED
                           MOVE RSVH-CUM-NET-CHGOFF TO PRIOR-CUM-NET
                       WHEN RSVH-ASOF-DATE = ASOF-DATE-N
                           SET THIS-QTR-FOUND TO TRUE
                           MOVE RSVH-REQUIRED  TO THIS-QTR-REQUIRED
                           MOVE RSVH-CUM-NET-CHGOFF
                               TO THIS-QTR-CUM-NET
                           MOVE RSVH-ADJUSTMENT
                               TO THIS-QTR-ADJUSTMENT
                       WHEN OTHER
                           SET LATER-QTR-FOUND TO TRUE
                           SET RSVH-EOF TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE "00" TO WS-RSVH-STATUS.

      * EVERY LOSS EVER TAKEN AGAINST THE ALLOWANCE LESS EVERY
      * RECOVERY CREDITED BACK TO IT, AS THE SUB-LEDGER STANDS NOW.
       SUM-NET-CHARGE-OFFS.
           MOVE ZERO TO CUM-NET-CHGOFF
           OPEN INPUT RECOVERY-FILE
           IF WS-RCVY-OK
               PERFORM UNTIL RCVY-EOF
                   READ RECOVERY-FILE NEXT
                       AT END
                           SET RCVY-EOF TO TRUE
                   END-READ
                   IF NOT WS-RCVY-OK
                       SET RCVY-EOF TO TRUE
                   END-IF
                   IF NOT RCVY-EOF
                       COMPUTE CUM-NET-CHGOFF = CUM-NET-CHGOFF
                           + RCVY-CHGOFF-TOTAL - RCVY-RECOVERED
                   END-IF
               END-PERFORM
               CLOSE RECOVERY-FILE
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

       RESERVE-ONE-LOAN.
           PERFORM MEASURE-DAYS-PAST-DUE

           MOVE 1 TO LOAN-BUCKET
           PERFORM VARYING BUCKET-IDX FROM 2 BY 1
                   UNTIL BUCKET-IDX > BUCKET-COUNT
               IF DAYS-PAST-DUE >= BUCKET-FROM-DAYS(BUCKET-IDX)
                   MOVE BUCKET-IDX TO LOAN-BUCKET
               END-IF
           END-PERFORM

           PERFORM LOOKUP-LOSS-RATE

           IF NOT RATE-FOUND
               PERFORM WRITE-NO-RATE-LINE
           ELSE
               COMPUTE LOAN-ALLOWANCE ROUNDED =
                   MSTR-ACTUAL-BALANCE * LOAN-LOSS-RATE / 100
               ADD 1 TO RESERVED-COUNT
               ADD MSTR-ACTUAL-BALANCE TO RESERVED-BALANCE
               ADD LOAN-ALLOWANCE TO REQUIRED-ALLOWANCE
               ADD 1 TO BOOK-B-LOANS(LOAN-BUCKET)
               ADD MSTR-ACTUAL-BALANCE TO BOOK-B-BALANCE(LOAN-BUCKET)
               ADD LOAN-ALLOWANCE TO BOOK-B-ALLOWANCE(LOAN-BUCKET)
               IF RATE-IS-DEFAULT
                   ADD 1 TO DEFAULT-RATE-COUNT
               END-IF
               PERFORM ADD-TO-PRODUCT-ENTRY
           END-IF.

      * PERIODS BEHIND EXACTLY AS LOANPDUE COUNTS THEM: FOR A DATED
      * LOAN, SCHEDULE ROWS DUE AT OR BEFORE THE AS-OF DATE; FOR AN
      * UNDATED ONE, THE CARD'S CYCLE PERIOD CAPPED AT THE SCHEDULE
      * LENGTH - LESS MSTR-PAID-THRU. A DATED LOAN THAT IS BEHIND
      * IS THEN AS MANY DAYS PAST DUE AS HAVE RUN SINCE ITS OLDEST
      * UNPAID PERIOD FELL DUE. AN UNDATED LOAN HAS NO DUE DATE TO
      * COUNT FROM, SO EACH PERIOD BEHIND PAST THE FIRST COUNTS AS
      * ONE PAYMENT INTERVAL OF DAYS.
       MEASURE-DAYS-PAST-DUE.
           IF MSTR-TOTAL-PERIODS > MSTR-PERIODS
               MOVE MSTR-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           ELSE
               MOVE MSTR-PERIODS TO LOAN-TOTAL-PERIODS
           END-IF

           MOVE ZERO TO DAYS-PAST-DUE
           IF MSTR-FIRST-PMT-DATE NUMERIC
                   AND MSTR-FIRST-PMT-DATE NOT = 0
               MOVE ZERO TO PERIODS-DUE
               MOVE 1 TO PMT-PERIOD
               MOVE 0 TO DUE-SCAN-DONE-SW
               PERFORM UNTIL DUE-SCAN-DONE
                   IF PMT-PERIOD > LOAN-TOTAL-PERIODS
                       SET DUE-SCAN-DONE TO TRUE
                   ELSE
                       MOVE PMT-PERIOD TO SROW-PERIOD
                       PERFORM GET-SCHED-ROW
                       IF SROW-DUEDATE-X > ASOF-DATE-FMT
                           SET DUE-SCAN-DONE TO TRUE
                       ELSE
                           MOVE PMT-PERIOD TO PERIODS-DUE
                           ADD 1 TO PMT-PERIOD
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE PERIODS-BEHIND = PERIODS-DUE - MSTR-PAID-THRU
               IF PERIODS-BEHIND > 0
                   COMPUTE SROW-PERIOD = MSTR-PAID-THRU + 1
                   PERFORM GET-SCHED-ROW
                   MOVE SROW-DUEDATE-X(1:4) TO ROW-YYYY
                   MOVE SROW-DUEDATE-X(6:2) TO ROW-MM
                   MOVE SROW-DUEDATE-X(9:2) TO ROW-DD
                   COMPUTE DAYS-PAST-DUE = ASOF-DAY-INT
                       - FUNCTION INTEGER-OF-DATE(ROW-DUE-DATE-N)
               END-IF
           ELSE
               MOVE ASOF-PERIOD TO PERIODS-DUE
               IF PERIODS-DUE > LOAN-TOTAL-PERIODS
                   MOVE LOAN-TOTAL-PERIODS TO PERIODS-DUE
               END-IF
               COMPUTE PERIODS-BEHIND = PERIODS-DUE - MSTR-PAID-THRU
               IF PERIODS-BEHIND > 0
                   EVALUATE MSTR-PMTFREQ
                       WHEN "B"
                       WHEN "b"
                           MOVE 14 TO PERIOD-DAYS
                       WHEN "W"
                       WHEN "w"
                           MOVE 7 TO PERIOD-DAYS
                       WHEN OTHER
                           MOVE 30 TO PERIOD-DAYS
                   END-EVALUATE
                   COMPUTE DAYS-PAST-DUE =
                       (PERIODS-BEHIND - 1) * PERIOD-DAYS + 1
               END-IF
           END-IF.

      * THE PRODUCT'S OWN RATE FOR THE BUCKET, ELSE THE HOUSE
      * DEFAULT ROW (PRODUCT CODE SPACES) FOR THE SAME BUCKET. A
      * LOAN WITH NEITHER IS LEFT OUT OF THE ALLOWANCE AND LISTED -
      * A GUESSED RATE WOULD HIDE THE HOLE IN THE TABLE.
       LOOKUP-LOSS-RATE.
           MOVE 0 TO RATE-FOUND-SW
           MOVE 0 TO RATE-DEFAULT-SW
           MOVE ZERO TO LOAN-LOSS-RATE
           MOVE ZERO TO LOAN-ALLOWANCE

           MOVE MSTR-PRODUCT-CODE TO RSVR-PRODUCT-CODE
           MOVE BUCKET-CODE(LOAN-BUCKET) TO RSVR-BUCKET
           READ RESERVE-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RATE-FOUND TO TRUE
           END-READ

           IF NOT RATE-FOUND AND MSTR-PRODUCT-CODE NOT = SPACES
               MOVE SPACES TO RSVR-PRODUCT-CODE
               MOVE BUCKET-CODE(LOAN-BUCKET) TO RSVR-BUCKET
               READ RESERVE-RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RATE-FOUND TO TRUE
                       SET RATE-IS-DEFAULT TO TRUE
               END-READ
           END-IF

           IF RATE-FOUND
               IF RSVR-LOSS-RATE NUMERIC
                   MOVE RSVR-LOSS-RATE TO LOAN-LOSS-RATE
               ELSE
                   MOVE 0 TO RATE-FOUND-SW
               END-IF
           END-IF.

      * FIND THE LOAN'S PRODUCT IN THE TABLE, OR OPEN A NEW ENTRY
      * IN ITS SORTED PLACE BY SHUFFLING THE HIGHER CODES DOWN ONE.
       ADD-TO-PRODUCT-ENTRY.
           MOVE 0 TO RSV-FOUND-SW
           PERFORM VARYING RSV-IDX FROM 1 BY 1
                   UNTIL RSV-IDX > RSV-T-COUNT
                   OR RSV-T-PRODUCT(RSV-IDX) >= MSTR-PRODUCT-CODE
               CONTINUE
           END-PERFORM
           IF RSV-IDX <= RSV-T-COUNT
               IF RSV-T-PRODUCT(RSV-IDX) = MSTR-PRODUCT-CODE
                   SET RSV-FOUND TO TRUE
               END-IF
           END-IF

           IF NOT RSV-FOUND
               IF RSV-T-COUNT >= RSV-T-MAX
                   ADD 1 TO OVERFLOW-COUNT
               ELSE
                   PERFORM VARYING RSV-SHIFT-IDX FROM RSV-T-COUNT
                           BY -1 UNTIL RSV-SHIFT-IDX < RSV-IDX
                       MOVE RSV-T-ENTRY(RSV-SHIFT-IDX)
                           TO RSV-T-ENTRY(RSV-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO RSV-T-COUNT
                   INITIALIZE RSV-T-ENTRY(RSV-IDX)
                   MOVE MSTR-PRODUCT-CODE TO RSV-T-PRODUCT(RSV-IDX)
                   SET RSV-FOUND TO TRUE
               END-IF
           END-IF

           IF RSV-FOUND
               ADD 1 TO RSV-T-LOANS(RSV-IDX, LOAN-BUCKET)
               ADD MSTR-ACTUAL-BALANCE
                   TO RSV-T-BALANCE(RSV-IDX, LOAN-BUCKET)
               ADD LOAN-ALLOWANCE
                   TO RSV-T-ALLOWANCE(RSV-IDX, LOAN-BUCKET)
               MOVE LOAN-LOSS-RATE
                   TO RSV-T-RATE(RSV-IDX, LOAN-BUCKET)
               MOVE RATE-DEFAULT-SW
                   TO RSV-T-DEFAULT-SW(RSV-IDX, LOAN-BUCKET)
           END-IF.

       WRITE-NO-RATE-LINE.
           ADD 1 TO NO-RATE-COUNT
           ADD MSTR-ACTUAL-BALANCE TO NO-RATE-BALANCE
           MOVE DAYS-PAST-DUE TO DAYS-D
           MOVE MSTR-ACTUAL-BALANCE TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " MSTR-LOAN-NO
               " PRODUCT " MSTR-PRODUCT-CODE
               " DAYS PAST DUE " DAYS-D
               " BALANCE " MONEY-D
               " ** NO LOSS RATE - NOT RESERVED **" INTO RPT-LINE
           WRITE RPT-LINE.

      * ONE LINE PER PRODUCT AND BUCKET THAT HAS LOANS IN IT, A
      * SUBTOTAL PER PRODUCT, THEN THE SAME BUCKETS ACROSS THE BOOK.
       WRITE-RESERVE-DETAIL.
           IF NO-RATE-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "PRODUCT BUCKET         LOANS"
               "          BALANCE      RATE"
               "         ALLOWANCE" INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING RSV-IDX FROM 1 BY 1
                   UNTIL RSV-IDX > RSV-T-COUNT
               IF RSV-T-PRODUCT(RSV-IDX) = SPACES
                   MOVE "(NONE)" TO PRODUCT-D
               ELSE
                   MOVE RSV-T-PRODUCT(RSV-IDX) TO PRODUCT-D
               END-IF
               MOVE ZERO TO PRODUCT-LOANS
               MOVE ZERO TO PRODUCT-BALANCE
               MOVE ZERO TO PRODUCT-ALLOWANCE
               PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                       UNTIL BUCKET-IDX > BUCKET-COUNT
                   IF RSV-T-LOANS(RSV-IDX, BUCKET-IDX) > 0
                       PERFORM WRITE-PRODUCT-BUCKET-LINE
                   END-IF
               END-PERFORM
               MOVE PRODUCT-LOANS TO COUNT-D
               MOVE PRODUCT-BALANCE TO MONEY-D
               MOVE PRODUCT-ALLOWANCE TO MONEY-D2
               MOVE SPACES TO RPT-LINE
               STRING "  " PRODUCT-D " TOTAL      " COUNT-D
                   MONEY-D "           " MONEY-D2 INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > BUCKET-COUNT
               MOVE BOOK-B-LOANS(BUCKET-IDX) TO COUNT-D
               MOVE BOOK-B-BALANCE(BUCKET-IDX) TO MONEY-D
               MOVE BOOK-B-ALLOWANCE(BUCKET-IDX) TO MONEY-D2
               MOVE SPACES TO RPT-LINE
               STRING "ALL     " BUCKET-LABEL(BUCKET-IDX) " "
                   COUNT-D MONEY-D "           " MONEY-D2
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       WRITE-PRODUCT-BUCKET-LINE.
           ADD RSV-T-LOANS(RSV-IDX, BUCKET-IDX) TO PRODUCT-LOANS
           ADD RSV-T-BALANCE(RSV-IDX, BUCKET-IDX) TO PRODUCT-BALANCE
           ADD RSV-T-ALLOWANCE(RSV-IDX, BUCKET-IDX)
               TO PRODUCT-ALLOWANCE

           IF RSV-T-DEFAULT-SW(RSV-IDX, BUCKET-IDX) = 1
               MOVE " DEFAULT" TO DEFAULT-FLAG-D
           ELSE
               MOVE SPACES TO DEFAULT-FLAG-D
           END-IF
           MOVE RSV-T-LOANS(RSV-IDX, BUCKET-IDX) TO COUNT-D
           MOVE RSV-T-BALANCE(RSV-IDX, BUCKET-IDX) TO MONEY-D
           MOVE RSV-T-RATE(RSV-IDX, BUCKET-IDX) TO RATE-D
           MOVE RSV-T-ALLOWANCE(RSV-IDX, BUCKET-IDX) TO MONEY-D2
           MOVE SPACES TO RPT-LINE
           STRING "  " PRODUCT-D BUCKET-LABEL(BUCKET-IDX) " "
               COUNT-D MONEY-D "  " RATE-D " " MONEY-D2
               DEFAULT-FLAG-D INTO RPT-LINE
           WRITE RPT-LINE.

      * WHAT THE ALLOWANCE ACCOUNT HOLDS NOW IS THE FIGURE IT WAS
      * LAST BROUGHT TO, LESS THE NET CHARGE-OFFS DEBITED TO IT
      * SINCE. THE ADJUSTMENT TAKES IT FROM THERE TO THE REQUIRED
      * FIGURE. ON THE FIRST RUN THE CARD SAYS WHAT THE ACCOUNT
      * HOLDS TODAY, CHARGE-OFFS AND ALL.
       COMPUTE-ADJUSTMENT.
           EVALUATE TRUE
               WHEN THIS-QTR-FOUND
                   MOVE THIS-QTR-REQUIRED TO BASE-ALLOWANCE
                   MOVE THIS-QTR-CUM-NET  TO BASE-CUM-NET
               WHEN PRIOR-FOUND
                   MOVE PRIOR-REQUIRED TO BASE-ALLOWANCE
                   MOVE PRIOR-CUM-NET  TO BASE-CUM-NET
               WHEN OTHER
                   MOVE OPENING-ALLOWANCE TO BASE-ALLOWANCE
                   MOVE CUM-NET-CHGOFF    TO BASE-CUM-NET
           END-EVALUATE

           COMPUTE NET-CHGOFF-SINCE = CUM-NET-CHGOFF - BASE-CUM-NET
           COMPUTE LEDGER-ALLOWANCE =
               BASE-ALLOWANCE - NET-CHGOFF-SINCE
           COMPUTE ADJUSTMENT-AMT =
               REQUIRED-ALLOWANCE - LEDGER-ALLOWANCE
           IF PRIOR-FOUND
               COMPUTE CHANGE-FROM-PRIOR =
                   REQUIRED-ALLOWANCE - PRIOR-REQUIRED
           END-IF.

      * AN INCREASE IS PROVISION EXPENSE AGAINST THE ALLOWANCE; A
      * DECREASE RELEASES IT BACK. NO CHANGE, NO LINES - THE
      * TRAILER STILL GOES OUT SO THE LOADER SEES AN EMPTY BATCH.
       WRITE-ADJUSTMENT-ENTRY.
           IF ADJUSTMENT-AMT > 0
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GL-TYPE
               MOVE GL-ACCT-PROVISION TO GL-ACCOUNT
               MOVE ADJUSTMENT-AMT TO GL-DEBIT
               MOVE ZERO TO GL-CREDIT
               PERFORM WRITE-GL-DETAIL

               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GL-TYPE
               MOVE GL-ACCT-ALLOWANCE TO GL-ACCOUNT
               MOVE ZERO TO GL-DEBIT
               MOVE ADJUSTMENT-AMT TO GL-CREDIT
               PERFORM WRITE-GL-DETAIL
           END-IF

           IF ADJUSTMENT-AMT < 0
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GL-TYPE
               MOVE GL-ACCT-ALLOWANCE TO GL-ACCOUNT
               COMPUTE GL-DEBIT = 0 - ADJUSTMENT-AMT
               MOVE ZERO TO GL-CREDIT
               PERFORM WRITE-GL-DETAIL

               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GL-TYPE
               MOVE GL-ACCT-PROVISION TO GL-ACCOUNT
               MOVE ZERO TO GL-DEBIT
               COMPUTE GL-CREDIT = 0 - ADJUSTMENT-AMT
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

      * THIS QUARTER'S FIGURE, FOR NEXT QUARTER TO COMPARE AGAINST.
      * A RE-RUN REPLACES THE EARLIER RUN'S RECORD AND CARRIES ITS
      * PROVISION FORWARD, SO THE RECORD ALWAYS SHOWS THE QUARTER'S
      * TOTAL PROVISION.
       SAVE-RESERVE-FIGURE.
           MOVE ASOF-DATE-N        TO RSVH-ASOF-DATE
           MOVE WS-TODAY           TO RSVH-RUN-DATE
           MOVE OPERATOR-ID        TO RSVH-OPERATOR
           MOVE RESERVED-COUNT     TO RSVH-LOAN-COUNT
           MOVE RESERVED-BALANCE   TO RSVH-BALANCE
           MOVE REQUIRED-ALLOWANCE TO RSVH-REQUIRED
           MOVE CUM-NET-CHGOFF     TO RSVH-CUM-NET-CHGOFF
           COMPUTE RSVH-ADJUSTMENT =
               THIS-QTR-ADJUSTMENT + ADJUSTMENT-AMT

           IF THIS-QTR-FOUND
               REWRITE RESERVE-HIST-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE RESERVE-HIST-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF NOT WS-RSVH-OK
               DISPLAY "RESERVE FIGURE NOT SAVED FOR " ASOF-DATE-N
                   " - STATUS " WS-RSVH-STATUS
           END-IF.

       WRITE-RESERVE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS REVIEWED . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE RESERVED-COUNT TO COUNT-D
           MOVE RESERVED-BALANCE TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS RESERVED . . . . . : " COUNT-D
               " BALANCE " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           IF CLOSED-SKIP-COUNT > 0
               MOVE CLOSED-SKIP-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "PAID/CHARGED-OFF SKIPPED : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF DEFAULT-RATE-COUNT > 0
               MOVE DEFAULT-RATE-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "AT HOUSE DEFAULT RATE. . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF NO-RATE-COUNT > 0
               MOVE NO-RATE-COUNT TO COUNT-D
               MOVE NO-RATE-BALANCE TO MONEY-D
               MOVE SPACES TO RPT-LINE
               STRING "NO LOSS RATE - LEFT OUT. : " COUNT-D
                   " BALANCE " MONEY-D INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF OVERFLOW-COUNT > 0
               MOVE OVERFLOW-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "PRODUCT TABLE FULL - NOT : " COUNT-D
                   " LOANS (IN TOTALS, NOT PRODUCT LINES)"
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE REQUIRED-ALLOWANCE TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "REQUIRED ALLOWANCE . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           IF PRIOR-FOUND
               MOVE PRIOR-ASOF-DATE TO PRIOR-DATE-D
               MOVE PRIOR-REQUIRED TO MONEY-D
               MOVE SPACES TO RPT-LINE
               STRING "PRIOR QUARTER. . . . . . : " MONEY-D
                   " AS OF " PRIOR-DATE-D INTO RPT-LINE
               WRITE RPT-LINE

               MOVE CHANGE-FROM-PRIOR TO MONEY-D
               MOVE SPACES TO RPT-LINE
               STRING "CHANGE FROM PRIOR. . . . : " MONEY-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "PRIOR QUARTER. . . . . . : "
                   "NONE SAVED - FIRST RESERVE RUN" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF THIS-QTR-FOUND
               MOVE THIS-QTR-REQUIRED TO MONEY-D
               MOVE SPACES TO RPT-LINE
               STRING "EARLIER RUN THIS QUARTER : " MONEY-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE NET-CHGOFF-SINCE TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "NET CHARGE-OFFS SINCE. . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE LEDGER-ALLOWANCE TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "ALLOWANCE ON LEDGER. . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ADJUSTMENT-AMT TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "GL ADJUSTMENT BOOKED . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           IF NOT WS-RSVH-OK
               MOVE "** RESERVE FIGURE NOT SAVED - SEE JOB LOG **"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * ONE SCHEDULE ROW'S DUE DATE, WHEREVER THE ROW LIVES: THE
      * INLINE TABLE FOR PERIODS THE MASTER RECORD HOLDS, THE
      * COMPANION FILE FOR THE TAIL OF A LONG SCHEDULE.
       GET-SCHED-ROW.
           MOVE HIGH-VALUES TO SROW-DUEDATE-X
           IF SROW-PERIOD <= MSTR-PERIODS
               MOVE MSTR-DUEDATE(SROW-PERIOD) TO SROW-DUEDATE-X
           ELSE
               IF SCHD-FILE-OPEN
                   MOVE MSTR-LOAN-NO TO SCHD-LOAN-NO
                   MOVE SROW-PERIOD  TO SCHD-PERIOD
                   READ SCHEDULE-ROW-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SCHD-DUEDATE TO SROW-DUEDATE-X
                   END-READ
               END-IF
           END-IF.

       END PROGRAM LOANCECL.
