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
       PROGRAM-ID. LOANROLL.
       REMARKS. DELINQUENCY ROLL-RATE AND VINTAGE REPORT, READ FROM
               THE MONTH-END PORTFOLIO SNAPSHOTS LOANSNAP KEEPS (SEE
               PORTSNAP.CPY). EVERY OTHER REPORT SHOWS THE BOOK ONLY
               AS IT STANDS TONIGHT; THIS ONE SHOWS HOW IT MOVED.

               ROLL RATES - EACH LOAN IN EACH SNAPSHOT FALLS IN ONE
               BUCKET: CURRENT, 1, 2 OR 3+ PERIODS BEHIND, PAID OFF
               OR CHARGED OFF. FOR EVERY PAIR OF CONSECUTIVE MONTHS
               IN THE RANGE THAT WERE BOTH SNAPPED, EACH LOAN IN THE
               EARLIER MONTH IS COUNTED FROM ITS BUCKET THEN TO ITS
               BUCKET IN THE LATER ONE - OR TO "LEFT FILE" IF IT IS
               NOT IN THE LATER SNAPSHOT AT ALL (PURGED OR ARCHIVED).
               THE PAIRS ARE ADDED TOGETHER AND EACH ROW IS PRINTED
               AS COUNTS AND AS PERCENTAGES OF THE ROW. A LOAN BOOKED
               DURING A MONTH HAS NO FROM-BUCKET AND IS NOT COUNTED
               UNTIL ITS SECOND SNAPSHOT.

               VINTAGE - EVERY LOAN WITH ANY SNAPSHOT UP TO THE END
               OF THE RANGE, PURGED ONES INCLUDED, IS GROUPED BY THE
               CALENDAR QUARTER OF ITS FIRST SCHEDULED PAYMENT
               (UNDATED LOANS APART). FOR EACH QUARTER: LOANS AND
               ORIGINAL PRINCIPAL, HOW MANY HAVE EVER BEEN 1+, 2+ AND
               3+ PERIODS BEHIND AT A MONTH END, AND HOW MANY HAVE
               BEEN CHARGED OFF AND FOR HOW MUCH PRINCIPAL. THE WHOLE
               HISTORY COUNTS, NOT JUST THE RANGE - VINTAGE FIGURES
               ARE CUMULATIVE FROM ORIGINATION.

               THE CARD (ROLLPARM) GIVES THE FIRST AND LAST MONTH
               (CCYYMM). WITHOUT ONE THE RANGE IS THE MONTH BEFORE
               THE PROCESSING DATE ON LOANDATE THROUGH ITS OWN MONTH,
               I.E. LAST MONTH-END TO THIS ONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-PARM-FILE ASSIGN TO ROLLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT PORT-SNAP-FILE ASSIGN TO LOANSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               ALTERNATE RECORD KEY IS SNAP-LOAN-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT ROLL-RPT-FILE ASSIGN TO ROLLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * FIRST AND LAST MONTH OF THE RANGE, CCYYMM. A ZERO FIRST
      * MONTH MEANS THE MONTH BEFORE THE LAST.
       FD  ROLL-PARM-FILE.
       01  ROLL-PARM-RECORD.
           03 PARM-FROM-MONTH   PIC 9(6).
           03 FILLER            PIC X(1).
           03 PARM-TO-MONTH     PIC 9(6).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  PORT-SNAP-FILE.
       COPY "PORTSNAP.CPY".

       FD  ROLL-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 WS-SNAP-STATUS PIC X(2).
         88 WS-SNAP-OK VALUE "00".

       01 SNAP-EOF-SWITCH PIC 9 VALUE 0.
         88 SNAP-EOF VALUE 1.

       01 FROM-MONTH          PIC 9(6) VALUE 0.
       01 TO-MONTH            PIC 9(6) VALUE 0.
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 PROC-DATE-X REDEFINES PROC-DATE-N.
          03 PROC-MONTH       PIC 9(6).
          03 FILLER           PIC 9(2).

      * MONTH ARITHMETIC ON A CCYYMM.
       01 WORK-MONTH.
          03 WORK-YYYY        PIC 9(4).
          03 WORK-MM          PIC 9(2).
       01 WORK-MONTH-N REDEFINES WORK-MONTH PIC 9(6).
       01 CHECK-MONTH.
          03 CHECK-YYYY       PIC 9(4).
          03 CHECK-MM         PIC 9(2).
       01 CHECK-MONTH-N REDEFINES CHECK-MONTH PIC 9(6).
       01 NEXT-MONTH          PIC 9(6).

      * THE MONTHS IN THE RANGE THAT HAVE A SNAPSHOT, IN ORDER. A
      * LOAN ONLY "LEFT THE FILE" IF THE MONTH AFTER IT WAS SNAPPED
      * - A MONTH-END THAT WAS NEVER RUN IS NOT A MASS PAY-OFF.
       01 MONTH-T-MAX         PIC S9(4) COMP VALUE 600.
       01 MONTH-T-COUNT       PIC S9(4) COMP VALUE 0.
       01 MONTH-IDX           PIC S9(4) COMP.
       01 MONTH-TABLE.
          03 MONTH-T-MONTH OCCURS 600 TIMES PIC 9(6).
       01 MONTH-FOUND-SW      PIC 9.
         88 MONTH-FOUND       VALUE 1.
       01 MONTH-PAIR-COUNT    PIC S9(8) COMP VALUE 0.

      * THE ROLL-RATE BUCKETS IN REPORT ORDER, RIGHT-JUSTIFIED TO
      * THE MATRIX COLUMN. THE SEVENTH IS ONLY EVER A TO-BUCKET.
       01 BUCKET-VALUES.
          03 FILLER PIC X(10) VALUE "   CURRENT".
          03 FILLER PIC X(10) VALUE "  1 PERIOD".
          03 FILLER PIC X(10) VALUE " 2 PERIODS".
          03 FILLER PIC X(10) VALUE "3+ PERIODS".
          03 FILLER PIC X(10) VALUE "  PAID OFF".
          03 FILLER PIC X(10) VALUE "  CHGD OFF".
          03 FILLER PIC X(10) VALUE " LEFT FILE".
          03 FILLER PIC X(10) VALUE "     TOTAL".
       01 BUCKET-TABLE REDEFINES BUCKET-VALUES.
          03 BUCKET-LABEL OCCURS 8 TIMES PIC X(10).
       01 FROM-BUCKET-COUNT   PIC S9(4) COMP VALUE 6.
       01 TO-BUCKET-COUNT     PIC S9(4) COMP VALUE 7.
       01 LEFT-FILE-BUCKET    PIC S9(4) COMP VALUE 7.
       01 FROM-IDX            PIC S9(4) COMP.
       01 TO-IDX              PIC S9(4) COMP.
       01 THIS-BUCKET         PIC S9(4) COMP.

       01 ROLL-TABLE.
          03 ROLL-ROW OCCURS 6 TIMES.
             05 ROLL-CELL OCCURS 7 TIMES PIC S9(8) COMP.
             05 ROLL-ROW-TOTAL     PIC S9(8) COMP.
       01 ROLL-COL-TOTALS.
          03 ROLL-COL-TOTAL OCCURS 7 TIMES PIC S9(8) COMP.
       01 ROLL-GRAND-TOTAL    PIC S9(8) COMP VALUE 0.

      * THE LOAN IN HAND, GATHERED ACROSS ITS SNAPSHOTS.
       01 CUR-LOAN-NO         PIC X(10) VALUE SPACES.
       01 PREV-MONTH          PIC 9(6) VALUE 0.
       01 PREV-BUCKET         PIC S9(4) COMP VALUE 0.
       01 LOAN-SNAP-COUNT     PIC S9(8) COMP VALUE 0.
       01 LOAN-WORST-BEHIND   PIC S9(4) COMP VALUE 0.
       01 LOAN-CHGD-SW        PIC 9 VALUE 0.
         88 LOAN-CHARGED-OFF  VALUE 1.
       01 LOAN-CHGOFF-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
       01 LOAN-ORIG-MONTH     PIC 9(6) VALUE 0.
       01 LOAN-ORIG-PRIN      PIC S9(11)V99 COMP-3 VALUE 0.

      * ONE ENTRY PER ORIGINATION QUARTER ("CCYY-QN", OR UNDATED),
      * KEPT IN ORDER AS QUARTERS ARE ADDED SO THE TABLE PRINTS
      * SORTED. AN OVERFLOW LOSES ITS OWN LINES BUT STAYS IN THE
      * BOOK LINE, AND IS COUNTED.
       01 LOAN-QUARTER.
          03 LOAN-Q-YYYY      PIC 9(4).
          03 LOAN-Q-DASH      PIC X(2).
          03 LOAN-Q-NO        PIC 9(1).
       01 LOAN-QUARTER-X REDEFINES LOAN-QUARTER PIC X(7).
       01 VIN-T-MAX           PIC S9(4) COMP VALUE 200.
       01 VIN-T-COUNT         PIC S9(4) COMP VALUE 0.
       01 VIN-IDX             PIC S9(4) COMP.
       01 VIN-SHIFT-IDX       PIC S9(4) COMP.
       01 VIN-FOUND-SW        PIC 9.
         88 VIN-FOUND         VALUE 1.
       01 VINTAGE-TABLE.
          03 VIN-T-ENTRY OCCURS 200 TIMES.
             05 VIN-T-QUARTER     PIC X(7).
             05 VIN-T-LOANS       PIC S9(8) COMP.
             05 VIN-T-ORIG-AMT    PIC S9(13)V99 COMP-3.
             05 VIN-T-EVER-1      PIC S9(8) COMP.
             05 VIN-T-EVER-2      PIC S9(8) COMP.
             05 VIN-T-EVER-3      PIC S9(8) COMP.
             05 VIN-T-CHGD        PIC S9(8) COMP.
             05 VIN-T-CHGD-AMT    PIC S9(13)V99 COMP-3.
       01 VINTAGE-BOOK.
          03 VIN-B-LOANS          PIC S9(8) COMP VALUE 0.
          03 VIN-B-ORIG-AMT       PIC S9(13)V99 COMP-3 VALUE 0.
          03 VIN-B-EVER-1         PIC S9(8) COMP VALUE 0.
          03 VIN-B-EVER-2         PIC S9(8) COMP VALUE 0.
          03 VIN-B-EVER-3         PIC S9(8) COMP VALUE 0.
          03 VIN-B-CHGD           PIC S9(8) COMP VALUE 0.
          03 VIN-B-CHGD-AMT       PIC S9(13)V99 COMP-3 VALUE 0.
       01 OVERFLOW-COUNT      PIC S9(8) COMP VALUE 0.

      * ONE VINTAGE LINE, LOADED FROM A TABLE ENTRY OR THE BOOK.
       01 VL-QUARTER          PIC X(7).
       01 VL-LOANS            PIC S9(8) COMP.
       01 VL-ORIG-AMT         PIC S9(13)V99 COMP-3.
       01 VL-EVER-1           PIC S9(8) COMP.
       01 VL-EVER-2           PIC S9(8) COMP.
       01 VL-EVER-3           PIC S9(8) COMP.
       01 VL-CHGD             PIC S9(8) COMP.
       01 VL-CHGD-AMT         PIC S9(13)V99 COMP-3.

       01 SNAP-READ-COUNT     PIC S9(8) COMP VALUE 0.
       01 PCT-WORK            PIC S9(5)V9(2) COMP-3.

      * ONE MATRIX LINE: A ROW LABEL AND EIGHT 10-WIDE COLUMNS.
       01 MATRIX-LINE.
          03 ML-LABEL         PIC X(12).
          03 ML-CELL OCCURS 8 TIMES.
             05 FILLER        PIC X(1).
             05 ML-TEXT       PIC X(10).

       01 COUNT-D             PIC Z(7)9.
       01 CELL-COUNT-D        PIC Z(9)9.
       01 CELL-PCT-D          PIC Z(6)9.99.
       01 LOANS-D             PIC Z(6)9.
       01 AMT-D               PIC Z(12)9.99.
       01 EVER-1-D            PIC Z(6)9.
       01 EVER-2-D            PIC Z(6)9.
       01 EVER-3-D            PIC Z(6)9.
       01 EVER-1-PCT-D        PIC ZZ9.9.
       01 EVER-2-PCT-D        PIC ZZ9.9.
       01 EVER-3-PCT-D        PIC ZZ9.9.
       01 CHGD-D              PIC Z(6)9.
       01 CHGD-AMT-D          PIC Z(12)9.99.
       01 CHGD-PCT-D          PIC ZZ9.99.
       01 FROM-MONTH-D        PIC 9(6).
       01 TO-MONTH-D          PIC 9(6).

       PROCEDURE DIVISION.

           PERFORM READ-ROLL-PARM

           OPEN INPUT PORT-SNAP-FILE
           IF NOT WS-SNAP-OK
               DISPLAY "UNABLE TO OPEN THE PORTFOLIO SNAPSHOT FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ROLL-RPT-FILE

           MOVE FROM-MONTH TO FROM-MONTH-D
           MOVE TO-MONTH TO TO-MONTH-D
           MOVE SPACES TO RPT-LINE
           STRING "PORTFOLIO ROLL-RATE AND VINTAGE REPORT - MONTHS "
               FROM-MONTH-D " THROUGH " TO-MONTH-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM FIND-SNAPPED-MONTHS

           INITIALIZE ROLL-TABLE
           INITIALIZE ROLL-COL-TOTALS
           INITIALIZE VINTAGE-TABLE

      * ONE PASS DOWN THE ALTERNATE KEY HANDS BACK EACH LOAN'S
      * MONTHS IN ORDER; THE LOAN IS CLOSED OFF ON ITS BREAK.
           MOVE LOW-VALUES TO SNAP-LOAN-KEY
           START PORT-SNAP-FILE KEY NOT < SNAP-LOAN-KEY
               INVALID KEY
                   SET SNAP-EOF TO TRUE
           END-START
           PERFORM READ-SNAPSHOT
           PERFORM UNTIL SNAP-EOF
               IF SNAP-ALT-LOAN-NO NOT = CUR-LOAN-NO
                   IF CUR-LOAN-NO NOT = SPACES
                       PERFORM END-OF-LOAN
                   END-IF
                   PERFORM START-OF-LOAN
               END-IF
               IF SNAP-ALT-MONTH <= TO-MONTH
                   PERFORM PROCESS-SNAPSHOT
               END-IF
               PERFORM READ-SNAPSHOT
           END-PERFORM
           IF CUR-LOAN-NO NOT = SPACES
               PERFORM END-OF-LOAN
           END-IF

           PERFORM WRITE-ROLL-MATRIX
           PERFORM WRITE-VINTAGE-TABLE

           CLOSE PORT-SNAP-FILE
           CLOSE ROLL-RPT-FILE

           IF MONTH-PAIR-COUNT = 0 OR SNAP-READ-COUNT = 0
                   OR OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-ROLL-PARM.
           OPEN INPUT ROLL-PARM-FILE
           IF WS-PARM-OK
               READ ROLL-PARM-FILE
                   NOT AT END
                       IF PARM-FROM-MONTH NOT NUMERIC
                               OR PARM-TO-MONTH NOT NUMERIC
                           DISPLAY "ROLL-RATE PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-FROM-MONTH TO FROM-MONTH
                       MOVE PARM-TO-MONTH   TO TO-MONTH
               END-READ
               CLOSE ROLL-PARM-FILE
           END-IF

           IF TO-MONTH = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-MONTH TO TO-MONTH
           END-IF
           IF FROM-MONTH = 0
               MOVE TO-MONTH TO WORK-MONTH-N
               IF WORK-MM = 1
                   SUBTRACT 1 FROM WORK-YYYY
                   MOVE 12 TO WORK-MM
               ELSE
                   SUBTRACT 1 FROM WORK-MM
               END-IF
               MOVE WORK-MONTH-N TO FROM-MONTH
           END-IF

           MOVE FROM-MONTH TO CHECK-MONTH-N
           IF CHECK-MM < 1 OR CHECK-MM > 12
               DISPLAY "ROLL-RATE PARAMETER CARD INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE TO-MONTH TO CHECK-MONTH-N
           IF CHECK-MM < 1 OR CHECK-MM > 12
                   OR FROM-MONTH > TO-MONTH
               DISPLAY "ROLL-RATE PARAMETER CARD INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE PROCESSING DATE THE START-OF-DAY STEP LEFT ON LOANDATE
      * (SEE PROCDATE.CPY). WITH NEITHER IT NOR A CARD, THE RUN
      * STOPS.
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
               DISPLAY "ROLL-RATE PARAMETER CARD GIVES NO MONTH AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * WALK THE PRIMARY KEY A MONTH AT A TIME - READ THE FIRST
      * RECORD OF A MONTH, THEN START PAST THE END OF IT.
       FIND-SNAPPED-MONTHS.
           MOVE 0 TO SNAP-EOF-SWITCH
           MOVE FROM-MONTH TO SNAP-MONTH
           MOVE LOW-VALUES TO SNAP-LOAN-NO
           START PORT-SNAP-FILE KEY NOT < SNAP-KEY
               INVALID KEY
                   SET SNAP-EOF TO TRUE
           END-START
           PERFORM UNTIL SNAP-EOF
               READ PORT-SNAP-FILE NEXT
                   AT END
                       SET SNAP-EOF TO TRUE
               END-READ
               IF NOT WS-SNAP-OK
                   SET SNAP-EOF TO TRUE
               END-IF
               IF NOT SNAP-EOF
                   IF SNAP-MONTH > TO-MONTH
                           OR MONTH-T-COUNT >= MONTH-T-MAX
                       SET SNAP-EOF TO TRUE
                   ELSE
                       ADD 1 TO MONTH-T-COUNT
                       MOVE SNAP-MONTH TO MONTH-T-MONTH(MONTH-T-COUNT)
                       MOVE HIGH-VALUES TO SNAP-LOAN-NO
                       START PORT-SNAP-FILE KEY > SNAP-KEY
                           INVALID KEY
                               SET SNAP-EOF TO TRUE
                       END-START
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO SNAP-EOF-SWITCH

      * A PAIR IS TWO SNAPPED MONTHS ONE CALENDAR MONTH APART.
           PERFORM VARYING MONTH-IDX FROM 2 BY 1
                   UNTIL MONTH-IDX > MONTH-T-COUNT
               MOVE MONTH-T-MONTH(MONTH-IDX - 1) TO WORK-MONTH-N
               PERFORM ADVANCE-WORK-MONTH
               IF WORK-MONTH-N = MONTH-T-MONTH(MONTH-IDX)
                   ADD 1 TO MONTH-PAIR-COUNT
               END-IF
           END-PERFORM

           MOVE MONTH-T-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "MONTH-END SNAPSHOTS IN RANGE. : " COUNT-D
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE MONTH-PAIR-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "CONSECUTIVE MONTH PAIRS . . . : " COUNT-D
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       ADVANCE-WORK-MONTH.
           IF WORK-MM >= 12
               ADD 1 TO WORK-YYYY
               MOVE 1 TO WORK-MM
           ELSE
               ADD 1 TO WORK-MM
           END-IF.

       IS-MONTH-SNAPPED.
           MOVE 0 TO MONTH-FOUND-SW
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > MONTH-T-COUNT OR MONTH-FOUND
               IF MONTH-T-MONTH(MONTH-IDX) = NEXT-MONTH
                   SET MONTH-FOUND TO TRUE
               END-IF
           END-PERFORM.

       READ-SNAPSHOT.
           IF NOT SNAP-EOF
               READ PORT-SNAP-FILE NEXT
                   AT END
                       SET SNAP-EOF TO TRUE
               END-READ
               IF NOT WS-SNAP-OK
                   SET SNAP-EOF TO TRUE
               END-IF
           END-IF.

       START-OF-LOAN.
           MOVE SNAP-ALT-LOAN-NO TO CUR-LOAN-NO
           MOVE 0 TO PREV-MONTH
           MOVE 0 TO PREV-BUCKET
           MOVE 0 TO LOAN-SNAP-COUNT
           MOVE 0 TO LOAN-WORST-BEHIND
           MOVE 0 TO LOAN-CHGD-SW
           MOVE 0 TO LOAN-CHGOFF-AMT
           MOVE 0 TO LOAN-ORIG-MONTH
           MOVE 0 TO LOAN-ORIG-PRIN.

       PROCESS-SNAPSHOT.
           ADD 1 TO SNAP-READ-COUNT
           ADD 1 TO LOAN-SNAP-COUNT

           EVALUATE TRUE
               WHEN SNAP-LIFE-PAID-OFF
                   MOVE 5 TO THIS-BUCKET
               WHEN SNAP-LIFE-CHARGED-OFF
                   MOVE 6 TO THIS-BUCKET
               WHEN SNAP-PERIODS-BEHIND >= 3
                   MOVE 4 TO THIS-BUCKET
               WHEN OTHER
                   COMPUTE THIS-BUCKET = SNAP-PERIODS-BEHIND + 1
           END-EVALUATE

      * THE ROLL: THE LOAN'S PREVIOUS SNAPSHOT, IF IT IS IN THE
      * RANGE, EITHER IS LAST MONTH'S OR THE LOAN WAS MISSING FROM
      * THE MONTH AFTER IT.
           IF PREV-MONTH NOT = 0 AND PREV-MONTH >= FROM-MONTH
               MOVE PREV-MONTH TO WORK-MONTH-N
               PERFORM ADVANCE-WORK-MONTH
               IF WORK-MONTH-N = SNAP-MONTH
                   MOVE PREV-BUCKET TO FROM-IDX
                   MOVE THIS-BUCKET TO TO-IDX
                   PERFORM ADD-ROLL
               ELSE
                   PERFORM CHECK-LEFT-FILE
               END-IF
           END-IF

      * THE VINTAGE: WORST STATE EVER SEEN, AND THE LATEST
      * ORIGINATION FIGURES.
           IF SNAP-PERIODS-BEHIND > LOAN-WORST-BEHIND
               MOVE SNAP-PERIODS-BEHIND TO LOAN-WORST-BEHIND
           END-IF
           IF SNAP-LIFE-CHARGED-OFF
               SET LOAN-CHARGED-OFF TO TRUE
               MOVE SNAP-CHGOFF-AMT TO LOAN-CHGOFF-AMT
           END-IF
           MOVE SNAP-ORIG-MONTH TO LOAN-ORIG-MONTH
           MOVE SNAP-ORIG-PRINCIPAL TO LOAN-ORIG-PRIN

           MOVE SNAP-MONTH TO PREV-MONTH
           MOVE THIS-BUCKET TO PREV-BUCKET.

      * THE LOAN'S LAST SNAPSHOT WAS PREV-MONTH. IF THE MONTH AFTER
      * IS IN THE RANGE AND WAS SNAPPED WITHOUT IT, IT LEFT THE FILE.
       CHECK-LEFT-FILE.
           IF PREV-MONTH >= FROM-MONTH AND PREV-MONTH < TO-MONTH
               MOVE PREV-MONTH TO WORK-MONTH-N
               PERFORM ADVANCE-WORK-MONTH
               MOVE WORK-MONTH-N TO NEXT-MONTH
               PERFORM IS-MONTH-SNAPPED
               IF MONTH-FOUND
                   MOVE PREV-BUCKET TO FROM-IDX
                   MOVE LEFT-FILE-BUCKET TO TO-IDX
                   PERFORM ADD-ROLL
               END-IF
           END-IF.

       ADD-ROLL.
           ADD 1 TO ROLL-CELL(FROM-IDX, TO-IDX)
           ADD 1 TO ROLL-ROW-TOTAL(FROM-IDX)
           ADD 1 TO ROLL-COL-TOTAL(TO-IDX)
           ADD 1 TO ROLL-GRAND-TOTAL.

       END-OF-LOAN.
           IF LOAN-SNAP-COUNT > 0
               PERFORM CHECK-LEFT-FILE
               PERFORM ADD-TO-VINTAGE-ENTRY
           END-IF.

      * FIND THE LOAN'S QUARTER IN THE TABLE, OR OPEN A NEW ENTRY
      * IN ITS SORTED PLACE BY SHUFFLING THE HIGHER ONES DOWN ONE.
       ADD-TO-VINTAGE-ENTRY.
           IF LOAN-ORIG-MONTH = 0
               MOVE "UNDATED" TO LOAN-QUARTER-X
           ELSE
               MOVE LOAN-ORIG-MONTH TO WORK-MONTH-N
               MOVE WORK-YYYY TO LOAN-Q-YYYY
               MOVE "-Q" TO LOAN-Q-DASH
               COMPUTE LOAN-Q-NO = (WORK-MM - 1) / 3 + 1
           END-IF

           ADD 1 TO VIN-B-LOANS
           ADD LOAN-ORIG-PRIN TO VIN-B-ORIG-AMT
           IF LOAN-WORST-BEHIND >= 1
               ADD 1 TO VIN-B-EVER-1
           END-IF
           IF LOAN-WORST-BEHIND >= 2
               ADD 1 TO VIN-B-EVER-2
           END-IF
           IF LOAN-WORST-BEHIND >= 3
               ADD 1 TO VIN-B-EVER-3
           END-IF
           IF LOAN-CHARGED-OFF
               ADD 1 TO VIN-B-CHGD
               ADD LOAN-CHGOFF-AMT TO VIN-B-CHGD-AMT
           END-IF

           MOVE 0 TO VIN-FOUND-SW
           PERFORM VARYING VIN-IDX FROM 1 BY 1
                   UNTIL VIN-IDX > VIN-T-COUNT
                   OR VIN-T-QUARTER(VIN-IDX) >= LOAN-QUARTER-X
               CONTINUE
           END-PERFORM
           IF VIN-IDX <= VIN-T-COUNT
               IF VIN-T-QUARTER(VIN-IDX) = LOAN-QUARTER-X
                   SET VIN-FOUND TO TRUE
               END-IF
           END-IF

           IF NOT VIN-FOUND
               IF VIN-T-COUNT >= VIN-T-MAX
                   ADD 1 TO OVERFLOW-COUNT
               ELSE
                   PERFORM VARYING VIN-SHIFT-IDX FROM VIN-T-COUNT
                           BY -1 UNTIL VIN-SHIFT-IDX < VIN-IDX
                       MOVE VIN-T-ENTRY(VIN-SHIFT-IDX)
                           TO VIN-T-ENTRY(VIN-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO VIN-T-COUNT
                   INITIALIZE VIN-T-ENTRY(VIN-IDX)
                   MOVE LOAN-QUARTER-X TO VIN-T-QUARTER(VIN-IDX)
                   SET VIN-FOUND TO TRUE
               END-IF
           END-IF

           IF VIN-FOUND
               ADD 1 TO VIN-T-LOANS(VIN-IDX)
               ADD LOAN-ORIG-PRIN TO VIN-T-ORIG-AMT(VIN-IDX)
               IF LOAN-WORST-BEHIND >= 1
                   ADD 1 TO VIN-T-EVER-1(VIN-IDX)
               END-IF
               IF LOAN-WORST-BEHIND >= 2
                   ADD 1 TO VIN-T-EVER-2(VIN-IDX)
               END-IF
               IF LOAN-WORST-BEHIND >= 3
                   ADD 1 TO VIN-T-EVER-3(VIN-IDX)
               END-IF
               IF LOAN-CHARGED-OFF
                   ADD 1 TO VIN-T-CHGD(VIN-IDX)
                   ADD LOAN-CHGOFF-AMT TO VIN-T-CHGD-AMT(VIN-IDX)
               END-IF
           END-IF.

      * COUNTS FIRST, THEN THE SAME MATRIX AS PERCENTAGES OF EACH
      * FROM-BUCKET'S ROW.
       WRITE-ROLL-MATRIX.
           MOVE SPACES TO RPT-LINE
           STRING "DELINQUENCY ROLL RATES - LOANS MOVING FROM EACH "
               "BUCKET TO EACH BUCKET, MONTH END TO MONTH END"
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF MONTH-PAIR-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "** FEWER THAN TWO CONSECUTIVE MONTH-END "
                   "SNAPSHOTS IN THE RANGE - NO ROLL RATES **"
                   INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM WRITE-MATRIX-HEADING
               PERFORM VARYING FROM-IDX FROM 1 BY 1
                       UNTIL FROM-IDX > FROM-BUCKET-COUNT
                   MOVE SPACES TO MATRIX-LINE
                   MOVE BUCKET-LABEL(FROM-IDX) TO ML-LABEL
                   PERFORM VARYING TO-IDX FROM 1 BY 1
                           UNTIL TO-IDX > TO-BUCKET-COUNT
                       MOVE ROLL-CELL(FROM-IDX, TO-IDX) TO CELL-COUNT-D
                       MOVE CELL-COUNT-D TO ML-TEXT(TO-IDX)
                   END-PERFORM
                   MOVE ROLL-ROW-TOTAL(FROM-IDX) TO CELL-COUNT-D
                   MOVE CELL-COUNT-D TO ML-TEXT(8)
                   MOVE MATRIX-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
               MOVE SPACES TO MATRIX-LINE
               MOVE BUCKET-LABEL(8) TO ML-LABEL
               PERFORM VARYING TO-IDX FROM 1 BY 1
                       UNTIL TO-IDX > TO-BUCKET-COUNT
                   MOVE ROLL-COL-TOTAL(TO-IDX) TO CELL-COUNT-D
                   MOVE CELL-COUNT-D TO ML-TEXT(TO-IDX)
               END-PERFORM
               MOVE ROLL-GRAND-TOTAL TO CELL-COUNT-D
               MOVE CELL-COUNT-D TO ML-TEXT(8)
               MOVE MATRIX-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE

               MOVE SPACES TO RPT-LINE
               STRING "ROLL RATES AS A PERCENTAGE OF THE FROM-BUCKET"
                   INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM WRITE-MATRIX-HEADING
               PERFORM VARYING FROM-IDX FROM 1 BY 1
                       UNTIL FROM-IDX > FROM-BUCKET-COUNT
                   MOVE SPACES TO MATRIX-LINE
                   MOVE BUCKET-LABEL(FROM-IDX) TO ML-LABEL
                   PERFORM VARYING TO-IDX FROM 1 BY 1
                           UNTIL TO-IDX > TO-BUCKET-COUNT
                       IF ROLL-ROW-TOTAL(FROM-IDX) > 0
                           COMPUTE PCT-WORK ROUNDED =
                               ROLL-CELL(FROM-IDX, TO-IDX) * 100
                               / ROLL-ROW-TOTAL(FROM-IDX)
                       ELSE
                           MOVE 0 TO PCT-WORK
                       END-IF
                       MOVE PCT-WORK TO CELL-PCT-D
                       MOVE CELL-PCT-D TO ML-TEXT(TO-IDX)
                   END-PERFORM
                   MOVE MATRIX-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-MATRIX-HEADING.
           MOVE SPACES TO MATRIX-LINE
           MOVE "FROM \ TO" TO ML-LABEL
           PERFORM VARYING TO-IDX FROM 1 BY 1 UNTIL TO-IDX > 8
               MOVE BUCKET-LABEL(TO-IDX) TO ML-TEXT(TO-IDX)
           END-PERFORM
           MOVE MATRIX-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-VINTAGE-TABLE.
           MOVE SPACES TO RPT-LINE
           STRING "VINTAGE - CUMULATIVE DELINQUENCY AND CHARGE-OFF BY "
               "QUARTER OF FIRST PAYMENT, ALL SNAPSHOTS THROUGH "
               TO-MONTH-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "QUARTER   LOANS" "    ORIG PRINCIPAL"
               "  EVER 1+     %" "  EVER 2+     %" "  EVER 3+     %"
               " CHGD OFF" "   CHARGED-OFF AMT" "  % ORIG"
               INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING VIN-IDX FROM 1 BY 1
                   UNTIL VIN-IDX > VIN-T-COUNT
               MOVE VIN-T-QUARTER(VIN-IDX)  TO VL-QUARTER
               MOVE VIN-T-LOANS(VIN-IDX)    TO VL-LOANS
               MOVE VIN-T-ORIG-AMT(VIN-IDX) TO VL-ORIG-AMT
               MOVE VIN-T-EVER-1(VIN-IDX)   TO VL-EVER-1
               MOVE VIN-T-EVER-2(VIN-IDX)   TO VL-EVER-2
               MOVE VIN-T-EVER-3(VIN-IDX)   TO VL-EVER-3
               MOVE VIN-T-CHGD(VIN-IDX)     TO VL-CHGD
               MOVE VIN-T-CHGD-AMT(VIN-IDX) TO VL-CHGD-AMT
               PERFORM WRITE-VINTAGE-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ALL"          TO VL-QUARTER
           MOVE VIN-B-LOANS    TO VL-LOANS
           MOVE VIN-B-ORIG-AMT TO VL-ORIG-AMT
           MOVE VIN-B-EVER-1   TO VL-EVER-1
           MOVE VIN-B-EVER-2   TO VL-EVER-2
           MOVE VIN-B-EVER-3   TO VL-EVER-3
           MOVE VIN-B-CHGD     TO VL-CHGD
           MOVE VIN-B-CHGD-AMT TO VL-CHGD-AMT
           PERFORM WRITE-VINTAGE-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SNAP-READ-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "SNAPSHOT RECORDS READ . . . . : " COUNT-D
               INTO RPT-LINE
           WRITE RPT-LINE

           IF OVERFLOW-COUNT > 0
               MOVE OVERFLOW-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "LOANS BEYOND QUARTER TABLE. . : " COUNT-D
                   " (IN THE ALL LINE ONLY)" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * PERCENTAGES OF THE QUARTER'S LOANS, AND OF ITS ORIGINAL
      * PRINCIPAL FOR THE CHARGE-OFF AMOUNT.
       WRITE-VINTAGE-LINE.
           MOVE VL-LOANS TO LOANS-D
           MOVE VL-ORIG-AMT TO AMT-D
           MOVE VL-EVER-1 TO EVER-1-D
           MOVE VL-EVER-2 TO EVER-2-D
           MOVE VL-EVER-3 TO EVER-3-D
           MOVE VL-CHGD TO CHGD-D
           MOVE VL-CHGD-AMT TO CHGD-AMT-D
           MOVE 0 TO EVER-1-PCT-D EVER-2-PCT-D EVER-3-PCT-D
           MOVE 0 TO CHGD-PCT-D
           IF VL-LOANS > 0
               COMPUTE EVER-1-PCT-D ROUNDED = VL-EVER-1 * 100 / VL-LOANS
               COMPUTE EVER-2-PCT-D ROUNDED = VL-EVER-2 * 100 / VL-LOANS
               COMPUTE EVER-3-PCT-D ROUNDED = VL-EVER-3 * 100 / VL-LOANS
           END-IF
           IF VL-ORIG-AMT > 0
               COMPUTE CHGD-PCT-D ROUNDED =
                   VL-CHGD-AMT * 100 / VL-ORIG-AMT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING VL-QUARTER " " LOANS-D "  " AMT-D
               "  " EVER-1-D " " EVER-1-PCT-D
               "  " EVER-2-D " " EVER-2-PCT-D
               "  " EVER-3-D " " EVER-3-PCT-D
               "  " CHGD-D "  " CHGD-AMT-D "  " CHGD-PCT-D
               INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM LOANROLL.
