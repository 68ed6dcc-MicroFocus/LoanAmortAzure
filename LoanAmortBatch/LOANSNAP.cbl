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
       PROGRAM-ID. LOANSNAP.
       REMARKS. MONTH-END PORTFOLIO SNAPSHOT. WRITES ONE COMPACT
               RECORD PER LOAN ON THE MASTER TO THE SNAPSHOT HISTORY
               FILE (SEE PORTSNAP.CPY) - PRODUCT, ORIGINATION MONTH,
               ORIGINAL PRINCIPAL, ACTUAL BALANCE, PERIODS BEHIND,
               LIFECYCLE AND ANY CHARGE-OFF TAKEN - SO THE BOOK AS IT
               STOOD AT EACH MONTH END IS KEPT AFTER THE MASTER HAS
               MOVED ON. LOANROLL READS THE SNAPSHOTS BACK FOR THE
               ROLL-RATE AND VINTAGE REPORTS. A LOAN BOARDED FROM
               ANOTHER SERVICER IS SNAPPED WITH ITS ORIGINAL NOTE'S
               PRINCIPAL AND FIRST PAYMENT MONTH FROM THE BOARDING
               HISTORY (SEE BOARDHST.CPY), AS LOANCRB REPORTS IT,
               NOT THE BOARDED BALANCE AND NEXT DUE DATE.

               PERIODS BEHIND IS MEASURED EXACTLY AS LOANPDUE
               MEASURES IT: FOR A DATED LOAN, SCHEDULE ROWS DUE AT OR
               BEFORE THE AS-OF DATE; FOR AN UNDATED ONE, THE CARD'S
               CYCLE PERIOD CAPPED AT THE SCHEDULE LENGTH - LESS
               MSTR-PAID-THRU. PAID-OFF AND CHARGED-OFF LOANS ARE
               SNAPPED TOO (NOT AGED), SO A LOAN'S MOVE INTO EITHER
               SHOWS ON THE ROLL-RATE MATRIX.

               THE SNAPSHOT IS FILED UNDER THE AS-OF DATE'S MONTH. A
               RE-RUN IN THE SAME MONTH - A LATE CORRECTION, OR THE
               RUN MADE ON THE LAST BUSINESS DAY AND AGAIN AFTER A
               FIX - REPLACES THAT MONTH'S SNAPSHOT WHOLE. A MONTH
               ALREADY OVERTAKEN BY A LATER SNAPSHOT IS REFUSED.
               THE CARD (SNAPPARM) HAS THE SAME SHAPE AS LOANPDUE'S;
               WITHOUT ONE THE RUN TAKES THE PROCESSING DATE ON
               LOANDATE (SEE PROCDATE.CPY).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-PARM-FILE ASSIGN TO SNAPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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
      * FOR THE MASTER RECORD (SEE SCHDROW.CPY). OPTIONAL.
           SELECT SCHEDULE-ROW-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-KEY
               FILE STATUS IS WS-SCHD-STATUS.

      * OPTIONAL - A BOOK THAT HAS NEVER CHARGED A LOAN OFF HAS NO
      * SUB-LEDGER.
           SELECT RECOVERY-FILE ASSIGN TO LOANRCVY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCVY-LOAN-NO
               FILE STATUS IS WS-RCVY-STATUS.

      * OPTIONAL - ONLY A LOAN BOARDED FROM ANOTHER SERVICER HAS A
      * RECORD HERE.
           SELECT BOARD-HIST-FILE ASSIGN TO LOANBDHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BDH-LOAN-NO
               FILE STATUS IS WS-BDH-STATUS.

           SELECT PORT-SNAP-FILE ASSIGN TO LOANSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               ALTERNATE RECORD KEY IS SNAP-LOAN-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT SNAP-RPT-FILE ASSIGN TO SNAPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * SAME CARD SHAPE AS LOANPDUE: AS-OF DATE (CCYYMMDD) AND THE
      * CYCLE-PERIOD FALLBACK FOR UNDATED LOANS.
       FD  SNAP-PARM-FILE.
       01  SNAP-PARM-RECORD.
           03 PARM-ASOF-DATE    PIC 9(8).
           03 FILLER            PIC X(1).
           03 PARM-ASOF-PERIOD  PIC 9(4).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       FD  RECOVERY-FILE.
       COPY "RECOVERY.CPY".

       FD  BOARD-HIST-FILE.
       COPY "BOARDHST.CPY".

       FD  PORT-SNAP-FILE.
       COPY "PORTSNAP.CPY".

       FD  SNAP-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
       01 WS-SCHD-STATUS PIC X(2).
         88 WS-SCHD-OK VALUE "00".
       01 WS-RCVY-STATUS PIC X(2).
         88 WS-RCVY-OK VALUE "00".
       01 WS-BDH-STATUS PIC X(2).
         88 WS-BDH-OK VALUE "00".
       01 WS-SNAP-STATUS PIC X(2).
         88 WS-SNAP-OK VALUE "00".
         88 WS-SNAP-NOT-FOUND VALUE "05" "35".

       01 SCHD-FILE-SWITCH PIC 9 VALUE 0.
         88 SCHD-FILE-OPEN VALUE 1.
       01 RCVY-FILE-SWITCH PIC 9 VALUE 0.
         88 RCVY-FILE-OPEN VALUE 1.
       01 BDH-FILE-SWITCH PIC 9 VALUE 0.
         88 BDH-FILE-OPEN VALUE 1.
       01 LOAN-BOARDED-SW PIC 9.
         88 LOAN-BOARDED VALUE 1.
       01 SNAP-EOF-SWITCH PIC 9 VALUE 0.
         88 SNAP-EOF VALUE 1.

       01 ASOF-DATE.
          03 ASOF-YYYY PIC 9(4).
          03 ASOF-MM   PIC 9(2).
          03 ASOF-DD   PIC 9(2).
       01 ASOF-DATE-N REDEFINES ASOF-DATE PIC 9(8).
       01 ASOF-MONTH-N REDEFINES ASOF-DATE.
          03 ASOF-MONTH PIC 9(6).
          03 FILLER     PIC 9(2).
       01 ASOF-PERIOD         PIC S9(4) COMP VALUE 0.
       01 PROC-DATE-N         PIC 9(8) VALUE 0.

      * THE AS-OF DATE IN THE SAME YYYY-MM-DD SHAPE THE SCHEDULE'S
      * MSTR-DUEDATE ROWS CARRY, SO "HAS THIS DUE DATE PASSED" IS A
      * PLAIN CHARACTER COMPARE.
       01 ASOF-DATE-FMT.
          03 ASOF-FMT-YYYY PIC 9(4).
          03 FILLER        PIC X VALUE "-".
          03 ASOF-FMT-MM   PIC 9(2).
          03 FILLER        PIC X VALUE "-".
          03 ASOF-FMT-DD   PIC 9(2).

       01 FIRST-PMT-DATE.
          03 FIRST-PMT-MONTH PIC 9(6).
          03 FILLER          PIC 9(2).
       01 FIRST-PMT-DATE-N REDEFINES FIRST-PMT-DATE PIC 9(8).

       01 PERIODS-DUE         PIC S9(4) COMP.
       01 PERIODS-BEHIND      PIC S9(4) COMP.
       01 PMT-PERIOD          PIC S9(4) COMP.
       01 LOAN-TOTAL-PERIODS  PIC S9(4) COMP.
       01 SROW-PERIOD         PIC S9(4) COMP.
       01 SROW-DUEDATE-X      PIC X(10).
       01 DUE-SCAN-DONE-SW    PIC 9.
         88 DUE-SCAN-DONE     VALUE 1.

       01 THIS-MONTH-FOUND-SW PIC 9 VALUE 0.
         88 THIS-MONTH-FOUND  VALUE 1.
       01 LATER-MONTH-FOUND-SW PIC 9 VALUE 0.
         88 LATER-MONTH-FOUND VALUE 1.
       01 LATER-MONTH         PIC 9(6) VALUE 0.

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 SNAP-WRITE-COUNT    PIC S9(8) COMP VALUE 0.
       01 SNAP-FAIL-COUNT     PIC S9(8) COMP VALUE 0.
       01 REPLACED-COUNT      PIC S9(8) COMP VALUE 0.
       01 CURRENT-COUNT       PIC S9(8) COMP VALUE 0.
       01 BEHIND-1-COUNT      PIC S9(8) COMP VALUE 0.
       01 BEHIND-2-COUNT      PIC S9(8) COMP VALUE 0.
       01 BEHIND-3-COUNT      PIC S9(8) COMP VALUE 0.
       01 PAID-OFF-COUNT      PIC S9(8) COMP VALUE 0.
       01 CHARGED-OFF-COUNT   PIC S9(8) COMP VALUE 0.
       01 NO-CHGOFF-REC-COUNT PIC S9(8) COMP VALUE 0.
       01 SNAP-BALANCE        PIC S9(13)V99 COMP-3 VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 MONTH-D             PIC 9(6).
       01 ASOF-DATE-D         PIC 9(8).

       PROCEDURE DIVISION.

           PERFORM READ-SNAP-PARM

           PERFORM OPEN-SNAP-FILE
           IF NOT WS-SNAP-OK
               DISPLAY "UNABLE TO OPEN THE PORTFOLIO SNAPSHOT FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM FIND-SAVED-MONTHS
           IF LATER-MONTH-FOUND
               DISPLAY "A LATER MONTH IS ALREADY SNAPPED (" LATER-MONTH
                   ") - SNAPSHOT NOT TAKEN FOR " ASOF-MONTH
               CLOSE PORT-SNAP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE PORT-SNAP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SCHEDULE-ROW-FILE
           IF WS-SCHD-OK
               SET SCHD-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT RECOVERY-FILE
           IF WS-RCVY-OK
               SET RCVY-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT BOARD-HIST-FILE
           IF WS-BDH-OK
               SET BDH-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT SNAP-RPT-FILE

           MOVE ASOF-DATE-N TO ASOF-DATE-D
           MOVE ASOF-MONTH TO MONTH-D
           MOVE SPACES TO RPT-LINE
           STRING "PORTFOLIO SNAPSHOT FOR MONTH " MONTH-D
               " AS OF " ASOF-DATE-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF THIS-MONTH-FOUND
               PERFORM CLEAR-MONTH-SNAPSHOT
           END-IF

           PERFORM READ-MASTER
           PERFORM UNTIL WS-EOF
               ADD 1 TO LOAN-COUNT
               PERFORM SNAP-ONE-LOAN
               PERFORM READ-MASTER
           END-PERFORM

           PERFORM WRITE-SNAP-TOTALS

           CLOSE LOAN-MASTER-FILE
           CLOSE PORT-SNAP-FILE
           CLOSE SNAP-RPT-FILE
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF
           IF RCVY-FILE-OPEN
               CLOSE RECOVERY-FILE
           END-IF
           IF BDH-FILE-OPEN
               CLOSE BOARD-HIST-FILE
           END-IF

           EVALUATE TRUE
               WHEN SNAP-FAIL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN NO-CHGOFF-REC-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN; WITH NO CARD THE RUN
      * TAKES THE PROCESSING DATE FROM LOANDATE.
       READ-SNAP-PARM.
           MOVE 0 TO ASOF-DATE-N
           MOVE 0 TO ASOF-PERIOD
           OPEN INPUT SNAP-PARM-FILE
           IF WS-PARM-OK
               READ SNAP-PARM-FILE
                   NOT AT END
                       IF PARM-ASOF-PERIOD NOT NUMERIC
                               OR PARM-ASOF-DATE NOT NUMERIC
                           DISPLAY "SNAPSHOT PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-ASOF-DATE   TO ASOF-DATE-N
                       MOVE PARM-ASOF-PERIOD TO ASOF-PERIOD
               END-READ
               CLOSE SNAP-PARM-FILE
           END-IF

           IF ASOF-DATE-N = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO ASOF-DATE-N
           END-IF

      * THE SNAPSHOT IS FILED BY MONTH - IT NEEDS A REAL DATE EVEN
      * WHEN THE CARD GIVES A CYCLE PERIOD.
           IF FUNCTION TEST-DATE-YYYYMMDD(ASOF-DATE-N) NOT = 0
               DISPLAY "SNAPSHOT AS-OF DATE INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ASOF-YYYY TO ASOF-FMT-YYYY
           MOVE ASOF-MM   TO ASOF-FMT-MM
           MOVE ASOF-DD   TO ASOF-FMT-DD.

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
               DISPLAY "SNAPSHOT PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * SAME FIRST-TIME-THROUGH HANDLING AS THE RESERVE HISTORY. THE
      * HISTORY IS PERMANENT: NEVER OPENED OUTPUT ONCE IT HAS RECORDS.
       OPEN-SNAP-FILE.
           OPEN I-O PORT-SNAP-FILE
           IF WS-SNAP-NOT-FOUND
               OPEN OUTPUT PORT-SNAP-FILE
               CLOSE PORT-SNAP-FILE
               OPEN I-O PORT-SNAP-FILE
           END-IF.

      * THE PRIMARY KEY LEADS WITH THE MONTH, SO ONE START AT THIS
      * MONTH ANSWERS BOTH QUESTIONS: THE FIRST RECORD AT OR PAST IT
      * IS EITHER THIS MONTH'S (A RE-RUN) OR A LATER MONTH'S.
       FIND-SAVED-MONTHS.
           MOVE ASOF-MONTH TO SNAP-MONTH
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
                   IF SNAP-MONTH = ASOF-MONTH
                       SET THIS-MONTH-FOUND TO TRUE
                   ELSE
                       SET LATER-MONTH-FOUND TO TRUE
                       MOVE SNAP-MONTH TO LATER-MONTH
                       SET SNAP-EOF TO TRUE
                   END-IF
               END-IF
      * PAST THE FIRST OF THIS MONTH'S RECORDS ONLY A LATER MONTH
      * MATTERS - SKIP TO IT.
               IF THIS-MONTH-FOUND AND NOT SNAP-EOF
                   MOVE ASOF-MONTH TO SNAP-MONTH
                   MOVE HIGH-VALUES TO SNAP-LOAN-NO
                   START PORT-SNAP-FILE KEY > SNAP-KEY
                       INVALID KEY
                           SET SNAP-EOF TO TRUE
                   END-START
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SNAP-STATUS.

      * A RE-RUN CLEARS THE EARLIER RUN'S RECORDS FOR THE MONTH, SO
      * A LOAN PURGED IN BETWEEN DOES NOT LINGER IN IT.
       CLEAR-MONTH-SNAPSHOT.
           MOVE 0 TO SNAP-EOF-SWITCH
           MOVE ASOF-MONTH TO SNAP-MONTH
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
                   IF SNAP-MONTH NOT = ASOF-MONTH
                       SET SNAP-EOF TO TRUE
                   ELSE
                       DELETE PORT-SNAP-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO REPLACED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SNAP-STATUS

           MOVE REPLACED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "** RE-RUN - " COUNT-D " RECORDS FROM THE EARLIER "
               "SNAPSHOT FOR THE MONTH REPLACED **" INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * ANY NON-CLEAN STATUS ENDS THE PASS, NOT JUST AT END.
       READ-MASTER.
           READ LOAN-MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-MSTR-OK
               SET WS-EOF TO TRUE
           END-IF.

       SNAP-ONE-LOAN.
           MOVE SPACES TO PORTFOLIO-SNAP-RECORD
           MOVE ASOF-MONTH       TO SNAP-MONTH
           MOVE MSTR-LOAN-NO     TO SNAP-LOAN-NO
           MOVE MSTR-LOAN-NO     TO SNAP-ALT-LOAN-NO
           MOVE ASOF-MONTH       TO SNAP-ALT-MONTH
           MOVE ASOF-DATE-N      TO SNAP-ASOF-DATE
           MOVE MSTR-PRODUCT-CODE TO SNAP-PRODUCT-CODE
           MOVE MSTR-PRINCIPAL   TO SNAP-ORIG-PRINCIPAL
           MOVE MSTR-ACTUAL-BALANCE TO SNAP-ACTUAL-BALANCE
           MOVE ZERO             TO SNAP-PERIODS-BEHIND
           MOVE ZERO             TO SNAP-CHGOFF-AMT
           IF MSTR-LIFECYCLE = SPACE
               MOVE "A" TO SNAP-LIFECYCLE
           ELSE
               MOVE MSTR-LIFECYCLE TO SNAP-LIFECYCLE
           END-IF

           MOVE ZERO TO SNAP-ORIG-MONTH
           IF MSTR-FIRST-PMT-DATE NUMERIC
               MOVE MSTR-FIRST-PMT-DATE TO FIRST-PMT-DATE-N
               MOVE FIRST-PMT-MONTH TO SNAP-ORIG-MONTH
           END-IF

      * A BOARDED LOAN'S MASTER STARTS AT THE BALANCE AND DUE DATE
      * IT WAS TAKEN ON WITH - ITS VINTAGE IS THE ORIGINAL NOTE'S.
           PERFORM READ-BOARD-HISTORY
           IF LOAN-BOARDED
               MOVE BDH-ORIG-PRINCIPAL TO SNAP-ORIG-PRINCIPAL
               IF BDH-ORIG-FIRST-PMT-DATE NUMERIC
                       AND BDH-ORIG-FIRST-PMT-DATE NOT = 0
                   MOVE BDH-ORIG-FIRST-PMT-DATE TO FIRST-PMT-DATE-N
                   MOVE FIRST-PMT-MONTH TO SNAP-ORIG-MONTH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN MSTR-LIFE-PAID-OFF
                   ADD 1 TO PAID-OFF-COUNT
               WHEN MSTR-LIFE-CHARGED-OFF
                   ADD 1 TO CHARGED-OFF-COUNT
                   PERFORM GET-CHARGE-OFF-AMOUNT
               WHEN OTHER
                   PERFORM MEASURE-PERIODS-BEHIND
                   MOVE PERIODS-BEHIND TO SNAP-PERIODS-BEHIND
                   EVALUATE TRUE
                       WHEN PERIODS-BEHIND = 0
                           ADD 1 TO CURRENT-COUNT
                       WHEN PERIODS-BEHIND = 1
                           ADD 1 TO BEHIND-1-COUNT
                       WHEN PERIODS-BEHIND = 2
                           ADD 1 TO BEHIND-2-COUNT
                       WHEN OTHER
                           ADD 1 TO BEHIND-3-COUNT
                   END-EVALUATE
           END-EVALUATE

           WRITE PORTFOLIO-SNAP-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-SNAP-OK
               ADD 1 TO SNAP-WRITE-COUNT
               ADD MSTR-ACTUAL-BALANCE TO SNAP-BALANCE
           ELSE
               ADD 1 TO SNAP-FAIL-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO " ** SNAPSHOT NOT WRITTEN -"
                   " STATUS " WS-SNAP-STATUS " **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * THE ORIGINAL TERMS OF A LOAN BOARDED FROM ANOTHER SERVICER,
      * READ AS LOANCRB READS THEM. WITHOUT THE BOARDING HISTORY
      * EVERY LOAN IS SNAPPED ON ITS MASTER FIGURES.
       READ-BOARD-HISTORY.
           MOVE 0 TO LOAN-BOARDED-SW
           IF BDH-FILE-OPEN
               MOVE MSTR-LOAN-NO TO BDH-LOAN-NO
               READ BOARD-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOAN-BOARDED TO TRUE
               END-READ
           END-IF.

      * THE PRINCIPAL LOANCHGO WROTE OFF. A CHARGED-OFF LOAN WITH NO
      * SUB-LEDGER RECORD WAS SET BY HAND ON THE SCREEN AND NEVER
      * RUN THROUGH THE CHARGE-OFF - IT IS SNAPPED WITH A ZERO LOSS
      * AND LISTED.
       GET-CHARGE-OFF-AMOUNT.
           MOVE SPACES TO WS-RCVY-STATUS
           IF RCVY-FILE-OPEN
               MOVE MSTR-LOAN-NO TO RCVY-LOAN-NO
               READ RECOVERY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF RCVY-FILE-OPEN AND WS-RCVY-OK
               MOVE RCVY-CHGOFF-PRIN TO SNAP-CHGOFF-AMT
           ELSE
               ADD 1 TO NO-CHGOFF-REC-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO " ** CHARGED OFF BUT NOT "
                   "ON THE RECOVERY SUB-LEDGER - LOSS SNAPPED AS "
                   "ZERO **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * PERIODS BEHIND EXACTLY AS LOANPDUE COUNTS THEM. PAID AHEAD
      * COUNTS AS CURRENT.
       MEASURE-PERIODS-BEHIND.
           IF MSTR-TOTAL-PERIODS > MSTR-PERIODS
               MOVE MSTR-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           ELSE
               MOVE MSTR-PERIODS TO LOAN-TOTAL-PERIODS
           END-IF

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
           ELSE
               MOVE ASOF-PERIOD TO PERIODS-DUE
               IF PERIODS-DUE > LOAN-TOTAL-PERIODS
                   MOVE LOAN-TOTAL-PERIODS TO PERIODS-DUE
               END-IF
           END-IF

           COMPUTE PERIODS-BEHIND = PERIODS-DUE - MSTR-PAID-THRU
           IF PERIODS-BEHIND < 0
               MOVE 0 TO PERIODS-BEHIND
           END-IF.

      * ONE SCHEDULE ROW'S DUE DATE, WHEREVER THE ROW LIVES. A
      * MISSING ROW COMES BACK HIGH-VALUES SO THE DUE-DATE SCAN
      * STOPS INSTEAD OF COUNTING PERIODS THAT CANNOT BE READ.
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

       WRITE-SNAP-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS ON THE MASTER. . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SNAP-WRITE-COUNT TO COUNT-D
           MOVE SNAP-BALANCE TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS SNAPPED. . . . . . : " COUNT-D
               " BALANCE " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE CURRENT-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  CURRENT. . . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BEHIND-1-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  1 PERIOD BEHIND. . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BEHIND-2-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  2 PERIODS BEHIND . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BEHIND-3-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  3+ PERIODS BEHIND. . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE PAID-OFF-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  PAID OFF . . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE CHARGED-OFF-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  CHARGED OFF. . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF NO-CHGOFF-REC-COUNT > 0
               MOVE NO-CHGOFF-REC-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "CHARGED OFF, NO LEDGER . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF SNAP-FAIL-COUNT > 0
               MOVE SNAP-FAIL-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "SNAPSHOTS NOT WRITTEN. . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM LOANSNAP.
