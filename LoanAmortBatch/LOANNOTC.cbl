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
       PROGRAM-ID. LOANNOTC.
       REMARKS. NIGHTLY DELINQUENCY NOTICES. TAKES EVERY LOAN'S
               PERIODS BEHIND, PAST-DUE AMOUNT AND OLDEST UNPAID DUE
               DATE FROM THE DELINQUENCY STATUS FILE LOANDLQM LEFT
               (SEE DLQSTAT.CPY) - THE FIGURES LOANPDUE, LOANCOLL AND
               LOANBILL WORK FROM - AND WRITES THE STAGED LETTERS TO
               THE NOTCLTR PRINT FILE, ADDRESSED FROM THE BORROWER
               MASTER:

                 REMINDER            15 DAYS PAST THE OLDEST UNPAID
                                     DUE DATE
                 LATE NOTICE         30 DAYS
                 DEFAULT / RIGHT TO  60 DAYS - THE CURE AMOUNT AND A
                 CURE                CURE-BY DATE 30 DAYS OUT
                 BROKEN PROMISE      WHEN LOANCOLL HAS FLAGGED THE
                                     CASE'S PROMISE BROKEN

               AN UNDATED LOAN HAS NO DUE DATE TO COUNT DAYS FROM, SO
               IT IS STAGED ON PERIODS BEHIND - ONE, TWO, THREE-PLUS.
               EVERY LETTER SHOWS THE PAST-DUE PAYMENTS AND THE LATE
               CHARGES DUE (MSTR-LATE-FEE-DUE).

               THE NOTICE HISTORY IS KEPT ON THE COLLECTIONS CASE
               (SEE COLLCASE.CPY): THE STAGE MAILED AND THE LAST FOUR
               LETTERS, WHICH THE COLLECTOR SEES ON COLLWORK. A LOAN
               THAT REACHES A STAGE ALREADY MAILED IN THE SAME SPELL
               OF DELINQUENCY GETS NOTHING, A LOAN THAT JUMPS STAGES
               GETS ONLY THE HIGHEST, AND A LOAN BACK TO CURRENT HAS
               ITS STAGE CLEARED SO THE NEXT SPELL STARTS FROM THE
               REMINDER. A LOAN NOTICED BEFORE LOANCOLL HAS OPENED A
               CASE FOR IT GETS A NOTICES-ONLY CASE TO CARRY THE
               HISTORY. A BORROWER WITH NO NAME AND ADDRESS ON FILE
               IS LISTED ON THE NOTCRPT REGISTER AND NOT RECORDED AS
               NOTICED, SO THE LETTER GOES OUT ONCE THE ADDRESS IS
               FIXED; RETURN CODE 4 WHEN THAT HAPPENS.

               RUNS AFTER LOANDLQM AND LOANCOLL SO TONIGHT'S BROKEN
               PROMISES GET TONIGHT'S LETTER. A STATUS FILE MEASURED
               FOR ANOTHER AS-OF DATE OR CYCLE PERIOD IS REFUSED, AND
               A LOAN MISSING FROM IT IS LISTED ON THE REGISTER AND
               NOT NOTICED (RETURN CODE 4). WITH NO CARD (OR ONE
               GIVING NEITHER A DATE NOR A PERIOD) THE AS-OF DATE IS
               THE PROCESSING DATE THE START-OF-DAY STEP LEFT ON
               LOANDATE (SEE PROCDATE.CPY).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTC-PARM-FILE ASSIGN TO NOTCPARM
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

           SELECT COLL-CASE-FILE ASSIGN TO LOANCOLL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-LOAN-NO
               FILE STATUS IS WS-CASE-STATUS.

           SELECT BORROWER-FILE ASSIGN TO LOANBRW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

      * TONIGHT'S DELINQUENCY FIGURES, ONE RECORD PER LOAN, READ BY
      * KEY AS THE MASTER IS SWEPT (SEE DLQSTAT.CPY).
           SELECT DLQ-STATUS-FILE ASSIGN TO LOANDLQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLQ-LOAN-NO
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT NOTC-LTR-FILE ASSIGN TO NOTCLTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTC-RPT-FILE ASSIGN TO NOTCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * SAME CARD SHAPE AS LOANCOLL: AS-OF DATE (CCYYMMDD) AND THE
      * CYCLE-PERIOD FALLBACK FOR UNDATED LOANS.
       FD  NOTC-PARM-FILE.
       01  NOTC-PARM-RECORD.
           03 PARM-ASOF-DATE    PIC 9(8).
           03 FILLER            PIC X(1).
           03 PARM-ASOF-PERIOD  PIC 9(4).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  COLL-CASE-FILE.
       COPY "COLLCASE.CPY".

       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       FD  DLQ-STATUS-FILE.
       COPY "DLQSTAT.CPY".

       FD  NOTC-LTR-FILE.
       01  LTR-LINE PIC X(132).

       FD  NOTC-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
       01 WS-CASE-STATUS PIC X(2).
         88 WS-CASE-OK VALUE "00".
         88 WS-CASE-NOT-FOUND VALUE "23" "35".
       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".
       01 WS-DLQ-STATUS PIC X(2).
         88 WS-DLQ-OK VALUE "00".

       01 BORROWER-FILE-SWITCH PIC 9 VALUE 0.
         88 BORROWER-FILE-OPEN VALUE 1.
       01 BORROWER-FOUND-SW    PIC 9 VALUE 0.
         88 BORROWER-FOUND     VALUE 1.

      * THE STAGE THRESHOLDS, IN DAYS PAST THE OLDEST UNPAID DUE
      * DATE, AND THE DAYS A DEFAULT NOTICE GIVES TO CURE.
       01 REMINDER-DAYS       PIC S9(4) COMP VALUE 15.
       01 LATE-NOTICE-DAYS    PIC S9(4) COMP VALUE 30.
       01 DEFAULT-NOTICE-DAYS PIC S9(4) COMP VALUE 60.
       01 CURE-DAYS           PIC S9(4) COMP VALUE 30.

       01 ASOF-DATE.
          03 ASOF-YYYY PIC 9(4).
          03 ASOF-MM   PIC 9(2).
          03 ASOF-DD   PIC 9(2).
       01 ASOF-DATE-N REDEFINES ASOF-DATE PIC 9(8).
       01 ASOF-PERIOD         PIC S9(4) COMP VALUE 0.
       01 ASOF-DATE-D         PIC 9(8).

       01 STATUS-FOUND-SW     PIC 9.
         88 STATUS-FOUND      VALUE 1.
       01 PERIODS-BEHIND      PIC S9(4) COMP.
       01 PAST-DUE-AMOUNT     PIC S9(13)V99 COMP-3.
       01 TOTAL-DUE-AMOUNT    PIC S9(13)V99 COMP-3.

      * THE OLDEST UNPAID ROW'S DUE DATE AND HOW MANY DAYS AGO IT
      * WAS. DATED-LOAN-SW IS OFF WHEN THE LOAN (OR THE RUN) HAS NO
      * DUE DATES TO COUNT FROM.
       01 DATED-LOAN-SW       PIC 9.
         88 DATED-LOAN        VALUE 1.
       01 OLDEST-DUE-X        PIC X(10).
       01 OLDEST-DUE-PARTS REDEFINES OLDEST-DUE-X.
          03 OLDEST-DUE-YYYY PIC X(4).
          03 FILLER          PIC X(1).
          03 OLDEST-DUE-MM   PIC X(2).
          03 FILLER          PIC X(1).
          03 OLDEST-DUE-DD   PIC X(2).
       01 OLDEST-DUE-WORK.
          03 OLDEST-WORK-YYYY PIC X(4).
          03 OLDEST-WORK-MM   PIC X(2).
          03 OLDEST-WORK-DD   PIC X(2).
       01 OLDEST-DUE-N REDEFINES OLDEST-DUE-WORK PIC 9(8).
       01 DAYS-PAST-DUE       PIC S9(5) COMP.

       01 TARGET-STAGE        PIC 9.
       01 NOTICE-TYPE         PIC X(1).
       01 HIST-IDX            PIC S9(4) COMP.
       01 CASE-ON-FILE-SWITCH PIC 9.
         88 CASE-ON-FILE      VALUE 1.
       01 CASE-WRITTEN-SW     PIC 9.
         88 CASE-WRITTEN      VALUE 1.

      * A CCYYMMDD DATE IN THE YYYY-MM-DD SHAPE THE LETTERS PRINT.
       01 FMT-WORK-DATE-N     PIC 9(8).
       01 FMT-WORK-DATE-X REDEFINES FMT-WORK-DATE-N.
          03 FMT-YYYY PIC X(4).
          03 FMT-MM   PIC X(2).
          03 FMT-DD   PIC X(2).
       01 FMT-DASH-DATE.
          03 DASH-YYYY PIC X(4).
          03 FILLER    PIC X VALUE "-".
          03 DASH-MM   PIC X(2).
          03 FILLER    PIC X VALUE "-".
          03 DASH-DD   PIC X(2).
       01 ASOF-DASH-FMT       PIC X(10).
       01 CURE-DATE-N         PIC 9(8).
       01 CURE-DATE-FMT       PIC X(10).
       01 PROMISE-DATE-FMT    PIC X(10).
       01 DAY-INT             PIC S9(8) COMP.

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 REMINDER-COUNT      PIC S9(8) COMP VALUE 0.
       01 LATE-NOTICE-COUNT   PIC S9(8) COMP VALUE 0.
       01 DEFAULT-COUNT       PIC S9(8) COMP VALUE 0.
       01 BROKEN-LTR-COUNT    PIC S9(8) COMP VALUE 0.
       01 NOTICE-CASE-COUNT   PIC S9(8) COMP VALUE 0.
       01 RESET-COUNT         PIC S9(8) COMP VALUE 0.
       01 NO-ADDRESS-COUNT    PIC S9(8) COMP VALUE 0.
       01 CASE-FAIL-COUNT     PIC S9(8) COMP VALUE 0.
       01 NO-STATUS-COUNT     PIC S9(8) COMP VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 AMOUNT-D            PIC -Z(8)9.99.
       01 DAYS-D              PIC ZZZZ9.
       01 PERIOD-D            PIC ZZZ9.

       PROCEDURE DIVISION.

           PERFORM READ-NOTC-PARM
           PERFORM OPEN-STATUS-FILE

           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE DLQ-STATUS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-CASE-FILE

           OPEN INPUT BORROWER-FILE
           IF WS-BRW-OK
               SET BORROWER-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT NOTC-LTR-FILE
           OPEN OUTPUT NOTC-RPT-FILE

           MOVE ASOF-DATE-N TO FMT-WORK-DATE-N
           PERFORM FORMAT-WORK-DATE
           MOVE FMT-DASH-DATE TO ASOF-DASH-FMT
           MOVE SPACES TO RPT-LINE
           STRING "DELINQUENCY NOTICES AS OF " ASOF-DASH-FMT
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM READ-MASTER

           PERFORM UNTIL WS-EOF
               ADD 1 TO LOAN-COUNT
               PERFORM NOTICE-ONE-LOAN
               PERFORM READ-MASTER
           END-PERFORM

           PERFORM WRITE-NOTC-TOTALS

           CLOSE DLQ-STATUS-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE COLL-CASE-FILE
           CLOSE NOTC-LTR-FILE
           CLOSE NOTC-RPT-FILE
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF

           IF NO-ADDRESS-COUNT > 0 OR CASE-FAIL-COUNT > 0
                   OR NO-STATUS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN OR A CATCH-UP DAY. WITH
      * NO CARD THE RUN TAKES THE PROCESSING DATE FROM LOANDATE; WITH
      * NEITHER IT STOPS - A LETTER DATED WRONG IS A LETTER THAT HAS
      * TO BE RECALLED.
       READ-NOTC-PARM.
           MOVE 0 TO ASOF-DATE-N
           MOVE 0 TO ASOF-PERIOD
           OPEN INPUT NOTC-PARM-FILE
           IF WS-PARM-OK
               READ NOTC-PARM-FILE
                   NOT AT END
                       IF PARM-ASOF-PERIOD NOT NUMERIC
                               OR PARM-ASOF-DATE NOT NUMERIC
                           DISPLAY "NOTICE PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-ASOF-DATE   TO ASOF-DATE-N
                       MOVE PARM-ASOF-PERIOD TO ASOF-PERIOD
               END-READ
               CLOSE NOTC-PARM-FILE
           END-IF

           IF ASOF-PERIOD = 0 AND ASOF-DATE-N = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO ASOF-DATE-N
           END-IF

      * EVERY LETTER IS DATED, AND A DEFAULT NOTICE COUNTS ITS CURE
      * PERIOD FROM THE RUN DATE - A CARD GIVING ONLY A PERIOD IS NOT
      * ENOUGH HERE.
           IF ASOF-DATE-N = 0
               DISPLAY "NOTICE PARAMETER CARD GIVES NO AS-OF DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(ASOF-DATE-N) NOT = 0
               DISPLAY "NOTICE AS-OF DATE INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE DAY-INT =
               FUNCTION INTEGER-OF-DATE(ASOF-DATE-N) + CURE-DAYS
           COMPUTE CURE-DATE-N = FUNCTION DATE-OF-INTEGER(DAY-INT)
           MOVE CURE-DATE-N TO FMT-WORK-DATE-N
           PERFORM FORMAT-WORK-DATE
           MOVE FMT-DASH-DATE TO CURE-DATE-FMT.

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
               DISPLAY "NOTICE PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * NORMALLY LOANCOLL HAS CREATED THE CASE FILE ALREADY; ON A
      * BOOK WITH NO CASES YET THIS RUN CREATES IT - SAME DANCE.
       OPEN-CASE-FILE.
           OPEN I-O COLL-CASE-FILE
           IF WS-CASE-NOT-FOUND
               OPEN OUTPUT COLL-CASE-FILE
               CLOSE COLL-CASE-FILE
               OPEN I-O COLL-CASE-FILE
           END-IF
           IF NOT WS-CASE-OK
               DISPLAY "UNABLE TO OPEN THE COLLECTIONS CASE FILE"
               CLOSE LOAN-MASTER-FILE
               CLOSE DLQ-STATUS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE STATUS FILE LOANDLQM LEFT. THE FIRST RECORD IS READ HERE
      * TO PROVE THE FILE WAS MEASURED FOR THIS RUN'S AS-OF DATE AND
      * CYCLE PERIOD, AS LOANCOLL DOES - A LETTER SENT ON ANOTHER
      * NIGHT'S FIGURES IS A LETTER THAT HAS TO BE RECALLED.
       OPEN-STATUS-FILE.
           OPEN INPUT DLQ-STATUS-FILE
           IF NOT WS-DLQ-OK
               DISPLAY "UNABLE TO OPEN THE DELINQUENCY STATUS FILE - "
                   "RUN LOANDLQM FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ DLQ-STATUS-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF DLQ-ASOF-DATE NOT = ASOF-DATE-N
                           OR DLQ-ASOF-PERIOD NOT = ASOF-PERIOD
                       MOVE DLQ-ASOF-DATE TO ASOF-DATE-D
                       DISPLAY "DELINQUENCY STATUS FILE IS AS OF "
                           ASOF-DATE-D " - RERUN LOANDLQM FOR THIS DATE"
                       CLOSE DLQ-STATUS-FILE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

       READ-MASTER.
           READ LOAN-MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-MSTR-OK
               SET WS-EOF TO TRUE
           END-IF.

      * A PAID-OFF OR CHARGED-OFF LOAN GETS NO MORE NOTICES - A
      * NOTICES-ONLY CASE IT LEAVES BEHIND IS CLOSED WITH THE REASON.
      * A LOAN BACK TO CURRENT HAS ITS STAGE CLEARED. ANYTHING BEHIND
      * GETS THE NEXT STAGE IT HAS EARNED AND NOT YET BEEN SENT, AND
      * A BROKEN PROMISE NOT YET WRITTEN TO GETS ITS LETTER.
       NOTICE-ONE-LOAN.
           PERFORM READ-CASE-FOR-LOAN

           IF MSTR-LIFE-CLOSED
               IF CASE-ON-FILE AND CASE-STATUS-NOTICES
                   PERFORM CLOSE-NOTICES-CASE
               END-IF
           ELSE
               PERFORM MEASURE-DELINQUENCY
               EVALUATE TRUE
                   WHEN NOT STATUS-FOUND
                       PERFORM LIST-NO-STATUS
                   WHEN PERIODS-BEHIND <= 0
                       PERFORM RESET-CURED-NOTICES
                   WHEN OTHER
                       PERFORM PICK-NOTICE-STAGE
                       IF TARGET-STAGE > CASE-NOTICE-STAGE
                           PERFORM MAIL-STAGE-NOTICE
                       END-IF
                       IF CASE-ON-FILE AND CASE-STATUS-BROKEN
                               AND CASE-PROMISE-DATE NOT = ZERO
                               AND CASE-BRKN-LTR-PROMISE
                                   NOT = CASE-PROMISE-DATE
                           PERFORM MAIL-BROKEN-PROMISE
                       END-IF
               END-EVALUATE
           END-IF.

      * A CASE WRITTEN BEFORE THE NOTICE FIELDS EXISTED CARRIES NO
      * HISTORY - IT IS TREATED AS NEVER NOTICED.
       READ-CASE-FOR-LOAN.
           MOVE 0 TO CASE-ON-FILE-SWITCH
           MOVE MSTR-LOAN-NO TO CASE-LOAN-NO
           READ COLL-CASE-FILE
               INVALID KEY
                   MOVE ZERO TO CASE-NOTICE-STAGE
               NOT INVALID KEY
                   SET CASE-ON-FILE TO TRUE
           END-READ
           IF CASE-ON-FILE
               IF CASE-NOTICE-STAGE NOT NUMERIC
                   MOVE ZERO TO CASE-NOTICE-STAGE
               END-IF
               IF CASE-BRKN-LTR-PROMISE NOT NUMERIC
                   MOVE ZERO TO CASE-BRKN-LTR-PROMISE
               END-IF
               PERFORM VARYING HIST-IDX FROM 1 BY 1
                       UNTIL HIST-IDX > 4
                   IF CASE-NOTICE-DATE(HIST-IDX) NOT NUMERIC
                       INITIALIZE CASE-NOTICE-HIST(HIST-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      * PERIODS BEHIND, THE AMOUNT PAST DUE AND THE OLDEST UNPAID
      * DUE DATE AS LOANDLQM MEASURED THEM FOR TONIGHT - THE SAME
      * FIGURES LOANCOLL OPENS ITS CASES ON - THEN THE DAY COUNT.
       MEASURE-DELINQUENCY.
           MOVE 0 TO STATUS-FOUND-SW
           MOVE 0 TO DATED-LOAN-SW
           MOVE ZERO TO PERIODS-BEHIND
           MOVE ZERO TO PAST-DUE-AMOUNT
           MOVE ZERO TO DAYS-PAST-DUE
           MOVE SPACES TO OLDEST-DUE-X

           MOVE MSTR-LOAN-NO TO DLQ-LOAN-NO
           READ DLQ-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STATUS-FOUND TO TRUE
           END-READ

           IF STATUS-FOUND
               MOVE DLQ-PERIODS-BEHIND TO PERIODS-BEHIND
               IF PERIODS-BEHIND > 0
                   MOVE DLQ-PAST-DUE-AMT TO PAST-DUE-AMOUNT
                   IF DLQ-DATED-LOAN
                       SET DATED-LOAN TO TRUE
                       PERFORM FIND-OLDEST-DUE-DATE
                   END-IF
               END-IF
           END-IF

           COMPUTE TOTAL-DUE-AMOUNT =
               PAST-DUE-AMOUNT + MSTR-LATE-FEE-DUE.

      * A DUE DATE THAT WILL NOT READ AS A DATE LEAVES THE LOAN
      * STAGED ON PERIODS BEHIND, LIKE AN UNDATED ONE.
       FIND-OLDEST-DUE-DATE.
           MOVE DLQ-OLDEST-DUE-DATE TO OLDEST-DUE-X
           MOVE OLDEST-DUE-YYYY TO OLDEST-WORK-YYYY
           MOVE OLDEST-DUE-MM   TO OLDEST-WORK-MM
           MOVE OLDEST-DUE-DD   TO OLDEST-WORK-DD
           IF OLDEST-DUE-N NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(OLDEST-DUE-N) = 0
                   COMPUTE DAYS-PAST-DUE =
                       FUNCTION INTEGER-OF-DATE(ASOF-DATE-N)
                       - FUNCTION INTEGER-OF-DATE(OLDEST-DUE-N)
               ELSE
                   MOVE 0 TO DATED-LOAN-SW
               END-IF
           ELSE
               MOVE 0 TO DATED-LOAN-SW
           END-IF
           IF NOT DATED-LOAN
               MOVE SPACES TO OLDEST-DUE-X
           END-IF.

      * THE STATUS FILE IS BUILT FROM THE WHOLE MASTER EVERY NIGHT,
      * SO A LOAN MISSING FROM IT WAS ADDED SINCE LOANDLQM RAN. IT IS
      * LEFT ALONE TONIGHT RATHER THAN NOTICED ON NO FIGURES.
       LIST-NO-STATUS.
           ADD 1 TO NO-STATUS-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " MSTR-LOAN-NO " BORROWER " MSTR-BORROWER-ID
               " ** NOT ON THE DELINQUENCY STATUS FILE - NOT "
               "NOTICED **" INTO RPT-LINE
           WRITE RPT-LINE.

      * DAYS PAST THE OLDEST UNPAID DUE DATE WHEN THE LOAN HAS ONE,
      * OTHERWISE PERIODS BEHIND - ONE, TWO, THREE-PLUS.
       PICK-NOTICE-STAGE.
           MOVE 0 TO TARGET-STAGE
           IF DATED-LOAN
               EVALUATE TRUE
                   WHEN DAYS-PAST-DUE >= DEFAULT-NOTICE-DAYS
                       MOVE 3 TO TARGET-STAGE
                   WHEN DAYS-PAST-DUE >= LATE-NOTICE-DAYS
                       MOVE 2 TO TARGET-STAGE
                   WHEN DAYS-PAST-DUE >= REMINDER-DAYS
                       MOVE 1 TO TARGET-STAGE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN PERIODS-BEHIND >= 3
                       MOVE 3 TO TARGET-STAGE
                   WHEN PERIODS-BEHIND = 2
                       MOVE 2 TO TARGET-STAGE
                   WHEN PERIODS-BEHIND = 1
                       MOVE 1 TO TARGET-STAGE
               END-EVALUATE
           END-IF.

      * THE CASE IS UPDATED FIRST AND THE LETTER WRITTEN ONLY WHEN
      * THAT TAKES - A LETTER THE HISTORY DOES NOT KNOW ABOUT WOULD
      * GO OUT AGAIN TOMORROW.
       MAIL-STAGE-NOTICE.
           PERFORM LOOKUP-BORROWER
           IF NOT BORROWER-FOUND
               PERFORM LIST-NO-ADDRESS
           ELSE
               EVALUATE TARGET-STAGE
                   WHEN 1
                       MOVE "R" TO NOTICE-TYPE
                   WHEN 2
                       MOVE "L" TO NOTICE-TYPE
                   WHEN OTHER
                       MOVE "D" TO NOTICE-TYPE
               END-EVALUATE
               MOVE TARGET-STAGE TO CASE-NOTICE-STAGE
               PERFORM RECORD-NOTICE-ON-CASE
               IF CASE-WRITTEN
                   PERFORM WRITE-STAGE-LETTER
                   PERFORM WRITE-NOTICE-LINE
                   EVALUATE TARGET-STAGE
                       WHEN 1
                           ADD 1 TO REMINDER-COUNT
                       WHEN 2
                           ADD 1 TO LATE-NOTICE-COUNT
                       WHEN OTHER
                           ADD 1 TO DEFAULT-COUNT
                   END-EVALUATE
               END-IF
           END-IF.

       MAIL-BROKEN-PROMISE.
           PERFORM LOOKUP-BORROWER
           IF NOT BORROWER-FOUND
               PERFORM LIST-NO-ADDRESS
           ELSE
               MOVE "B" TO NOTICE-TYPE
               MOVE CASE-PROMISE-DATE TO CASE-BRKN-LTR-PROMISE
               PERFORM RECORD-NOTICE-ON-CASE
               IF CASE-WRITTEN
                   PERFORM WRITE-BROKEN-LETTER
                   PERFORM WRITE-NOTICE-LINE
                   ADD 1 TO BROKEN-LTR-COUNT
               END-IF
           END-IF.

      * NEWEST LETTER FIRST; THE OLDEST OF THE FOUR DROPS OFF. A LOAN
      * WITH NO CASE GETS A NOTICES-ONLY ONE, AND A CLOSED CASE
      * BECOMES NOTICES-ONLY AGAIN - LOANCOLL TURNS EITHER INTO A
      * COLLECTORS' CASE WHEN THE LOAN REACHES THREE BEHIND.
       RECORD-NOTICE-ON-CASE.
           MOVE 0 TO CASE-WRITTEN-SW
           IF NOT CASE-ON-FILE
               MOVE SPACES TO COLLECTION-CASE-RECORD
               MOVE MSTR-LOAN-NO     TO CASE-LOAN-NO
               MOVE MSTR-BORROWER-ID TO CASE-BORROWER-ID
               MOVE "E"              TO CASE-STATUS
               MOVE ASOF-DATE-N      TO CASE-OPENED-DATE
               MOVE ZERO             TO CASE-FOLLOWUP-DATE
               MOVE ZERO             TO CASE-PROMISE-AMT
               MOVE ZERO             TO CASE-PROMISE-DATE
               MOVE ZERO             TO CASE-RCVD-AT-PROMISE
               MOVE "NOTICES ONLY - NOT YET A COLLECTIONS CASE"
                   TO CASE-NOTE
               MOVE TARGET-STAGE     TO CASE-NOTICE-STAGE
               MOVE ZERO             TO CASE-BRKN-LTR-PROMISE
               INITIALIZE CASE-NOTICE-HIST(1) CASE-NOTICE-HIST(2)
                   CASE-NOTICE-HIST(3) CASE-NOTICE-HIST(4)
           END-IF
           IF CASE-STATUS-CLOSED
               MOVE "E" TO CASE-STATUS
               MOVE "NOTICES ONLY - NOT YET A COLLECTIONS CASE"
                   TO CASE-NOTE
           END-IF
           IF CASE-STATUS-NOTICES
               MOVE PERIODS-BEHIND  TO CASE-PERIODS-BEHIND
               MOVE PAST-DUE-AMOUNT TO CASE-PAST-DUE-AMT
           END-IF

           PERFORM VARYING HIST-IDX FROM 4 BY -1 UNTIL HIST-IDX < 2
               MOVE CASE-NOTICE-HIST(HIST-IDX - 1)
                   TO CASE-NOTICE-HIST(HIST-IDX)
           END-PERFORM
           MOVE NOTICE-TYPE TO CASE-NOTICE-TYPE(1)
           MOVE ASOF-DATE-N TO CASE-NOTICE-DATE(1)

           IF CASE-ON-FILE
               REWRITE COLLECTION-CASE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CASE-WRITTEN TO TRUE
               END-REWRITE
           ELSE
               WRITE COLLECTION-CASE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CASE-WRITTEN TO TRUE
                       SET CASE-ON-FILE TO TRUE
                       ADD 1 TO NOTICE-CASE-COUNT
               END-WRITE
           END-IF

           IF NOT CASE-WRITTEN
               ADD 1 TO CASE-FAIL-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO
                   " ** UNABLE TO UPDATE CASE - NOTICE NOT SENT **"
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * THE LOAN IS CURRENT: THE NEXT SPELL OF DELINQUENCY STARTS
      * FROM THE REMINDER AGAIN. THE LETTER HISTORY STAYS.
       RESET-CURED-NOTICES.
           IF CASE-ON-FILE
                   AND (CASE-NOTICE-STAGE > 0 OR CASE-STATUS-NOTICES)
               MOVE ZERO TO CASE-NOTICE-STAGE
               IF CASE-STATUS-NOTICES
                   MOVE "C" TO CASE-STATUS
                   MOVE "CURED" TO CASE-NOTE
                   MOVE PERIODS-BEHIND  TO CASE-PERIODS-BEHIND
                   MOVE PAST-DUE-AMOUNT TO CASE-PAST-DUE-AMT
               END-IF
               REWRITE COLLECTION-CASE-RECORD
                   INVALID KEY
                       ADD 1 TO CASE-FAIL-COUNT
                   NOT INVALID KEY
                       ADD 1 TO RESET-COUNT
               END-REWRITE
           END-IF.

       CLOSE-NOTICES-CASE.
           MOVE "C" TO CASE-STATUS
           MOVE ZERO TO CASE-NOTICE-STAGE
           IF MSTR-LIFE-PAID-OFF
               MOVE "LOAN PAID OFF" TO CASE-NOTE
           ELSE
               MOVE "LOAN CHARGED OFF" TO CASE-NOTE
           END-IF
           REWRITE COLLECTION-CASE-RECORD
               INVALID KEY
                   ADD 1 TO CASE-FAIL-COUNT
               NOT INVALID KEY
                   ADD 1 TO RESET-COUNT
           END-REWRITE.

       LOOKUP-BORROWER.
           MOVE 0 TO BORROWER-FOUND-SW
           IF BORROWER-FILE-OPEN AND MSTR-BORROWER-ID NOT = SPACES
               MOVE MSTR-BORROWER-ID TO BRW-ID
               READ BORROWER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BORROWER-FOUND TO TRUE
               END-READ
           END-IF.

       LIST-NO-ADDRESS.
           ADD 1 TO NO-ADDRESS-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " MSTR-LOAN-NO " BORROWER " MSTR-BORROWER-ID
               " ** NO NAME/ADDRESS ON BORROWER MASTER - NOTICE "
               "NOT SENT **" INTO RPT-LINE
           WRITE RPT-LINE.

      * THE STAGED LETTER: HEADING, THE STAGE'S OWN WORDING, THEN
      * THE AMOUNTS EVERY STAGE SHOWS.
       WRITE-STAGE-LETTER.
           PERFORM WRITE-LETTER-HEAD
           MOVE SPACES TO LTR-LINE
           EVALUATE TARGET-STAGE
               WHEN 1
                   STRING "PAYMENT REMINDER" INTO LTR-LINE
               WHEN 2
                   STRING "LATE PAYMENT NOTICE" INTO LTR-LINE
               WHEN OTHER
                   STRING "NOTICE OF DEFAULT AND RIGHT TO CURE"
                       INTO LTR-LINE
           END-EVALUATE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE

           EVALUATE TARGET-STAGE
               WHEN 1
                   MOVE SPACES TO LTR-LINE
                   STRING "OUR RECORDS SHOW THAT YOUR LOAN PAYMENT "
                       "HAS NOT BEEN RECEIVED. IF YOU HAVE ALREADY "
                       "SENT IT, PLEASE DISREGARD THIS REMINDER."
                       INTO LTR-LINE
                   WRITE LTR-LINE
               WHEN 2
                   MOVE SPACES TO LTR-LINE
                   PERFORM BUILD-PAST-DUE-SENTENCE
                   WRITE LTR-LINE
                   MOVE SPACES TO LTR-LINE
                   STRING "PLEASE SEND THE TOTAL NOW DUE AT ONCE, OR "
                       "CALL US TO DISCUSS YOUR ACCOUNT. LATE "
                       "CHARGES CONTINUE TO ACCRUE." INTO LTR-LINE
                   WRITE LTR-LINE
               WHEN OTHER
                   MOVE SPACES TO LTR-LINE
                   PERFORM BUILD-PAST-DUE-SENTENCE
                   WRITE LTR-LINE
                   MOVE SPACES TO LTR-LINE
                   STRING "YOU ARE IN DEFAULT UNDER THE TERMS OF YOUR "
                       "NOTE AND SECURITY INSTRUMENT." INTO LTR-LINE
                   WRITE LTR-LINE
                   MOVE SPACES TO LTR-LINE
                   STRING "YOU MAY CURE THIS DEFAULT BY PAYING THE "
                       "TOTAL NOW DUE, AND ANY PAYMENT FALLING DUE "
                       "MEANWHILE, ON OR BEFORE " CURE-DATE-FMT "."
                       INTO LTR-LINE
                   WRITE LTR-LINE
                   MOVE SPACES TO LTR-LINE
                   STRING "IF THE DEFAULT IS NOT CURED BY THAT DATE WE "
                       "MAY REQUIRE IMMEDIATE PAYMENT IN FULL AND "
                       "PURSUE THE REMEDIES YOUR LOAN DOCUMENTS ALLOW."
                       INTO LTR-LINE
                   WRITE LTR-LINE
           END-EVALUATE

           PERFORM WRITE-AMOUNT-BLOCK.

       BUILD-PAST-DUE-SENTENCE.
           IF DATED-LOAN
               MOVE DAYS-PAST-DUE TO DAYS-D
               STRING "YOUR LOAN IS " DAYS-D " DAYS PAST DUE. THE "
                   "OLDEST UNPAID PAYMENT WAS DUE " OLDEST-DUE-X "."
                   INTO LTR-LINE
           ELSE
               MOVE PERIODS-BEHIND TO PERIOD-D
               STRING "YOUR LOAN IS " PERIOD-D " PAYMENTS PAST DUE."
                   INTO LTR-LINE
           END-IF.

       WRITE-BROKEN-LETTER.
           PERFORM WRITE-LETTER-HEAD
           MOVE "BROKEN PROMISE TO PAY" TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE CASE-PROMISE-AMT TO AMOUNT-D
           MOVE CASE-PROMISE-DATE TO FMT-WORK-DATE-N
           PERFORM FORMAT-WORK-DATE
           MOVE FMT-DASH-DATE TO PROMISE-DATE-FMT
           MOVE SPACES TO LTR-LINE
           STRING "YOU PROMISED TO PAY " AMOUNT-D " BY "
               PROMISE-DATE-FMT ". WE HAVE NOT RECEIVED THAT PAYMENT."
               INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "PLEASE CALL US TODAY. YOUR ACCOUNT REMAINS PAST "
               "DUE AND FURTHER COLLECTION ACTION MAY FOLLOW."
               INTO LTR-LINE
           WRITE LTR-LINE
           PERFORM WRITE-AMOUNT-BLOCK.

      * LETTERS ARE SEPARATED THE WAY LOANBILL SEPARATES STATEMENTS.
       WRITE-LETTER-HEAD.
           MOVE SPACES TO LTR-LINE
           STRING "-------------------------------------------"
               INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "DATE: " ASOF-DASH-FMT INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING BRW-NAME INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING BRW-ADDR1 INTO LTR-LINE
           WRITE LTR-LINE
           IF BRW-ADDR2 NOT = SPACES
               MOVE SPACES TO LTR-LINE
               STRING BRW-ADDR2 INTO LTR-LINE
               WRITE LTR-LINE
           END-IF
           MOVE SPACES TO LTR-LINE
           STRING BRW-CITY " " BRW-STATE " " BRW-ZIP INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "RE: LOAN " MSTR-LOAN-NO INTO LTR-LINE
           WRITE LTR-LINE.

       WRITE-AMOUNT-BLOCK.
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE PAST-DUE-AMOUNT TO MONEY-D
           MOVE SPACES TO LTR-LINE
           STRING "PAST-DUE PAYMENTS. . . . : " MONEY-D INTO LTR-LINE
           WRITE LTR-LINE
           MOVE MSTR-LATE-FEE-DUE TO MONEY-D
           MOVE SPACES TO LTR-LINE
           STRING "LATE CHARGES DUE . . . . : " MONEY-D INTO LTR-LINE
           WRITE LTR-LINE
           MOVE TOTAL-DUE-AMOUNT TO MONEY-D
           MOVE SPACES TO LTR-LINE
           STRING "TOTAL NOW DUE. . . . . . : " MONEY-D INTO LTR-LINE
           WRITE LTR-LINE.

       WRITE-NOTICE-LINE.
           MOVE TOTAL-DUE-AMOUNT TO MONEY-D
           MOVE SPACES TO RPT-LINE
           EVALUATE NOTICE-TYPE
               WHEN "R"
                   STRING "REMINDER       " INTO RPT-LINE
               WHEN "L"
                   STRING "LATE NOTICE    " INTO RPT-LINE
               WHEN "D"
                   STRING "DEFAULT/CURE   " INTO RPT-LINE
               WHEN OTHER
                   STRING "BROKEN PROMISE " INTO RPT-LINE
           END-EVALUATE
           IF DATED-LOAN
               MOVE DAYS-PAST-DUE TO DAYS-D
           ELSE
               MOVE ZERO TO DAYS-D
           END-IF
           MOVE PERIODS-BEHIND TO PERIOD-D
           STRING "LOAN " MSTR-LOAN-NO " BORROWER " MSTR-BORROWER-ID
               " " BRW-NAME " DAYS " DAYS-D " PERIODS " PERIOD-D
               " DUE " MONEY-D DELIMITED BY SIZE
               INTO RPT-LINE(16:117)
           WRITE RPT-LINE.

       FORMAT-WORK-DATE.
           MOVE FMT-YYYY TO DASH-YYYY
           MOVE FMT-MM   TO DASH-MM
           MOVE FMT-DD   TO DASH-DD.

       WRITE-NOTC-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS REVIEWED . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE REMINDER-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "REMINDERS. . . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE LATE-NOTICE-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LATE NOTICES . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE DEFAULT-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "DEFAULT / RIGHT TO CURE. : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE BROKEN-LTR-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "BROKEN-PROMISE LETTERS . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE NOTICE-CASE-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "NOTICES-ONLY CASES ADDED : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE RESET-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "NOTICE STAGES CLEARED. . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE NO-ADDRESS-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "NOT SENT - NO ADDRESS. . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF CASE-FAIL-COUNT > 0
               MOVE CASE-FAIL-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "CASE UPDATES FAILED. . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF NO-STATUS-COUNT > 0
               MOVE NO-STATUS-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "NOT ON STATUS FILE . . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM LOANNOTC.
