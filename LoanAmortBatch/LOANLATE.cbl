               LOANPOST AND QUOTED BY THE PAYOFF MODE ON
               LOANAMORTSCREENS.

               A DUE DATE ON A WEEKEND OR A HOLIDAY ON THE LOANCAL
               CALENDAR ROLLS TO THE NEXT BUSINESS DAY BEFORE THE
               GRACE WINDOW IS COUNTED, AS THE NOTE READS. A CARD
               GIVING NEITHER A DATE NOR A PERIOD RUNS ON THE
               PROCESSING DATE ON LOANDATE (SEE PROCDATE.CPY).

               THE PERIODS PAST GRACE ARE MEASURED ONCE A NIGHT BY
               LOANDLQM - WHICH TAKES ITS GRACE DAYS FROM THIS SAME
               CARD - AND READ HERE FROM THE DELINQUENCY STATUS FILE
               (SEE DLQSTAT.CPY) RATHER THAN WORKED OUT AGAIN. A
               STATUS FILE MEASURED FOR ANOTHER AS-OF DATE, CYCLE
               PERIOD OR GRACE WINDOW IS REFUSED. ONLY A LOAN THE
               FILE SHOWS PAST ITS GRACE IS READ FROM THE MASTER, AND
               THE NEW LATE PERIODS ARE FIGURED AGAINST THE MASTER'S
               OWN PAID-THRU AND ASSESSED-THRU AS THEY STAND UNDER
               THE RECORD LOCK, SO A RE-RUN NEVER CHARGES TWICE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

      * READ BY KEY ONLY, FOR A LOAN THE STATUS FILE SHOWS PAST ITS
      * GRACE, UNDER THE RECORD'S OWN LOCK.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT DLQ-STATUS-FILE ASSIGN TO LOANDLQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLQ-LOAN-NO
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT LATE-RPT-FILE ASSIGN TO LATERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           03 FILLER            PIC X(1).
           03 PARM-LATE-FEE     PIC 9(5)V99.

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  DLQ-STATUS-FILE.
       COPY "DLQSTAT.CPY".

       FD  LATE-RPT-FILE.
       01  RPT-LINE PIC X(132).

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
         88 WS-MSTR-NOT-FOUND VALUE "23" "35".
         88 WS-MSTR-LOCKED VALUE "99".
       01 WS-DLQ-STATUS PIC X(2).
         88 WS-DLQ-OK VALUE "00".

       01 LOCK-RETRY-LIMIT PIC S9(4) COMP VALUE 10.
       01 LOCK-RETRY       PIC S9(4) COMP.
       01 GRACE-DAYS          PIC S9(4) COMP VALUE 0.
       01 LATE-FEE-AMT        PIC S9(5)V99 COMP-3 VALUE 0.

       01 PERIODS-DUE         PIC S9(4) COMP.
       01 ASSESS-FROM-PERIOD  PIC S9(4) COMP.
       01 NEW-LATE-PERIODS    PIC S9(4) COMP.
       01 ASSESSED-FEE        PIC S9(9)V99 COMP-3.

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USERNAME"

           PERFORM READ-LATE-PARM
           PERFORM OPEN-STATUS-FILE

           OPEN I-O LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE DLQ-STATUS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LATE-RPT-FILE

           MOVE ASOF-DATE-N TO ASOF-DATE-D
           MOVE SPACES TO RPT-LINE
           STRING "LATE-CHARGE ASSESSMENT REGISTER AS OF "
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM UNTIL WS-EOF
               ADD 1 TO LOAN-COUNT
               PERFORM CHECK-LOAN-FOR-LATE-FEES
               PERFORM READ-STATUS
           END-PERFORM

           PERFORM WRITE-ASSESSMENT-TOTALS

           CLOSE DLQ-STATUS-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE LATE-RPT-FILE

           IF LOCK-SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE

           GOBACK.

      * THE CARD STAYS REQUIRED - IT CARRIES THE FEE AND THE GRACE
      * DAYS, AND AN ASSESSMENT RUN ON A ZERO FEE WOULD CHARGE THE
      * BOOK NOTHING AND STILL LOOK LIKE A CLEAN RUN. ONLY THE DATE
      * DEFAULTS: A CARD GIVING NEITHER A DATE NOR A PERIOD RUNS ON
      * THE PROCESSING DATE FROM LOANDATE.
       READ-LATE-PARM.
           OPEN INPUT LATE-PARM-FILE
           IF NOT WS-PARM-OK
                   OR PARM-ASOF-PERIOD NOT NUMERIC
                   OR PARM-GRACE-DAYS NOT NUMERIC
                   OR PARM-LATE-FEE NOT NUMERIC
                   OR PARM-LATE-FEE = 0
               DISPLAY "LATE-CHARGE PARAMETER CARD INVALID"
               MOVE 8 TO RETURN-CODE
           MOVE PARM-GRACE-DAYS  TO GRACE-DAYS
           MOVE PARM-LATE-FEE    TO LATE-FEE-AMT

           IF ASOF-DATE-N = 0 AND ASOF-PERIOD = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO ASOF-DATE-N
           END-IF

           CLOSE LATE-PARM-FILE.

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
               DISPLAY "LATE-CHARGE PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE STATUS FILE LOANDLQM LEFT. THE FIRST RECORD IS READ HERE
      * TO PROVE THE FILE WAS MEASURED FOR THIS RUN'S AS-OF DATE,
      * CYCLE PERIOD AND GRACE DAYS - CHARGING OFF ANOTHER NIGHT'S
      * FIGURES WOULD FEE BORROWERS WHO HAVE SINCE PAID. AN EMPTY
      * FILE IS AN EMPTY BOOK.
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
               IF DLQ-ASOF-DATE NOT = ASOF-DATE-N
                       OR DLQ-ASOF-PERIOD NOT = ASOF-PERIOD
                       OR DLQ-GRACE-DAYS NOT = GRACE-DAYS
                   MOVE DLQ-ASOF-DATE TO ASOF-DATE-D
                   DISPLAY "DELINQUENCY STATUS FILE IS AS OF "
                       ASOF-DATE-D " - GRACE " DLQ-GRACE-DAYS
                       " - RERUN LOANDLQM WITH THIS CARD"
                   CLOSE DLQ-STATUS-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       READ-STATUS.
           READ DLQ-STATUS-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-DLQ-OK
               SET WS-EOF TO TRUE
           END-IF.

      * PERIODS DUE IS LOANPDUE'S MEASURE WITH THE GRACE WINDOW
      * FOLDED IN - DLQ-PERIODS-PAST-GRACE, AS LOANDLQM MEASURED IT.
      * A FEE ACCRUES FOR EACH DUE PERIOD NOT COVERED BY MONEY IN
      * AND NOT ALREADY CHARGED BY AN EARLIER RUN.
       CHECK-LOAN-FOR-LATE-FEES.
      * A PAID-OFF OR CHARGED-OFF LOAN IS NEVER FEED AGAIN -
      * ASSESSING A CLOSED LOAN WOULD JUST MANUFACTURE A BALANCE
      * NOBODY WILL EVER COLLECT.
           IF DLQ-LIFE-CLOSED
               ADD 1 TO CLOSED-SKIP-COUNT
           ELSE
               IF DLQ-PERIODS-PAST-GRACE > DLQ-PAID-THRU
                   MOVE DLQ-PERIODS-PAST-GRACE TO PERIODS-DUE
                   PERFORM ASSESS-ONE-LOAN
               END-IF
           END-IF.

      * TAKE THE RECORD'S OWN LOCK BEFORE ACCRUING, THEN COUNT THE
      * NEW LATE PERIODS FROM THE RECORD AS IT NOW STANDS - A
      * PERIOD ALREADY CHARGED, OR PAID SINCE THE MEASURE, IS NOT
      * FEED.
       ASSESS-ONE-LOAN.
           MOVE DLQ-LOAN-NO TO MSTR-LOAN-NO
           MOVE 0 TO LOCK-RETRY
           READ LOAN-MASTER-FILE WITH LOCK
           PERFORM UNTIL NOT WS-MSTR-LOCKED
               READ LOAN-MASTER-FILE WITH LOCK
           END-PERFORM

           IF WS-MSTR-OK
               IF MSTR-PAID-THRU > MSTR-LATE-ASSESSED-THRU
                   MOVE MSTR-PAID-THRU TO ASSESS-FROM-PERIOD
               ELSE
                   MOVE MSTR-LATE-ASSESSED-THRU TO ASSESS-FROM-PERIOD
               END-IF
               COMPUTE NEW-LATE-PERIODS =
                   PERIODS-DUE - ASSESS-FROM-PERIOD
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-MSTR-OK
                   ADD 1 TO LOCK-SKIP-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " DLQ-LOAN-NO
                       " ** RECORD IN USE - NOT ASSESSED **"
                       INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN NEW-LATE-PERIODS <= 0
                   UNLOCK LOAN-MASTER-FILE
               WHEN OTHER
                   PERFORM ACCRUE-LATE-FEE
           END-EVALUATE.

       ACCRUE-LATE-FEE.
           MOVE MSTR-LATE-FEE-DUE TO MAUD-BEFORE-1
           COMPUTE ASSESSED-FEE =
               NEW-LATE-PERIODS * LATE-FEE-AMT
           ADD ASSESSED-FEE TO MSTR-LATE-FEE-DUE
           MOVE PERIODS-DUE TO MSTR-LATE-ASSESSED-THRU

           REWRITE LOAN-MASTER-RECORD
           IF WS-MSTR-OK
               ADD 1 TO ASSESSED-COUNT
               ADD ASSESSED-FEE TO TOTAL-FEES-ASSESSED
               PERFORM WRITE-ASSESSMENT-LINE
               MOVE "LATEFEE" TO MAUD-ACTION
               MOVE MSTR-LOAN-NO TO MAUD-KEY
               MOVE MSTR-LATE-FEE-DUE TO MAUD-AFTER-1
               MOVE ZERO TO MAUD-BEFORE-2
               MOVE ZERO TO MAUD-AFTER-2
               PERFORM WRITE-MAINT-AUDIT
           ELSE
               ADD 1 TO LOCK-SKIP-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO
                   " ** UNABLE TO REWRITE MASTER - NOT "
                   "ASSESSED **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           UNLOCK LOAN-MASTER-FILE.

       WRITE-MAINT-AUDIT.
           MOVE "LOANLATE" TO MAUD-PROGRAM
