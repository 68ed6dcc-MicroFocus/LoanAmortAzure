               STEP: A LOAN THREE-PLUS PERIODS BEHIND GETS A CASE
               OPENED (OR A CLOSED ONE REOPENED), AN OPEN CASE GETS
               ITS BEHIND FIGURES REFRESHED, AND A CURED LOAN GETS
               ITS CASE CLOSED (A NOTICES-ONLY CASE LEFT BY THE
               LOANNOTC LETTER RUN BECOMES A NEW CASE WHEN ITS LOAN
               REACHES THREE BEHIND). A CASE CARRYING A PROMISE TO PAY
               WHOSE DATE HAS PASSED IS TESTED AGAINST POSTED MONEY
               - MSTR-AMT-RECEIVED MUST HAVE GROWN BY THE PROMISED
               AMOUNT SINCE THE PROMISE WAS TAKEN - AND A PROMISE
               PROMISES, NOTES - ARE TAKEN ON THE COLLWORK SCREEN
               AND NEVER OVERWRITTEN HERE.

               THE BEHIND FIGURES ARE MEASURED ONCE A NIGHT BY
               LOANDLQM AND READ HERE FROM THE DELINQUENCY STATUS
               FILE (SEE DLQSTAT.CPY), SO THE CASE QUEUE AGREES WITH
               THE PAST-DUE REPORT LOAN FOR LOAN. THE ROLL IS DRIVEN
               BY THAT FILE; THE MASTER IS ONLY READ, BY KEY AND
               UNDER LOCK, FOR A LOAN WHOSE LIFECYCLE MOVES. A
               STATUS FILE MEASURED FOR ANOTHER AS-OF DATE OR CYCLE
               PERIOD IS REFUSED.

               WITH NO CARD (OR ONE GIVING NEITHER A DATE NOR A
               PERIOD) THE AS-OF DATE IS THE PROCESSING DATE THE
               START-OF-DAY STEP LEFT ON LOANDATE (SEE PROCDATE.CPY).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

      * DYNAMIC WITH MANUAL LOCKING - FLIPPING A LOAN'S LIFECYCLE
      * TO IN-COLLECTION (OR BACK) TAKES THE RECORD'S OWN LOCK ACROSS
      * A KEYED READ AND REWRITE.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

           SELECT DLQ-STATUS-FILE ASSIGN TO LOANDLQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLQ-LOAN-NO
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT COLL-RPT-FILE ASSIGN TO COLLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           03 FILLER            PIC X(1).
           03 PARM-ASOF-PERIOD  PIC 9(4).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       FD  DLQ-STATUS-FILE.
       COPY "DLQSTAT.CPY".

       FD  COLL-RPT-FILE.
       01  RPT-LINE PIC X(132).

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
         88 WS-MSTR-LOCKED VALUE "99".
       01 WS-DLQ-STATUS PIC X(2).
         88 WS-DLQ-OK VALUE "00".

       01 LOCK-RETRY-LIMIT PIC S9(4) COMP VALUE 10.
       01 LOCK-RETRY       PIC S9(4) COMP.
       01 ASOF-DATE-N REDEFINES ASOF-DATE PIC 9(8).
       01 ASOF-PERIOD         PIC S9(4) COMP VALUE 0.

       01 PERIODS-BEHIND      PIC S9(4) COMP.
       01 PAST-DUE-AMOUNT     PIC S9(13)V99 COMP-3.
       01 PROMISE-TARGET      PIC S9(13)V99 COMP-3.

           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USERNAME"

           PERFORM READ-COLL-PARM
           PERFORM OPEN-STATUS-FILE

           OPEN I-O LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE DLQ-STATUS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               SET BORROWER-FILE-OPEN TO TRUE
           END-IF

           MOVE ASOF-DATE-N TO ASOF-DATE-D
           MOVE SPACES TO RPT-LINE
           STRING "COLLECTIONS CASE REGISTER AS OF " ASOF-DATE-D
           MOVE SPACES TO BROKEN-LINE
           WRITE BROKEN-LINE

           PERFORM UNTIL WS-EOF
               ADD 1 TO LOAN-COUNT
               PERFORM ROLL-ONE-LOAN
               PERFORM READ-STATUS
           END-PERFORM

           PERFORM WRITE-COLL-TOTALS

           CLOSE DLQ-STATUS-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE COLL-CASE-FILE
           CLOSE COLL-RPT-FILE
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN OR A CATCH-UP DAY. WITH
      * NO CARD THE RUN TAKES THE PROCESSING DATE FROM LOANDATE; WITH
      * NEITHER IT STOPS COLD - CASES OPENED AND CLOSED AGAINST A
      * GUESSED DATE WOULD CHURN THE WHOLE QUEUE, WHICH IS WORSE THAN
      * NO RUN AT ALL.
       READ-COLL-PARM.
           MOVE 0 TO ASOF-DATE-N
           MOVE 0 TO ASOF-PERIOD
           OPEN INPUT COLL-PARM-FILE
           IF WS-PARM-OK
               READ COLL-PARM-FILE
                   NOT AT END
                       IF PARM-ASOF-PERIOD NOT NUMERIC
                               OR PARM-ASOF-DATE NOT NUMERIC
                           DISPLAY "COLLECTIONS PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-ASOF-DATE   TO ASOF-DATE-N
                       MOVE PARM-ASOF-PERIOD TO ASOF-PERIOD
               END-READ
               CLOSE COLL-PARM-FILE
           END-IF

      * THE CYCLE PERIOD MAY BE ZERO WHEN A REAL AS-OF DATE IS GIVEN
      * (A FULLY DATED BOOK NEVER USES IT). A CARD WITH NEITHER - OR
      * NO CARD AT ALL - RUNS ON THE PROCESSING DATE.
           IF ASOF-PERIOD = 0 AND ASOF-DATE-N = 0
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
               DISPLAY "COLLECTIONS PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * FIRST NIGHTLY RUN CREATES THE CASE FILE - SAME DANCE AS THE
      * MAINTENANCE SCREENS USE FOR A FILE NOT YET ON DISK.
               GOBACK
           END-IF.

      * THE STATUS FILE LOANDLQM LEFT. THE FIRST RECORD IS READ HERE
      * TO PROVE THE FILE WAS MEASURED FOR THIS RUN'S AS-OF DATE AND
      * CYCLE PERIOD - ANOTHER NIGHT'S FIGURES WOULD OPEN AND CURE
      * CASES THAT SHOULD NOT MOVE. AN EMPTY FILE IS AN EMPTY BOOK.
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
                   MOVE DLQ-ASOF-DATE TO ASOF-DATE-D
                   DISPLAY "DELINQUENCY STATUS FILE IS AS OF "
                       ASOF-DATE-D " - RERUN LOANDLQM FOR THIS DATE"
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

      * PERIODS BEHIND AS LOANDLQM MEASURED IT (LOANPDUE'S MEASURE),
      * THEN THE CASE FILE BROUGHT IN STEP: THREE-PLUS BEHIND IS
      * COLLECTIONS WORK, ANYTHING LESS CURES AN OPEN CASE.
       ROLL-ONE-LOAN.
           MOVE DLQ-PERIODS-BEHIND TO PERIODS-BEHIND
           MOVE DLQ-PAST-DUE-AMT   TO PAST-DUE-AMOUNT

           PERFORM READ-CASE-FOR-LOAN

      * A PAID-OFF OR CHARGED-OFF LOAN IS OFF THE COLLECTORS' QUEUE
      * WHATEVER ITS ARREARS SAY - ANY OPEN CASE CLOSES WITH THE
      * REASON ON IT, AND THE LIFECYCLE IS LEFT ALONE.
           IF DLQ-LIFE-CLOSED
               IF CASE-ON-FILE AND CASE-STATUS-OPEN
                   PERFORM CLOSE-CASE-LOAN-CLOSED
               END-IF
               END-IF
           END-IF.

       READ-CASE-FOR-LOAN.
           MOVE 0 TO CASE-ON-FILE-SWITCH
           MOVE DLQ-LOAN-NO TO CASE-LOAN-NO
           READ COLL-CASE-FILE
               INVALID KEY
                   CONTINUE
           EVALUATE TRUE
               WHEN NOT CASE-ON-FILE
                   PERFORM OPEN-NEW-CASE
               WHEN CASE-STATUS-NOTICES
                   PERFORM OPEN-NOTICES-CASE
               WHEN CASE-STATUS-CLOSED
                   PERFORM REOPEN-CASE
               WHEN OTHER

       OPEN-NEW-CASE.
           MOVE SPACES TO COLLECTION-CASE-RECORD
           MOVE DLQ-LOAN-NO     TO CASE-LOAN-NO
           MOVE DLQ-BORROWER-ID TO CASE-BORROWER-ID
           MOVE "N"              TO CASE-STATUS
           MOVE ASOF-DATE-N      TO CASE-OPENED-DATE
           MOVE PERIODS-BEHIND   TO CASE-PERIODS-BEHIND
           MOVE ZERO             TO CASE-PROMISE-DATE
           MOVE ZERO             TO CASE-RCVD-AT-PROMISE
           MOVE SPACES           TO CASE-NOTE
           MOVE ZERO             TO CASE-NOTICE-STAGE
           MOVE ZERO             TO CASE-BRKN-LTR-PROMISE
           INITIALIZE CASE-NOTICE-HIST(1) CASE-NOTICE-HIST(2)
               CASE-NOTICE-HIST(3) CASE-NOTICE-HIST(4)
           WRITE COLLECTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO OPEN CASE FOR LOAN " DLQ-LOAN-NO
               NOT INVALID KEY
                   ADD 1 TO OPENED-COUNT
                   PERFORM WRITE-CASE-LINE-OPENED
      * A FRESH CASE UNDER THE SAME KEY - NEW OPENED DATE, CLEAN
      * PROMISE FIELDS, COLLECTOR STARTS OVER.
       REOPEN-CASE.
           MOVE DLQ-BORROWER-ID TO CASE-BORROWER-ID
           MOVE "N"              TO CASE-STATUS
           MOVE ASOF-DATE-N      TO CASE-OPENED-DATE
           MOVE PERIODS-BEHIND   TO CASE-PERIODS-BEHIND
           REWRITE COLLECTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REOPEN CASE FOR LOAN "
                       DLQ-LOAN-NO
               NOT INVALID KEY
                   ADD 1 TO REOPENED-COUNT
                   PERFORM WRITE-CASE-LINE-REOPENED
                   PERFORM MARK-MASTER-IN-COLLECTION
           END-REWRITE.

      * A LOAN THE NOTICE RUN HAS ALREADY WRITTEN TO CARRIES A
      * NOTICES-ONLY CASE - IT BECOMES A NEW CASE FOR THE COLLECTORS
      * UNDER THE SAME KEY, KEEPING THE LETTER HISTORY AND STAGE SO
      * NOTHING ALREADY MAILED GOES OUT AGAIN.
       OPEN-NOTICES-CASE.
           MOVE DLQ-BORROWER-ID TO CASE-BORROWER-ID
           MOVE "N"              TO CASE-STATUS
           MOVE ASOF-DATE-N      TO CASE-OPENED-DATE
           MOVE PERIODS-BEHIND   TO CASE-PERIODS-BEHIND
           MOVE PAST-DUE-AMOUNT  TO CASE-PAST-DUE-AMT
           MOVE ASOF-DATE-N      TO CASE-FOLLOWUP-DATE
           MOVE ZERO             TO CASE-PROMISE-AMT
           MOVE ZERO             TO CASE-PROMISE-DATE
           MOVE ZERO             TO CASE-RCVD-AT-PROMISE
           MOVE SPACES           TO CASE-NOTE
           REWRITE COLLECTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO OPEN CASE FOR LOAN " DLQ-LOAN-NO
               NOT INVALID KEY
                   ADD 1 TO OPENED-COUNT
                   PERFORM WRITE-CASE-LINE-OPENED
                   PERFORM MARK-MASTER-IN-COLLECTION
           END-REWRITE.

      * AN OPEN CASE KEEPS THE COLLECTOR'S FIELDS - ONLY THE BEHIND
      * FIGURES MOVE WITH THE BOOK. A PROMISE WHOSE DATE HAS PASSED
      * IS SETTLED HERE, AGAINST POSTED MONEY ONLY.
                   AND CASE-PROMISE-DATE <= ASOF-DATE-N
               COMPUTE PROMISE-TARGET =
                   CASE-RCVD-AT-PROMISE + CASE-PROMISE-AMT
               IF DLQ-AMT-RECEIVED >= PROMISE-TARGET
                   MOVE "W" TO CASE-STATUS
                   MOVE "PROMISE KEPT" TO CASE-NOTE
                   ADD 1 TO KEPT-COUNT
           REWRITE COLLECTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REFRESH CASE FOR LOAN "
                       DLQ-LOAN-NO
               NOT INVALID KEY
                   ADD 1 TO REFRESHED-COUNT
           END-REWRITE.
           REWRITE COLLECTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CLOSE CASE FOR LOAN "
                       DLQ-LOAN-NO
               NOT INVALID KEY
                   ADD 1 TO CLOSED-COUNT
                   PERFORM WRITE-CASE-LINE-CLOSED
           MOVE "C" TO CASE-STATUS
           MOVE PERIODS-BEHIND  TO CASE-PERIODS-BEHIND
           MOVE PAST-DUE-AMOUNT TO CASE-PAST-DUE-AMT
           IF DLQ-LIFE-PAID-OFF
               MOVE "LOAN PAID OFF" TO CASE-NOTE
           ELSE
               MOVE "LOAN CHARGED OFF" TO CASE-NOTE
           REWRITE COLLECTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CLOSE CASE FOR LOAN "
                       DLQ-LOAN-NO
               NOT INVALID KEY
                   ADD 1 TO CLOSED-COUNT
                   PERFORM WRITE-CASE-LINE-CLOSED

      * THE LIFECYCLE FOLLOWS THE CASE: IN-COLLECTION WHILE A CASE
      * IS OPEN ON AN ACTIVE LOAN, BACK TO ACTIVE WHEN IT CURES.
      * THE RECORD'S OWN LOCK IS TAKEN ACROSS THE KEYED READ AND
      * REWRITE - SAME SHAPE AS LOANLATE'S ASSESSMENT. A LOAN WHOSE
      * LIFECYCLE HAS MOVED SINCE THE MEASURE (AN OPERATOR CHARGE-OFF,
      * A PAYOFF) IS LEFT AS IT NOW STANDS.
       MARK-MASTER-IN-COLLECTION.
           IF DLQ-LIFE-ACTIVE
               MOVE "L" TO NEW-LIFECYCLE
               PERFORM SET-MASTER-LIFECYCLE
           END-IF.

       MARK-MASTER-CURED.
           IF DLQ-LIFE-IN-COLLECTION
               MOVE "A" TO NEW-LIFECYCLE
               PERFORM SET-MASTER-LIFECYCLE
           END-IF.

       SET-MASTER-LIFECYCLE.
           MOVE DLQ-LOAN-NO TO MSTR-LOAN-NO
           MOVE 0 TO LOCK-RETRY
           READ LOAN-MASTER-FILE WITH LOCK
           PERFORM UNTIL NOT WS-MSTR-LOCKED
               READ LOAN-MASTER-FILE WITH LOCK
           END-PERFORM

           IF WS-MSTR-OK AND MSTR-LIFECYCLE NOT = DLQ-LIFECYCLE
               UNLOCK LOAN-MASTER-FILE
           ELSE
               PERFORM REWRITE-MASTER-LIFECYCLE
           END-IF.

       REWRITE-MASTER-LIFECYCLE.
           IF NOT WS-MSTR-OK
               ADD 1 TO LOCK-SKIP-COUNT
               MOVE SPACES TO RPT-LINE
           MOVE PERIODS-BEHIND TO PERIOD-D
           MOVE PAST-DUE-AMOUNT TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "OPENED   LOAN " DLQ-LOAN-NO
               " BORROWER " DLQ-BORROWER-ID
               " " BORROWER-NAME-OUT
               " PERIODS BEHIND " PERIOD-D
               " AMOUNT " MONEY-D INTO RPT-LINE
           MOVE PERIODS-BEHIND TO PERIOD-D
           MOVE PAST-DUE-AMOUNT TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "REOPENED LOAN " DLQ-LOAN-NO
               " BORROWER " DLQ-BORROWER-ID
               " " BORROWER-NAME-OUT
               " PERIODS BEHIND " PERIOD-D
               " AMOUNT " MONEY-D INTO RPT-LINE
       WRITE-CASE-LINE-CLOSED.
           PERFORM GET-BORROWER-NAME
           MOVE SPACES TO RPT-LINE
           STRING "CLOSED   LOAN " DLQ-LOAN-NO
               " BORROWER " DLQ-BORROWER-ID
               " " BORROWER-NAME-OUT
               " - CURED" INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE CASE-PROMISE-AMT TO MONEY-D
           MOVE CASE-PROMISE-DATE TO DATE-D
           MOVE SPACES TO BROKEN-LINE
           STRING "LOAN " DLQ-LOAN-NO
               " BORROWER " DLQ-BORROWER-ID
               " " BORROWER-NAME-OUT
               " PROMISED " MONEY-D
               " BY " DATE-D

       GET-BORROWER-NAME.
           MOVE SPACES TO BORROWER-NAME-OUT
           IF BORROWER-FILE-OPEN AND DLQ-BORROWER-ID NOT = SPACES
               MOVE DLQ-BORROWER-ID TO BRW-ID
               READ BORROWER-FILE
                   INVALID KEY
                       CONTINUE
