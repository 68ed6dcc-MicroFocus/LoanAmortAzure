               DATE FOR THE HEADING AND THE CYCLE PERIOD THE BOOK IS
               MEASURED AGAINST.

               THE MEASURING ITSELF IS DONE ONCE A NIGHT BY LOANDLQM,
               WHICH LEAVES EACH LOAN'S PERIODS BEHIND AND PAST-DUE
               AMOUNT ON THE DELINQUENCY STATUS FILE (SEE
               DLQSTAT.CPY). THIS REPORT READS THAT FILE, NOT THE
               MASTER, AND REFUSES ONE MEASURED FOR ANY OTHER AS-OF
               DATE OR CYCLE PERIOD THAN ITS OWN.

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

           SELECT DLQ-STATUS-FILE ASSIGN TO LOANDLQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLQ-LOAN-NO
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT PDUE-RPT-FILE ASSIGN TO PDUERPT
               ORGANIZATION IS LINE SEQUENTIAL.
               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

       DATA DIVISION.

       FILE SECTION.
           03 FILLER            PIC X(1).
           03 PARM-ASOF-PERIOD  PIC 9(4).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  DLQ-STATUS-FILE.
       COPY "DLQSTAT.CPY".

       FD  PDUE-RPT-FILE.
       01  RPT-LINE PIC X(132).
       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-DLQ-STATUS PIC X(2).
         88 WS-DLQ-OK VALUE "00".

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.

       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".
       01 ASOF-DATE-N REDEFINES ASOF-DATE PIC 9(8).
       01 ASOF-PERIOD         PIC S9(4) COMP VALUE 0.

       01 PERIODS-BEHIND      PIC S9(4) COMP.
       01 PAST-DUE-AMOUNT     PIC S9(13)V99 COMP-3.

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       PROCEDURE DIVISION.

           PERFORM READ-PDUE-PARM
           PERFORM OPEN-STATUS-FILE

           OPEN OUTPUT PDUE-RPT-FILE

               SET BORROWER-FILE-OPEN TO TRUE
           END-IF

           MOVE ASOF-DATE-N TO ASOF-DATE-D
           MOVE ASOF-PERIOD TO PERIOD-D
           MOVE SPACES TO RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM UNTIL WS-EOF
               ADD 1 TO LOAN-COUNT
               PERFORM CHECK-LOAN-PAST-DUE
               PERFORM READ-STATUS
           END-PERFORM

           PERFORM WRITE-PDUE-TOTALS

           CLOSE DLQ-STATUS-FILE
           CLOSE PDUE-RPT-FILE
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN OR A CATCH-UP DAY. WITH
      * NO CARD THE RUN TAKES THE PROCESSING DATE FROM LOANDATE; WITH
      * NEITHER IT STOPS COLD - A PAST-DUE REPORT MEASURED AGAINST A
      * GUESSED DATE WOULD BE QUIETLY WRONG FOR THE WHOLE BOOK, WHICH
      * IS WORSE THAN NO REPORT AT ALL.
       READ-PDUE-PARM.
           MOVE 0 TO ASOF-DATE-N
           MOVE 0 TO ASOF-PERIOD
           OPEN INPUT PDUE-PARM-FILE
           IF WS-PARM-OK
               READ PDUE-PARM-FILE
                   NOT AT END
                       IF PARM-ASOF-PERIOD NOT NUMERIC
                               OR PARM-ASOF-DATE NOT NUMERIC
                           DISPLAY "PAST-DUE PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-ASOF-DATE   TO ASOF-DATE-N
                       MOVE PARM-ASOF-PERIOD TO ASOF-PERIOD
               END-READ
               CLOSE PDUE-PARM-FILE
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
               DISPLAY "PAST-DUE PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE STATUS FILE LOANDLQM LEFT. THE FIRST RECORD IS READ HERE
      * TO PROVE THE FILE WAS MEASURED FOR THIS RUN'S AS-OF DATE AND
      * CYCLE PERIOD - ONE LEFT OVER FROM ANOTHER NIGHT WOULD AGE
      * THE WHOLE BOOK WRONG WITHOUT A MURMUR. AN EMPTY FILE IS AN
      * EMPTY BOOK.
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

      * ANY NON-CLEAN STATUS ENDS THE PASS, NOT JUST AT END - A READ
      * ERROR THAT LEFT THE LOOP RUNNING WOULD GRIND THROUGH GARBAGE
      * RECORDS FOREVER.
       READ-STATUS.
           READ DLQ-STATUS-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-DLQ-OK
               SET WS-EOF TO TRUE
           END-IF.

      * PERIODS BEHIND AND THE AMOUNT BEHIND AS LOANDLQM MEASURED
      * THEM (SEE DLQSTAT.CPY). A LOAN PAID AHEAD OR ON TIME
      * PRODUCES NOTHING ON THE REPORT.
       CHECK-LOAN-PAST-DUE.
      * A PAID-OFF OR CHARGED-OFF LOAN HAS NOTHING LEFT TO AGE - IT
      * IS COUNTED AND LEFT OFF THE REPORT INSTEAD OF SHOWING AS
      * CURRENT FOREVER. IN-COLLECTION LOANS STILL AGE, TAGGED SO
      * THE MORNING REVIEW KNOWS THE COLLECTORS ALREADY HAVE THEM.
           IF DLQ-LIFE-CLOSED
               ADD 1 TO CLOSED-SKIP-COUNT
           ELSE
               MOVE DLQ-PERIODS-BEHIND TO PERIODS-BEHIND
               MOVE DLQ-PAST-DUE-AMT TO PAST-DUE-AMOUNT
               IF PERIODS-BEHIND > 0
                   PERFORM WRITE-PAST-DUE-LINE
               END-IF
           END-IF.

       WRITE-PAST-DUE-LINE.
           MOVE PERIODS-BEHIND TO PERIOD-D
           MOVE PAST-DUE-AMOUNT TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN " DLQ-LOAN-NO
               " BORROWER " DLQ-BORROWER-ID
               " " BORROWER-NAME-OUT
               " PERIODS BEHIND " PERIOD-D
               " AMOUNT " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           IF DLQ-LIFE-IN-COLLECTION
               MOVE "  ** IN COLLECTION - SEE COLLECTIONS QUEUE **"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       GET-BORROWER-NAME.
           MOVE SPACES TO BORROWER-NAME-OUT
           IF BORROWER-FILE-OPEN AND DLQ-BORROWER-ID NOT = SPACES
               MOVE DLQ-BORROWER-ID TO BRW-ID
               READ BORROWER-FILE
                   INVALID KEY
                       CONTINUE
