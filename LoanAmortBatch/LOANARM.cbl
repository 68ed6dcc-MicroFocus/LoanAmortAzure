               RESET THE SERVICING FIELDS AND THREW THE HISTORY
               AWAY.

               WITH NO CARD (OR A ZERO DATE ON IT) THE AS-OF DATE IS
               THE PROCESSING DATE ON LOANDATE (SEE PROCDATE.CPY).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT RATE-INDEX-FILE ASSIGN TO RATEIDX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
       01  ARM-PARM-RECORD.
           03 PARM-ASOF-DATE    PIC 9(8).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  RATE-INDEX-FILE.
       COPY "RATEIDX.CPY".


       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-IDX-STATUS PIC X(2).
         88 WS-IDX-OK VALUE "00".
       01 WS-MSTR-STATUS PIC X(2).
       01 PERIODS-PER-YEAR    PIC S9(3) COMP.
       01 TAIL-BALANCE        PIC S9(11)V99 COMP-3.
       01 TAIL-FIRST-DATE     PIC 9(8).
       01 TAIL-FIRST-R REDEFINES TAIL-FIRST-DATE.
          03 TAIL-FIRST-YYYY  PIC 9(4).
          03 TAIL-FIRST-MM    PIC 9(2).
          03 TAIL-FIRST-DD    PIC 9(2).
       01 ANCHOR-DATE         PIC 9(8).
       01 ANCHOR-R REDEFINES ANCHOR-DATE.
          03 ANCHOR-YYYY      PIC 9(4).
          03 ANCHOR-MM        PIC 9(2).
          03 ANCHOR-DD        PIC 9(2).
       01 STORED-DATE         PIC 9(8).
       01 STEP-DAYS           PIC S9(4) COMP.
       01 STEP-COUNT          PIC S9(8) COMP.
       01 MONTH-DAYS          PIC S9(2) COMP.
       01 ROW-IDX             PIC S9(4) COMP.
       01 OUT-IDX             PIC S9(4) COMP.
       01 PAID-INT-TOTAL      PIC S9(11)V99 COMP-3.

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 LONG-SKIP-COUNT      PIC S9(8) COMP VALUE 0.
       01 CONSTR-SKIP-COUNT   PIC S9(8) COMP VALUE 0.
       01 ARM-COUNT           PIC S9(8) COMP VALUE 0.
       01 REPRICED-COUNT      PIC S9(8) COMP VALUE 0.
       01 UNCHANGED-COUNT     PIC S9(8) COMP VALUE 0.
                       IF MSTR-INDEX-CODE NOT = SPACES
                               AND NOT MSTR-LIFE-CLOSED
                           ADD 1 TO ARM-COUNT
      * A CONSTRUCTION LOAN STILL IN ITS DRAW PERIOD HAS NO SETTLED
      * BALANCE TO RE-AMORTIZE YET - LOANDRWF RE-PROJECTS IT AS IT
      * FUNDS. IT PICKS UP THE INDEX ONCE IT IS PAID PAST THE DRAW
      * PERIOD.
                           IF MSTR-PAID-THRU < MSTR-CONSTR-PERIODS
                               ADD 1 TO CONSTR-SKIP-COUNT
                               MOVE SPACES TO RPT-LINE
                               STRING "LOAN " MSTR-LOAN-NO
                                   " STILL IN ITS DRAW PERIOD - "
                                   "NOT REPRICED" INTO RPT-LINE
                               WRITE RPT-LINE
                           ELSE
                               PERFORM REPRICE-ONE-LOAN
                           END-IF
                       END-IF
                   END-IF
               END-IF

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN; WITH NO CARD, OR A
      * ZERO DATE ON IT, REPRICING RUNS AS OF THE PROCESSING DATE.
       READ-ARM-PARM.
           MOVE 0 TO ASOF-DATE-N
           OPEN INPUT ARM-PARM-FILE
           IF WS-PARM-OK
               READ ARM-PARM-FILE
                   NOT AT END
                       IF PARM-ASOF-DATE NOT NUMERIC
                           DISPLAY "ARM REPRICING PARAMETER CARD "
                               "INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-ASOF-DATE TO ASOF-DATE-N
               END-READ
               CLOSE ARM-PARM-FILE
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
               DISPLAY "ARM REPRICING PARAMETER CARD GIVES NO DATE "
                   "AND LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-INDEX-TABLE.
           OPEN INPUT RATE-INDEX-FILE
                       FUNCTION NUMVAL(MSTR-BALANCE(MSTR-PAID-THRU))
               END-IF

      * THE TAIL'S FIRST DUE DATE COMES FROM THE FIRST FORWARD ROW.
      * THE STORED DATE MAY HAVE BEEN ROLLED OFF A WEEKEND OR
      * HOLIDAY, AND THE ENGINE ANCHORS EVERY LATER ROW ON THE DAY
      * IT IS HANDED, SO THE ROLL IS TAKEN BACK OUT FIRST (SEE
      * UNROLL-TAIL-DATE) AND THE REWRITTEN ROWS KEEP STEPPING THE
      * LOAN'S OWN CALENDAR.
               IF MSTR-FIRST-PMT-DATE NUMERIC
                       AND MSTR-FIRST-PMT-DATE NOT = 0
                   MOVE ZERO TO TAIL-FIRST-DATE
                       MSTR-DUEDATE(TAIL-START)(9:2)
                       DELIMITED BY SIZE
                       INTO TAIL-FIRST-DATE
                   IF TAIL-FIRST-DATE NUMERIC
                           AND TAIL-FIRST-DATE NOT = 0
                       PERFORM UNROLL-TAIL-DATE
                   END-IF
               ELSE
                   MOVE ZERO TO TAIL-FIRST-DATE
               END-IF
               END-IF
           END-IF.

      * THE UNROLLED DUE DATE ON OR BEFORE THE STORED ONE. MONTHLY:
      * THE STORED ROW'S YEAR AND MONTH WITH THE FIRST PAYMENT'S DAY,
      * CLAMPED TO MONTH END; A ROLL THAT CROSSED INTO THE NEXT MONTH
      * PUTS THAT PAST THE STORED DATE, AND THE MONTH BEFORE IS
      * TAKEN. BI-WEEKLY AND WEEKLY: THE LAST WHOLE STEP FROM THE
      * FIRST PAYMENT DATE. A ROLL IS FORWARD ONLY AND SHORTER THAN
      * ONE STEP, SO EITHER WAY THE CALENDAR DATE COMES BACK EXACTLY.
       UNROLL-TAIL-DATE.
           MOVE MSTR-FIRST-PMT-DATE TO ANCHOR-DATE
           MOVE TAIL-FIRST-DATE     TO STORED-DATE
           EVALUATE TRUE
               WHEN MSTR-PMTFREQ = "B" OR "b"
                   MOVE 14 TO STEP-DAYS
               WHEN MSTR-PMTFREQ = "W" OR "w"
                   MOVE 7 TO STEP-DAYS
               WHEN OTHER
                   MOVE 0 TO STEP-DAYS
           END-EVALUATE

           IF STEP-DAYS > 0
               IF STORED-DATE > ANCHOR-DATE
                   COMPUTE STEP-COUNT =
                       (FUNCTION INTEGER-OF-DATE(STORED-DATE)
                       - FUNCTION INTEGER-OF-DATE(ANCHOR-DATE))
                       / STEP-DAYS
                   COMPUTE TAIL-FIRST-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(ANCHOR-DATE)
                       + STEP-COUNT * STEP-DAYS)
               ELSE
                   MOVE ANCHOR-DATE TO TAIL-FIRST-DATE
               END-IF
           ELSE
               PERFORM SET-TAIL-FIRST-DAY
               IF TAIL-FIRST-DATE > STORED-DATE
                   SUBTRACT 1 FROM TAIL-FIRST-MM
                   IF TAIL-FIRST-MM = 0
                       MOVE 12 TO TAIL-FIRST-MM
                       SUBTRACT 1 FROM TAIL-FIRST-YYYY
                   END-IF
                   PERFORM SET-TAIL-FIRST-DAY
               END-IF
           END-IF.

      * THE FIRST PAYMENT'S DAY IN THE TAIL DATE'S MONTH, CLAMPED TO
      * THE MONTH'S LAST DAY WITH A REAL FEB 29 IN LEAP YEARS, THE
      * SAME AS THE ENGINE'S OWN DUE DATES.
       SET-TAIL-FIRST-DAY.
           EVALUATE TAIL-FIRST-MM
               WHEN 2
                   IF (FUNCTION MOD(TAIL-FIRST-YYYY, 4) = 0
                           AND FUNCTION MOD(TAIL-FIRST-YYYY, 100)
                               NOT = 0)
                           OR FUNCTION MOD(TAIL-FIRST-YYYY, 400) = 0
                       MOVE 29 TO MONTH-DAYS
                   ELSE
                       MOVE 28 TO MONTH-DAYS
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-DAYS
               WHEN OTHER
                   MOVE 31 TO MONTH-DAYS
           END-EVALUATE
           IF ANCHOR-DD > MONTH-DAYS
               MOVE MONTH-DAYS TO TAIL-FIRST-DD
           ELSE
               MOVE ANCHOR-DD TO TAIL-FIRST-DD
           END-IF.

       REWRITE-REPRICED-LOAN.
           MOVE ZERO TO PAID-INT-TOTAL
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               WRITE RPT-LINE
           END-IF

           IF CONSTR-SKIP-COUNT > 0
               MOVE CONSTR-SKIP-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "STILL IN DRAW PERIOD . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF SKIPPED-COUNT > 0
               MOVE SKIPPED-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
