               BATCH-ORIGINATED LOANS CAN BE INQUIRED ON AND RE-PRINTED
               THE SAME AS LOANS KEYED THROUGH LOANAMORTSCREENS.

               A LOAN WITH CONSTRUCTION DRAWS ALREADY SCHEDULED ON
               THE DRAW FILE (SEE DRAWREC.CPY) IS BOOKED AS A
               CONSTRUCTION LOAN: ITS DRAWS GO TO LOANAMORT WITH THE
               APPLICATION, SO THE INTEREST-ONLY HEAD CHARGES
               INTEREST ONLY ON WHAT IS DRAWN, AND THE MASTER STARTS
               WITH NOTHING DISBURSED UNTIL LOANDRWF FUNDS THE DRAWS.

               EVERY LOAN BOOKED TO THE MASTER ALSO GETS ITS
               TRUTH-IN-LENDING DISCLOSURE ON THE TILADOC PRINT FILE,
               ONE DOCUMENT PER LOAN ADDRESSED FROM THE BORROWER
               MASTER, WITH THE FEDERAL BOX FIGURES TAKEN STRAIGHT
               FROM THE LOANAMORT RESULT THE MASTER WAS BUILT FROM -
               SO NOTHING IS RETYPED AT CLOSING:
                 ANNUAL PERCENTAGE RATE   OUTAPR
                 FINANCE CHARGE           TOTAL INTEREST PLUS THE
                                          PREPAID FINANCE CHARGE
                                          (ORIGFEE)
                 AMOUNT FINANCED          PRINCIPAL LESS THE PREPAID
                                          FINANCE CHARGE
                 TOTAL OF PAYMENTS        THE SCHEDULED PAYMENTS,
                                          SUMMED ROW BY ROW
               AND THE PAYMENT SCHEDULE SUMMARIZED AS RUNS OF EQUAL
               PAYMENTS - NUMBER, AMOUNT AND WHEN DUE - WITH THE
               INTEREST-ONLY, FINAL AND BALLOON ROWS CALLED OUT. A
               LOAN WHOSE BOXES DO NOT TIE (TOTAL OF PAYMENTS AGAINST
               AMOUNT FINANCED PLUS FINANCE CHARGE) BY MORE THAN THE
               TOLERANCE IS FLAGGED ON THE REPORT FOR REVIEW BEFORE
               THE DOCUMENT IS RELEASED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           SELECT RECYCLE-FILE ASSIGN TO LOANRCYC
               ORGANIZATION IS SEQUENTIAL.

      * BORROWER MASTER, READ-ONLY HERE - THE DISCLOSURE'S NAME AND
      * ADDRESS. OPTIONAL LIKE THE PRODUCT FILE: WITHOUT IT, OR
      * WITHOUT A RECORD FOR THE BORROWER, THE DOCUMENT STILL PRINTS
      * UNDER THE BORROWER ID AND THE LOAN IS LISTED ON THE REPORT.
           SELECT BORROWER-FILE ASSIGN TO LOANBRW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT DISCLOSURE-FILE ASSIGN TO TILADOC
               ORGANIZATION IS LINE SEQUENTIAL.

      * CONSTRUCTION DRAW SCHEDULE, READ-ONLY HERE - LOANDRWF
      * MAINTAINS IT. OPTIONAL: A SITE THAT WRITES NO CONSTRUCTION
      * LOANS NEVER HAS ONE.
           SELECT LOAN-DRAW-FILE ASSIGN TO LOANDRAW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
               FILE STATUS IS WS-DRAW-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       FD  LOAN-DRAW-FILE.
       COPY "DRAWREC.CPY".

       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  DISCLOSURE-FILE.
       01  TIL-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
       01 STALE-DONE-SW    PIC 9.
         88 STALE-DONE     VALUE 1.

      * THE APPLICATION'S CONSTRUCTION DRAWS, LOADED INTO LOANINFO'S
      * DRAW-TABLE. A FUNDED DRAW (A RE-ORIGINATED LOAN) GOES IN AT
      * WHAT WENT OUT AND WHEN, AND IS ALREADY ON THE BOOKS; A DRAW
      * STILL TO COME GOES IN AT ITS OWN DATE AND THE AMOUNT IT WILL
      * FUND FOR. CANCELLED AND EXPIRED DRAWS ARE LEFT OUT.
       01 WS-DRAW-STATUS PIC X(2).
         88 WS-DRAW-OK VALUE "00".
       01 DRAW-FILE-SWITCH PIC 9 VALUE 0.
         88 DRAW-FILE-OPEN VALUE 1.
       01 DRAW-LOAD-DONE-SW PIC 9.
         88 DRAW-LOAD-DONE VALUE 1.
       01 DRAWN-TO-DATE    PIC S9(11)V99 COMP-3.
       01 PERIODS-PER-YEAR PIC S9(3) COMP.
       01 CONSTR-COUNT     PIC S9(8) COMP VALUE 0.

      * TRUTH-IN-LENDING DISCLOSURE. THE DOCUMENT IS DATED WITH THE
      * PROCESSING DATE ON LOANDATE (SEE PROCDATE.CPY), OR THE
      * SYSTEM DATE WHEN THERE IS NONE.
       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".
       01 BORROWER-FILE-SWITCH PIC 9 VALUE 0.
         88 BORROWER-FILE-OPEN VALUE 1.
       01 BORROWER-FOUND-SW PIC 9.
         88 BORROWER-FOUND VALUE 1.
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 WS-TODAY-STAMP.
          03 TODAY-DATE-N      PIC 9(8).
          03 FILLER            PIC X(13).
       01 DISC-DATE-N          PIC 9(8).
       01 DISC-DATE-X REDEFINES DISC-DATE-N.
          03 DISC-DATE-YYYY    PIC X(4).
          03 DISC-DATE-MM      PIC X(2).
          03 DISC-DATE-DD      PIC X(2).
       01 DISC-DATE-FMT        PIC X(10).

      * THE FOUR FEDERAL BOXES. THE TOLERANCE IS HOW FAR TOTAL OF
      * PAYMENTS MAY DRIFT FROM AMOUNT FINANCED PLUS FINANCE CHARGE
      * (THE SCHEDULE'S ROW ROUNDING) BEFORE THE LOAN IS FLAGGED.
       01 DISC-FIN-CHARGE      PIC S9(11)V99 COMP-3.
       01 DISC-AMT-FINANCED    PIC S9(11)V99 COMP-3.
       01 DISC-TOTAL-PMTS      PIC S9(11)V99 COMP-3.
       01 DISC-TIE-DIFF        PIC S9(11)V99 COMP-3.
       01 DISC-TOLERANCE       PIC S9(3)V99 COMP-3 VALUE 5.00.
       01 DISC-APR-D           PIC ZZ9.9999.
       01 DISC-MONEY-D         PIC $$$,$$$,$$9.99.

      * ONE RUN OF EQUAL PAYMENTS ON THE SCHEDULE SUMMARY. A RUN
      * BREAKS WHERE THE AMOUNT CHANGES AND WHERE THE INTEREST-ONLY
      * HEAD ENDS.
       01 DISC-IO-PERIODS      PIC S9(4) COMP.
       01 DISC-GROUP-START     PIC S9(4) COMP.
       01 DISC-GROUP-END       PIC S9(4) COMP.
       01 DISC-GROUP-COUNT-D   PIC Z(3)9.
       01 DISC-PERIOD-D        PIC Z(3)9.
       01 DISC-PERIOD-2-D      PIC Z(3)9.
       01 DISC-FREQ-WORD       PIC X(8).
       01 DISC-WHEN            PIC X(44).
       01 DISC-ROW-NOTE        PIC X(20).

       01 DISCLOSURE-COUNT     PIC S9(8) COMP VALUE 0.
       01 DISC-NO-ADDR-COUNT   PIC S9(8) COMP VALUE 0.
       01 DISC-NO-TIE-COUNT    PIC S9(8) COMP VALUE 0.

      * THE PRODUCT FILE IS OPTIONAL EQUIPMENT FOR A RUN - A FILE OF
      * APPLICATIONS THAT ALL CARRY THEIR OWN PRICING NEVER TOUCHES
      * IT. BUT AN APPLICATION THAT NAMES A PRODUCT WHEN THE FILE IS
      * TOTAL INTEREST SUMMED OFF EVERY SCHEDULE PRODUCED - SO A
      * DOWNSTREAM JOB CAN PROVE IT GOT THE WHOLE FILE, NOT JUST COUNT
      * IT. REJECTS ARE COUNTED PER LOANAMORT RETURN CODE (-1 THROUGH
      * -15, SEE CHECK-LOANAMORT-RETURN-CODE IN LOANAMORTSCREENS.CBL
      * FOR WHAT EACH MEANS) SO THE MORNING REVIEW CAN SEE AT A GLANCE
      * WHETHER LAST NIGHT'S REJECTS WERE ALL ONE PROBLEM OR MANY.
      * THE TABLE MUST KEEP PACE WITH THE LOWEST CODE LOANAMORT CAN
       01 TOTAL-REJECT-COUNT    PIC S9(8) COMP VALUE 0.
       01 BALANCE-ERROR-COUNT   PIC S9(8) COMP VALUE 0.
       01 REJECT-CODE-TABLE.
          03 REJECT-CODE-COUNT PIC S9(8) COMP OCCURS 15 TIMES
                 VALUE 0.
       01 OTHER-REJECT-COUNT    PIC S9(8) COMP VALUE 0.
       01 REJECT-CODE-IDX       PIC S9(4) COMP.
      * A RESTART APPENDS TO THE REPORT THE FAILED RUN LEFT BEHIND
      * INSTEAD OF WIPING IT - THE SCHEDULES ALREADY WRITTEN BEFORE
      * THE FAILURE ARE GOOD OUTPUT AND DO NOT NEED RE-PRINTING.
      * THE DISCLOSURES THE FAILED RUN PRINTED ARE KEPT THE SAME WAY.
           IF RESTART-RUN
               OPEN EXTEND LOAN-RPT-FILE
               OPEN EXTEND RECYCLE-FILE
               OPEN EXTEND DISCLOSURE-FILE
           ELSE
               OPEN OUTPUT LOAN-RPT-FILE
               OPEN OUTPUT RECYCLE-FILE
               OPEN OUTPUT DISCLOSURE-FILE
           END-IF
           PERFORM OPEN-MASTER-FILE
           PERFORM OPEN-PRODUCT-FILE
           PERFORM OPEN-SCHEDULE-FILE
           PERFORM OPEN-DRAW-FILE
           PERFORM OPEN-BORROWER-FILE
           PERFORM SET-DISCLOSURE-DATE

           IF RESTART-RUN
               PERFORM SKIP-TO-CHECKPOINT
           CLOSE LOAN-APPL-FILE
           CLOSE LOAN-RPT-FILE
           CLOSE RECYCLE-FILE
           CLOSE DISCLOSURE-FILE
           CLOSE LOAN-MASTER-FILE
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           IF PRODUCT-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF
           IF DRAW-FILE-OPEN
               CLOSE LOAN-DRAW-FILE
           END-IF
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF

      * THE JOB RETURN CODE IS WHAT THE SCHEDULER ACTS ON: 8 WHEN ANY
      * LOAN WAS REJECTED, 4 WHEN EVERY LOAN CALCULATED BUT SOME WERE
               SET SCHD-FILE-OPEN TO TRUE
           END-IF.

      * READ-ONLY, AND NEVER CREATED HERE - NO DRAW FILE JUST MEANS
      * NO CONSTRUCTION LOANS TONIGHT.
       OPEN-DRAW-FILE.
           OPEN INPUT LOAN-DRAW-FILE
           IF WS-DRAW-OK
               SET DRAW-FILE-OPEN TO TRUE
           END-IF.

       OPEN-BORROWER-FILE.
           OPEN INPUT BORROWER-FILE
           IF WS-BRW-OK
               SET BORROWER-FILE-OPEN TO TRUE
           END-IF.

      * THE DATE THE DISCLOSURES ARE ISSUED: THE CYCLE'S PROCESSING
      * DATE, SO A RE-RUN OF A PAST NIGHT DATES ITS DOCUMENTS THE
      * SAME; THE SYSTEM DATE ONLY WHEN LOANDATE HAS NONE.
       SET-DISCLOSURE-DATE.
           MOVE 0 TO DISC-DATE-N
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDTE-OK
               READ PROC-DATE-FILE
                   NOT AT END
                       IF PDTE-CURRENT-DATE NUMERIC
                           MOVE PDTE-CURRENT-DATE TO DISC-DATE-N
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           IF DISC-DATE-N = 0
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
               MOVE TODAY-DATE-N TO DISC-DATE-N
           END-IF
           MOVE SPACES TO DISC-DATE-FMT
           STRING DISC-DATE-YYYY "-" DISC-DATE-MM "-" DISC-DATE-DD
               DELIMITED BY SIZE INTO DISC-DATE-FMT.

      * ONE PASS OVER THE INPUT FILE JUST TO COUNT HOW MANY APPLICATIONS
      * ARE IN IT, SO THE REAL RUN BELOW CAN REPORT "LOAN N OF TOTAL"
      * INSTEAD OF JUST "LOAN N".
           MOVE APPL-ESCROW          TO ESCROWAMT
           MOVE APPL-IO-MONTHS       TO IOMONTHS
           MOVE APPL-BALLOON-MONTH   TO BALLOONMONTH
           PERFORM LOAD-APPLICATION-DRAWS

           IF APPL-RATECHG-MONTH > 0
               MOVE 1                 TO RATECHG-COUNT
           IF RETURN-CODE NOT = 0
               ADD 1 TO TOTAL-REJECT-COUNT
               COMPUTE REJECT-CODE-IDX = 0 - RETURN-CODE
               IF REJECT-CODE-IDX >= 1 AND REJECT-CODE-IDX <= 15
                   ADD 1 TO REJECT-CODE-COUNT(REJECT-CODE-IDX)
               ELSE
                   ADD 1 TO OTHER-REJECT-COUNT
               PERFORM SAVE-LOAN-MASTER
           END-IF.

      * THE LOAN'S DRAWS BROWSE IN DATE ORDER UNDER ITS OWN LOAN
      * NUMBER. MORE THAN THE TABLE HOLDS IS LEFT AT ONE PAST THE
      * LIMIT, WHICH LOANAMORT REFUSES (-13) - A PARTIAL DRAW
      * SCHEDULE WOULD PROJECT A LOAN THAT IS NOT THE ONE BOOKED.
       LOAD-APPLICATION-DRAWS.
           MOVE 0 TO DRAW-COUNT
           MOVE ZERO TO DRAWN-TO-DATE
           IF DRAW-FILE-OPEN
               MOVE 0 TO DRAW-LOAD-DONE-SW
               MOVE APPL-LOAN-NO TO DRW-LOAN-NO
               MOVE ZERO TO DRW-DATE
               START LOAN-DRAW-FILE KEY NOT < DRW-KEY
                   INVALID KEY
                       SET DRAW-LOAD-DONE TO TRUE
               END-START
               PERFORM UNTIL DRAW-LOAD-DONE
                   READ LOAN-DRAW-FILE NEXT
                       AT END
                           SET DRAW-LOAD-DONE TO TRUE
                   END-READ
                   IF NOT WS-DRAW-OK
                           OR DRW-LOAN-NO NOT = APPL-LOAN-NO
                       SET DRAW-LOAD-DONE TO TRUE
                   END-IF
                   IF NOT DRAW-LOAD-DONE
                       PERFORM LOAD-ONE-DRAW
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-ONE-DRAW.
           IF DRW-FUNDED OR DRW-LIVE
               IF DRAW-COUNT >= 36
                   MOVE 37 TO DRAW-COUNT
                   SET DRAW-LOAD-DONE TO TRUE
               ELSE
                   ADD 1 TO DRAW-COUNT
                   EVALUATE TRUE
                       WHEN DRW-FUNDED
                           MOVE DRW-FUNDED-DATE
                               TO DRAW-DATE(DRAW-COUNT)
                           MOVE DRW-DRAWN-AMT
                               TO DRAW-AMOUNT(DRAW-COUNT)
                           ADD DRW-DRAWN-AMT TO DRAWN-TO-DATE
                       WHEN DRW-APPROVED
                           MOVE DRW-DATE TO DRAW-DATE(DRAW-COUNT)
                           MOVE DRW-APPROVED-AMT
                               TO DRAW-AMOUNT(DRAW-COUNT)
                       WHEN OTHER
                           MOVE DRW-DATE TO DRAW-DATE(DRAW-COUNT)
                           MOVE DRW-COMMITTED-AMT
                               TO DRAW-AMOUNT(DRAW-COUNT)
                   END-EVALUATE
               END-IF
           END-IF.

      * FILL LOANINFO'S PRICING FROM THE PRODUCT RECORD, OR SAY WHY
      * NOT. THE TERM CHECK USES THE PRODUCT'S OWN LIMITS - THE WHOLE
      * POINT OF THE PRODUCT MASTER IS THAT A 30-YEAR TERM ON A
               END-IF
               IF MASTER-SAVED
                   PERFORM SAVE-SCHEDULE-OVERFLOW
                   IF MSTR-CONSTRUCTION-LOAN
                       ADD 1 TO CONSTR-COUNT
                   END-IF
                   MOVE "SAVE" TO MAUD-ACTION
                   MOVE MSTR-LOAN-NO TO MAUD-KEY
                   MOVE MSTR-ACTUAL-BALANCE TO MAUD-AFTER-1
                   MOVE MSTR-AMT-RECEIVED   TO MAUD-AFTER-2
                   PERFORM WRITE-MAINT-AUDIT
                   PERFORM WRITE-DISCLOSURE
               END-IF
           END-IF.

           MOVE ZERO            TO MSTR-PAID-THRU
           MOVE ZERO            TO MSTR-LAST-RECEIPT-DATE
           MOVE APPL-PRINCIPAL  TO MSTR-ACTUAL-BALANCE
      * A CONSTRUCTION LOAN OWES ONLY WHAT HAS BEEN DRAWN, AND
      * REMEMBERS HOW MANY DRAW-PERIOD ROWS HEAD ITS SCHEDULE -
      * WORKED OUT FROM IOMONTHS EXACTLY AS LOANAMORT DOES.
           MOVE ZERO            TO MSTR-CONSTR-PERIODS
           MOVE ZERO            TO MSTR-DRAWN-AMT
           IF DRAW-COUNT > 0
               EVALUATE TRUE
                   WHEN PMTFREQ-BIWEEKLY
                       MOVE 26 TO PERIODS-PER-YEAR
                   WHEN PMTFREQ-WEEKLY
                       MOVE 52 TO PERIODS-PER-YEAR
                   WHEN OTHER
                       MOVE 12 TO PERIODS-PER-YEAR
               END-EVALUATE
               COMPUTE MSTR-CONSTR-PERIODS ROUNDED =
                   IOMONTHS * PERIODS-PER-YEAR / 12
               MOVE DRAWN-TO-DATE TO MSTR-DRAWN-AMT
               MOVE DRAWN-TO-DATE TO MSTR-ACTUAL-BALANCE
           END-IF
           MOVE ZERO            TO MSTR-ESCROW-HELD
           MOVE ZERO            TO MSTR-FEE-RECEIVED
           MOVE ZERO            TO MSTR-LATE-FEE-DUE
           MOVE APPL-PARTIC-PCT TO MSTR-PARTIC-PCT
           MOVE APPL-FIRST-PMT-DATE TO MSTR-FIRST-PMT-DATE
           MOVE APPL-ESCROW     TO MSTR-ESCROW
           MOVE APPL-PRODUCT-CODE TO MSTR-PRODUCT-CODE
           PERFORM VARYING MONTH FROM 1 BY 1
                   UNTIL MONTH > MSTR-PERIODS
               MOVE OUTPAYMENT(MONTH)   TO MSTR-PAYMENT(MONTH)
               WRITE RPT-LINE
           END-IF.

      * THE TRUTH-IN-LENDING DISCLOSURE FOR THE LOAN JUST BOOKED,
      * FIGURED FROM LOANINFO/OUTDATA AS THEY STAND - THE SAME
      * CALCULATION THE MASTER WAS BUILT FROM, INCLUDING ANY PRODUCT
      * PRICING AND THE ORIGINATION FEE, WHICH THE MASTER DOES NOT
      * KEEP. THE FULL SCHEDULE IS IN OUTDATA EVEN WHEN ITS TAIL WENT
      * TO THE COMPANION FILE.
       WRITE-DISCLOSURE.
           COMPUTE DISC-AMT-FINANCED = PRINCIPAL - ORIGFEE
           COMPUTE DISC-FIN-CHARGE =
               FUNCTION NUMVAL(OUTTOTINTPAID) + ORIGFEE
           MOVE ZERO TO DISC-TOTAL-PMTS
           PERFORM VARYING MONTH FROM 1 BY 1 UNTIL MONTH > OUTPERIODS
               COMPUTE DISC-TOTAL-PMTS = DISC-TOTAL-PMTS +
                   FUNCTION NUMVAL(OUTPAYMENT(MONTH))
           END-PERFORM

           PERFORM LOOKUP-BORROWER
           PERFORM WRITE-DISCLOSURE-HEAD
           PERFORM WRITE-DISCLOSURE-BOXES
           PERFORM WRITE-PAYMENT-SCHEDULE
           ADD 1 TO DISCLOSURE-COUNT

           IF NOT BORROWER-FOUND
               ADD 1 TO DISC-NO-ADDR-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  ** NO NAME/ADDRESS ON BORROWER MASTER FOR "
                   APPL-BORROWER-ID " - DISCLOSURE PRINTED UNDER "
                   "THE BORROWER ID **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           COMPUTE DISC-TIE-DIFF = DISC-TOTAL-PMTS
               - DISC-AMT-FINANCED - DISC-FIN-CHARGE
           IF DISC-TIE-DIFF > DISC-TOLERANCE
                   OR DISC-TIE-DIFF < 0 - DISC-TOLERANCE
               ADD 1 TO DISC-NO-TIE-COUNT
               MOVE DISC-TIE-DIFF TO HASH-TOTAL-D
               MOVE SPACES TO RPT-LINE
               STRING "  ** DISCLOSURE BOXES OFF BY " HASH-TOTAL-D
                   " - REVIEW BEFORE RELEASE **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       LOOKUP-BORROWER.
           MOVE 0 TO BORROWER-FOUND-SW
           IF BORROWER-FILE-OPEN AND APPL-BORROWER-ID NOT = SPACES
               MOVE APPL-BORROWER-ID TO BRW-ID
               READ BORROWER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BORROWER-FOUND TO TRUE
               END-READ
           END-IF.

      * SAME HEADING SHAPE AS LOANNOTC'S LETTERS - A RULE BETWEEN
      * DOCUMENTS, THE DATE, THE ADDRESS BLOCK AND THE LOAN.
       WRITE-DISCLOSURE-HEAD.
           MOVE SPACES TO TIL-LINE
           STRING "-------------------------------------------"
               INTO TIL-LINE
           WRITE TIL-LINE
           MOVE SPACES TO TIL-LINE
           STRING "DATE: " DISC-DATE-FMT INTO TIL-LINE
           WRITE TIL-LINE
           MOVE SPACES TO TIL-LINE
           WRITE TIL-LINE
           IF BORROWER-FOUND
               MOVE SPACES TO TIL-LINE
               STRING BRW-NAME INTO TIL-LINE
               WRITE TIL-LINE
               MOVE SPACES TO TIL-LINE
               STRING BRW-ADDR1 INTO TIL-LINE
               WRITE TIL-LINE
               IF BRW-ADDR2 NOT = SPACES
                   MOVE SPACES TO TIL-LINE
                   STRING BRW-ADDR2 INTO TIL-LINE
                   WRITE TIL-LINE
               END-IF
               MOVE SPACES TO TIL-LINE
               STRING BRW-CITY " " BRW-STATE " " BRW-ZIP
                   INTO TIL-LINE
               WRITE TIL-LINE
           ELSE
               MOVE SPACES TO TIL-LINE
               STRING "BORROWER " APPL-BORROWER-ID INTO TIL-LINE
               WRITE TIL-LINE
           END-IF
           MOVE SPACES TO TIL-LINE
           WRITE TIL-LINE
           MOVE SPACES TO TIL-LINE
           STRING "RE: LOAN " APPL-LOAN-NO INTO TIL-LINE
           WRITE TIL-LINE
           MOVE SPACES TO TIL-LINE
           WRITE TIL-LINE
           MOVE SPACES TO TIL-LINE
           STRING "TRUTH-IN-LENDING DISCLOSURE STATEMENT" INTO TIL-LINE
           WRITE TIL-LINE
           MOVE SPACES TO TIL-LINE
           WRITE TIL-LINE.

       WRITE-DISCLOSURE-BOXES.
           MOVE OUTAPR TO DISC-APR-D
           MOVE SPACES TO TIL-LINE
           STRING "ANNUAL PERCENTAGE RATE . : " DISC-APR-D "%"
               "        THE COST OF YOUR CREDIT AS A YEARLY RATE."
               INTO TIL-LINE
           WRITE TIL-LINE

           MOVE DISC-FIN-CHARGE TO DISC-MONEY-D
           MOVE SPACES TO TIL-LINE
           STRING "FINANCE CHARGE . . . . . : " DISC-MONEY-D
               "  THE DOLLAR AMOUNT THE CREDIT WILL COST YOU."
               INTO TIL-LINE
           WRITE TIL-LINE

           MOVE DISC-AMT-FINANCED TO DISC-MONEY-D
           MOVE SPACES TO TIL-LINE
           STRING "AMOUNT FINANCED. . . . . : " DISC-MONEY-D
               "  THE AMOUNT OF CREDIT PROVIDED TO YOU OR ON YOUR "
               "BEHALF." INTO TIL-LINE
           WRITE TIL-LINE

           MOVE DISC-TOTAL-PMTS TO DISC-MONEY-D
           MOVE SPACES TO TIL-LINE
           STRING "TOTAL OF PAYMENTS. . . . : " DISC-MONEY-D
               "  THE AMOUNT YOU WILL HAVE PAID AFTER YOU HAVE MADE "
               "ALL PAYMENTS AS SCHEDULED." INTO TIL-LINE
           WRITE TIL-LINE

           MOVE SPACES TO TIL-LINE
           WRITE TIL-LINE
           MOVE ORIGFEE TO DISC-MONEY-D
           MOVE SPACES TO TIL-LINE
           STRING "PREPAID FINANCE CHARGE . : " DISC-MONEY-D
               INTO TIL-LINE
           WRITE TIL-LINE
           MOVE SPACES TO TIL-LINE
           WRITE TIL-LINE.

      * THE SCHEDULE AS RUNS OF EQUAL PAYMENTS. THE INTEREST-ONLY
      * HEAD IS SIZED FROM IOMONTHS EXACTLY AS THE MASTER'S DRAW
      * PERIOD IS.
       WRITE-PAYMENT-SCHEDULE.
           EVALUATE TRUE
               WHEN PMTFREQ-BIWEEKLY
                   MOVE 26 TO PERIODS-PER-YEAR
                   MOVE "BIWEEKLY" TO DISC-FREQ-WORD
               WHEN PMTFREQ-WEEKLY
                   MOVE 52 TO PERIODS-PER-YEAR
                   MOVE "WEEKLY" TO DISC-FREQ-WORD
               WHEN OTHER
                   MOVE 12 TO PERIODS-PER-YEAR
                   MOVE "MONTHLY" TO DISC-FREQ-WORD
           END-EVALUATE
           COMPUTE DISC-IO-PERIODS ROUNDED =
               IOMONTHS * PERIODS-PER-YEAR / 12

           MOVE SPACES TO TIL-LINE
           STRING "YOUR PAYMENT SCHEDULE WILL BE:" INTO TIL-LINE
           WRITE TIL-LINE
           MOVE SPACES TO TIL-LINE
           STRING "  NUMBER OF    AMOUNT OF       WHEN PAYMENTS "
               "ARE DUE" INTO TIL-LINE
           WRITE TIL-LINE
           MOVE SPACES TO TIL-LINE
           STRING "  PAYMENTS     PAYMENTS" INTO TIL-LINE
           WRITE TIL-LINE

           MOVE 1 TO DISC-GROUP-START
           PERFORM VARYING MONTH FROM 2 BY 1 UNTIL MONTH > OUTPERIODS
               IF OUTPAYMENT(MONTH) NOT = OUTPAYMENT(DISC-GROUP-START)
                       OR MONTH = DISC-IO-PERIODS + 1
                   COMPUTE DISC-GROUP-END = MONTH - 1
                   PERFORM WRITE-PAYMENT-GROUP
                   MOVE MONTH TO DISC-GROUP-START
               END-IF
           END-PERFORM
           MOVE OUTPERIODS TO DISC-GROUP-END
           PERFORM WRITE-PAYMENT-GROUP

           IF ESCROWAMT > 0
               MOVE ESCROWAMT TO DISC-MONEY-D
               MOVE SPACES TO TIL-LINE
               WRITE TIL-LINE
               MOVE SPACES TO TIL-LINE
               STRING "PAYMENTS SHOWN ARE PRINCIPAL AND INTEREST. "
                   "ESCROW FOR TAXES AND INSURANCE OF"
                   DISC-MONEY-D " IS COLLECTED WITH EACH PAYMENT."
                   INTO TIL-LINE
               WRITE TIL-LINE
           END-IF
           IF DRAW-COUNT > 0
               MOVE SPACES TO TIL-LINE
               WRITE TIL-LINE
               MOVE SPACES TO TIL-LINE
               STRING "INTEREST-ONLY PAYMENTS ARE ESTIMATED FROM THE "
                   "SCHEDULED CONSTRUCTION DRAWS AND CHANGE AS THE "
                   "DRAWS ARE FUNDED." INTO TIL-LINE
               WRITE TIL-LINE
           END-IF
           MOVE SPACES TO TIL-LINE
           WRITE TIL-LINE.

      * AN UNDATED LOAN HAS NO DUE DATES TO SHOW, ONLY PAYMENT
      * NUMBERS.
       WRITE-PAYMENT-GROUP.
           COMPUTE DISC-GROUP-COUNT-D =
               DISC-GROUP-END - DISC-GROUP-START + 1
           MOVE DISC-GROUP-START TO DISC-PERIOD-D
           MOVE DISC-GROUP-END   TO DISC-PERIOD-2-D
           MOVE SPACES TO DISC-WHEN
           EVALUATE TRUE
               WHEN OUTDUEDATE(DISC-GROUP-START) = SPACES
                       AND DISC-GROUP-END = DISC-GROUP-START
                   STRING "PAYMENT NUMBER " DISC-PERIOD-D
                       DELIMITED BY SIZE INTO DISC-WHEN
               WHEN OUTDUEDATE(DISC-GROUP-START) = SPACES
                   STRING "PAYMENT NUMBERS " DISC-PERIOD-D
                       " THRU " DISC-PERIOD-2-D
                       DELIMITED BY SIZE INTO DISC-WHEN
               WHEN DISC-GROUP-END = DISC-GROUP-START
                   STRING "ON " OUTDUEDATE(DISC-GROUP-START)
                       DELIMITED BY SIZE INTO DISC-WHEN
               WHEN OTHER
                   STRING DISC-FREQ-WORD DELIMITED BY SPACE
                       " BEGINNING " OUTDUEDATE(DISC-GROUP-START)
                       DELIMITED BY SIZE INTO DISC-WHEN
           END-EVALUATE

           MOVE SPACES TO DISC-ROW-NOTE
           EVALUATE TRUE
               WHEN DISC-GROUP-START <= DISC-IO-PERIODS
                   MOVE "INTEREST ONLY" TO DISC-ROW-NOTE
               WHEN DISC-GROUP-END = OUTPERIODS
                       AND DISC-GROUP-END = DISC-GROUP-START
                       AND BALLOONMONTH > 0
                   MOVE "BALLOON PAYMENT" TO DISC-ROW-NOTE
               WHEN DISC-GROUP-END = OUTPERIODS
                       AND DISC-GROUP-END = DISC-GROUP-START
                       AND DISC-GROUP-START > 1
                   MOVE "FINAL PAYMENT" TO DISC-ROW-NOTE
           END-EVALUATE

           MOVE SPACES TO TIL-LINE
           STRING "     " DISC-GROUP-COUNT-D "    "
               OUTPAYMENT(DISC-GROUP-START) "   " DISC-WHEN
               " " DISC-ROW-NOTE INTO TIL-LINE
           WRITE TIL-LINE.

      * END-OF-RUN CONTROL SECTION, WRITTEN BOTH TO THE TAIL OF THE
      * REPORT (FOR THE MORNING EYEBALL) AND TO THE SMALL LOANCTL FILE
      * (FOR THE SCHEDULER AND DOWNSTREAM TIE-OUT). ON A RESTARTED RUN
               INTO CONTROL-TEXT
           PERFORM WRITE-CONTROL-LINE

           IF CONSTR-COUNT > 0
               MOVE CONSTR-COUNT TO CTL-COUNT-D
               MOVE SPACES TO CONTROL-TEXT
               STRING "  CONSTRUCTION LOANS . . : " CTL-COUNT-D
                   INTO CONTROL-TEXT
               PERFORM WRITE-CONTROL-LINE
           END-IF

           MOVE TOTAL-REJECT-COUNT TO CTL-COUNT-D
           MOVE SPACES TO CONTROL-TEXT
           STRING "RECORDS REJECTED . . . . : " CTL-COUNT-D
           PERFORM WRITE-CONTROL-LINE

           PERFORM VARYING REJECT-CODE-IDX FROM 1 BY 1
                   UNTIL REJECT-CODE-IDX > 15
               IF REJECT-CODE-COUNT(REJECT-CODE-IDX) > 0
                   COMPUTE CTL-CODE-D = 0 - REJECT-CODE-IDX
                   MOVE REJECT-CODE-COUNT(REJECT-CODE-IDX)
               PERFORM WRITE-CONTROL-LINE
           END-IF

           MOVE DISCLOSURE-COUNT TO CTL-COUNT-D
           MOVE SPACES TO CONTROL-TEXT
           STRING "DISCLOSURES PRINTED. . . : " CTL-COUNT-D
               INTO CONTROL-TEXT
           PERFORM WRITE-CONTROL-LINE

           IF DISC-NO-ADDR-COUNT > 0
               MOVE DISC-NO-ADDR-COUNT TO CTL-COUNT-D
               MOVE SPACES TO CONTROL-TEXT
               STRING "  NO BORROWER ADDRESS. . : " CTL-COUNT-D
                   INTO CONTROL-TEXT
               PERFORM WRITE-CONTROL-LINE
           END-IF

           IF DISC-NO-TIE-COUNT > 0
               MOVE DISC-NO-TIE-COUNT TO CTL-COUNT-D
               MOVE SPACES TO CONTROL-TEXT
               STRING "  BOXES NOT TIED - REVIEW: " CTL-COUNT-D
                   INTO CONTROL-TEXT
               PERFORM WRITE-CONTROL-LINE
           END-IF

           MOVE BALANCE-ERROR-COUNT TO CTL-COUNT-D
           MOVE SPACES TO CONTROL-TEXT
           STRING "BALANCE WARNINGS . . . . : " CTL-COUNT-D
