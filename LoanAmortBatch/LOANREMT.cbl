               COUNT AND THE PRINCIPAL/INTEREST HASH TOTALS
               ACCOUNTING TICKS THE PAYMENT AGAINST.

               WITH NO CARD (OR ONE GIVING NEITHER A PERIOD NOR A
               DATE) THE RUN TAKES THE MONTH OF THE PROCESSING DATE
               ON LOANDATE (SEE PROCDATE.CPY).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           03 FILLER            PIC X(1).
           03 PARM-ASOF-DATE    PIC 9(8).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".


       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
       01 WS-INV-STATUS PIC X(2).

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN OR A PRIOR MONTH. WITH
      * NO CARD, OR ONE GIVING NEITHER A PERIOD NOR A DATE, THE RUN
      * TAKES THE MONTH OF THE PROCESSING DATE ON LOANDATE.
       READ-REMT-PARM SECTION.
           MOVE 0 TO EXTRACT-PERIOD
           MOVE 0 TO ASOF-DATE
           OPEN INPUT REMT-PARM-FILE
           IF WS-PARM-OK
               READ REMT-PARM-FILE
                   NOT AT END
                       IF PARM-PERIOD NOT NUMERIC
                               OR PARM-ASOF-DATE NOT NUMERIC
                           DISPLAY "REMITTANCE PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-PERIOD TO EXTRACT-PERIOD
                       MOVE PARM-ASOF-DATE TO ASOF-DATE
               END-READ
               CLOSE REMT-PARM-FILE
           END-IF

           IF EXTRACT-PERIOD = 0 AND ASOF-DATE = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO ASOF-DATE
           END-IF

      * THE SCHEDULE'S DUE DATES ARE YYYY-MM-DD, SO YYYY-MM OF THE
      * AS-OF DATE IS ALL THE MONTH MATCH NEEDS.
           MOVE SPACES TO ASOF-YM
           STRING ASOF-DATE(1:4) "-" ASOF-DATE(5:2) INTO ASOF-YM.

      * THE PROCESSING DATE THE START-OF-DAY STEP LEFT ON LOANDATE
      * (SEE PROCDATE.CPY) - THE DATE THE WHOLE CYCLE RUNS ON WHEN A
      * CARD DOES NOT SAY OTHERWISE. WITH NEITHER, THE RUN STOPS.
       READ-PROCESSING-DATE SECTION.
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
               DISPLAY "REMITTANCE PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * ONE SORT RECORD PER PARTICIPATED LOAN WITH A PERIOD IN
      * RANGE: THE INVESTOR'S SHARE OF THAT PERIOD'S SCHEDULED
