               SUMMARIZED SEPARATELY SO THE MONEY IS VISIBLE INSTEAD
               OF SILENTLY EXCLUDED.

               WITH NO CARD (OR A ZERO DATE ON IT) THE AS-OF DATE IS
               THE PROCESSING DATE ON LOANDATE (SEE PROCDATE.CPY).

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
       01  CASH-PARM-RECORD.
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


           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN; WITH NO CARD, OR A
      * ZERO DATE ON IT, THE PROJECTION RUNS FROM THE PROCESSING DATE.
       READ-CASH-PARM.
           MOVE 0 TO ASOF-DATE-N
           OPEN INPUT CASH-PARM-FILE
           IF WS-PARM-OK
               READ CASH-PARM-FILE
                   NOT AT END
                       IF PARM-ASOF-DATE NOT NUMERIC
                           DISPLAY "CASH-FLOW PARAMETER CARD INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-ASOF-DATE TO ASOF-DATE-N
               END-READ
               CLOSE CASH-PARM-FILE
           END-IF

           IF ASOF-DATE-N = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO ASOF-DATE-N
           END-IF
           COMPUTE ASOF-DAY-INT =
               FUNCTION INTEGER-OF-DATE(ASOF-DATE-N)

           COMPUTE FMT-WORK-DATE-N =
               FUNCTION DATE-OF-INTEGER(ASOF-DAY-INT + 90)
           PERFORM FORMAT-WORK-DATE
           MOVE FMT-DASH-DATE TO HORIZON-90-FMT.

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
               DISPLAY "CASH-FLOW PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       FORMAT-WORK-DATE.
           MOVE FMT-YYYY TO DASH-YYYY
