               FOLLOW-UP DATE AND NOTE, TAKE A PROMISE TO PAY
               (SNAPSHOTTING MSTR-AMT-RECEIVED SO THE NIGHTLY
               LOANCOLL RUN CAN SETTLE THE PROMISE AGAINST POSTED
               MONEY), AGREE A HARDSHIP WORKOUT (RATE REDUCTION, TERM
               EXTENSION, CAPITALIZED ARREARS, FORBEARANCE) THAT THE
               LOANMOD BATCH BOOKS AGAINST THE LOAN OVERNIGHT, CLOSE
               THE CASE, OR SKIP TO THE NEXT. CLOSED
               CASES STAY ON FILE FOR THE RECORD BUT NEVER COME UP
               IN THE QUEUE. THE CASES THEMSELVES ARE OPENED AND
               CURED BY LOANCOLL - THIS SCREEN OWNS ONLY THE
               COLLECTOR-SIDE FIELDS. THE LETTERS THE LOANNOTC RUN
               HAS MAILED ON THE CASE ARE SHOWN WITH IT. SAME SCREEN
               SHAPE AS BRWMAINT.

       ENVIRONMENT DIVISION.

               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

      * AGREED WORKOUTS ARE APPENDED HERE FOR THE LOANMOD RUN, WHICH
      * BOOKS THEM AND EMPTIES THE FILE (SEE MODTRAN.CPY).
           SELECT MOD-TRAN-FILE ASSIGN TO LOANMODT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       FD  MOD-TRAN-FILE.
       COPY "MODTRAN.CPY".

       WORKING-STORAGE SECTION.

       01 ERROR-MESSAGE PIC X(80).
         88 WS-MSTR-OK VALUE "00".
       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".
       01 WS-MODT-STATUS PIC X(2).
         88 WS-MODT-OK VALUE "00".
         88 WS-MODT-NOT-FOUND VALUE "05" "35".

       01 WS-QUEUE-EOF-SWITCH PIC 9 VALUE 0.
         88 WS-QUEUE-EOF      VALUE 1.
       01 Q-PROMISE-DATE-OUT  PIC 9(8).
       01 Q-FOLLOWUP-IN       PIC 9(8).
       01 Q-NOTE-IN           PIC X(40).
      * THE CASE'S LETTER HISTORY, ONE "T CCYYMMDD" PER LETTER.
       01 Q-NOTICES-OUT       PIC X(44).
       01 Q-NOTICE-IDX        PIC S9(4) COMP.
       01 Q-NOTICE-PTR        PIC S9(4) COMP.
       01 Q-PROMISE-AMT-IN    PIC 9(7)V99.
       01 Q-PROMISE-DATE-IN   PIC 9(8).
       01 Q-MOD-RATE-IN       PIC 9(3)V9(4).
       01 Q-MOD-EXTEND-IN     PIC 9(4).
       01 Q-MOD-CAP-INT-IN    PIC X.
         88 Q-MOD-CAP-INT-YES VALUE "Y" "y".
         88 Q-MOD-CAP-INT-NO  VALUE "N" "n" " ".
       01 Q-MOD-CAP-FEES-IN   PIC X.
         88 Q-MOD-CAP-FEES-YES VALUE "Y" "y".
         88 Q-MOD-CAP-FEES-NO  VALUE "N" "n" " ".
       01 Q-MOD-FORBEAR-IN    PIC 9(9)V99.
       01 Q-MOD-EFF-DATE-IN   PIC 9(8).

      * TODAY, AS THE DEFAULT EFFECTIVE DATE OF A WORKOUT, AND THE
      * COLLECTOR WHO AGREED IT.
       01 WS-TODAY-STAMP   PIC X(21).
       01 WS-TODAY         PIC 9(8).
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

      * THE COLLECTOR SIGNED ON AT THE START OF THE RUN. A (P)ROMISE
      * IS TAKEN ONLY FOR A ROLE THE ROLE TABLE ALLOWS COLLPROM, AND
      * A WORKOUT (M)ODIFICATION ONLY FOR ONE IT ALLOWS COLLMOD
      * (SEE OPERROLE.CPY).
       COPY "SIGNON.CPY".

       01 G-CASE-ACTION PIC X.
         88 G-ACTION-WORKED  VALUE "W" "w".
         88 G-ACTION-PROMISE VALUE "P" "p".
         88 G-ACTION-MODIFY  VALUE "M" "m".
         88 G-ACTION-CLOSE   VALUE "C" "c".
         88 G-ACTION-NEXT    VALUE "N" "n".
         88 G-ACTION-EXIT    VALUE "X" "x".

       PROCEDURE DIVISION.

           MOVE "COLLWORK" TO SGN-PROGRAM
           CALL "SIGNON" USING OPERATOR-SIGNON
           IF NOT SGN-SIGNED-ON
               DISPLAY SGN-MESSAGE
               GOBACK
           END-IF
           MOVE SGN-OPERATOR TO OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY

           OPEN I-O COLL-CASE-FILE
           IF NOT WS-CASE-OK
               DISPLAY "NO COLLECTIONS CASE FILE - RUN LOANCOLL FIRST"
       WORK-ONE-CASE.
           PERFORM SHOW-CASE

      * A REFUSED OR FAILED ACTION LEAVES THE CASE ON THE SCREEN
      * WITH THE REASON, FOR THE COLLECTOR TO PUT RIGHT OR TRY
      * ANOTHER ACTION - THE QUEUE MOVES ON ONLY WHEN THE ACTION
      * WENT THROUGH.
           EVALUATE TRUE
               WHEN G-ACTION-WORKED
                   PERFORM MARK-CASE-WORKED
                   IF ERROR-MESSAGE = SPACES
                       PERFORM READ-NEXT-OPEN-CASE
                   END-IF
               WHEN G-ACTION-PROMISE
                   MOVE "COLLPROM" TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
                   IF SGN-AUTHORIZED
                       PERFORM TAKE-PROMISE
                       IF ERROR-MESSAGE = SPACES
                           PERFORM READ-NEXT-OPEN-CASE
                       END-IF
                   ELSE
                       MOVE SGN-MESSAGE TO ERROR-MESSAGE
                   END-IF
               WHEN G-ACTION-MODIFY
                   MOVE "COLLMOD " TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
                   IF SGN-AUTHORIZED
                       PERFORM AGREE-WORKOUT
                       IF ERROR-MESSAGE = SPACES
                           PERFORM READ-NEXT-OPEN-CASE
                       END-IF
                   ELSE
                       MOVE SGN-MESSAGE TO ERROR-MESSAGE
                   END-IF
               WHEN G-ACTION-CLOSE
                   PERFORM CLOSE-CASE
                   IF ERROR-MESSAGE = SPACES
                       PERFORM READ-NEXT-OPEN-CASE
                   END-IF
               WHEN G-ACTION-NEXT
                   PERFORM READ-NEXT-OPEN-CASE
               WHEN G-ACTION-EXIT
                   SET WS-QUEUE-DONE TO TRUE
               WHEN OTHER
                   MOVE "ACTION MUST BE W, P, M, C, N OR X"
                       TO ERROR-MESSAGE
           END-EVALUATE.

           MOVE CASE-PROMISE-DATE  TO Q-PROMISE-DATE-OUT
           MOVE CASE-FOLLOWUP-DATE TO Q-FOLLOWUP-IN
           MOVE CASE-NOTE          TO Q-NOTE-IN
           PERFORM SHOW-NOTICE-HISTORY

           DISPLAY G-CASE-QUEUE
           ACCEPT G-CASE-QUEUE
           MOVE SPACES TO ERROR-MESSAGE.

      * A CASE FROM BEFORE THE NOTICE RUN CARRIES NO HISTORY - THE
      * LINE IS LEFT BLANK RATHER THAN SHOWING WHATEVER IS THERE.
       SHOW-NOTICE-HISTORY.
           MOVE SPACES TO Q-NOTICES-OUT
           MOVE 1 TO Q-NOTICE-PTR
           PERFORM VARYING Q-NOTICE-IDX FROM 1 BY 1
                   UNTIL Q-NOTICE-IDX > 4
               IF CASE-NOTICE-TYPE(Q-NOTICE-IDX) NOT = SPACES
                       AND CASE-NOTICE-DATE(Q-NOTICE-IDX) NUMERIC
                   STRING CASE-NOTICE-TYPE(Q-NOTICE-IDX) " "
                       CASE-NOTICE-DATE(Q-NOTICE-IDX) "  "
                       DELIMITED BY SIZE
                       INTO Q-NOTICES-OUT
                       WITH POINTER Q-NOTICE-PTR
                   END-STRING
               END-IF
           END-PERFORM.

       MARK-CASE-WORKED.
           MOVE "W" TO CASE-STATUS
           MOVE Q-FOLLOWUP-IN TO CASE-FOLLOWUP-DATE
               END-IF
           END-IF.

      * A WORKOUT IS AGREED HERE AND BOOKED BY THE LOANMOD RUN - THE
      * SCREEN NEVER TOUCHES THE SCHEDULE. IT CHECKS ONLY WHAT IT
      * CAN SEE: THE LOAN IS ON THE MASTER AND STILL OPEN, SOMETHING
      * IS BEING CONCEDED, AND THE FORBEARANCE IS SHORT OF THE
      * BALANCE. THE RUN RE-CHECKS EVERYTHING UNDER THE LOAN'S LOCK.
      * THE NOTE GOES ON THE TRANSACTION AS THE WORKOUT'S REASON,
      * AND THE CASE STAYS OPEN AS WORKED UNTIL THE NIGHTLY RUN
      * SEES THE LOAN CURRENT AND CURES IT.
       AGREE-WORKOUT.
           IF NOT MASTER-FILE-OPEN
               MOVE "LOAN MASTER NOT AVAILABLE - CANNOT AGREE WORKOUT"
                   TO ERROR-MESSAGE
           ELSE
               MOVE CASE-LOAN-NO TO MSTR-LOAN-NO
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       MOVE "LOAN NOT ON MASTER - CANNOT AGREE WORKOUT"
                           TO ERROR-MESSAGE
                   NOT INVALID KEY
                       IF MSTR-LIFE-CLOSED
                           MOVE "LOAN IS CLOSED - NOTHING TO WORK OUT"
                               TO ERROR-MESSAGE
                       END-IF
               END-READ
           END-IF

           IF ERROR-MESSAGE = SPACES
               MOVE ZERO   TO Q-MOD-RATE-IN
               MOVE ZERO   TO Q-MOD-EXTEND-IN
               MOVE "N"    TO Q-MOD-CAP-INT-IN
               MOVE "N"    TO Q-MOD-CAP-FEES-IN
               MOVE ZERO   TO Q-MOD-FORBEAR-IN
               MOVE WS-TODAY TO Q-MOD-EFF-DATE-IN
               DISPLAY G-CASE-WORKOUT
               ACCEPT G-CASE-WORKOUT
               EVALUATE TRUE
                   WHEN NOT Q-MOD-CAP-INT-YES AND NOT Q-MOD-CAP-INT-NO
                   WHEN NOT Q-MOD-CAP-FEES-YES
                           AND NOT Q-MOD-CAP-FEES-NO
                       MOVE "CAPITALIZE ANSWERS MUST BE Y OR N"
                           TO ERROR-MESSAGE
                   WHEN Q-MOD-RATE-IN = ZERO AND Q-MOD-EXTEND-IN = ZERO
                           AND NOT Q-MOD-CAP-INT-YES
                           AND NOT Q-MOD-CAP-FEES-YES
                           AND Q-MOD-FORBEAR-IN = ZERO
                       MOVE "WORKOUT NEEDS AT LEAST ONE CONCESSION"
                           TO ERROR-MESSAGE
                   WHEN Q-MOD-EFF-DATE-IN = ZERO
                       MOVE "WORKOUT NEEDS AN EFFECTIVE DATE"
                           TO ERROR-MESSAGE
                   WHEN Q-MOD-FORBEAR-IN NOT < MSTR-ACTUAL-BALANCE
                           AND Q-MOD-FORBEAR-IN > ZERO
                       MOVE "FORBEARANCE MUST BE LESS THAN THE BALANCE"
                           TO ERROR-MESSAGE
                   WHEN OTHER
                       PERFORM WRITE-WORKOUT-TRAN
               END-EVALUATE
           END-IF.

       WRITE-WORKOUT-TRAN.
           OPEN EXTEND MOD-TRAN-FILE
           IF WS-MODT-NOT-FOUND
               OPEN OUTPUT MOD-TRAN-FILE
               CLOSE MOD-TRAN-FILE
               OPEN EXTEND MOD-TRAN-FILE
           END-IF
           IF NOT WS-MODT-OK
               MOVE "UNABLE TO OPEN WORKOUT FILE - NOT AGREED"
                   TO ERROR-MESSAGE
           ELSE
               MOVE SPACES TO LOAN-MOD-TRAN-RECORD
               MOVE CASE-LOAN-NO       TO MODT-LOAN-NO
               MOVE Q-MOD-EFF-DATE-IN  TO MODT-EFF-DATE
               MOVE Q-MOD-RATE-IN      TO MODT-NEW-RATE
               MOVE Q-MOD-EXTEND-IN    TO MODT-EXTEND-MONTHS
               MOVE "N" TO MODT-CAP-INTEREST
               IF Q-MOD-CAP-INT-YES
                   MOVE "Y" TO MODT-CAP-INTEREST
               END-IF
               MOVE "N" TO MODT-CAP-FEES
               IF Q-MOD-CAP-FEES-YES
                   MOVE "Y" TO MODT-CAP-FEES
               END-IF
               MOVE Q-MOD-FORBEAR-IN   TO MODT-FORBEAR-AMT
               MOVE OPERATOR-ID        TO MODT-OPERATOR
               MOVE Q-NOTE-IN          TO MODT-REASON
               WRITE LOAN-MOD-TRAN-RECORD
               IF NOT WS-MODT-OK
                   MOVE "UNABLE TO WRITE WORKOUT - NOT AGREED"
                       TO ERROR-MESSAGE
               END-IF
               CLOSE MOD-TRAN-FILE

      * THE CASE MOVES TO WORKOUT ONLY WHEN LOANMOD HAS THE TERMS TO
      * BOOK - OTHERWISE IT STAYS AS IT WAS FOR ANOTHER TRY.
               IF ERROR-MESSAGE = SPACES
                   MOVE "W" TO CASE-STATUS
                   MOVE Q-FOLLOWUP-IN TO CASE-FOLLOWUP-DATE
                   MOVE Q-NOTE-IN     TO CASE-NOTE
                   REWRITE COLLECTION-CASE-RECORD
                       INVALID KEY
                           MOVE "UNABLE TO REWRITE CASE"
                               TO ERROR-MESSAGE
                   END-REWRITE
               END-IF
           END-IF.

      * CLOSING FROM THE QUEUE IS THE COLLECTOR'S CALL - PAID OUT,
      * SETTLED, OR HANDED TO OUTSIDE COUNSEL - SO ASK FIRST. THE
      * NIGHTLY RUN REOPENS THE CASE IF THE LOAN IS STILL BEHIND.
