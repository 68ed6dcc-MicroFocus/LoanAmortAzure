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
       PROGRAM-ID. LOANTBAL.
       REMARKS. DAILY LOAN SUBSIDIARY TRIAL BALANCE. SWEEPS THE MASTER
               AND TOTALS THE FOUR BALANCES THE LEDGER CARRIES FOR
               THE LOAN BOOK - MSTR-ACTUAL-BALANCE (THE RECEIVABLE),
               MSTR-ESCROW-HELD, MSTR-LATE-FEE-DUE AND
               MSTR-FEE-RECEIVED - BY PRODUCT AND BY LIFECYCLE, SAVES
               THE DAY'S CLOSE ON THE TRIAL BALANCE HISTORY FILE (SEE
               TBALHIST.CPY), AND PRINTS THE RECEIVABLE'S ROLL-FORWARD
               FROM THE PRIOR CLOSE:

                 OPENING (THE PRIOR DAY'S SAVED CLOSE)
                 PLUS  NEW LOANS BOOKED         SAVE
                 PLUS  LOANS BOARDED            BOARD
                 PLUS  CONSTRUCTION DRAWS       DRAWFUND
                 LESS  PRINCIPAL COLLECTED      PAYMENT
                 PLUS  RECEIPTS REVERSED        REVERSE
                 +/-   ARM / MODIFICATIONS      REPRICE, MODIFY,
                                                DRAWPROJ
                 LESS  CHARGED OFF              CHGOFF
                 LESS  PURGED (NET OF RESTORES) PURGE, RESTORE
                 +/-   OTHER MAINTENANCE        DELETE, STATUS, LIFECYC
                 EQUALS THE CLOSE THE MASTER SHOWS TODAY

               EVERY MOVEMENT IS TAKEN FROM THE LOANMAUD MAINTENANCE
               TRAIL (SEE MAUDLINE.CPY), WHERE EACH OF THOSE ACTIONS
               CARRIES THE ACTUAL BALANCE BEFORE AND AFTER THE UPDATE
               - SO THE ROLL-FORWARD PROVES THAT EVERY CHANGE TO THE
               BOOK SINCE THE LAST CLOSE CAME THROUGH A PROGRAM THAT
               ACCOUNTED FOR IT. WHAT IT CANNOT ACCOUNT FOR IS
               PRINTED AS AN UNEXPLAINED DIFFERENCE AND FLAGGED FOR
               REVIEW BEFORE ACCOUNTING SIGNS THE REPORT OFF. THE
               OTHER THREE BALANCES ARE SHOWN OPENING, CLOSING AND
               NET CHANGE.

               THE CLOSE IS DATED WITH THE BUSINESS DATE - THE
               TBALPARM CARD'S, ELSE THE PROCESSING DATE ON LOANDATE
               (SEE PROCDATE.CPY). RUN IT LAST IN THE CYCLE, AFTER
               EVERYTHING THAT MOVES A BALANCE. A RE-RUN OF THE SAME
               DAY REPLACES THAT DAY'S CLOSE; A DAY ALREADY
               OVERTAKEN BY A LATER CLOSE IS REFUSED. THE FIRST RUN
               HAS NO OPENING FIGURES AND ONLY ESTABLISHES THE CLOSE.

               RETURN CODE 4 WHEN THE ROLL-FORWARD DOES NOT TIE OR
               THE PRODUCT TABLE OVERFLOWED; 8 WHEN THE RUN COULD NOT
               BE MADE OR THE CLOSE COULD NOT BE SAVED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBAL-PARM-FILE ASSIGN TO TBALPARM
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

           SELECT MAINT-AUDIT-FILE ASSIGN TO LOANMAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT TBAL-HIST-FILE ASSIGN TO LOANTBH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBH-KEY
               FILE STATUS IS WS-TBH-STATUS.

           SELECT TBAL-RPT-FILE ASSIGN TO TBALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE OPTIONAL CARD: THE BUSINESS DATE (CCYYMMDD) TO CLOSE.
      * ONLY NEEDED TO RE-RUN A PAST DAY.
       FD  TBAL-PARM-FILE.
       01  TBAL-PARM-RECORD.
           03 PARM-ASOF-DATE    PIC 9(8).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  MAINT-AUDIT-FILE.
       COPY "MAUDLINE.CPY".

       FD  TBAL-HIST-FILE.
       COPY "TBALHIST.CPY".

       FD  TBAL-RPT-FILE.
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
       01 WS-MAUD-STATUS PIC X(2).
         88 WS-MAUD-OK VALUE "00".
       01 WS-TBH-STATUS PIC X(2).
         88 WS-TBH-OK VALUE "00".
         88 WS-TBH-NOT-FOUND VALUE "05" "35".

       01 TBH-EOF-SWITCH      PIC 9 VALUE 0.
         88 TBH-EOF           VALUE 1.
       01 TBH-SAVE-FAILED-SW  PIC 9 VALUE 0.
         88 TBH-SAVE-FAILED   VALUE 1.

       01 ASOF-DATE-N         PIC 9(8) VALUE 0.
       01 PROC-DATE-N         PIC 9(8) VALUE 0.

      * THE MOMENT THE CLOSE IS TAKEN. TRAIL LINES STAMPED AFTER THE
      * PRIOR CLOSE AND UP TO THIS ONE ARE TODAY'S MOVEMENTS.
       01 WS-TODAY-STAMP      PIC X(21).
       01 WS-TODAY            PIC 9(8).
       01 RUN-AUDIT-THRU      PIC X(16).
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

      * THE CLOSE THE ROLL-FORWARD STARTS FROM - THE LATEST SAVED
      * BEFORE TODAY. TODAY'S OWN ROWS EXIST ONLY ON A RE-RUN.
       01 PRIOR-FOUND-SW      PIC 9 VALUE 0.
         88 PRIOR-FOUND       VALUE 1.
       01 THIS-DAY-FOUND-SW   PIC 9 VALUE 0.
         88 THIS-DAY-FOUND    VALUE 1.
       01 LATER-DAY-FOUND-SW  PIC 9 VALUE 0.
         88 LATER-DAY-FOUND   VALUE 1.
       01 PRIOR-ASOF-DATE     PIC 9(8) VALUE 0.
       01 PRIOR-AUDIT-THRU    PIC X(16) VALUE SPACES.
       01 PRIOR-LOAN-COUNT    PIC S9(8) COMP VALUE 0.
       01 PRIOR-ACTUAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01 PRIOR-ESCROW-HELD   PIC S9(13)V99 COMP-3 VALUE 0.
       01 PRIOR-LATE-FEE-DUE  PIC S9(13)V99 COMP-3 VALUE 0.
       01 PRIOR-FEE-RECEIVED  PIC S9(13)V99 COMP-3 VALUE 0.

      * ONE ENTRY PER PRODUCT AND LIFECYCLE SEEN, KEPT IN KEY ORDER
      * AS ENTRIES ARE ADDED SO THE REPORT AND THE HISTORY COME OUT
      * SORTED. A BOOK WITH MORE THAN THE TABLE HOLDS STILL TOTALS
      * EVERY LOAN - THE OVERFLOW ONLY LOSES ITS OWN DETAIL LINES,
      * AND IS COUNTED.
       01 TB-T-MAX            PIC S9(4) COMP VALUE 200.
       01 TB-T-COUNT          PIC S9(4) COMP VALUE 0.
       01 TB-IDX              PIC S9(4) COMP.
       01 TB-SHIFT-IDX        PIC S9(4) COMP.
       01 TB-FOUND-SW         PIC 9.
         88 TB-FOUND          VALUE 1.
       01 TRIAL-BAL-TABLE.
          03 TB-T-ENTRY OCCURS 200 TIMES.
             05 TB-T-KEY.
                07 TB-T-PRODUCT    PIC X(4).
                07 TB-T-LIFECYCLE  PIC X(1).
             05 TB-T-LOANS         PIC S9(8) COMP.
             05 TB-T-ACTUAL        PIC S9(13)V99 COMP-3.
             05 TB-T-ESCROW-HELD   PIC S9(13)V99 COMP-3.
             05 TB-T-LATE-FEE-DUE  PIC S9(13)V99 COMP-3.
             05 TB-T-FEE-RECEIVED  PIC S9(13)V99 COMP-3.
       01 LOAN-TB-KEY.
          03 LOAN-TB-PRODUCT      PIC X(4).
          03 LOAN-TB-LIFECYCLE    PIC X(1).
       01 OVERFLOW-COUNT      PIC S9(8) COMP VALUE 0.

       01 PRODUCT-IN-HAND     PIC X(4).
       01 PRODUCT-LOANS       PIC S9(8) COMP.
       01 PRODUCT-ACTUAL      PIC S9(13)V99 COMP-3.
       01 PRODUCT-ESCROW-HELD PIC S9(13)V99 COMP-3.
       01 PRODUCT-LATE-FEE    PIC S9(13)V99 COMP-3.
       01 PRODUCT-FEE-RCVD    PIC S9(13)V99 COMP-3.

      * THE BOOK AS IT STANDS TODAY.
       01 BOOK-LOANS          PIC S9(8) COMP VALUE 0.
       01 BOOK-ACTUAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01 BOOK-ESCROW-HELD    PIC S9(13)V99 COMP-3 VALUE 0.
       01 BOOK-LATE-FEE-DUE   PIC S9(13)V99 COMP-3 VALUE 0.
       01 BOOK-FEE-RECEIVED   PIC S9(13)V99 COMP-3 VALUE 0.

      * THE ROLL-FORWARD LINES, IN REPORT ORDER, EACH WITH THE COUNT
      * OF TRAIL LINES BEHIND IT AND THEIR NET EFFECT ON THE
      * RECEIVABLE (AFTER LESS BEFORE).
       01 RF-LABEL-VALUES.
          03 FILLER PIC X(30) VALUE "PLUS  NEW LOANS BOOKED . . . .".
          03 FILLER PIC X(30) VALUE "PLUS  LOANS BOARDED. . . . . .".
          03 FILLER PIC X(30) VALUE "PLUS  CONSTRUCTION DRAWS . . .".
          03 FILLER PIC X(30) VALUE "LESS  PRINCIPAL COLLECTED. . .".
          03 FILLER PIC X(30) VALUE "PLUS  RECEIPTS REVERSED . . .".
          03 FILLER PIC X(30) VALUE "+/-   ARM / MODIFICATIONS . .".
          03 FILLER PIC X(30) VALUE "LESS  CHARGED OFF . . . . . .".
          03 FILLER PIC X(30) VALUE "LESS  PURGED NET OF RESTORES.".
          03 FILLER PIC X(30) VALUE "+/-   OTHER MAINTENANCE . . .".
       01 RF-LABEL-TABLE REDEFINES RF-LABEL-VALUES.
          03 RF-LABEL PIC X(30) OCCURS 9 TIMES.
       01 RF-LINE-COUNT       PIC S9(4) COMP VALUE 9.
       01 RF-IDX              PIC S9(4) COMP.
       01 RF-TOTALS.
          03 RF-ENTRY OCCURS 9 TIMES.
             05 RF-COUNT        PIC S9(8) COMP.
             05 RF-AMOUNT       PIC S9(13)V99 COMP-3.
       01 RF-BOOKED           PIC S9(4) COMP VALUE 1.
       01 RF-BOARDED          PIC S9(4) COMP VALUE 2.
       01 RF-DRAWN            PIC S9(4) COMP VALUE 3.
       01 RF-COLLECTED        PIC S9(4) COMP VALUE 4.
       01 RF-REVERSED         PIC S9(4) COMP VALUE 5.
       01 RF-ADJUSTED         PIC S9(4) COMP VALUE 6.
       01 RF-CHARGED-OFF      PIC S9(4) COMP VALUE 7.
       01 RF-PURGED           PIC S9(4) COMP VALUE 8.
       01 RF-OTHER            PIC S9(4) COMP VALUE 9.

       01 AUDIT-BEFORE        PIC S9(13)V99 COMP-3.
       01 AUDIT-AFTER         PIC S9(13)V99 COMP-3.
       01 AUDIT-LINES-READ    PIC S9(8) COMP VALUE 0.
       01 AUDIT-LINES-USED    PIC S9(8) COMP VALUE 0.
       01 MAUD-FILE-SWITCH    PIC 9 VALUE 0.
         88 MAUD-FILE-READ    VALUE 1.

       01 MOVEMENT-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
       01 CALCULATED-CLOSE    PIC S9(13)V99 COMP-3 VALUE 0.
       01 UNEXPLAINED-AMT     PIC S9(13)V99 COMP-3 VALUE 0.
       01 CHANGE-AMT          PIC S9(13)V99 COMP-3.
       01 OTHER-LABEL         PIC X(30).
       01 OTHER-OPENING       PIC S9(13)V99 COMP-3.
       01 OTHER-CLOSING       PIC S9(13)V99 COMP-3.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 MONEY-D2            PIC -Z(12)9.99.
       01 MONEY-D3            PIC -Z(12)9.99.
       01 MONEY-D4            PIC -Z(12)9.99.
       01 ASOF-DATE-D         PIC 9(8).
       01 PRIOR-DATE-D        PIC 9(8).
       01 PRODUCT-D           PIC X(6).
       01 LIFECYCLE-D         PIC X(14).

       PROCEDURE DIVISION.

           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USERNAME"
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY
           MOVE WS-TODAY-STAMP(1:16) TO RUN-AUDIT-THRU

           PERFORM READ-TBAL-PARM

           PERFORM OPEN-TBAL-HIST-FILE
           IF NOT WS-TBH-OK
               DISPLAY "UNABLE TO OPEN THE TRIAL BALANCE HISTORY FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM FIND-PRIOR-CLOSE
           IF LATER-DAY-FOUND
               DISPLAY "A LATER DAY IS ALREADY CLOSED - "
                   "TRIAL BALANCE NOT RUN FOR " ASOF-DATE-N
               CLOSE TBAL-HIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE TBAL-HIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TBAL-RPT-FILE

           INITIALIZE RF-TOTALS

           PERFORM READ-MASTER
           PERFORM UNTIL WS-EOF
               PERFORM TOTAL-ONE-LOAN
               PERFORM READ-MASTER
           END-PERFORM

           IF PRIOR-FOUND
               PERFORM SUM-DAY-MOVEMENTS
           END-IF

           PERFORM SAVE-DAY-CLOSE

           MOVE ASOF-DATE-N TO ASOF-DATE-D
           MOVE SPACES TO RPT-LINE
           STRING "LOAN SUBSIDIARY TRIAL BALANCE FOR " ASOF-DATE-D
               INTO RPT-LINE
           WRITE RPT-LINE
           IF THIS-DAY-FOUND
               MOVE "** RE-RUN - REPLACES THE CLOSE SAVED EARLIER **"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-CLOSING-DETAIL
           PERFORM WRITE-ROLL-FORWARD
           PERFORM WRITE-OTHER-BALANCES
           PERFORM WRITE-SIGN-OFF

           CLOSE LOAN-MASTER-FILE
           CLOSE TBAL-HIST-FILE
           CLOSE TBAL-RPT-FILE

           EVALUATE TRUE
               WHEN TBH-SAVE-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN UNEXPLAINED-AMT NOT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

      * THE CARD IS ONLY FOR RE-RUNNING A PAST DAY; WITHOUT ONE THE
      * CLOSE IS DATED WITH THE CYCLE'S PROCESSING DATE.
       READ-TBAL-PARM.
           MOVE 0 TO ASOF-DATE-N
           OPEN INPUT TBAL-PARM-FILE
           IF WS-PARM-OK
               READ TBAL-PARM-FILE
                   NOT AT END
                       IF PARM-ASOF-DATE NOT NUMERIC
                           DISPLAY "TRIAL BALANCE PARAMETER CARD "
                               "INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-ASOF-DATE TO ASOF-DATE-N
               END-READ
               CLOSE TBAL-PARM-FILE
           END-IF

           IF ASOF-DATE-N = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO ASOF-DATE-N
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(ASOF-DATE-N) NOT = 0
               DISPLAY "TRIAL BALANCE DATE INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE PROCESSING DATE THE START-OF-DAY STEP LEFT ON LOANDATE
      * (SEE PROCDATE.CPY). WITH NEITHER IT NOR A CARD, THE RUN
      * STOPS - A CLOSE ON THE WRONG DAY BREAKS TWO ROLL-FORWARDS.
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
               DISPLAY "TRIAL BALANCE PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * SAME FIRST-TIME-THROUGH HANDLING AS THE RESERVE HISTORY. THE
      * HISTORY IS PERMANENT: NEVER OPENED OUTPUT ONCE IT HAS ROWS.
       OPEN-TBAL-HIST-FILE.
           OPEN I-O TBAL-HIST-FILE
           IF WS-TBH-NOT-FOUND
               OPEN OUTPUT TBAL-HIST-FILE
               CLOSE TBAL-HIST-FILE
               OPEN I-O TBAL-HIST-FILE
           END-IF.

      * ONE PASS OF THE BOOK ROWS, OLDEST DAY FIRST. THE LAST ONE
      * BEFORE TODAY IS THE OPENING. ONE AFTER TODAY MEANS THE CARD
      * NAMES A DAY ALREADY OVERTAKEN - CLOSING IT AGAIN WOULD BREAK
      * THE LATER DAY'S ROLL-FORWARD.
       FIND-PRIOR-CLOSE.
           MOVE LOW-VALUES TO TBH-KEY
           MOVE ZERO TO TBH-ASOF-DATE
           START TBAL-HIST-FILE KEY NOT < TBH-KEY
               INVALID KEY
                   SET TBH-EOF TO TRUE
           END-START

           PERFORM UNTIL TBH-EOF
               READ TBAL-HIST-FILE NEXT
                   AT END
                       SET TBH-EOF TO TRUE
               END-READ
               IF NOT WS-TBH-OK
                   SET TBH-EOF TO TRUE
               END-IF
               IF NOT TBH-EOF AND TBH-ROW-BOOK
                   EVALUATE TRUE
                       WHEN TBH-ASOF-DATE < ASOF-DATE-N
                           SET PRIOR-FOUND TO TRUE
                           MOVE TBH-ASOF-DATE  TO PRIOR-ASOF-DATE
                           MOVE TBH-AUDIT-THRU TO PRIOR-AUDIT-THRU
                           MOVE TBH-LOAN-COUNT TO PRIOR-LOAN-COUNT
                           MOVE TBH-ACTUAL-BALANCE TO PRIOR-ACTUAL
                           MOVE TBH-ESCROW-HELD TO PRIOR-ESCROW-HELD
                           MOVE TBH-LATE-FEE-DUE
                               TO PRIOR-LATE-FEE-DUE
                           MOVE TBH-FEE-RECEIVED
                               TO PRIOR-FEE-RECEIVED
                       WHEN TBH-ASOF-DATE = ASOF-DATE-N
                           SET THIS-DAY-FOUND TO TRUE
                       WHEN OTHER
                           SET LATER-DAY-FOUND TO TRUE
                           SET TBH-EOF TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE "00" TO WS-TBH-STATUS.

      * ANY NON-CLEAN STATUS ENDS THE PASS, NOT JUST AT END.
       READ-MASTER.
           READ LOAN-MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-MSTR-OK
               SET WS-EOF TO TRUE
           END-IF.

      * EVERY LOAN ON THE MASTER IS ON THE BOOK, WHATEVER ITS
      * LIFECYCLE - A PAID-OFF LOAN STILL HOLDS ESCROW UNTIL IT IS
      * REFUNDED, AND A CHARGED-OFF ONE STILL OWES LATE FEES. A
      * BLANK LIFECYCLE COUNTS AS ACTIVE, AS EVERYWHERE ELSE.
       TOTAL-ONE-LOAN.
           ADD 1 TO BOOK-LOANS
           ADD MSTR-ACTUAL-BALANCE TO BOOK-ACTUAL
           ADD MSTR-ESCROW-HELD    TO BOOK-ESCROW-HELD
           ADD MSTR-LATE-FEE-DUE   TO BOOK-LATE-FEE-DUE
           ADD MSTR-FEE-RECEIVED   TO BOOK-FEE-RECEIVED

           MOVE MSTR-PRODUCT-CODE TO LOAN-TB-PRODUCT
           IF MSTR-LIFECYCLE = SPACE
               MOVE "A" TO LOAN-TB-LIFECYCLE
           ELSE
               MOVE MSTR-LIFECYCLE TO LOAN-TB-LIFECYCLE
           END-IF

           PERFORM ADD-TO-TRIAL-BAL-ENTRY.

      * FIND THE LOAN'S PRODUCT AND LIFECYCLE IN THE TABLE, OR OPEN A
      * NEW ENTRY IN ITS SORTED PLACE BY SHUFFLING THE HIGHER KEYS
      * DOWN ONE.
       ADD-TO-TRIAL-BAL-ENTRY.
           MOVE 0 TO TB-FOUND-SW
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > TB-T-COUNT
                   OR TB-T-KEY(TB-IDX) >= LOAN-TB-KEY
               CONTINUE
           END-PERFORM
           IF TB-IDX <= TB-T-COUNT
               IF TB-T-KEY(TB-IDX) = LOAN-TB-KEY
                   SET TB-FOUND TO TRUE
               END-IF
           END-IF

           IF NOT TB-FOUND
               IF TB-T-COUNT >= TB-T-MAX
                   ADD 1 TO OVERFLOW-COUNT
               ELSE
                   PERFORM VARYING TB-SHIFT-IDX FROM TB-T-COUNT
                           BY -1 UNTIL TB-SHIFT-IDX < TB-IDX
                       MOVE TB-T-ENTRY(TB-SHIFT-IDX)
                           TO TB-T-ENTRY(TB-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO TB-T-COUNT
                   INITIALIZE TB-T-ENTRY(TB-IDX)
                   MOVE LOAN-TB-KEY TO TB-T-KEY(TB-IDX)
                   SET TB-FOUND TO TRUE
               END-IF
           END-IF

           IF TB-FOUND
               ADD 1 TO TB-T-LOANS(TB-IDX)
               ADD MSTR-ACTUAL-BALANCE TO TB-T-ACTUAL(TB-IDX)
               ADD MSTR-ESCROW-HELD    TO TB-T-ESCROW-HELD(TB-IDX)
               ADD MSTR-LATE-FEE-DUE   TO TB-T-LATE-FEE-DUE(TB-IDX)
               ADD MSTR-FEE-RECEIVED   TO TB-T-FEE-RECEIVED(TB-IDX)
           END-IF.

      * EVERY TRAIL LINE STAMPED AFTER THE PRIOR CLOSE AND NO LATER
      * THAN THIS ONE. ONLY THE ACTIONS WHOSE FIRST PAIR IS THE
      * ACTUAL BALANCE (SEE THE ACTION TABLE IN MNTAUDIT.CBL) MOVE
      * THE RECEIVABLE - SAVE, BOARD, DRAWFUND, PAYMENT, REVERSE,
      * MODIFY, CHGOFF, PURGE, RESTORE, DELETE, STATUS AND LIFECYC
      * (A BOARDED LOAN'S LINE GOES FROM ZERO TO THE BALANCE BOOKED,
      * LIKE A NEW LOAN'S SAVE); REPRICE AND DRAWPROJ ARE COUNTED
      * WITH THE MODIFICATIONS BUT MOVE NO PRINCIPAL, SO THEY ADD
      * NOTHING.
      * DRAWSCHD, DRAWAPPR, DRAWCANC AND DRAWEXPR ONLY CHANGE THE
      * DRAW SCHEDULE AND ARE NOT COUNTED AT ALL. NO TRAIL AT ALL
      * LEAVES EVERY MOVEMENT UNEXPLAINED - WHICH IS THE RIGHT
      * ANSWER, SINCE NOTHING CAN THEN BE PROVED.
       SUM-DAY-MOVEMENTS.
           MOVE 0 TO WS-EOF-SWITCH
           OPEN INPUT MAINT-AUDIT-FILE
           IF WS-MAUD-OK
               SET MAUD-FILE-READ TO TRUE
               PERFORM READ-AUDIT-LINE
               PERFORM UNTIL WS-EOF
                   ADD 1 TO AUDIT-LINES-READ
                   IF MAL-TIMESTAMP(1:16) > PRIOR-AUDIT-THRU
                           AND MAL-TIMESTAMP(1:16) <= RUN-AUDIT-THRU
                       PERFORM CLASSIFY-AUDIT-LINE
                   END-IF
                   PERFORM READ-AUDIT-LINE
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF.

       READ-AUDIT-LINE.
           READ MAINT-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-MAUD-OK
               SET WS-EOF TO TRUE
           END-IF.

       CLASSIFY-AUDIT-LINE.
           MOVE 0 TO RF-IDX
           EVALUATE MAL-ACTION
               WHEN "SAVE"
                   MOVE RF-BOOKED TO RF-IDX
               WHEN "BOARD"
                   MOVE RF-BOARDED TO RF-IDX
               WHEN "DRAWFUND"
                   MOVE RF-DRAWN TO RF-IDX
               WHEN "PAYMENT"
                   MOVE RF-COLLECTED TO RF-IDX
               WHEN "REVERSE"
                   MOVE RF-REVERSED TO RF-IDX
               WHEN "MODIFY"
                   MOVE RF-ADJUSTED TO RF-IDX
               WHEN "CHGOFF"
                   MOVE RF-CHARGED-OFF TO RF-IDX
               WHEN "PURGE"
               WHEN "RESTORE"
                   MOVE RF-PURGED TO RF-IDX
               WHEN "DELETE"
               WHEN "STATUS"
               WHEN "LIFECYC"
                   MOVE RF-OTHER TO RF-IDX
               WHEN "REPRICE"
               WHEN "DRAWPROJ"
                   ADD 1 TO AUDIT-LINES-USED
                   ADD 1 TO RF-COUNT(RF-ADJUSTED)
           END-EVALUATE

           IF RF-IDX > 0
               ADD 1 TO AUDIT-LINES-USED
               COMPUTE AUDIT-BEFORE = FUNCTION NUMVAL(MAL-BEFORE-1)
               COMPUTE AUDIT-AFTER  = FUNCTION NUMVAL(MAL-AFTER-1)
               ADD 1 TO RF-COUNT(RF-IDX)
               COMPUTE RF-AMOUNT(RF-IDX) = RF-AMOUNT(RF-IDX)
                   + AUDIT-AFTER - AUDIT-BEFORE
           END-IF.

      * TODAY'S CLOSE, FOR TOMORROW TO OPEN FROM. A RE-RUN FIRST
      * CLEARS THE ROWS THE EARLIER RUN SAVED FOR THE DAY, SO A
      * PRODUCT OR LIFECYCLE THAT HAS SINCE EMPTIED DOES NOT LINGER.
       SAVE-DAY-CLOSE.
           IF PRIOR-FOUND
               PERFORM COMPUTE-ROLL-FORWARD
           END-IF

           IF THIS-DAY-FOUND
               PERFORM CLEAR-DAY-ROWS
           END-IF

           MOVE SPACES TO TRIAL-BAL-HIST-RECORD
           MOVE ASOF-DATE-N    TO TBH-ASOF-DATE
           SET TBH-ROW-BOOK    TO TRUE
           MOVE WS-TODAY       TO TBH-RUN-DATE
           MOVE OPERATOR-ID    TO TBH-OPERATOR
           MOVE RUN-AUDIT-THRU TO TBH-AUDIT-THRU
           MOVE BOOK-LOANS     TO TBH-LOAN-COUNT
           MOVE BOOK-ACTUAL    TO TBH-ACTUAL-BALANCE
           MOVE BOOK-ESCROW-HELD  TO TBH-ESCROW-HELD
           MOVE BOOK-LATE-FEE-DUE TO TBH-LATE-FEE-DUE
           MOVE BOOK-FEE-RECEIVED TO TBH-FEE-RECEIVED
           MOVE UNEXPLAINED-AMT   TO TBH-UNEXPLAINED
           PERFORM WRITE-HIST-ROW

           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > TB-T-COUNT
               MOVE SPACES TO TRIAL-BAL-HIST-RECORD
               MOVE ASOF-DATE-N    TO TBH-ASOF-DATE
               SET TBH-ROW-DETAIL  TO TRUE
               MOVE TB-T-PRODUCT(TB-IDX)   TO TBH-PRODUCT-CODE
               MOVE TB-T-LIFECYCLE(TB-IDX) TO TBH-LIFECYCLE
               MOVE WS-TODAY       TO TBH-RUN-DATE
               MOVE OPERATOR-ID    TO TBH-OPERATOR
               MOVE RUN-AUDIT-THRU TO TBH-AUDIT-THRU
               MOVE TB-T-LOANS(TB-IDX)  TO TBH-LOAN-COUNT
               MOVE TB-T-ACTUAL(TB-IDX) TO TBH-ACTUAL-BALANCE
               MOVE TB-T-ESCROW-HELD(TB-IDX)  TO TBH-ESCROW-HELD
               MOVE TB-T-LATE-FEE-DUE(TB-IDX) TO TBH-LATE-FEE-DUE
               MOVE TB-T-FEE-RECEIVED(TB-IDX) TO TBH-FEE-RECEIVED
               MOVE ZERO TO TBH-UNEXPLAINED
               PERFORM WRITE-HIST-ROW
           END-PERFORM

           IF TBH-SAVE-FAILED
               DISPLAY "TRIAL BALANCE CLOSE NOT SAVED FOR " ASOF-DATE-N
                   " - STATUS " WS-TBH-STATUS
           END-IF.

       WRITE-HIST-ROW.
           IF NOT TBH-SAVE-FAILED
               WRITE TRIAL-BAL-HIST-RECORD
                   INVALID KEY
                       SET TBH-SAVE-FAILED TO TRUE
               END-WRITE
               IF NOT WS-TBH-OK
                   SET TBH-SAVE-FAILED TO TRUE
               END-IF
           END-IF.

       CLEAR-DAY-ROWS.
           MOVE 0 TO TBH-EOF-SWITCH
           MOVE LOW-VALUES TO TBH-KEY
           MOVE ASOF-DATE-N TO TBH-ASOF-DATE
           START TBAL-HIST-FILE KEY NOT < TBH-KEY
               INVALID KEY
                   SET TBH-EOF TO TRUE
           END-START

           PERFORM UNTIL TBH-EOF
               READ TBAL-HIST-FILE NEXT
                   AT END
                       SET TBH-EOF TO TRUE
               END-READ
               IF NOT WS-TBH-OK
                   SET TBH-EOF TO TRUE
               END-IF
               IF NOT TBH-EOF
                   IF TBH-ASOF-DATE NOT = ASOF-DATE-N
                       SET TBH-EOF TO TRUE
                   ELSE
                       DELETE TBAL-HIST-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM

           MOVE "00" TO WS-TBH-STATUS.

       COMPUTE-ROLL-FORWARD.
           MOVE ZERO TO MOVEMENT-TOTAL
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > RF-LINE-COUNT
               ADD RF-AMOUNT(RF-IDX) TO MOVEMENT-TOTAL
           END-PERFORM
           COMPUTE CALCULATED-CLOSE = PRIOR-ACTUAL + MOVEMENT-TOTAL
           COMPUTE UNEXPLAINED-AMT = BOOK-ACTUAL - CALCULATED-CLOSE.

      * ONE LINE PER PRODUCT AND LIFECYCLE, A SUBTOTAL PER PRODUCT,
      * THEN THE BOOK.
       WRITE-CLOSING-DETAIL.
           MOVE SPACES TO RPT-LINE
           STRING "PRODUCT LIFECYCLE         LOANS"
               "   ACTUAL BALANCE      ESCROW HELD"
               "     LATE FEE DUE     FEE RECEIVED" INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 1 TO TB-IDX
           PERFORM UNTIL TB-IDX > TB-T-COUNT
               MOVE TB-T-PRODUCT(TB-IDX) TO PRODUCT-IN-HAND
               IF PRODUCT-IN-HAND = SPACES
                   MOVE "(NONE)" TO PRODUCT-D
               ELSE
                   MOVE PRODUCT-IN-HAND TO PRODUCT-D
               END-IF
               MOVE ZERO TO PRODUCT-LOANS
               MOVE ZERO TO PRODUCT-ACTUAL
               MOVE ZERO TO PRODUCT-ESCROW-HELD
               MOVE ZERO TO PRODUCT-LATE-FEE
               MOVE ZERO TO PRODUCT-FEE-RCVD
               PERFORM UNTIL TB-IDX > TB-T-COUNT
                       OR TB-T-PRODUCT(TB-IDX) NOT = PRODUCT-IN-HAND
                   PERFORM WRITE-PRODUCT-LIFECYCLE-LINE
                   ADD 1 TO TB-IDX
               END-PERFORM
               MOVE PRODUCT-LOANS TO COUNT-D
               MOVE PRODUCT-ACTUAL TO MONEY-D
               MOVE PRODUCT-ESCROW-HELD TO MONEY-D2
               MOVE PRODUCT-LATE-FEE TO MONEY-D3
               MOVE PRODUCT-FEE-RCVD TO MONEY-D4
               MOVE SPACES TO RPT-LINE
               STRING "  " PRODUCT-D "TOTAL          " COUNT-D
                   MONEY-D MONEY-D2 MONEY-D3 MONEY-D4 INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM

           MOVE BOOK-LOANS TO COUNT-D
           MOVE BOOK-ACTUAL TO MONEY-D
           MOVE BOOK-ESCROW-HELD TO MONEY-D2
           MOVE BOOK-LATE-FEE-DUE TO MONEY-D3
           MOVE BOOK-FEE-RECEIVED TO MONEY-D4
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BOOK    TOTAL            " COUNT-D
               MONEY-D MONEY-D2 MONEY-D3 MONEY-D4 INTO RPT-LINE
           WRITE RPT-LINE

           IF OVERFLOW-COUNT > 0
               MOVE OVERFLOW-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "** " COUNT-D " LOANS IN PRODUCTS PAST THE "
                   "TABLE - IN THE BOOK TOTAL ONLY **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-PRODUCT-LIFECYCLE-LINE.
           ADD TB-T-LOANS(TB-IDX)        TO PRODUCT-LOANS
           ADD TB-T-ACTUAL(TB-IDX)       TO PRODUCT-ACTUAL
           ADD TB-T-ESCROW-HELD(TB-IDX)  TO PRODUCT-ESCROW-HELD
           ADD TB-T-LATE-FEE-DUE(TB-IDX) TO PRODUCT-LATE-FEE
           ADD TB-T-FEE-RECEIVED(TB-IDX) TO PRODUCT-FEE-RCVD

           EVALUATE TB-T-LIFECYCLE(TB-IDX)
               WHEN "A"
                   MOVE "ACTIVE" TO LIFECYCLE-D
               WHEN "L"
                   MOVE "IN COLLECTION" TO LIFECYCLE-D
               WHEN "P"
                   MOVE "PAID OFF" TO LIFECYCLE-D
               WHEN "C"
                   MOVE "CHARGED OFF" TO LIFECYCLE-D
               WHEN OTHER
                   MOVE SPACES TO LIFECYCLE-D
                   STRING "OTHER (" TB-T-LIFECYCLE(TB-IDX) ")"
                       DELIMITED BY SIZE INTO LIFECYCLE-D
           END-EVALUATE
           MOVE TB-T-LOANS(TB-IDX) TO COUNT-D
           MOVE TB-T-ACTUAL(TB-IDX) TO MONEY-D
           MOVE TB-T-ESCROW-HELD(TB-IDX) TO MONEY-D2
           MOVE TB-T-LATE-FEE-DUE(TB-IDX) TO MONEY-D3
           MOVE TB-T-FEE-RECEIVED(TB-IDX) TO MONEY-D4
           MOVE SPACES TO RPT-LINE
           STRING "  " PRODUCT-D LIFECYCLE-D " " COUNT-D
               MONEY-D MONEY-D2 MONEY-D3 MONEY-D4 INTO RPT-LINE
           WRITE RPT-LINE.

      * THE RECEIVABLE FROM THE PRIOR CLOSE TO TODAY'S. A DIFFERENCE
      * LEFT OVER IS A BALANCE THAT MOVED WITHOUT A TRAIL LINE - A
      * PROGRAM THAT SKIPPED ITS AUDIT CALL, A FILE RESTORED FROM
      * BACKUP, A RECORD PATCHED BY HAND - AND IS FLAGGED.
       WRITE-ROLL-FORWARD.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RECEIVABLE ROLL-FORWARD (MSTR-ACTUAL-BALANCE)"
               TO RPT-LINE
           WRITE RPT-LINE

           IF NOT PRIOR-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "  NO PRIOR CLOSE ON FILE - THIS RUN ESTABLISHES "
                   "THE OPENING FIGURES" INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE PRIOR-ASOF-DATE TO PRIOR-DATE-D
               MOVE PRIOR-LOAN-COUNT TO COUNT-D
               MOVE PRIOR-ACTUAL TO MONEY-D
               MOVE SPACES TO RPT-LINE
               STRING "     OPENING CLOSE OF " PRIOR-DATE-D " "
                   COUNT-D MONEY-D INTO RPT-LINE
               WRITE RPT-LINE

               PERFORM VARYING RF-IDX FROM 1 BY 1
                       UNTIL RF-IDX > RF-LINE-COUNT
                   MOVE RF-COUNT(RF-IDX) TO COUNT-D
                   MOVE RF-AMOUNT(RF-IDX) TO MONEY-D
                   MOVE SPACES TO RPT-LINE
                   STRING RF-LABEL(RF-IDX) " " COUNT-D MONEY-D
                       INTO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM

               MOVE CALCULATED-CLOSE TO MONEY-D
               MOVE SPACES TO RPT-LINE
               STRING "EQUALS CALCULATED CLOSE . . .          "
                   MONEY-D INTO RPT-LINE
               WRITE RPT-LINE

               MOVE BOOK-LOANS TO COUNT-D
               MOVE BOOK-ACTUAL TO MONEY-D
               MOVE SPACES TO RPT-LINE
               STRING "      CLOSE PER MASTER. . . .  " COUNT-D
                   MONEY-D INTO RPT-LINE
               WRITE RPT-LINE

               MOVE UNEXPLAINED-AMT TO MONEY-D
               MOVE SPACES TO RPT-LINE
               IF UNEXPLAINED-AMT = 0
                   STRING "      UNEXPLAINED DIFFERENCE.          "
                       MONEY-D "  IN BALANCE" INTO RPT-LINE
               ELSE
                   STRING "      UNEXPLAINED DIFFERENCE.          "
                       MONEY-D "  ** OUT OF BALANCE - REVIEW BEFORE "
                       "SIGN-OFF **" INTO RPT-LINE
               END-IF
               WRITE RPT-LINE

               MOVE AUDIT-LINES-USED TO COUNT-D
               MOVE SPACES TO RPT-LINE
               IF MAUD-FILE-READ
                   STRING "      MAINTENANCE TRAIL LINES USED " COUNT-D
                       INTO RPT-LINE
               ELSE
                   STRING "  ** NO MAINTENANCE TRAIL - MOVEMENTS "
                       "COULD NOT BE PROVED **" INTO RPT-LINE
               END-IF
               WRITE RPT-LINE
           END-IF.

      * THE OTHER THREE LEDGER BALANCES, DAY ON DAY.
       WRITE-OTHER-BALANCES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OTHER BALANCES                        OPENING"
               "          CLOSING       NET CHANGE" INTO RPT-LINE
           WRITE RPT-LINE

           MOVE "  ESCROW HELD . . . . . . . ." TO OTHER-LABEL
           MOVE PRIOR-ESCROW-HELD TO OTHER-OPENING
           MOVE BOOK-ESCROW-HELD  TO OTHER-CLOSING
           PERFORM WRITE-OTHER-BALANCE-LINE

           MOVE "  LATE FEES DUE . . . . . . ." TO OTHER-LABEL
           MOVE PRIOR-LATE-FEE-DUE TO OTHER-OPENING
           MOVE BOOK-LATE-FEE-DUE  TO OTHER-CLOSING
           PERFORM WRITE-OTHER-BALANCE-LINE

           MOVE "  FEES RECEIVED . . . . . . ." TO OTHER-LABEL
           MOVE PRIOR-FEE-RECEIVED TO OTHER-OPENING
           MOVE BOOK-FEE-RECEIVED  TO OTHER-CLOSING
           PERFORM WRITE-OTHER-BALANCE-LINE.

       WRITE-OTHER-BALANCE-LINE.
           COMPUTE CHANGE-AMT = OTHER-CLOSING - OTHER-OPENING
           MOVE OTHER-OPENING TO MONEY-D
           MOVE OTHER-CLOSING TO MONEY-D2
           MOVE CHANGE-AMT    TO MONEY-D3
           MOVE SPACES TO RPT-LINE
           IF PRIOR-FOUND
               STRING OTHER-LABEL "   " MONEY-D MONEY-D2 MONEY-D3
                   INTO RPT-LINE
           ELSE
               STRING OTHER-LABEL "   " "                 "
                   MONEY-D2 INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      * THE PAPER SIGN-OFF ACCOUNTING USED TO KEEP, NOW ON THE FOOT
      * OF THE REPORT ITSELF.
       WRITE-SIGN-OFF.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF TBH-SAVE-FAILED
               MOVE SPACES TO RPT-LINE
               STRING "** CLOSE NOT SAVED - TOMORROW WILL OPEN "
                   "FROM THE PRIOR CLOSE **" INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "RUN BY " OPERATOR-ID " ON " WS-TODAY
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RECONCILED BY ____________________  DATE __________"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "APPROVED BY   ____________________  DATE __________"
               TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM LOANTBAL.
