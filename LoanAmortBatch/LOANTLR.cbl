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
       PROGRAM-ID. LOANTLR.
       REMARKS. TELLER RECEIPT EXTRACT. HANDS EVERY TELLER BATCH
               RELEASED ON THE TLRENTRY SCREEN (SEE TLRBATCH.CPY) TO
               POSTING: THE RELEASED ITEMS ARE WRITTEN TO THE TLRRCPT
               RECEIPT FILE IN THE LOANRCPT LAYOUT (SEE RECEIPT.CPY),
               IN RECEIPT SEQUENCE ORDER, AND THEIR BATCHES ARE MARKED
               POSTED SO THEY ARE NEVER EXTRACTED TWICE. OPS RUNS THE
               FILE THROUGH LOANPOST AHEAD OF THE DAY'S OTHER RECEIPT
               FILES, WHOSE START SEQUENCE CARDS MUST BE SET PAST THE
               LAST SEQUENCE THIS RUN REPORTS.

               A BATCH STILL OPEN FOR KEYING IS LISTED AS HELD AND
               LEFT ALONE - IT HAS NOT PROVED TO ITS TAPE. EVERY
               RELEASED BATCH IS PROVED AGAIN AGAINST THE FIGURES IT
               WAS RELEASED WITH, AND IF ANY FAILS NO BATCH IS MARKED
               POSTED AND THE STEP ENDS RC 8 - THE RECEIPT FILE MUST
               NOT BE POSTED UNTIL THE BATCH FILE IS PUT RIGHT.

               WHEN EVERY SEQUENCE GIVEN OUT HAS BEEN EXTRACTED THE
               CONTROL RECORD'S RECEIPT COUNTER GOES BACK TO ZERO, SO
               THE NEXT DAY'S TELLER RECEIPTS START AGAIN AT 1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-BATCH-FILE ASSIGN TO LOANTLRB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLRB-KEY
               ALTERNATE RECORD KEY IS TLRB-RCPT-SEQ-NO
                   WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-TLRB-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO TLRRCPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT TLR-RPT-FILE ASSIGN TO TLRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  TELLER-BATCH-FILE.
       COPY "TLRBATCH.CPY".

       FD  RECEIPT-FILE.
       COPY "RECEIPT.CPY".

       FD  TLR-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-TLRB-STATUS PIC X(2).
         88 WS-TLRB-OK VALUE "00".
         88 WS-TLRB-NOT-FOUND VALUE "23" "35".
         88 WS-TLRB-LOCKED VALUE "99".

       01 LOCK-RETRY-LIMIT PIC S9(4) COMP VALUE 10.
       01 LOCK-RETRY       PIC S9(4) COMP.

       01 WS-TODAY-STAMP   PIC X(21).
       01 WS-TODAY-N       PIC 9(8).

      * ONE ENTRY PER RELEASED BATCH IN BATCH NUMBER ORDER, BUILT BY
      * THE HEADER PASS. A BATCH PAST THE TABLE STAYS RELEASED FOR
      * THE NEXT RUN.
       01 MAX-BATCHES         PIC S9(4) COMP VALUE 500.
       01 BATCH-COUNT         PIC S9(4) COMP VALUE 0.
       01 BATCH-IX            PIC S9(4) COMP VALUE 0.
       01 BATCH-TABLE.
          03 BATCH-ENTRY OCCURS 500 TIMES.
             05 BT-BATCH-NO       PIC 9(6).
             05 BT-OPERATOR       PIC X(8).
             05 BT-FIRST-SEQ      PIC 9(6).
             05 BT-LAST-SEQ       PIC 9(6).
             05 BT-KEYED-COUNT    PIC S9(8) COMP.
             05 BT-KEYED-TOTAL    PIC S9(11)V99 COMP-3.
             05 BT-WRITTEN-COUNT  PIC S9(8) COMP.
             05 BT-WRITTEN-TOTAL  PIC S9(11)V99 COMP-3.
             05 BT-STATUS         PIC X(1).
                88 BT-PROVED      VALUE "P".
                88 BT-OUT-OF-PROOF VALUE "O".

       01 LOW-SEQ             PIC 9(6) VALUE 0.
       01 HIGH-SEQ            PIC 9(6) VALUE 0.

       01 RELEASED-COUNT      PIC S9(8) COMP VALUE 0.
       01 OVERFLOW-COUNT      PIC S9(8) COMP VALUE 0.
       01 HELD-COUNT          PIC S9(8) COMP VALUE 0.
       01 BAD-BATCH-COUNT     PIC S9(8) COMP VALUE 0.
       01 POSTED-COUNT        PIC S9(8) COMP VALUE 0.
       01 RCPT-COUNT          PIC S9(8) COMP VALUE 0.
       01 RCPT-AMOUNT-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
       01 LAST-RCPT-SEQ       PIC 9(6) VALUE 0.
       01 COUNTER-RESET-SW    PIC 9 VALUE 0.
         88 COUNTER-RESET     VALUE 1.

       01 COUNT-D             PIC Z(7)9.
       01 COUNT-2-D           PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 MONEY-2-D           PIC -Z(12)9.99.
       01 BATCH-D             PIC 9(6).
       01 SEQ-D               PIC 9(6).
       01 SEQ-2-D             PIC 9(6).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-N

           OPEN OUTPUT TLR-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "TELLER RECEIPT EXTRACT - BATCHES RELEASED TO "
               "POSTING" INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN OUTPUT RECEIPT-FILE

           OPEN I-O TELLER-BATCH-FILE
           IF WS-TLRB-NOT-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "NO TELLER BATCH FILE - NO TELLER RECEIPTS"
                   INTO RPT-LINE
               WRITE RPT-LINE
               CLOSE RECEIPT-FILE
               CLOSE TLR-RPT-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-TLRB-OK
               DISPLAY "UNABLE TO OPEN THE TELLER BATCH FILE"
               CLOSE RECEIPT-FILE
               CLOSE TLR-RPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM FIND-RELEASED-BATCHES

           IF BATCH-COUNT > 0
               PERFORM WRITE-RELEASED-ITEMS
               PERFORM PROVE-RELEASED-BATCHES
               IF BAD-BATCH-COUNT = 0
                   PERFORM MARK-BATCHES-POSTED
                   PERFORM RESET-RECEIPT-COUNTER
               END-IF
           END-IF

           PERFORM WRITE-BATCH-PROOF
           PERFORM WRITE-TLR-TOTALS

           CLOSE TELLER-BATCH-FILE
           CLOSE RECEIPT-FILE
           CLOSE TLR-RPT-FILE

           EVALUATE TRUE
               WHEN BAD-BATCH-COUNT > 0
                   DISPLAY "TELLER BATCH OUT OF PROOF - DO NOT POST "
                       "TLRRCPT"
                   MOVE 8 TO RETURN-CODE
               WHEN HELD-COUNT > 0 OR OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

      * HEADER PASS: STEP FROM ONE BATCH'S HEADER TO THE NEXT,
      * SKIPPING EACH BATCH'S ITEMS, AND TABLE EVERY RELEASED BATCH.
      * BATCH ZERO IS THE CONTROL RECORD AND IS PASSED OVER.
       FIND-RELEASED-BATCHES.
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO TLRB-BATCH-NO
           MOVE 0 TO TLRB-ITEM-NO
           START TELLER-BATCH-FILE KEY IS NOT LESS THAN TLRB-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ TELLER-BATCH-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   IF TLRB-IS-HEADER
                       PERFORM TABLE-BATCH-HEADER
                   END-IF
                   MOVE 9999 TO TLRB-ITEM-NO
                   START TELLER-BATCH-FILE KEY IS GREATER THAN TLRB-KEY
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
               END-IF
           END-PERFORM.

       TABLE-BATCH-HEADER.
           EVALUATE TRUE
               WHEN TLRH-RELEASED
                   ADD 1 TO RELEASED-COUNT
                   IF BATCH-COUNT >= MAX-BATCHES
                       ADD 1 TO OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO BATCH-COUNT
                       MOVE BATCH-COUNT TO BATCH-IX
                       PERFORM START-BATCH-ENTRY
                   END-IF
               WHEN TLRH-OPEN
                   ADD 1 TO HELD-COUNT
                   MOVE TLRB-BATCH-NO TO BATCH-D
                   MOVE TLRH-KEYED-COUNT TO COUNT-D
                   MOVE TLRH-KEYED-TOTAL TO MONEY-D
                   MOVE SPACES TO RPT-LINE
                   STRING "BATCH " BATCH-D " OPERATOR " TLRH-OPERATOR
                       " ITEMS " COUNT-D " AMOUNT " MONEY-D
                       " NOT RELEASED - HELD" INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       START-BATCH-ENTRY.
           MOVE TLRB-BATCH-NO     TO BT-BATCH-NO(BATCH-IX)
           MOVE TLRH-OPERATOR     TO BT-OPERATOR(BATCH-IX)
           MOVE TLRH-FIRST-SEQ    TO BT-FIRST-SEQ(BATCH-IX)
           MOVE TLRH-LAST-SEQ     TO BT-LAST-SEQ(BATCH-IX)
           MOVE TLRH-KEYED-COUNT  TO BT-KEYED-COUNT(BATCH-IX)
           MOVE TLRH-KEYED-TOTAL  TO BT-KEYED-TOTAL(BATCH-IX)
           MOVE ZERO TO BT-WRITTEN-COUNT(BATCH-IX)
           MOVE ZERO TO BT-WRITTEN-TOTAL(BATCH-IX)
           MOVE "O" TO BT-STATUS(BATCH-IX)
           IF LOW-SEQ = 0 OR TLRH-FIRST-SEQ < LOW-SEQ
               MOVE TLRH-FIRST-SEQ TO LOW-SEQ
           END-IF
           IF TLRH-LAST-SEQ > HIGH-SEQ
               MOVE TLRH-LAST-SEQ TO HIGH-SEQ
           END-IF.

      * ITEM PASS: READ THE ITEMS IN RECEIPT SEQUENCE FROM THE
      * LOWEST SEQUENCE RELEASED TO THE HIGHEST AND WRITE THOSE OF
      * THE TABLED BATCHES. ITEMS OF BATCHES ALREADY POSTED CAN
      * SHARE THE RANGE ONCE THE COUNTER HAS BEEN RESET, AND ARE
      * PASSED OVER.
       WRITE-RELEASED-ITEMS.
           MOVE 0 TO WS-EOF-SWITCH
           IF LOW-SEQ = 0
               MOVE 1 TO LOW-SEQ
           END-IF
           MOVE LOW-SEQ TO TLRB-RCPT-SEQ-NO
           START TELLER-BATCH-FILE
                   KEY IS NOT LESS THAN TLRB-RCPT-SEQ-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ TELLER-BATCH-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   IF TLRB-RCPT-SEQ-NO > HIGH-SEQ
                       SET WS-EOF TO TRUE
                   ELSE
                       IF NOT TLRB-IS-HEADER
                           PERFORM FIND-BATCH-ENTRY
                           IF BATCH-IX > 0
                               PERFORM WRITE-TELLER-RECEIPT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-BATCH-ENTRY.
           PERFORM VARYING BATCH-IX FROM 1 BY 1
                   UNTIL BATCH-IX > BATCH-COUNT
                   OR BT-BATCH-NO(BATCH-IX) = TLRB-BATCH-NO
               CONTINUE
           END-PERFORM
           IF BATCH-IX > BATCH-COUNT
               MOVE 0 TO BATCH-IX
           ELSE
               IF TLRB-RCPT-SEQ-NO < BT-FIRST-SEQ(BATCH-IX)
                       OR TLRB-RCPT-SEQ-NO > BT-LAST-SEQ(BATCH-IX)
                   MOVE 0 TO BATCH-IX
               END-IF
           END-IF.

       WRITE-TELLER-RECEIPT.
           MOVE SPACES TO RECEIPT-RECORD
           MOVE TLRI-LOAN-NO     TO RCPT-LOAN-NO
           MOVE TLRI-RCPT-DATE   TO RCPT-DATE
           MOVE TLRI-AMOUNT      TO RCPT-AMOUNT
           MOVE TLRI-TYPE        TO RCPT-TYPE
           MOVE TLRB-RCPT-SEQ-NO TO RCPT-SEQ-NO
           WRITE RECEIPT-RECORD
           ADD 1 TO BT-WRITTEN-COUNT(BATCH-IX)
           ADD TLRI-AMOUNT TO BT-WRITTEN-TOTAL(BATCH-IX)
           ADD 1 TO RCPT-COUNT
           ADD TLRI-AMOUNT TO RCPT-AMOUNT-TOTAL
           MOVE TLRB-RCPT-SEQ-NO TO LAST-RCPT-SEQ.

      * WHAT WAS WRITTEN FOR EACH BATCH MUST BE WHAT IT WAS RELEASED
      * WITH. ANY DIFFERENCE MEANS THE BATCH FILE WAS DISTURBED
      * AFTER RELEASE.
       PROVE-RELEASED-BATCHES.
           PERFORM VARYING BATCH-IX FROM 1 BY 1
                   UNTIL BATCH-IX > BATCH-COUNT
               IF BT-WRITTEN-COUNT(BATCH-IX) = BT-KEYED-COUNT(BATCH-IX)
                       AND BT-WRITTEN-TOTAL(BATCH-IX) =
                           BT-KEYED-TOTAL(BATCH-IX)
                   MOVE "P" TO BT-STATUS(BATCH-IX)
               ELSE
                   ADD 1 TO BAD-BATCH-COUNT
               END-IF
           END-PERFORM.

       MARK-BATCHES-POSTED.
           PERFORM VARYING BATCH-IX FROM 1 BY 1
                   UNTIL BATCH-IX > BATCH-COUNT
               MOVE BT-BATCH-NO(BATCH-IX) TO TLRB-BATCH-NO
               MOVE 0 TO TLRB-ITEM-NO
               MOVE 0 TO LOCK-RETRY
               READ TELLER-BATCH-FILE WITH LOCK
               PERFORM UNTIL NOT WS-TLRB-LOCKED
                       OR LOCK-RETRY >= LOCK-RETRY-LIMIT
                   ADD 1 TO LOCK-RETRY
                   READ TELLER-BATCH-FILE WITH LOCK
               END-PERFORM
               IF WS-TLRB-OK
                   MOVE "P" TO TLRH-STATUS
                   MOVE WS-TODAY-N TO TLRH-POSTED-DATE
                   REWRITE TELLER-BATCH-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO MARK TELLER BATCH "
                               BT-BATCH-NO(BATCH-IX) " POSTED"
                       NOT INVALID KEY
                           ADD 1 TO POSTED-COUNT
                   END-REWRITE
                   UNLOCK TELLER-BATCH-FILE
               ELSE
                   DISPLAY "UNABLE TO READ TELLER BATCH "
                       BT-BATCH-NO(BATCH-IX)
               END-IF
           END-PERFORM.

      * THE COUNTER ONLY GOES BACK TO ZERO WHEN NOTHING HAS BEEN
      * GIVEN OUT PAST THE LAST SEQUENCE EXTRACTED - A BATCH
      * RELEASED WHILE THIS RUN WAS GOING, OR LEFT FOR THE NEXT RUN,
      * KEEPS IT WHERE IT IS.
       RESET-RECEIPT-COUNTER.
           IF OVERFLOW-COUNT = 0 AND POSTED-COUNT = BATCH-COUNT
               MOVE ZERO TO TLRB-BATCH-NO
               MOVE ZERO TO TLRB-ITEM-NO
               MOVE 0 TO LOCK-RETRY
               READ TELLER-BATCH-FILE WITH LOCK
               PERFORM UNTIL NOT WS-TLRB-LOCKED
                       OR LOCK-RETRY >= LOCK-RETRY-LIMIT
                   ADD 1 TO LOCK-RETRY
                   READ TELLER-BATCH-FILE WITH LOCK
               END-PERFORM
               IF WS-TLRB-OK
                   IF TLRC-LAST-RCPT-SEQ = HIGH-SEQ
                       MOVE ZERO TO TLRC-LAST-RCPT-SEQ
                       REWRITE TELLER-BATCH-RECORD
                           NOT INVALID KEY
                               SET COUNTER-RESET TO TRUE
                       END-REWRITE
                   END-IF
                   UNLOCK TELLER-BATCH-FILE
               END-IF
           END-IF.

       WRITE-BATCH-PROOF.
           IF BATCH-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING BATCH-IX FROM 1 BY 1
                   UNTIL BATCH-IX > BATCH-COUNT
               MOVE BT-BATCH-NO(BATCH-IX)      TO BATCH-D
               MOVE BT-KEYED-COUNT(BATCH-IX)   TO COUNT-D
               MOVE BT-KEYED-TOTAL(BATCH-IX)   TO MONEY-D
               MOVE BT-WRITTEN-COUNT(BATCH-IX) TO COUNT-2-D
               MOVE BT-WRITTEN-TOTAL(BATCH-IX) TO MONEY-2-D
               MOVE BT-FIRST-SEQ(BATCH-IX)     TO SEQ-D
               MOVE BT-LAST-SEQ(BATCH-IX)      TO SEQ-2-D
               MOVE SPACES TO RPT-LINE
               IF BT-PROVED(BATCH-IX)
                   STRING "BATCH " BATCH-D " OPERATOR "
                       BT-OPERATOR(BATCH-IX) " ITEMS " COUNT-D
                       " AMOUNT " MONEY-D " RECEIPTS " SEQ-D
                       " TO " SEQ-2-D INTO RPT-LINE
               ELSE
                   STRING "BATCH " BATCH-D " OPERATOR "
                       BT-OPERATOR(BATCH-IX) " ITEMS " COUNT-D
                       " AMOUNT " MONEY-D
                       " ** OUT OF PROOF - WRITTEN " COUNT-2-D
                       " AMOUNT " MONEY-2-D " **" INTO RPT-LINE
               END-IF
               WRITE RPT-LINE
           END-PERFORM.

       WRITE-TLR-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE RELEASED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "BATCHES RELEASED . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF OVERFLOW-COUNT > 0
               MOVE OVERFLOW-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "  LEFT FOR NEXT RUN  . . : " COUNT-D
                   " (MORE THAN 500 RELEASED)" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF BAD-BATCH-COUNT > 0
               MOVE BAD-BATCH-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "  OUT OF PROOF . . . . . : " COUNT-D
                   " ** NO BATCH MARKED POSTED - DO NOT POST "
                   "TLRRCPT **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE POSTED-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "BATCHES MARKED POSTED  . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE HELD-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "BATCHES HELD OPEN  . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE RCPT-COUNT TO COUNT-D
           MOVE RCPT-AMOUNT-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "RECEIPTS WRITTEN . . . . : " COUNT-D
               " AMOUNT " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE LAST-RCPT-SEQ TO SEQ-D
           MOVE SPACES TO RPT-LINE
           STRING "LAST RECEIPT SEQUENCE  . : " SEQ-D
               " - START OTHER RECEIPT FILES PAST IT" INTO RPT-LINE
           WRITE RPT-LINE

           IF COUNTER-RESET
               MOVE SPACES TO RPT-LINE
               STRING "TELLER RECEIPT COUNTER RESET - NEXT RELEASE "
                   "STARTS AT 1" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM LOANTLR.
