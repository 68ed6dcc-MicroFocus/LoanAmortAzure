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
       PROGRAM-ID. LOANLBX.
       REMARKS. LOCKBOX IMPORT. BUILDS THE DAY'S LOANRCPT RECEIPT
               FILE FOR LOANPOST FROM THE BANK'S LOCKBOX TRANSMISSION
               (SEE LOCKBOX.CPY) INSTEAD OF FROM THE BANK'S PRINTED
               REPORT.

               THE FILE IS READ TWICE. THE FIRST PASS PROVES EVERY
               DEPOSIT BATCH AGAINST THE BANK'S OWN TRAILER - ITEM
               COUNT AND DOLLAR TOTAL - AND NOTHING IN A BATCH THAT
               DOES NOT PROVE, OR HAS NO USABLE HEADER, GOES TO
               POSTING. THE SECOND PASS APPLIES EACH ITEM OF A
               PROVEN BATCH: BY THE COUPON SCAN LINE LOANBILL PRINTS
               (SEE COUPON.CPY) WHEN ITS CHECK DIGIT PROVES AND ITS
               LOAN IS ON THE MASTER, OTHERWISE BY THE LOAN NUMBER
               THE BANK KEYED. A MATCHED ITEM BECOMES A PAYMENT
               RECEIPT DATED THE BATCH'S DEPOSIT DATE, SEQUENCED 1 UP
               FROM THE CARD'S START SEQUENCE IN FILE ORDER.

               AN ITEM THAT MATCHES NO LOAN, ARRIVES FOR A PAID-OFF
               LOAN, CARRIES NO USABLE AMOUNT, OR SITS IN A BATCH
               THAT DID NOT PROVE GOES TO THE LBXSUSP SUSPENSE FILE
               (SEE LBXSUSP.CPY) AND THE RESEARCH SECTION OF THE
               REPORT INSTEAD. A CHARGED-OFF LOAN'S ITEM POSTS -
               LOANPOST TAKES IT AS A RECOVERY.

               THE REPORT PROVES THE RUN: EACH BATCH AGAINST ITS
               TRAILER, THEN THE BANK'S TOTAL SPLIT INTO RECEIPTS
               WRITTEN AND SUSPENSE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBX-PARM-FILE ASSIGN TO LBXPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOCKBOX-FILE ASSIGN TO LBXIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBX-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO LOANRCPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT LBX-SUSPENSE-FILE ASSIGN TO LBXSUSP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LBX-RPT-FILE ASSIGN TO LBXRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE CARD: THE FIRST RECEIPT SEQUENCE NUMBER TO USE (ZERO
      * STARTS AT 1) - SET PAST ANY OTHER RECEIPTS FILE POSTING
      * UNDER THE SAME DATE, SO THE FILES RUN IN ONE SEQUENCE.
       FD  LBX-PARM-FILE.
       01  LBX-PARM-RECORD.
           03 PARM-START-SEQ    PIC 9(6).

       FD  LOCKBOX-FILE.
       COPY "LOCKBOX.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  RECEIPT-FILE.
       COPY "RECEIPT.CPY".

       FD  LBX-SUSPENSE-FILE.
       COPY "LBXSUSP.CPY".

       FD  LBX-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-LBX-STATUS PIC X(2).
         88 WS-LBX-OK VALUE "00".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".

       01 NEXT-RCPT-SEQ       PIC 9(6) VALUE 0.

      * ONE ENTRY PER BATCH IN THE ORDER THE BATCHES ARRIVE, BUILT
      * BY THE PROVING PASS AND CONSULTED BY THE POSTING PASS. ITEMS
      * AHEAD OF THE FIRST HEADER BELONG TO NO BATCH (ENTRY ZERO).
       01 MAX-BATCHES         PIC S9(4) COMP VALUE 500.
       01 BATCH-COUNT         PIC S9(4) COMP VALUE 0.
       01 BATCH-IX            PIC S9(4) COMP VALUE 0.
       01 BATCH-TABLE.
          03 BATCH-ENTRY OCCURS 500 TIMES.
             05 BT-LOCKBOX-NO     PIC X(7).
             05 BT-BATCH-NO       PIC 9(3).
             05 BT-DEPOSIT-DATE   PIC 9(8).
             05 BT-ITEM-COUNT     PIC S9(8) COMP.
             05 BT-AMOUNT         PIC S9(11)V99 COMP-3.
             05 BT-BANK-COUNT     PIC S9(8) COMP.
             05 BT-BANK-AMOUNT    PIC S9(11)V99 COMP-3.
             05 BT-STATUS         PIC X(1).
                88 BT-PROVED      VALUE "P".
                88 BT-OUT-OF-BALANCE VALUE "O".
                88 BT-NO-TRAILER  VALUE "N".
                88 BT-BAD-HEADER  VALUE "H".

      * THE COUPON AS SCANNED AND ITS CHECK DIGIT ARITHMETIC - THE
      * SAME PARAGRAPH LOANBILL USES TO PRINT THE LINE.
       COPY "COUPON.CPY".
       01 SCAN-IX             PIC S9(4) COMP.
       01 SCAN-DIGIT          PIC 9(1).
       01 SCAN-SUM            PIC S9(8) COMP.
       01 SCAN-QUOTIENT       PIC S9(8) COMP.
       01 SCAN-REMAINDER      PIC S9(4) COMP.
       01 SCAN-CHECK          PIC 9(1).

       01 MATCH-SW            PIC X(1).
         88 MATCHED-BY-SCAN   VALUE "S".
         88 MATCHED-BY-NUMBER VALUE "N".
         88 NOT-MATCHED       VALUE " ".
       01 ITEM-AMOUNT         PIC S9(9)V99 COMP-3.
       01 SUSPENSE-CODE       PIC X(2).
       01 SUSPENSE-TEXT       PIC X(30).

       01 ITEM-COUNT          PIC S9(8) COMP VALUE 0.
       01 ITEM-AMOUNT-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
       01 RCPT-COUNT          PIC S9(8) COMP VALUE 0.
       01 RCPT-AMOUNT-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
       01 SCAN-MATCH-COUNT    PIC S9(8) COMP VALUE 0.
       01 NUMBER-MATCH-COUNT  PIC S9(8) COMP VALUE 0.
       01 SUSPENSE-COUNT      PIC S9(8) COMP VALUE 0.
       01 SUSPENSE-AMOUNT     PIC S9(13)V99 COMP-3 VALUE 0.
       01 BAD-BATCH-COUNT     PIC S9(8) COMP VALUE 0.
       01 OTHER-RECORD-COUNT  PIC S9(8) COMP VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 BANK-COUNT-D        PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 BANK-MONEY-D        PIC -Z(12)9.99.
       01 AMOUNT-D            PIC -Z(8)9.99.
       01 BATCH-D             PIC 9(3).
       01 ITEM-D              PIC 9(4).

       PROCEDURE DIVISION.

           PERFORM READ-LBX-PARM

           OPEN INPUT LOCKBOX-FILE
           IF NOT WS-LBX-OK
               DISPLAY "UNABLE TO OPEN THE LOCKBOX FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LBX-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "LOCKBOX IMPORT - BATCH PROOF" INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM PROVE-BATCHES
           CLOSE LOCKBOX-FILE

           IF BATCH-COUNT > MAX-BATCHES
               MOVE SPACES TO RPT-LINE
               STRING "** MORE THAN 500 BATCHES - NOTHING WRITTEN, "
                   "SPLIT THE TRANSMISSION **" INTO RPT-LINE
               WRITE RPT-LINE
               CLOSE LBX-RPT-FILE
               DISPLAY "LOCKBOX FILE HAS TOO MANY BATCHES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-BATCH-PROOF

           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE LBX-RPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT LOCKBOX-FILE
           OPEN OUTPUT RECEIPT-FILE
           OPEN OUTPUT LBX-SUSPENSE-FILE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RESEARCH - ITEMS HELD IN SUSPENSE" INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM POST-ITEMS

           PERFORM WRITE-LBX-TOTALS

           CLOSE LOCKBOX-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE RECEIPT-FILE
           CLOSE LBX-SUSPENSE-FILE
           CLOSE LBX-RPT-FILE

           IF SUSPENSE-COUNT > 0 OR BAD-BATCH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-LBX-PARM.
           OPEN INPUT LBX-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "LOCKBOX PARAMETER CARD MISSING"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           READ LBX-PARM-FILE
               AT END
                   DISPLAY "LOCKBOX PARAMETER CARD EMPTY"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ

           IF PARM-START-SEQ NOT NUMERIC
               DISPLAY "LOCKBOX PARAMETER CARD INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF PARM-START-SEQ = 0
               MOVE 1 TO NEXT-RCPT-SEQ
           ELSE
               MOVE PARM-START-SEQ TO NEXT-RCPT-SEQ
           END-IF

           CLOSE LBX-PARM-FILE.

       READ-LOCKBOX.
           READ LOCKBOX-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * FIRST PASS: COUNT AND ADD EVERY BATCH'S ITEMS AND HOLD THEM
      * UP AGAINST THE BANK'S TRAILER. A HEADER WITH NO USABLE
      * DEPOSIT DATE CONDEMNS ITS BATCH - THERE IS NO DATE TO POST
      * THE RECEIPTS UNDER.
       PROVE-BATCHES.
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 0 TO BATCH-IX
           PERFORM READ-LOCKBOX
           PERFORM UNTIL WS-EOF OR BATCH-COUNT > MAX-BATCHES
               EVALUATE LBXH-RECORD-TYPE
                   WHEN "5"
                       ADD 1 TO BATCH-COUNT
                       MOVE BATCH-COUNT TO BATCH-IX
                       IF BATCH-IX <= MAX-BATCHES
                           PERFORM START-BATCH-ENTRY
                       END-IF
                   WHEN "6"
                       IF BATCH-IX > 0
                           ADD 1 TO BT-ITEM-COUNT(BATCH-IX)
                           IF LBXD-AMOUNT NUMERIC
                               ADD LBXD-AMOUNT TO BT-AMOUNT(BATCH-IX)
                           END-IF
                       END-IF
                   WHEN "8"
                       IF BATCH-IX > 0
                           PERFORM CLOSE-BATCH-ENTRY
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM READ-LOCKBOX
           END-PERFORM.

       START-BATCH-ENTRY.
           MOVE LBXH-LOCKBOX-NO TO BT-LOCKBOX-NO(BATCH-IX)
           IF LBXH-BATCH-NO NUMERIC
               MOVE LBXH-BATCH-NO TO BT-BATCH-NO(BATCH-IX)
           ELSE
               MOVE ZERO TO BT-BATCH-NO(BATCH-IX)
           END-IF
           MOVE ZERO TO BT-ITEM-COUNT(BATCH-IX)
           MOVE ZERO TO BT-AMOUNT(BATCH-IX)
           MOVE ZERO TO BT-BANK-COUNT(BATCH-IX)
           MOVE ZERO TO BT-BANK-AMOUNT(BATCH-IX)
           IF LBXH-DEPOSIT-DATE NUMERIC
                   AND LBXH-DEPOSIT-DATE NOT = 0
               MOVE LBXH-DEPOSIT-DATE TO BT-DEPOSIT-DATE(BATCH-IX)
               MOVE "N" TO BT-STATUS(BATCH-IX)
           ELSE
               MOVE ZERO TO BT-DEPOSIT-DATE(BATCH-IX)
               MOVE "H" TO BT-STATUS(BATCH-IX)
           END-IF.

       CLOSE-BATCH-ENTRY.
           IF LBXT-ITEM-COUNT NUMERIC
               MOVE LBXT-ITEM-COUNT TO BT-BANK-COUNT(BATCH-IX)
           END-IF
           IF LBXT-TOTAL-AMOUNT NUMERIC
               MOVE LBXT-TOTAL-AMOUNT TO BT-BANK-AMOUNT(BATCH-IX)
           END-IF
           IF NOT BT-BAD-HEADER(BATCH-IX)
               IF LBXT-ITEM-COUNT NUMERIC
                       AND LBXT-TOTAL-AMOUNT NUMERIC
                       AND BT-ITEM-COUNT(BATCH-IX) =
                           BT-BANK-COUNT(BATCH-IX)
                       AND BT-AMOUNT(BATCH-IX) =
                           BT-BANK-AMOUNT(BATCH-IX)
                   MOVE "P" TO BT-STATUS(BATCH-IX)
               ELSE
                   MOVE "O" TO BT-STATUS(BATCH-IX)
               END-IF
           END-IF.

       WRITE-BATCH-PROOF.
           PERFORM VARYING BATCH-IX FROM 1 BY 1
                   UNTIL BATCH-IX > BATCH-COUNT
               MOVE BT-BATCH-NO(BATCH-IX)    TO BATCH-D
               MOVE BT-ITEM-COUNT(BATCH-IX)  TO COUNT-D
               MOVE BT-AMOUNT(BATCH-IX)      TO MONEY-D
               MOVE BT-BANK-COUNT(BATCH-IX)  TO BANK-COUNT-D
               MOVE BT-BANK-AMOUNT(BATCH-IX) TO BANK-MONEY-D
               MOVE SPACES TO RPT-LINE
               EVALUATE TRUE
                   WHEN BT-PROVED(BATCH-IX)
                       STRING "LOCKBOX " BT-LOCKBOX-NO(BATCH-IX)
                           " BATCH " BATCH-D " ITEMS " COUNT-D
                           " AMOUNT " MONEY-D " PROVED"
                           INTO RPT-LINE
                   WHEN BT-BAD-HEADER(BATCH-IX)
                       ADD 1 TO BAD-BATCH-COUNT
                       STRING "LOCKBOX " BT-LOCKBOX-NO(BATCH-IX)
                           " BATCH " BATCH-D " ITEMS " COUNT-D
                           " AMOUNT " MONEY-D
                           " ** NO DEPOSIT DATE ON HEADER **"
                           INTO RPT-LINE
                   WHEN BT-NO-TRAILER(BATCH-IX)
                       ADD 1 TO BAD-BATCH-COUNT
                       STRING "LOCKBOX " BT-LOCKBOX-NO(BATCH-IX)
                           " BATCH " BATCH-D " ITEMS " COUNT-D
                           " AMOUNT " MONEY-D
                           " ** NO BATCH TRAILER **"
                           INTO RPT-LINE
                   WHEN OTHER
                       ADD 1 TO BAD-BATCH-COUNT
                       STRING "LOCKBOX " BT-LOCKBOX-NO(BATCH-IX)
                           " BATCH " BATCH-D " ITEMS " COUNT-D
                           " AMOUNT " MONEY-D
                           " ** OUT OF BALANCE - BANK ITEMS "
                           BANK-COUNT-D " AMOUNT " BANK-MONEY-D
                           " **" INTO RPT-LINE
               END-EVALUATE
               WRITE RPT-LINE
           END-PERFORM.

      * SECOND PASS: EVERY DETAIL ITEM ENDS UP EXACTLY ONCE, AS A
      * RECEIPT OR IN SUSPENSE, SO THE TWO ADD BACK TO THE BANK.
       POST-ITEMS.
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 0 TO BATCH-IX
           PERFORM READ-LOCKBOX
           PERFORM UNTIL WS-EOF
               EVALUATE LBXH-RECORD-TYPE
                   WHEN "5"
                       ADD 1 TO BATCH-IX
                   WHEN "6"
                       PERFORM POST-ITEM
                   WHEN "8"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO OTHER-RECORD-COUNT
               END-EVALUATE
               PERFORM READ-LOCKBOX
           END-PERFORM.

       POST-ITEM.
           ADD 1 TO ITEM-COUNT
           IF LBXD-AMOUNT NUMERIC
               MOVE LBXD-AMOUNT TO ITEM-AMOUNT
           ELSE
               MOVE ZERO TO ITEM-AMOUNT
           END-IF
           ADD ITEM-AMOUNT TO ITEM-AMOUNT-TOTAL

           EVALUATE TRUE
               WHEN BATCH-IX = 0
                   MOVE "BH" TO SUSPENSE-CODE
                   MOVE "NO BATCH HEADER" TO SUSPENSE-TEXT
                   PERFORM WRITE-SUSPENSE
               WHEN BT-BAD-HEADER(BATCH-IX)
                   MOVE "BH" TO SUSPENSE-CODE
                   MOVE "BATCH HEADER INVALID" TO SUSPENSE-TEXT
                   PERFORM WRITE-SUSPENSE
               WHEN NOT BT-PROVED(BATCH-IX)
                   MOVE "OB" TO SUSPENSE-CODE
                   MOVE "BATCH OUT OF BALANCE" TO SUSPENSE-TEXT
                   PERFORM WRITE-SUSPENSE
               WHEN ITEM-AMOUNT NOT > 0
                   MOVE "ZA" TO SUSPENSE-CODE
                   MOVE "AMOUNT ZERO OR NOT NUMERIC" TO SUSPENSE-TEXT
                   PERFORM WRITE-SUSPENSE
               WHEN OTHER
                   PERFORM MATCH-ITEM
                   EVALUATE TRUE
                       WHEN NOT-MATCHED
                           MOVE "NM" TO SUSPENSE-CODE
                           MOVE "NO MATCHING LOAN" TO SUSPENSE-TEXT
                           PERFORM WRITE-SUSPENSE
                       WHEN MSTR-LIFE-PAID-OFF
                           MOVE "PO" TO SUSPENSE-CODE
                           MOVE "LOAN IS PAID OFF" TO SUSPENSE-TEXT
                           PERFORM WRITE-SUSPENSE
                       WHEN OTHER
                           PERFORM WRITE-ITEM-RECEIPT
                   END-EVALUATE
           END-EVALUATE.

      * THE SCAN LINE FIRST - IT IS WHAT LOANBILL PRINTED, SO WHEN
      * THE CHECK DIGIT PROVES IT THE LOAN NUMBER ON IT IS RIGHT -
      * THEN WHATEVER LOAN NUMBER THE BANK KEYED.
       MATCH-ITEM.
           MOVE " " TO MATCH-SW
           IF LBXD-SCAN-LINE NOT = SPACES
               MOVE LBXD-SCAN-LINE TO COUPON-SCAN-LINE
               PERFORM COMPUTE-SCAN-CHECK
               IF CPN-CHECK-DIGIT IS NUMERIC
                       AND CPN-CHECK-DIGIT = SCAN-CHECK
                       AND CPN-LOAN-NO NOT = SPACES
                   MOVE CPN-LOAN-NO TO MSTR-LOAN-NO
                   READ LOAN-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET MATCHED-BY-SCAN TO TRUE
                   END-READ
               END-IF
           END-IF

           IF NOT-MATCHED AND LBXD-LOAN-NO NOT = SPACES
               MOVE LBXD-LOAN-NO TO MSTR-LOAN-NO
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MATCHED-BY-NUMBER TO TRUE
               END-READ
           END-IF.

      * MOD 10 OVER THE DIGITS OF THE FIRST 25 CHARACTERS, WEIGHTED
      * 3 AND 1 BY POSITION (SEE COUPON.CPY).
       COMPUTE-SCAN-CHECK.
           MOVE ZERO TO SCAN-SUM
           PERFORM VARYING SCAN-IX FROM 1 BY 1 UNTIL SCAN-IX > 25
               IF CPN-SCAN-CHAR(SCAN-IX) IS NUMERIC
                   MOVE CPN-SCAN-CHAR(SCAN-IX) TO SCAN-DIGIT
                   DIVIDE SCAN-IX BY 2 GIVING SCAN-QUOTIENT
                       REMAINDER SCAN-REMAINDER
                   IF SCAN-REMAINDER = 1
                       COMPUTE SCAN-SUM = SCAN-SUM + SCAN-DIGIT * 3
                   ELSE
                       ADD SCAN-DIGIT TO SCAN-SUM
                   END-IF
               END-IF
           END-PERFORM
           DIVIDE SCAN-SUM BY 10 GIVING SCAN-QUOTIENT
               REMAINDER SCAN-REMAINDER
           IF SCAN-REMAINDER = 0
               MOVE 0 TO SCAN-CHECK
           ELSE
               COMPUTE SCAN-CHECK = 10 - SCAN-REMAINDER
           END-IF.

       WRITE-ITEM-RECEIPT.
           MOVE SPACES TO RECEIPT-RECORD
           MOVE MSTR-LOAN-NO TO RCPT-LOAN-NO
           MOVE BT-DEPOSIT-DATE(BATCH-IX) TO RCPT-DATE
           MOVE ITEM-AMOUNT   TO RCPT-AMOUNT
           MOVE "P"           TO RCPT-TYPE
           MOVE NEXT-RCPT-SEQ TO RCPT-SEQ-NO
           WRITE RECEIPT-RECORD
           ADD 1 TO NEXT-RCPT-SEQ
           ADD 1 TO RCPT-COUNT
           ADD ITEM-AMOUNT TO RCPT-AMOUNT-TOTAL
           IF MATCHED-BY-SCAN
               ADD 1 TO SCAN-MATCH-COUNT
           ELSE
               ADD 1 TO NUMBER-MATCH-COUNT
           END-IF.

       WRITE-SUSPENSE.
           MOVE SPACES TO LBX-SUSPENSE-RECORD
           IF BATCH-IX > 0
               MOVE BT-DEPOSIT-DATE(BATCH-IX) TO LBXS-DEPOSIT-DATE
               MOVE BT-LOCKBOX-NO(BATCH-IX)   TO LBXS-LOCKBOX-NO
           ELSE
               MOVE ZERO TO LBXS-DEPOSIT-DATE
           END-IF
           IF LBXD-BATCH-NO NUMERIC
               MOVE LBXD-BATCH-NO TO LBXS-BATCH-NO
           ELSE
               MOVE ZERO TO LBXS-BATCH-NO
           END-IF
           IF LBXD-ITEM-NO NUMERIC
               MOVE LBXD-ITEM-NO TO LBXS-ITEM-NO
           ELSE
               MOVE ZERO TO LBXS-ITEM-NO
           END-IF
           MOVE ITEM-AMOUNT        TO LBXS-AMOUNT
           MOVE LBXD-CHECK-NO      TO LBXS-CHECK-NO
           MOVE LBXD-SCAN-LINE     TO LBXS-SCAN-LINE
           MOVE LBXD-LOAN-NO       TO LBXS-LOAN-NO
           MOVE LBXD-REMITTER-NAME TO LBXS-REMITTER-NAME
           MOVE SUSPENSE-CODE      TO LBXS-REASON-CODE
           MOVE SUSPENSE-TEXT      TO LBXS-REASON-TEXT
           WRITE LBX-SUSPENSE-RECORD
           ADD 1 TO SUSPENSE-COUNT
           ADD ITEM-AMOUNT TO SUSPENSE-AMOUNT

           MOVE LBXS-BATCH-NO TO BATCH-D
           MOVE LBXS-ITEM-NO  TO ITEM-D
           MOVE ITEM-AMOUNT   TO AMOUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "BATCH " BATCH-D " ITEM " ITEM-D " " AMOUNT-D
               " CHECK " LBXD-CHECK-NO " " LBXD-REMITTER-NAME
               " " SUSPENSE-CODE " " SUSPENSE-TEXT INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "                SCAN " LBXD-SCAN-LINE
               "  KEYED LOAN " LBXD-LOAN-NO INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-LBX-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE BATCH-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "BATCHES READ . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF BAD-BATCH-COUNT > 0
               MOVE BAD-BATCH-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "  NOT PROVED . . . . . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE ITEM-COUNT TO COUNT-D
           MOVE ITEM-AMOUNT-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS READ . . . . . . . : " COUNT-D
               " AMOUNT " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE RCPT-COUNT TO COUNT-D
           MOVE RCPT-AMOUNT-TOTAL TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "RECEIPTS WRITTEN . . . . : " COUNT-D
               " AMOUNT " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SCAN-MATCH-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  MATCHED BY SCAN LINE . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE NUMBER-MATCH-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "  MATCHED BY LOAN NUMBER : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SUSPENSE-COUNT TO COUNT-D
           MOVE SUSPENSE-AMOUNT TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "HELD IN SUSPENSE . . . . : " COUNT-D
               " AMOUNT " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           IF OTHER-RECORD-COUNT > 0
               MOVE OTHER-RECORD-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "UNRECOGNIZED RECORDS . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM LOANLBX.
