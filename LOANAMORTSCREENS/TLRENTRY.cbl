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
       PROGRAM-ID. TLRENTRY.
       REMARKS. TELLER RECEIPT ENTRY. MONEY TAKEN AT THE BRANCH
               COUNTER OR BY PHONE IS KEYED HERE IN BATCHES ON THE
               TELLER BATCH FILE (SEE TLRBATCH.CPY) INSTEAD OF BEING
               WRITTEN ON A LOG AND EDITED INTO LOANRCPT BY HAND.

               (O)PEN STARTS A BATCH WITH THE ITEM COUNT AND CONTROL
               TOTAL FROM THE TELLER'S TAPE AND GOES STRAIGHT TO
               KEYING; (K)EY GOES BACK INTO AN OPEN BATCH. EACH ITEM
               IS A LOAN NUMBER, AN AMOUNT AND A RECEIPT TYPE. THE
               LOAN IS LOOKED UP ON THE MASTER AS IT IS KEYED AND
               ITS BORROWER AND AMOUNT DUE ARE SHOWN BEFORE THE
               AMOUNT IS TAKEN, SO A TRANSPOSED LOAN NUMBER IS CAUGHT
               AT THE COUNTER. A LOAN NOT ON FILE IS REFUSED; SO IS
               ANYTHING BUT A REVERSAL ON A PAID-OFF LOAN, WHICH
               LOANLBX WOULD SEND TO SUSPENSE. MONEY FOR A CHARGED-
               OFF LOAN IS TAKEN - LOANPOST BOOKS IT AS A RECOVERY.

               (V)OID TAKES A MIS-KEYED ITEM BACK OUT AND (C)ONTROL
               FIGURES CORRECTS A MIS-ADDED TAPE. (R)ELEASE PROVES
               THE BATCH - THE ITEMS ON FILE ARE RE-COUNTED AND
               RE-ADDED, AND MUST AGREE WITH THE DECLARED COUNT AND
               TOTAL - AND ONLY THEN NUMBERS EVERY ITEM WITH ITS
               RCPT-SEQ-NO AND HANDS THE BATCH TO THE LOANTLR RUN
               THAT FEEDS POSTING. AN OUT-OF-BALANCE BATCH STAYS OPEN
               AND NOTHING IN IT POSTS. A RELEASED BATCH CANNOT BE
               CHANGED - A MISTAKE FOUND AFTER THAT IS A REVERSAL
               KEYED IN A LATER BATCH.

               AMOUNT DUE IS LOANBILL'S MEASURE TAKEN TODAY: THE
               SCHEDULED PAYMENTS DUE BY TODAY LESS EVERYTHING
               RECEIVED, FLOORED AT ZERO, PLUS LATE FEES OWED - OR,
               FOR A LOAN THAT IS UP TO DATE, THE NEXT PAYMENT WITH
               ITS ESCROW.

               EVERY MODE BUT (I)NQUIRY NEEDS THE TLRENTRY FUNCTION
               (SEE OPERROLE.CPY); A REFUSAL IS LOGGED ON LOANMAUD BY
               OPERAUTH. IF THE TELLER BATCH FILE WILL NOT OPEN THE
               SCREEN DOES NOT START.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MANUAL RECORD LOCKING, AS ON THE LOAN MASTER - EVERY TELLER
      * SHARES THE FILE, AND ONLY THE CONTROL RECORD IS EVER HELD,
      * ACROSS THE READ/REWRITE THAT TAKES A NUMBER FROM IT.
           SELECT TELLER-BATCH-FILE ASSIGN TO LOANTLRB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLRB-KEY
               ALTERNATE RECORD KEY IS TLRB-RCPT-SEQ-NO
                   WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-TLRB-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT BORROWER-FILE ASSIGN TO LOANBRW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

      * COMPANION SCHEDULE FILE - THE TAIL OF A SCHEDULE TOO LONG
      * FOR THE MASTER RECORD (SEE SCHDROW.CPY). OPTIONAL.
           SELECT SCHEDULE-ROW-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-KEY
               FILE STATUS IS WS-SCHD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  TELLER-BATCH-FILE.
       COPY "TLRBATCH.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       WORKING-STORAGE SECTION.

       01 ERROR-MESSAGE PIC X(80).
       01 ITEM-MESSAGE  PIC X(80).

       01 G-TLR-BATCH-NO PIC 9(6).
       01 G-TLR-MODE PIC X.
         88 G-TLR-MODE-OPEN     VALUE "O" "o".
         88 G-TLR-MODE-KEY      VALUE "K" "k".
         88 G-TLR-MODE-VOID     VALUE "V" "v".
         88 G-TLR-MODE-CONTROL  VALUE "C" "c".
         88 G-TLR-MODE-RELEASE  VALUE "R" "r".
         88 G-TLR-MODE-INQUIRY  VALUE "I" "i".

       01 WS-TLRB-STATUS PIC X(2).
         88 WS-TLRB-OK VALUE "00".
         88 WS-TLRB-NOT-FOUND VALUE "23" "35".
         88 WS-TLRB-LOCKED VALUE "99".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".
       01 WS-SCHD-STATUS PIC X(2).
         88 WS-SCHD-OK VALUE "00".

      * THE MASTER IS NEEDED TO KEY ANYTHING - WITHOUT IT NO LOAN
      * CAN BE CHECKED, SO KEYING IS REFUSED. THE BORROWER FILE AND
      * THE SCHEDULE TAIL ARE OPTIONAL LIKE EVERYWHERE ELSE.
       01 MASTER-FILE-SWITCH  PIC 9 VALUE 0.
         88 MASTER-FILE-OPEN  VALUE 1.
       01 BORROWER-FILE-SWITCH PIC 9 VALUE 0.
         88 BORROWER-FILE-OPEN VALUE 1.
       01 SCHD-FILE-SWITCH PIC 9 VALUE 0.
         88 SCHD-FILE-OPEN VALUE 1.

      * A LOCKED CONTROL RECORD GETS A BOUNDED RETRY BEFORE THE
      * TELLER IS TOLD TO TRY AGAIN, AS ON THE MASTER.
       01 LOCK-RETRY-LIMIT PIC S9(4) COMP VALUE 10.
       01 LOCK-RETRY       PIC S9(4) COMP.

      * SCREEN-SIDE FIELDS - THE SCREEN ACCEPTS INTO THESE, NOT
      * INTO THE FD RECORD DIRECTLY. SAME PATTERN AS BRWMAINT.
       01 T-DECLARED-COUNT-IN PIC 9(4).
       01 T-DECLARED-TOTAL-IN PIC 9(9)V99.
       01 T-LOAN-IN           PIC X(10).
       01 T-AMOUNT-IN         PIC 9(7)V99.
       01 T-TYPE-IN           PIC X.
       01 T-VOID-ITEM-IN      PIC 9(4).
       01 T-STATUS-OUT        PIC X(24).
       01 T-BORROWER-OUT      PIC X(30).
       01 T-LIFECYCLE-OUT     PIC X(40).
       01 T-ITEMS-LEFT        PIC S9(4) COMP.
       01 T-AMOUNT-LEFT       PIC S9(9)V99 COMP-3.
       01 T-PAST-DUE          PIC S9(11)V99 COMP-3.
       01 T-NEXT-PAYMENT      PIC S9(11)V99 COMP-3.
       01 T-AMOUNT-DUE        PIC S9(11)V99 COMP-3.

       01 T-KEYING-DONE-SW    PIC 9.
         88 T-KEYING-DONE     VALUE 1.

      * THE BATCH RE-PROVED FROM ITS ITEMS AT RELEASE.
       01 BATCH-EOF-SWITCH    PIC 9.
         88 BATCH-EOF         VALUE 1.
       01 PROOF-COUNT         PIC S9(8) COMP.
       01 PROOF-TOTAL         PIC S9(11)V99 COMP-3.
       01 NEXT-RCPT-SEQ       PIC 9(6).
       01 RELEASE-FIRST-SEQ   PIC 9(6).
       01 RELEASE-LAST-SEQ    PIC 9(6).
       01 NEW-BATCH-NO        PIC 9(6).
       01 ITEM-NO-HOLD        PIC 9(4).

      * RECEIPT DETAIL HELD ACROSS THE HEADER RE-READ.
       01 HOLD-ITEM-AMOUNT    PIC S9(9)V99 COMP-3.

      * AMOUNT-DUE WORK FIELDS, AS IN LOANBILL.
       01 TODAY-DATE-FMT.
          03 TODAY-FMT-YYYY PIC 9(4).
          03 FILLER         PIC X VALUE "-".
          03 TODAY-FMT-MM   PIC 9(2).
          03 FILLER         PIC X VALUE "-".
          03 TODAY-FMT-DD   PIC 9(2).
       01 PERIODS-DUE         PIC S9(4) COMP.
       01 PMT-PERIOD          PIC S9(4) COMP.
       01 LOAN-TOTAL-PERIODS  PIC S9(4) COMP.
       01 SROW-PERIOD         PIC S9(4) COMP.
       01 SROW-PAYMENT-X      PIC X(13).
       01 SROW-DUEDATE-X      PIC X(10).
       01 DUE-SCAN-DONE-SW    PIC 9.
         88 DUE-SCAN-DONE     VALUE 1.
       01 SCHED-DUE-AMOUNT    PIC S9(13)V99 COMP-3.

       01 G-CONFIRM PIC X.
         88 G-CONFIRMED VALUE "Y" "y".

       01 WS-TODAY-STAMP   PIC X(21).
       01 WS-TODAY.
          03 WS-TODAY-YYYY PIC 9(4).
          03 WS-TODAY-MM   PIC 9(2).
          03 WS-TODAY-DD   PIC 9(2).
       01 WS-TODAY-N REDEFINES WS-TODAY PIC 9(8).

      * THE TELLER STAMPED ON THE BATCH AND EACH ITEM IS THE ONE
      * SIGNED ON AT THE START OF THE RUN (SEE SIGNON.CPY).
       COPY "SIGNON.CPY".
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       01 COUNT-D             PIC ZZZ9.
       01 COUNT-2-D           PIC ZZZ9.
       01 MONEY-D             PIC Z(8)9.99.
       01 MONEY-2-D           PIC Z(8)9.99.
       01 SEQ-D               PIC Z(5)9.
       01 SEQ-2-D             PIC Z(5)9.

       SCREEN SECTION.
       COPY "TLRENT.SS".

       PROCEDURE DIVISION.

           MOVE "TLRENTRY" TO SGN-PROGRAM
           CALL "SIGNON" USING OPERATOR-SIGNON
           IF NOT SGN-SIGNED-ON
               DISPLAY SGN-MESSAGE LINE 24 COL 5
               ACCEPT G-CONFIRM LINE 24 COL 78
               GOBACK
           END-IF
           MOVE SGN-OPERATOR TO OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-N
           MOVE WS-TODAY-YYYY TO TODAY-FMT-YYYY
           MOVE WS-TODAY-MM   TO TODAY-FMT-MM
           MOVE WS-TODAY-DD   TO TODAY-FMT-DD

           PERFORM OPEN-TELLER-BATCH-FILE
           IF NOT WS-TLRB-OK
               MOVE SPACES TO ERROR-MESSAGE
               STRING "UNABLE TO OPEN TELLER BATCH FILE - STATUS "
                   WS-TLRB-STATUS DELIMITED BY SIZE
                   INTO ERROR-MESSAGE
               DISPLAY ERROR-MESSAGE LINE 24 COL 5
               ACCEPT G-CONFIRM LINE 24 COL 78
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MSTR-OK
               SET MASTER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT BORROWER-FILE
           IF WS-BRW-OK
               SET BORROWER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT SCHEDULE-ROW-FILE
           IF WS-SCHD-OK
               SET SCHD-FILE-OPEN TO TRUE
           END-IF

           MOVE SPACES TO ERROR-MESSAGE
           MOVE ZERO TO G-TLR-BATCH-NO
           DISPLAY G-TLR-SELECT
           ACCEPT G-TLR-SELECT

           PERFORM CHECK-MODE-AUTHORITY
           EVALUATE TRUE
               WHEN SGN-REFUSED
                   MOVE SGN-MESSAGE TO ERROR-MESSAGE
               WHEN G-TLR-MODE-OPEN
                   PERFORM OPEN-BATCH
               WHEN G-TLR-BATCH-NO = 0
                   MOVE "BATCH NUMBER IS REQUIRED" TO ERROR-MESSAGE
               WHEN G-TLR-MODE-KEY
                   PERFORM KEY-INTO-BATCH
               WHEN G-TLR-MODE-VOID
                   PERFORM VOID-ITEM
               WHEN G-TLR-MODE-CONTROL
                   PERFORM CHANGE-CONTROL-FIGURES
               WHEN G-TLR-MODE-RELEASE
                   PERFORM RELEASE-BATCH
               WHEN G-TLR-MODE-INQUIRY
                   PERFORM INQUIRE-BATCH
               WHEN OTHER
                   MOVE "MODE MUST BE O, K, V, C, R OR I"
                       TO ERROR-MESSAGE
           END-EVALUATE

           CLOSE TELLER-BATCH-FILE
           IF MASTER-FILE-OPEN
               CLOSE LOAN-MASTER-FILE
           END-IF
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF

           DISPLAY ERROR-MESSAGE LINE 24 COL 5
           ACCEPT G-CONFIRM LINE 24 COL 78.

      * INQUIRY IS OPEN TO ANY SIGNED-ON OPERATOR. A REFUSAL IS
      * ALREADY ON THE TRAIL WHEN OPERAUTH RETURNS.
       CHECK-MODE-AUTHORITY.
           SET SGN-AUTHORIZED TO TRUE
           EVALUATE TRUE
               WHEN G-TLR-MODE-OPEN
               WHEN G-TLR-MODE-KEY
               WHEN G-TLR-MODE-VOID
               WHEN G-TLR-MODE-CONTROL
               WHEN G-TLR-MODE-RELEASE
                   MOVE "TLRENTRY" TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
           END-EVALUATE.

      * FIRST USE CREATES THE FILE AND ITS CONTROL RECORD.
       OPEN-TELLER-BATCH-FILE.
           OPEN I-O TELLER-BATCH-FILE
           IF WS-TLRB-NOT-FOUND
               OPEN OUTPUT TELLER-BATCH-FILE
               INITIALIZE TELLER-BATCH-RECORD
               MOVE ZERO TO TLRC-LAST-BATCH-NO
               MOVE ZERO TO TLRC-LAST-RCPT-SEQ
               WRITE TELLER-BATCH-RECORD
               CLOSE TELLER-BATCH-FILE
               OPEN I-O TELLER-BATCH-FILE
           END-IF.

      * THE BATCH NUMBER COMES OFF THE CONTROL RECORD UNDER LOCK;
      * THE CONTROL FIGURES ARE ASKED FOR FIRST SO AN ABANDONED
      * OPEN USES NO NUMBER.
       OPEN-BATCH.
           IF NOT MASTER-FILE-OPEN
               MOVE "LOAN MASTER NOT AVAILABLE - NO RECEIPTS CAN BE TAK
      -            "EN" TO ERROR-MESSAGE
           END-IF

           IF ERROR-MESSAGE = SPACES
               MOVE ZERO TO G-TLR-BATCH-NO
               MOVE ZERO TO T-DECLARED-COUNT-IN
               MOVE ZERO TO T-DECLARED-TOTAL-IN
               PERFORM GET-CONTROL-FIGURES
           END-IF

           IF ERROR-MESSAGE = SPACES
               PERFORM READ-CONTROL-LOCKED
               IF NOT WS-TLRB-OK
                   MOVE "BATCH FILE BUSY - TRY AGAIN" TO ERROR-MESSAGE
               ELSE
                   ADD 1 TO TLRC-LAST-BATCH-NO
                   MOVE TLRC-LAST-BATCH-NO TO NEW-BATCH-NO
                   REWRITE TELLER-BATCH-RECORD
                       INVALID KEY
                           MOVE "UNABLE TO NUMBER THE BATCH"
                               TO ERROR-MESSAGE
                   END-REWRITE
                   UNLOCK TELLER-BATCH-FILE
               END-IF
           END-IF

           IF ERROR-MESSAGE = SPACES
               INITIALIZE TELLER-BATCH-RECORD
               MOVE NEW-BATCH-NO TO TLRB-BATCH-NO
               MOVE ZERO TO TLRB-ITEM-NO
               MOVE ZERO TO TLRB-RCPT-SEQ-NO
               MOVE "O" TO TLRH-STATUS
               MOVE WS-TODAY-N TO TLRH-OPEN-DATE
               MOVE OPERATOR-ID TO TLRH-OPERATOR
               MOVE T-DECLARED-COUNT-IN TO TLRH-DECLARED-COUNT
               MOVE T-DECLARED-TOTAL-IN TO TLRH-DECLARED-TOTAL
               MOVE ZERO TO TLRH-KEYED-COUNT
               MOVE ZERO TO TLRH-KEYED-TOTAL
               MOVE ZERO TO TLRH-LAST-ITEM-NO
               MOVE ZERO TO TLRH-RELEASE-DATE
               MOVE ZERO TO TLRH-FIRST-SEQ
               MOVE ZERO TO TLRH-LAST-SEQ
               MOVE ZERO TO TLRH-POSTED-DATE
               WRITE TELLER-BATCH-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO OPEN THE BATCH" TO ERROR-MESSAGE
               END-WRITE
           END-IF

           IF ERROR-MESSAGE = SPACES
               MOVE NEW-BATCH-NO TO G-TLR-BATCH-NO
               PERFORM KEY-BATCH-ITEMS
           END-IF.

       KEY-INTO-BATCH.
           IF NOT MASTER-FILE-OPEN
               MOVE "LOAN MASTER NOT AVAILABLE - NO RECEIPTS CAN BE TAK
      -            "EN" TO ERROR-MESSAGE
           ELSE
               PERFORM READ-OPEN-BATCH
           END-IF
           IF ERROR-MESSAGE = SPACES
               PERFORM KEY-BATCH-ITEMS
           END-IF.

      * THE BATCH'S OWN HEADER, WHICH MUST STILL BE OPEN FOR ANY
      * CHANGE.
       READ-OPEN-BATCH.
           PERFORM READ-BATCH-HEADER
           IF ERROR-MESSAGE = SPACES
               IF NOT TLRH-OPEN
                   MOVE "BATCH IS RELEASED - KEY A CORRECTION IN A NEW
      -                "BATCH" TO ERROR-MESSAGE
               END-IF
           END-IF.

       READ-BATCH-HEADER.
           MOVE G-TLR-BATCH-NO TO TLRB-BATCH-NO
           MOVE ZERO TO TLRB-ITEM-NO
           READ TELLER-BATCH-FILE
               INVALID KEY
                   MOVE "NO BATCH ON FILE WITH THAT NUMBER"
                       TO ERROR-MESSAGE
           END-READ.

       GET-CONTROL-FIGURES.
           MOVE SPACES TO ERROR-MESSAGE
           DISPLAY G-TLR-CONTROL
           ACCEPT G-TLR-CONTROL
           IF T-DECLARED-COUNT-IN = 0 OR T-DECLARED-TOTAL-IN = 0
               MOVE "ITEM COUNT AND CONTROL TOTAL ARE BOTH REQUIRED"
                   TO ERROR-MESSAGE
           END-IF.

      * ONE ITEM AFTER ANOTHER UNTIL A BLANK LOAN NUMBER. THE PROOF
      * BLOCK AT THE TOP SHOWS WHAT IS STILL TO KEY AFTER EACH ONE,
      * AND THE LAST ITEM'S OUTCOME UNDER IT.
       KEY-BATCH-ITEMS.
           MOVE 0 TO T-KEYING-DONE-SW
           PERFORM UNTIL T-KEYING-DONE
               MOVE ERROR-MESSAGE TO ITEM-MESSAGE
               MOVE SPACES TO ERROR-MESSAGE
               PERFORM READ-BATCH-HEADER
               IF ERROR-MESSAGE NOT = SPACES
                   SET T-KEYING-DONE TO TRUE
               ELSE
                   MOVE ITEM-MESSAGE TO ERROR-MESSAGE
                   PERFORM SHOW-BATCH
                   MOVE SPACES TO ERROR-MESSAGE
                   MOVE SPACES TO T-LOAN-IN
                   DISPLAY G-TLR-LOAN
                   ACCEPT G-TLR-LOAN
                   IF T-LOAN-IN = SPACES
                       SET T-KEYING-DONE TO TRUE
                   ELSE
                       PERFORM KEY-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           IF ERROR-MESSAGE = SPACES
               PERFORM READ-BATCH-HEADER
               PERFORM SET-BATCH-PROOF
               IF T-ITEMS-LEFT = 0 AND T-AMOUNT-LEFT = 0
                   MOVE "BATCH BALANCES - (R)ELEASE IT TO POSTING"
                       TO ERROR-MESSAGE
               ELSE
                   MOVE "BATCH NOT YET IN BALANCE - HELD OPEN"
                       TO ERROR-MESSAGE
               END-IF
           END-IF.

       KEY-ONE-ITEM.
           MOVE T-LOAN-IN TO MSTR-LOAN-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "NO LOAN ON FILE WITH THAT NUMBER - NOT TAKEN"
                       TO ERROR-MESSAGE
           END-READ

           IF ERROR-MESSAGE = SPACES
               PERFORM GET-BORROWER-NAME
               PERFORM COMPUTE-AMOUNT-DUE
               MOVE ZERO TO T-AMOUNT-IN
               MOVE "P" TO T-TYPE-IN
               DISPLAY G-TLR-ITEM
               ACCEPT G-TLR-ITEM
               INSPECT T-TYPE-IN CONVERTING "pefr" TO "PEFR"
               EVALUATE TRUE
                   WHEN T-AMOUNT-IN = 0
                       MOVE "ITEM SKIPPED - NOTHING TAKEN"
                           TO ERROR-MESSAGE
                   WHEN T-TYPE-IN NOT = "P" AND NOT = "E"
                           AND NOT = "F" AND NOT = "R"
                       MOVE "TYPE MUST BE P, E, F OR R - NOT TAKEN"
                           TO ERROR-MESSAGE
                   WHEN MSTR-LIFE-PAID-OFF AND T-TYPE-IN NOT = "R"
                       MOVE "LOAN IS PAID OFF - REFUND THE MONEY, DO NO
      -                    "T RECEIPT IT" TO ERROR-MESSAGE
                   WHEN OTHER
                       PERFORM ADD-BATCH-ITEM
               END-EVALUATE
           END-IF.

      * THE ITEM TAKES THE NEXT ITEM NUMBER AND THE HEADER'S KEYED
      * FIGURES MOVE WITH IT. THE HEADER IS RE-READ FIRST - THE
      * KEYING SCREEN'S COPY MAY BE A FEW ITEMS OLD.
       ADD-BATCH-ITEM.
           MOVE T-AMOUNT-IN TO HOLD-ITEM-AMOUNT
           PERFORM READ-BATCH-HEADER
           IF ERROR-MESSAGE = SPACES
               ADD 1 TO TLRH-LAST-ITEM-NO
               MOVE TLRH-LAST-ITEM-NO TO ITEM-NO-HOLD
               ADD 1 TO TLRH-KEYED-COUNT
               ADD HOLD-ITEM-AMOUNT TO TLRH-KEYED-TOTAL
               REWRITE TELLER-BATCH-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO UPDATE THE BATCH - NOT TAKEN"
                           TO ERROR-MESSAGE
               END-REWRITE
           END-IF

           IF ERROR-MESSAGE = SPACES
               INITIALIZE TELLER-BATCH-RECORD
               MOVE G-TLR-BATCH-NO TO TLRB-BATCH-NO
               MOVE ITEM-NO-HOLD TO TLRB-ITEM-NO
               MOVE ZERO TO TLRB-RCPT-SEQ-NO
               MOVE T-LOAN-IN TO TLRI-LOAN-NO
               MOVE HOLD-ITEM-AMOUNT TO TLRI-AMOUNT
               MOVE T-TYPE-IN TO TLRI-TYPE
               MOVE WS-TODAY-N TO TLRI-RCPT-DATE
               MOVE OPERATOR-ID TO TLRI-OPERATOR
               WRITE TELLER-BATCH-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO WRITE THE ITEM" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE ITEM-NO-HOLD TO COUNT-D
                       STRING "ITEM " COUNT-D " TAKEN FOR LOAN "
                           T-LOAN-IN DELIMITED BY SIZE
                           INTO ERROR-MESSAGE
               END-WRITE
           END-IF.

      * A VOIDED ITEM COMES OFF THE FILE AND OUT OF THE HEADER'S
      * KEYED FIGURES.
       VOID-ITEM.
           PERFORM READ-OPEN-BATCH
           IF ERROR-MESSAGE = SPACES
               PERFORM SHOW-BATCH
               MOVE ZERO TO T-VOID-ITEM-IN
               DISPLAY G-TLR-VOID
               ACCEPT G-TLR-VOID
               IF T-VOID-ITEM-IN = 0
                   MOVE "VOID CANCELLED" TO ERROR-MESSAGE
               END-IF
           END-IF

           IF ERROR-MESSAGE = SPACES
               MOVE G-TLR-BATCH-NO TO TLRB-BATCH-NO
               MOVE T-VOID-ITEM-IN TO TLRB-ITEM-NO
               READ TELLER-BATCH-FILE
                   INVALID KEY
                       MOVE "NO ITEM IN THE BATCH WITH THAT NUMBER"
                           TO ERROR-MESSAGE
               END-READ
           END-IF

           IF ERROR-MESSAGE = SPACES
               MOVE TLRI-AMOUNT TO HOLD-ITEM-AMOUNT
               MOVE TLRI-AMOUNT TO MONEY-D
               STRING "VOID LOAN " TLRI-LOAN-NO " AMOUNT " MONEY-D
                   " TYPE " TLRI-TYPE " (Y/N)?" DELIMITED BY SIZE
                   INTO ERROR-MESSAGE
               DISPLAY ERROR-MESSAGE LINE 12 COL 5
               MOVE SPACES TO ERROR-MESSAGE
               ACCEPT G-CONFIRM LINE 12 COL 70
               IF NOT G-CONFIRMED
                   MOVE "VOID CANCELLED" TO ERROR-MESSAGE
               END-IF
           END-IF

           IF ERROR-MESSAGE = SPACES
               DELETE TELLER-BATCH-FILE
                   INVALID KEY
                       MOVE "UNABLE TO VOID THE ITEM" TO ERROR-MESSAGE
               END-DELETE
           END-IF

           IF ERROR-MESSAGE = SPACES
               PERFORM READ-BATCH-HEADER
           END-IF
           IF ERROR-MESSAGE = SPACES
               SUBTRACT 1 FROM TLRH-KEYED-COUNT
               SUBTRACT HOLD-ITEM-AMOUNT FROM TLRH-KEYED-TOTAL
               REWRITE TELLER-BATCH-RECORD
                   INVALID KEY
                       MOVE "ITEM VOIDED BUT BATCH NOT UPDATED - RELEASE
      -                    " WILL RE-ADD IT" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "ITEM VOIDED" TO ERROR-MESSAGE
               END-REWRITE
           END-IF.

      * A RE-RUN TAPE - NEW DECLARED FIGURES FOR AN OPEN BATCH.
       CHANGE-CONTROL-FIGURES.
           PERFORM READ-OPEN-BATCH
           IF ERROR-MESSAGE = SPACES
               MOVE TLRH-DECLARED-COUNT TO T-DECLARED-COUNT-IN
               MOVE TLRH-DECLARED-TOTAL TO T-DECLARED-TOTAL-IN
               PERFORM GET-CONTROL-FIGURES
           END-IF
           IF ERROR-MESSAGE = SPACES
               PERFORM READ-BATCH-HEADER
           END-IF
           IF ERROR-MESSAGE = SPACES
               MOVE T-DECLARED-COUNT-IN TO TLRH-DECLARED-COUNT
               MOVE T-DECLARED-TOTAL-IN TO TLRH-DECLARED-TOTAL
               REWRITE TELLER-BATCH-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO UPDATE THE BATCH"
                           TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "CONTROL FIGURES CHANGED" TO ERROR-MESSAGE
               END-REWRITE
           END-IF.

      * THE BATCH IS PROVED FROM ITS ITEMS, NOT FROM THE HEADER'S
      * RUNNING FIGURES, AGAINST THE TAPE. ONLY A BATCH THAT PROVES
      * TAKES RECEIPT SEQUENCES - A BLOCK OFF THE CONTROL RECORD,
      * TAKEN UNDER ITS LOCK, SO EACH RELEASED BATCH HOLDS ONE
      * UNBROKEN RUN OF NUMBERS HIGHER THAN EVERY BATCH BEFORE IT.
       RELEASE-BATCH.
           PERFORM READ-OPEN-BATCH
           IF ERROR-MESSAGE = SPACES
               PERFORM PROVE-BATCH-ITEMS
               PERFORM READ-BATCH-HEADER
           END-IF

           IF ERROR-MESSAGE = SPACES
               IF PROOF-COUNT = 0
                   MOVE "BATCH HAS NO ITEMS - NOTHING TO RELEASE"
                       TO ERROR-MESSAGE
               ELSE
                   IF PROOF-COUNT NOT = TLRH-DECLARED-COUNT
                           OR PROOF-TOTAL NOT = TLRH-DECLARED-TOTAL
                       MOVE PROOF-COUNT TO COUNT-D
                       MOVE PROOF-TOTAL TO MONEY-D
                       MOVE TLRH-DECLARED-COUNT TO COUNT-2-D
                       MOVE TLRH-DECLARED-TOTAL TO MONEY-2-D
                       STRING "OUT OF BALANCE - KEYED " COUNT-D " / "
                           MONEY-D " TAPE " COUNT-2-D " / " MONEY-2-D
                           DELIMITED BY SIZE INTO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF

           IF ERROR-MESSAGE = SPACES
               PERFORM READ-CONTROL-LOCKED
               IF NOT WS-TLRB-OK
                   MOVE "BATCH FILE BUSY - TRY AGAIN" TO ERROR-MESSAGE
               ELSE
                   IF TLRC-LAST-RCPT-SEQ + PROOF-COUNT > 999999
                       MOVE "RECEIPT SEQUENCES EXHAUSTED - RUN LOANTLR
      -                    "FIRST" TO ERROR-MESSAGE
                       UNLOCK TELLER-BATCH-FILE
                   ELSE
                       COMPUTE RELEASE-FIRST-SEQ =
                           TLRC-LAST-RCPT-SEQ + 1
                       ADD PROOF-COUNT TO TLRC-LAST-RCPT-SEQ
                       MOVE TLRC-LAST-RCPT-SEQ TO RELEASE-LAST-SEQ
                       REWRITE TELLER-BATCH-RECORD
                           INVALID KEY
                               MOVE "UNABLE TO NUMBER THE RECEIPTS"
                                   TO ERROR-MESSAGE
                       END-REWRITE
                       UNLOCK TELLER-BATCH-FILE
                   END-IF
               END-IF
           END-IF

           IF ERROR-MESSAGE = SPACES
               PERFORM NUMBER-BATCH-ITEMS
               PERFORM READ-BATCH-HEADER
           END-IF

           IF ERROR-MESSAGE = SPACES
               MOVE "R" TO TLRH-STATUS
               MOVE WS-TODAY-N TO TLRH-RELEASE-DATE
               MOVE RELEASE-FIRST-SEQ TO TLRH-FIRST-SEQ
               MOVE RELEASE-LAST-SEQ TO TLRH-LAST-SEQ
               MOVE PROOF-COUNT TO TLRH-KEYED-COUNT
               MOVE PROOF-TOTAL TO TLRH-KEYED-TOTAL
               REWRITE TELLER-BATCH-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO MARK THE BATCH RELEASED"
                           TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE RELEASE-FIRST-SEQ TO SEQ-D
                       MOVE RELEASE-LAST-SEQ TO SEQ-2-D
                       STRING "BATCH RELEASED TO POSTING - RECEIPTS "
                           SEQ-D " TO " SEQ-2-D
                           DELIMITED BY SIZE INTO ERROR-MESSAGE
               END-REWRITE
           END-IF.

      * COUNT AND ADD EVERY ITEM ON FILE UNDER THE BATCH.
       PROVE-BATCH-ITEMS.
           MOVE 0 TO PROOF-COUNT
           MOVE 0 TO PROOF-TOTAL
           PERFORM START-BATCH-ITEMS
           PERFORM UNTIL BATCH-EOF
               ADD 1 TO PROOF-COUNT
               ADD TLRI-AMOUNT TO PROOF-TOTAL
               PERFORM READ-NEXT-BATCH-ITEM
           END-PERFORM.

      * THE BLOCK GOES OUT IN ITEM ORDER.
       NUMBER-BATCH-ITEMS.
           MOVE RELEASE-FIRST-SEQ TO NEXT-RCPT-SEQ
           PERFORM START-BATCH-ITEMS
           PERFORM UNTIL BATCH-EOF
               MOVE NEXT-RCPT-SEQ TO TLRB-RCPT-SEQ-NO
               REWRITE TELLER-BATCH-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO NUMBER AN ITEM - BATCH LEFT OPEN
      -                    "" TO ERROR-MESSAGE
               END-REWRITE
               ADD 1 TO NEXT-RCPT-SEQ
               PERFORM READ-NEXT-BATCH-ITEM
           END-PERFORM.

       START-BATCH-ITEMS.
           MOVE 0 TO BATCH-EOF-SWITCH
           MOVE G-TLR-BATCH-NO TO TLRB-BATCH-NO
           MOVE 1 TO TLRB-ITEM-NO
           START TELLER-BATCH-FILE KEY NOT < TLRB-KEY
               INVALID KEY
                   SET BATCH-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-BATCH-ITEM.

       READ-NEXT-BATCH-ITEM.
           IF NOT BATCH-EOF
               READ TELLER-BATCH-FILE NEXT
                   AT END
                       SET BATCH-EOF TO TRUE
               END-READ
               IF NOT WS-TLRB-OK
                   SET BATCH-EOF TO TRUE
               END-IF
           END-IF
           IF NOT BATCH-EOF
               IF TLRB-BATCH-NO NOT = G-TLR-BATCH-NO
                   SET BATCH-EOF TO TRUE
               END-IF
           END-IF.

       INQUIRE-BATCH.
           PERFORM READ-BATCH-HEADER
           IF ERROR-MESSAGE = SPACES
               PERFORM SHOW-BATCH
           END-IF.

       SHOW-BATCH.
           PERFORM SET-BATCH-PROOF
           EVALUATE TRUE
               WHEN TLRH-OPEN
                   MOVE "OPEN - KEYING" TO T-STATUS-OUT
               WHEN TLRH-RELEASED
                   MOVE "RELEASED - AWAITING POST" TO T-STATUS-OUT
               WHEN OTHER
                   MOVE "SENT TO POSTING" TO T-STATUS-OUT
           END-EVALUATE
           DISPLAY G-TLR-BATCH.

       SET-BATCH-PROOF.
           COMPUTE T-ITEMS-LEFT =
               TLRH-DECLARED-COUNT - TLRH-KEYED-COUNT
           COMPUTE T-AMOUNT-LEFT =
               TLRH-DECLARED-TOTAL - TLRH-KEYED-TOTAL.

      * THE CONTROL RECORD, HELD. THE CALLER UNLOCKS.
       READ-CONTROL-LOCKED.
           MOVE ZERO TO TLRB-BATCH-NO
           MOVE ZERO TO TLRB-ITEM-NO
           MOVE 0 TO LOCK-RETRY
           READ TELLER-BATCH-FILE WITH LOCK
           PERFORM UNTIL NOT WS-TLRB-LOCKED
                   OR LOCK-RETRY >= LOCK-RETRY-LIMIT
               ADD 1 TO LOCK-RETRY
               READ TELLER-BATCH-FILE WITH LOCK
           END-PERFORM.

      * NO BORROWER FILE OR RECORD LEAVES THE BARE ID SHOWING.
       GET-BORROWER-NAME.
           MOVE MSTR-BORROWER-ID TO T-BORROWER-OUT
           IF BORROWER-FILE-OPEN AND MSTR-BORROWER-ID NOT = SPACES
               MOVE MSTR-BORROWER-ID TO BRW-ID
               READ BORROWER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRW-NAME TO T-BORROWER-OUT
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN MSTR-LIFE-PAID-OFF
                   MOVE "** PAID OFF - REVERSALS ONLY **"
                       TO T-LIFECYCLE-OUT
               WHEN MSTR-LIFE-CHARGED-OFF
                   MOVE "** CHARGED OFF - POSTS AS A RECOVERY **"
                       TO T-LIFECYCLE-OUT
               WHEN MSTR-LIFE-IN-COLLECTION
                   MOVE "** IN COLLECTION **" TO T-LIFECYCLE-OUT
               WHEN OTHER
                   MOVE SPACES TO T-LIFECYCLE-OUT
           END-EVALUATE.

      * LOANBILL'S AMOUNT-BEHIND MEASURE TAKEN TODAY. AN UNDATED
      * LOAN HAS NO DUE DATES TO AGE, SO ONLY ITS NEXT PAYMENT SHOWS.
      * A CLOSED LOAN OWES NOTHING ON ITS SCHEDULE.
       COMPUTE-AMOUNT-DUE.
           MOVE ZERO TO T-PAST-DUE
           MOVE ZERO TO T-NEXT-PAYMENT
           MOVE ZERO TO T-AMOUNT-DUE
           IF MSTR-TOTAL-PERIODS > MSTR-PERIODS
               MOVE MSTR-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           ELSE
               MOVE MSTR-PERIODS TO LOAN-TOTAL-PERIODS
           END-IF

           IF NOT MSTR-LIFE-CLOSED
               MOVE MSTR-PAID-THRU TO PERIODS-DUE
               IF MSTR-FIRST-PMT-DATE NUMERIC
                       AND MSTR-FIRST-PMT-DATE NOT = 0
                   MOVE ZERO TO PERIODS-DUE
                   MOVE 1 TO PMT-PERIOD
                   MOVE 0 TO DUE-SCAN-DONE-SW
                   PERFORM UNTIL DUE-SCAN-DONE
                       IF PMT-PERIOD > LOAN-TOTAL-PERIODS
                           SET DUE-SCAN-DONE TO TRUE
                       ELSE
                           MOVE PMT-PERIOD TO SROW-PERIOD
                           PERFORM GET-SCHED-ROW
                           IF SROW-DUEDATE-X > TODAY-DATE-FMT
                               SET DUE-SCAN-DONE TO TRUE
                           ELSE
                               MOVE PMT-PERIOD TO PERIODS-DUE
                               ADD 1 TO PMT-PERIOD
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF

               MOVE ZERO TO SCHED-DUE-AMOUNT
               PERFORM VARYING PMT-PERIOD FROM 1 BY 1
                       UNTIL PMT-PERIOD > PERIODS-DUE
                   MOVE PMT-PERIOD TO SROW-PERIOD
                   PERFORM GET-SCHED-ROW
                   COMPUTE SCHED-DUE-AMOUNT = SCHED-DUE-AMOUNT +
                       FUNCTION NUMVAL(SROW-PAYMENT-X)
               END-PERFORM
               COMPUTE T-PAST-DUE =
                   SCHED-DUE-AMOUNT - MSTR-AMT-RECEIVED
               IF T-PAST-DUE < 0
                   MOVE ZERO TO T-PAST-DUE
               END-IF

               IF PERIODS-DUE < LOAN-TOTAL-PERIODS
                   COMPUTE SROW-PERIOD = PERIODS-DUE + 1
                   PERFORM GET-SCHED-ROW
                   COMPUTE T-NEXT-PAYMENT =
                       FUNCTION NUMVAL(SROW-PAYMENT-X) + MSTR-ESCROW
               END-IF

               COMPUTE T-AMOUNT-DUE = T-PAST-DUE + MSTR-LATE-FEE-DUE
               IF T-AMOUNT-DUE = 0
                   MOVE T-NEXT-PAYMENT TO T-AMOUNT-DUE
               END-IF
           END-IF.

      * ONE SCHEDULE ROW, WHEREVER IT LIVES. A MISSING ROW COMES
      * BACK HIGH-VALUES AND A ZERO PAYMENT.
       GET-SCHED-ROW.
           MOVE "0" TO SROW-PAYMENT-X
           MOVE HIGH-VALUES TO SROW-DUEDATE-X
           IF SROW-PERIOD <= MSTR-PERIODS
               MOVE MSTR-PAYMENT(SROW-PERIOD) TO SROW-PAYMENT-X
               MOVE MSTR-DUEDATE(SROW-PERIOD) TO SROW-DUEDATE-X
           ELSE
               IF SCHD-FILE-OPEN
                   MOVE MSTR-LOAN-NO TO SCHD-LOAN-NO
                   MOVE SROW-PERIOD  TO SCHD-PERIOD
                   READ SCHEDULE-ROW-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SCHD-PAYMENT TO SROW-PAYMENT-X
                           MOVE SCHD-DUEDATE TO SROW-DUEDATE-X
                   END-READ
               END-IF
           END-IF.

       END PROGRAM TLRENTRY.
