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
       PROGRAM-ID. LOANACH.
       REMARKS. AUTOMATIC PAYMENT (ACH DEBIT) ORIGINATION RUN. WALKS
               THE ENROLLMENT FILE (SEE ACHENRL.CPY) AND, FOR EVERY
               ACTIVE ENROLLMENT WHOSE LOAN'S NEXT UNPAID PERIOD
               FALLS DUE IN THE PARAMETER CARD'S WINDOW - THE SAME
               WINDOW TEST LOANBILL MAKES BEFORE IT PRINTS A
               STATEMENT - WRITES ONE PPD DEBIT ENTRY TO A NACHA-
               FORMAT FILE FOR THE BANK (SEE NACHA.CPY): THE PERIOD'S
               P-AND-I PAYMENT PLUS THE ESCROW ON TOP OF IT, DRAWN ON
               THE ENROLLED ACCOUNT, EFFECTIVE ON THE CARD'S
               SETTLEMENT DATE. PAST-DUE AMOUNTS AND LATE CHARGES ARE
               NOT DRAFTED - THE BORROWER AUTHORIZED THE REGULAR
               PAYMENT, NOTHING MORE.

               THE DRAFT DAY ON THE ENROLLMENT PICKS THE RUN: A LOAN
               IS DRAFTED BY THE FIRST RUN WHOSE SETTLEMENT DATE IS
               ON OR AFTER THAT DAY OF THE DUE DATE'S MONTH (THE DUE
               DATE ITSELF FOR DRAFT DAY 00), SO A WEEKEND OR A
               MISSED RUN DAY IS PICKED UP BY THE NEXT RUN.

               THE MONEY IS SPOKEN FOR ON THE SETTLEMENT DATE, SO THE
               RUN ALSO WRITES IT TO THE ACHRCPT RECEIPTS FILE IN THE
               LOANRCPT LAYOUT (SEE RECEIPT.CPY), DATED THE
               SETTLEMENT DATE: A PAYMENT RECEIPT FOR THE P-AND-I AND
               AN ESCROW-ONLY RECEIPT FOR THE ESCROW, SEQUENCED FROM
               THE START SEQUENCE ON THE CARD. LOANPOST POSTS THEM
               FOR THAT DATE LIKE ANY OTHER RECEIPTS; WHEN OTHER
               RECEIPTS POST THE SAME DAY, THE CARD'S START SEQUENCE
               IS SET PAST THEIRS AND THE FILES ARE PUT TOGETHER IN
               SEQUENCE ORDER.

               EVERY ENTRY IS LOGGED ON THE DRAFT LOG (SEE
               ACHDRAFT.CPY) UNDER THE LOAN AND PERIOD, WHICH THE
               ENTRY ALSO CARRIES, FOR THE LOANACHR RETURN RUN. THE
               ENROLLMENT REMEMBERS THE LAST PERIOD DRAFTED SO NO
               PERIOD IS DRAFTED TWICE; A RE-RUN FOR THE SAME
               SETTLEMENT DATE REBUILDS THE SAME FILE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-PARM-FILE ASSIGN TO ACHPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACH-ENROLL-FILE ASSIGN TO LOANACHE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACHE-LOAN-NO
               FILE STATUS IS WS-ACHE-STATUS.

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
      * FOR THE MASTER RECORD (SEE SCHDROW.CPY). OPTIONAL: A SITE
      * WITH NO LONG LOANS NEVER HAS ONE.
           SELECT SCHEDULE-ROW-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT ACH-DRAFT-FILE ASSIGN TO LOANACHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACHD-KEY
               FILE STATUS IS WS-ACHD-STATUS.

           SELECT ACH-OUT-FILE ASSIGN TO ACHOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-FILE ASSIGN TO ACHRCPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACH-RPT-FILE ASSIGN TO ACHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE CARD: THE DUE-DATE WINDOW AS FROM/TO DATES (CCYYMMDD) AND
      * THE CYCLE PERIOD FALLBACK FOR UNDATED LOANS - THE SAME THREE
      * FIELDS AS LOANBILL'S BILLPARM - THEN THE SETTLEMENT DATE, THE
      * FIRST RECEIPT SEQUENCE NUMBER TO USE (ZERO STARTS AT 1), AND
      * THE BANK'S IDENTIFIERS FOR THE FILE AND BATCH HEADERS:
      * IMMEDIATE DESTINATION AND ORIGIN, THEIR NAMES, OUR COMPANY
      * NAME AND ID, AND THE ORIGINATING BANK'S 8-DIGIT ROUTING ID.
       FD  ACH-PARM-FILE.
       01  ACH-PARM-RECORD.
           03 PARM-FROM-DATE    PIC 9(8).
           03 FILLER            PIC X(1).
           03 PARM-TO-DATE      PIC 9(8).
           03 FILLER            PIC X(1).
           03 PARM-CYCLE-PERIOD PIC 9(4).
           03 FILLER            PIC X(1).
           03 PARM-SETTLE-DATE  PIC 9(8).
           03 FILLER            PIC X(1).
           03 PARM-START-SEQ    PIC 9(6).
           03 FILLER            PIC X(1).
           03 PARM-IMMED-DEST   PIC X(10).
           03 FILLER            PIC X(1).
           03 PARM-IMMED-ORIGIN PIC X(10).
           03 FILLER            PIC X(1).
           03 PARM-DEST-NAME    PIC X(23).
           03 FILLER            PIC X(1).
           03 PARM-ORIGIN-NAME  PIC X(23).
           03 FILLER            PIC X(1).
           03 PARM-COMPANY-NAME PIC X(16).
           03 FILLER            PIC X(1).
           03 PARM-COMPANY-ID   PIC X(10).
           03 FILLER            PIC X(1).
           03 PARM-ODFI-ID      PIC 9(8).

       FD  ACH-ENROLL-FILE.
       COPY "ACHENRL.CPY".

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       FD  ACH-DRAFT-FILE.
       COPY "ACHDRAFT.CPY".

       FD  ACH-OUT-FILE.
       COPY "NACHA.CPY".

       FD  RECEIPT-FILE.
       COPY "RECEIPT.CPY".

       FD  ACH-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-ACHE-STATUS PIC X(2).
         88 WS-ACHE-OK VALUE "00".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".
       01 WS-ACHD-STATUS PIC X(2).
         88 WS-ACHD-OK VALUE "00".
         88 WS-ACHD-NOT-FOUND VALUE "05" "35".

       01 BORROWER-FILE-SWITCH PIC 9 VALUE 0.
         88 BORROWER-FILE-OPEN VALUE 1.

      * THE WINDOW DATES, EACH WITH A YYYY-MM-DD COPY IN THE SAME
      * SHAPE AS THE SCHEDULE'S MSTR-DUEDATE ROWS - LOANBILL'S
      * FIELDS, SO THE WINDOW TEST READS THE SAME.
       01 FROM-DATE-X.
          03 FROM-YYYY PIC X(4).
          03 FROM-MM   PIC X(2).
          03 FROM-DD   PIC X(2).
       01 FROM-DATE-N REDEFINES FROM-DATE-X PIC 9(8).
       01 TO-DATE-X.
          03 TO-YYYY PIC X(4).
          03 TO-MM   PIC X(2).
          03 TO-DD   PIC X(2).
       01 TO-DATE-N REDEFINES TO-DATE-X PIC 9(8).
       01 CYCLE-PERIOD        PIC S9(4) COMP VALUE 0.
       01 FROM-DATE-FMT.
          03 FROM-FMT-YYYY PIC X(4).
          03 FILLER        PIC X VALUE "-".
          03 FROM-FMT-MM   PIC X(2).
          03 FILLER        PIC X VALUE "-".
          03 FROM-FMT-DD   PIC X(2).
       01 TO-DATE-FMT.
          03 TO-FMT-YYYY PIC X(4).
          03 FILLER      PIC X VALUE "-".
          03 TO-FMT-MM   PIC X(2).
          03 FILLER      PIC X VALUE "-".
          03 TO-FMT-DD   PIC X(2).

       01 SETTLE-DATE.
          03 SETTLE-YYYY   PIC 9(4).
          03 SETTLE-YYYY-X REDEFINES SETTLE-YYYY.
             05 FILLER     PIC 9(2).
             05 SETTLE-YY  PIC 9(2).
          03 SETTLE-MM     PIC 9(2).
          03 SETTLE-DD     PIC 9(2).
       01 SETTLE-DATE-N REDEFINES SETTLE-DATE PIC 9(8).
       01 SETTLE-YYMMDD.
          03 SETTLE-YYMMDD-YY PIC 9(2).
          03 SETTLE-YYMMDD-MM PIC 9(2).
          03 SETTLE-YYMMDD-DD PIC 9(2).
       01 SETTLE-YYMMDD-N REDEFINES SETTLE-YYMMDD PIC 9(6).

      * THE DAY THE LOAN IN HAND IS DUE TO BE DRAFTED: THE DRAFT DAY
      * IN THE DUE DATE'S MONTH, OR THE DUE DATE ITSELF.
       01 DRAFT-DATE.
          03 DRAFT-YYYY PIC 9(4).
          03 DRAFT-MM   PIC 9(2).
          03 DRAFT-DD   PIC 9(2).
       01 DRAFT-DATE-N REDEFINES DRAFT-DATE PIC 9(8).

       01 WS-TODAY-STAMP.
          03 TODAY-YYYY.
             05 FILLER     PIC 9(2).
             05 TODAY-YY   PIC 9(2).
          03 TODAY-MM      PIC 9(2).
          03 TODAY-DD      PIC 9(2).
          03 TODAY-HHMM    PIC 9(4).
          03 FILLER        PIC X(9).
       01 TODAY-YYMMDD.
          03 TODAY-YYMMDD-YY PIC 9(2).
          03 TODAY-YYMMDD-MM PIC 9(2).
          03 TODAY-YYMMDD-DD PIC 9(2).
       01 TODAY-YYMMDD-N REDEFINES TODAY-YYMMDD PIC 9(6).

      * THE FULL LENGTH OF THE LOAN IN HAND AND ONE SCHEDULE ROW
      * FETCHED THROUGH GET-SCHED-ROW, WHEREVER THE ROW LIVES - THE
      * INLINE TABLE OR THE COMPANION FILE. A MISSING ROW'S DUE
      * DATE COMES BACK HIGH-VALUES SO A ROW THAT CANNOT BE READ
      * NEVER TESTS INSIDE THE WINDOW.
       01 WS-SCHD-STATUS PIC X(2).
         88 WS-SCHD-OK VALUE "00".
       01 SCHD-FILE-SWITCH PIC 9 VALUE 0.
         88 SCHD-FILE-OPEN VALUE 1.
       01 LOAN-TOTAL-PERIODS  PIC S9(4) COMP.
       01 SROW-PERIOD      PIC S9(4) COMP.
       01 SROW-PAYMENT-X   PIC X(13).
       01 SROW-DUEDATE-X   PIC X(10).
       01 NEXT-PERIOD      PIC S9(4) COMP.
       01 NEXT-PERIOD-X    PIC 9(4).

       01 LOAN-SELECTED-SW PIC 9.
         88 LOAN-SELECTED  VALUE 1.
       01 DRAFT-LOGGED-SW  PIC 9.
         88 DRAFT-LOGGED   VALUE 1.

       01 PAYMENT-DUE         PIC S9(9)V99 COMP-3.
       01 ESCROW-DUE          PIC S9(9)V99 COMP-3.
       01 DRAFT-AMOUNT        PIC S9(9)V99 COMP-3.

       01 ROUTING-WORK.
          03 ROUTING-RDFI  PIC 9(8).
          03 ROUTING-CHECK PIC 9(1).
       01 ROUTING-WORK-N REDEFINES ROUTING-WORK PIC 9(9).
       01 TRACE-WORK.
          03 TRACE-ODFI    PIC 9(8).
          03 TRACE-SEQ     PIC 9(7).

       01 LOWER-CASE-LETTERS  PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UPPER-CASE-LETTERS  PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * FILE AND BATCH CONTROL FIGURES. THE ENTRY HASH IS THE SUM OF
      * THE 8-DIGIT RECEIVING BANK IDS, KEPT TO ITS LOW TEN DIGITS.
       01 ENTRY-COUNT         PIC S9(8) COMP VALUE 0.
       01 RECORD-COUNT        PIC S9(8) COMP VALUE 0.
       01 BLOCK-COUNT         PIC S9(8) COMP VALUE 0.
       01 PAD-COUNT           PIC S9(8) COMP VALUE 0.
       01 ENTRY-HASH          PIC S9(18) COMP VALUE 0.
       01 ENTRY-HASH-LOW      PIC 9(10).
       01 ENTRY-HASH-HIGH     PIC S9(18) COMP.
       01 TOTAL-DEBITS        PIC S9(13)V99 COMP-3 VALUE 0.
       01 NEXT-RCPT-SEQ       PIC 9(6) VALUE 0.

       01 ENROLL-COUNT        PIC S9(8) COMP VALUE 0.
       01 SUSPENDED-COUNT     PIC S9(8) COMP VALUE 0.
       01 CLOSED-SKIP-COUNT   PIC S9(8) COMP VALUE 0.
       01 NO-LOAN-COUNT       PIC S9(8) COMP VALUE 0.
       01 NOT-DUE-COUNT       PIC S9(8) COMP VALUE 0.
       01 ALREADY-COUNT       PIC S9(8) COMP VALUE 0.
       01 SCHED-UNAVAIL-COUNT PIC S9(8) COMP VALUE 0.
       01 RCPT-COUNT          PIC S9(8) COMP VALUE 0.
       01 LOG-FAIL-COUNT      PIC S9(8) COMP VALUE 0.
       01 TOTAL-PAYMENT       PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-ESCROW        PIC S9(13)V99 COMP-3 VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 AMOUNT-D            PIC -Z(8)9.99.
       01 PERIOD-D            PIC ZZZ9.
       01 SETTLE-DATE-D       PIC 9(8).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE TODAY-YY TO TODAY-YYMMDD-YY
           MOVE TODAY-MM TO TODAY-YYMMDD-MM
           MOVE TODAY-DD TO TODAY-YYMMDD-DD

           PERFORM READ-ACH-PARM

           OPEN I-O ACH-ENROLL-FILE
           IF NOT WS-ACHE-OK
               DISPLAY "UNABLE TO OPEN THE ACH ENROLLMENT FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               CLOSE ACH-ENROLL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-ACH-DRAFT-FILE
           IF NOT WS-ACHD-OK
               DISPLAY "UNABLE TO OPEN THE ACH DRAFT LOG"
               CLOSE ACH-ENROLL-FILE
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BORROWER-FILE
           IF WS-BRW-OK
               SET BORROWER-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT SCHEDULE-ROW-FILE
           IF WS-SCHD-OK
               SET SCHD-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT ACH-OUT-FILE
           OPEN OUTPUT RECEIPT-FILE
           OPEN OUTPUT ACH-RPT-FILE

           MOVE SETTLE-DATE-N TO SETTLE-DATE-D
           MOVE SPACES TO RPT-LINE
           STRING "ACH DEBIT ORIGINATION FOR SETTLEMENT DATE "
               SETTLE-DATE-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-FILE-HEADER

           PERFORM READ-ENROLLMENT

           PERFORM UNTIL WS-EOF
               ADD 1 TO ENROLL-COUNT
               PERFORM SELECT-ENROLLMENT
               PERFORM READ-ENROLLMENT
           END-PERFORM

           IF ENTRY-COUNT > 0
               PERFORM WRITE-BATCH-CONTROL
           END-IF
           PERFORM WRITE-FILE-CONTROL
           PERFORM WRITE-ACH-TOTALS

           CLOSE ACH-ENROLL-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE ACH-DRAFT-FILE
           CLOSE ACH-OUT-FILE
           CLOSE RECEIPT-FILE
           CLOSE ACH-RPT-FILE
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF

           IF LOG-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NO-LOAN-COUNT > 0 OR SCHED-UNAVAIL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * NO CARD STOPS THE RUN COLD - A FILE WITHOUT A SETTLEMENT
      * DATE OR THE BANK'S IDENTIFIERS WOULD BE REFUSED BY THE BANK
      * AFTER THE RECEIPTS HAD ALREADY POSTED.
       READ-ACH-PARM.
           OPEN INPUT ACH-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ACH PARAMETER CARD MISSING"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           READ ACH-PARM-FILE
               AT END
                   DISPLAY "ACH PARAMETER CARD EMPTY"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ

           IF PARM-FROM-DATE NOT NUMERIC
                   OR PARM-TO-DATE NOT NUMERIC
                   OR PARM-CYCLE-PERIOD NOT NUMERIC
                   OR (PARM-FROM-DATE = 0 AND PARM-CYCLE-PERIOD = 0)
                   OR PARM-TO-DATE < PARM-FROM-DATE
                   OR PARM-SETTLE-DATE NOT NUMERIC
                   OR PARM-SETTLE-DATE = 0
                   OR PARM-START-SEQ NOT NUMERIC
                   OR PARM-ODFI-ID NOT NUMERIC
                   OR PARM-ODFI-ID = 0
                   OR PARM-IMMED-DEST = SPACES
                   OR PARM-IMMED-ORIGIN = SPACES
                   OR PARM-COMPANY-ID = SPACES
               DISPLAY "ACH PARAMETER CARD INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE PARM-FROM-DATE    TO FROM-DATE-N
           MOVE PARM-TO-DATE      TO TO-DATE-N
           MOVE PARM-CYCLE-PERIOD TO CYCLE-PERIOD
           MOVE PARM-SETTLE-DATE  TO SETTLE-DATE-N

           MOVE FROM-YYYY TO FROM-FMT-YYYY
           MOVE FROM-MM   TO FROM-FMT-MM
           MOVE FROM-DD   TO FROM-FMT-DD
           MOVE TO-YYYY   TO TO-FMT-YYYY
           MOVE TO-MM     TO TO-FMT-MM
           MOVE TO-DD     TO TO-FMT-DD

           MOVE SETTLE-YY TO SETTLE-YYMMDD-YY
           MOVE SETTLE-MM TO SETTLE-YYMMDD-MM
           MOVE SETTLE-DD TO SETTLE-YYMMDD-DD

           IF PARM-START-SEQ = 0
               MOVE 1 TO NEXT-RCPT-SEQ
           ELSE
               MOVE PARM-START-SEQ TO NEXT-RCPT-SEQ
           END-IF

           CLOSE ACH-PARM-FILE.

      * SAME FIRST-TIME-THROUGH HANDLING AS LOANPOST'S HISTORY OPEN.
       OPEN-ACH-DRAFT-FILE.
           OPEN I-O ACH-DRAFT-FILE
           IF WS-ACHD-NOT-FOUND
               OPEN OUTPUT ACH-DRAFT-FILE
               CLOSE ACH-DRAFT-FILE
               OPEN I-O ACH-DRAFT-FILE
           END-IF.

       READ-ENROLLMENT.
           READ ACH-ENROLL-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-ACHE-OK
               SET WS-EOF TO TRUE
           END-IF.

      * A SUSPENDED ENROLLMENT WAITS FOR THE DESK; A LOAN THAT HAS
      * GONE FROM THE MASTER IS LISTED SO THE ENROLLMENT CAN BE
      * CLEANED UP; A PAID-OFF OR CHARGED-OFF LOAN HAS NOTHING TO
      * DRAFT.
       SELECT-ENROLLMENT.
           IF ACHE-SUSPENDED
               ADD 1 TO SUSPENDED-COUNT
           ELSE
               MOVE ACHE-LOAN-NO TO MSTR-LOAN-NO
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-MSTR-OK
                       ADD 1 TO NO-LOAN-COUNT
                       MOVE SPACES TO RPT-LINE
                       STRING "LOAN " ACHE-LOAN-NO
                           " ** ENROLLED BUT NOT ON THE LOAN MASTER **"
                           INTO RPT-LINE
                       WRITE RPT-LINE
                   WHEN MSTR-LIFE-CLOSED
                       ADD 1 TO CLOSED-SKIP-COUNT
                   WHEN OTHER
                       PERFORM SELECT-LIVE-LOAN
               END-EVALUATE
           END-IF.

      * LOANBILL'S SELECTION: THE NEXT UNPAID PERIOD, IF THERE IS
      * ONE, TESTED AGAINST THE WINDOW.
       SELECT-LIVE-LOAN.
           IF MSTR-TOTAL-PERIODS > MSTR-PERIODS
               MOVE MSTR-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           ELSE
               MOVE MSTR-PERIODS TO LOAN-TOTAL-PERIODS
           END-IF

           MOVE 0 TO LOAN-SELECTED-SW
           COMPUTE NEXT-PERIOD = MSTR-PAID-THRU + 1
           EVALUATE TRUE
               WHEN LOAN-TOTAL-PERIODS = 0
                   CONTINUE
               WHEN NEXT-PERIOD > LOAN-TOTAL-PERIODS
                   CONTINUE
               WHEN NEXT-PERIOD > MSTR-PERIODS
                       AND NOT SCHD-FILE-OPEN
                   ADD 1 TO SCHED-UNAVAIL-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " MSTR-LOAN-NO
                       " ** SCHEDULE FILE UNAVAILABLE - LONG "
                       "LOAN NOT DRAFTED **" INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   PERFORM TEST-BILLING-WINDOW
           END-EVALUATE

           IF LOAN-SELECTED
               PERFORM TEST-DRAFT-DATE
           ELSE
               ADD 1 TO NOT-DUE-COUNT
           END-IF.

      * THE SAME TEST AS LOANBILL'S TEST-BILLING-WINDOW - BY DUE
      * DATE FOR A DATED LOAN, BY THE CYCLE PERIOD FOR AN UNDATED
      * ONE - SETTING THE SELECTED SWITCH WHERE LOANBILL PRODUCES
      * A STATEMENT.
       TEST-BILLING-WINDOW.
           IF MSTR-FIRST-PMT-DATE NUMERIC
                   AND MSTR-FIRST-PMT-DATE NOT = 0
                   AND FROM-DATE-N NOT = 0
               MOVE NEXT-PERIOD TO SROW-PERIOD
               PERFORM GET-SCHED-ROW
               IF SROW-DUEDATE-X NOT < FROM-DATE-FMT
                       AND SROW-DUEDATE-X NOT > TO-DATE-FMT
                   SET LOAN-SELECTED TO TRUE
               END-IF
           ELSE
               IF CYCLE-PERIOD > 0
                       AND NEXT-PERIOD <= CYCLE-PERIOD
                   SET LOAN-SELECTED TO TRUE
               END-IF
           END-IF.

      * DUE IN THE WINDOW - BUT IS IT TIME YET, AND HAS THIS PERIOD
      * ALREADY GONE? AN UNDATED LOAN HAS NO DUE MONTH, SO ITS DRAFT
      * DAY IS TAKEN IN THE SETTLEMENT MONTH. A PERIOD ALREADY
      * DRAFTED IS NEVER DRAFTED AGAIN, EXCEPT BY A RE-RUN FOR THE
      * SAME SETTLEMENT DATE, WHICH HAS TO REBUILD THE SAME FILE.
       TEST-DRAFT-DATE.
           MOVE NEXT-PERIOD TO SROW-PERIOD
           PERFORM GET-SCHED-ROW
           IF MSTR-FIRST-PMT-DATE NUMERIC
                   AND MSTR-FIRST-PMT-DATE NOT = 0
                   AND SROW-DUEDATE-X NOT = HIGH-VALUES
               MOVE SROW-DUEDATE-X(1:4) TO DRAFT-YYYY
               MOVE SROW-DUEDATE-X(6:2) TO DRAFT-MM
               MOVE SROW-DUEDATE-X(9:2) TO DRAFT-DD
               IF ACHE-DRAFT-DAY > 0
                   MOVE ACHE-DRAFT-DAY TO DRAFT-DD
               END-IF
           ELSE
               MOVE SETTLE-DATE-N TO DRAFT-DATE-N
               IF ACHE-DRAFT-DAY > 0
                   MOVE ACHE-DRAFT-DAY TO DRAFT-DD
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DRAFT-DATE-N > SETTLE-DATE-N
                   ADD 1 TO NOT-DUE-COUNT
               WHEN ACHE-LAST-DRAFT-DATE = SETTLE-DATE-N
                       AND NEXT-PERIOD = ACHE-LAST-DRAFT-PERIOD
                   PERFORM DRAFT-LOAN
               WHEN ACHE-LAST-DRAFT-DATE = SETTLE-DATE-N
                       OR NEXT-PERIOD <= ACHE-LAST-DRAFT-PERIOD
                   ADD 1 TO ALREADY-COUNT
               WHEN OTHER
                   PERFORM DRAFT-LOAN
           END-EVALUATE.

       DRAFT-LOAN.
           COMPUTE PAYMENT-DUE = FUNCTION NUMVAL(SROW-PAYMENT-X)
           MOVE MSTR-ESCROW TO ESCROW-DUE
           IF ESCROW-DUE < 0
               MOVE ZERO TO ESCROW-DUE
           END-IF
           COMPUTE DRAFT-AMOUNT = PAYMENT-DUE + ESCROW-DUE

           IF DRAFT-AMOUNT > 0
               IF ENTRY-COUNT = 0
                   PERFORM WRITE-BATCH-HEADER
               END-IF
               ADD 1 TO ENTRY-COUNT
               PERFORM WRITE-ENTRY-DETAIL
               PERFORM WRITE-DRAFT-RECEIPTS
               PERFORM LOG-DRAFT

               MOVE SETTLE-DATE-N TO ACHE-LAST-DRAFT-DATE
               MOVE NEXT-PERIOD   TO ACHE-LAST-DRAFT-PERIOD
               REWRITE ACH-ENROLL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT WS-ACHE-OK
                   ADD 1 TO LOG-FAIL-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " MSTR-LOAN-NO
                       " ** ENROLLMENT NOT UPDATED - STATUS "
                       WS-ACHE-STATUS " **" INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF

               ADD PAYMENT-DUE  TO TOTAL-PAYMENT
               ADD ESCROW-DUE   TO TOTAL-ESCROW
               ADD DRAFT-AMOUNT TO TOTAL-DEBITS

               MOVE NEXT-PERIOD TO PERIOD-D
               MOVE DRAFT-AMOUNT TO AMOUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO " PERIOD " PERIOD-D
                   " DRAFTED " AMOUNT-D
                   " TRACE " TRACE-WORK
                   " " NED-INDIVIDUAL-NAME INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-FILE-HEADER.
           MOVE SPACES TO NACHA-FILE-HEADER
           MOVE "1"   TO NFH-RECORD-TYPE
           MOVE "01"  TO NFH-PRIORITY-CODE
           MOVE PARM-IMMED-DEST   TO NFH-IMMEDIATE-DEST
           MOVE PARM-IMMED-ORIGIN TO NFH-IMMEDIATE-ORIGIN
           MOVE TODAY-YYMMDD-N TO NFH-CREATION-DATE
           MOVE TODAY-HHMM     TO NFH-CREATION-TIME
           MOVE "A"   TO NFH-FILE-ID-MODIFIER
           MOVE "094" TO NFH-RECORD-SIZE
           MOVE "10"  TO NFH-BLOCKING-FACTOR
           MOVE "1"   TO NFH-FORMAT-CODE
           MOVE PARM-DEST-NAME   TO NFH-DEST-NAME
           MOVE PARM-ORIGIN-NAME TO NFH-ORIGIN-NAME
           WRITE NACHA-FILE-HEADER
           ADD 1 TO RECORD-COUNT.

      * ONE BATCH, DEBITS ONLY (SERVICE CLASS 225), PPD ENTRIES.
       WRITE-BATCH-HEADER.
           MOVE SPACES TO NACHA-BATCH-HEADER
           MOVE "5"   TO NBH-RECORD-TYPE
           MOVE "225" TO NBH-SERVICE-CLASS
           MOVE PARM-COMPANY-NAME TO NBH-COMPANY-NAME
           MOVE PARM-COMPANY-ID   TO NBH-COMPANY-ID
           MOVE "PPD" TO NBH-SEC-CODE
           MOVE "LOAN PMT" TO NBH-ENTRY-DESC
           MOVE SETTLE-YYMMDD-N TO NBH-EFFECTIVE-DATE
           MOVE "1"   TO NBH-ORIGINATOR-STATUS
           MOVE PARM-ODFI-ID TO NBH-ODFI-ID
           MOVE 1 TO NBH-BATCH-NUMBER
           WRITE NACHA-BATCH-HEADER
           ADD 1 TO RECORD-COUNT.

       WRITE-ENTRY-DETAIL.
           MOVE ACHE-ROUTING-NO TO ROUTING-WORK-N
           MOVE PARM-ODFI-ID TO TRACE-ODFI
           MOVE ENTRY-COUNT  TO TRACE-SEQ
           MOVE NEXT-PERIOD  TO NEXT-PERIOD-X

           MOVE SPACES TO NACHA-ENTRY-DETAIL
           MOVE "6" TO NED-RECORD-TYPE
           IF ACHE-SAVINGS
               MOVE "37" TO NED-TRANSACTION-CODE
           ELSE
               MOVE "27" TO NED-TRANSACTION-CODE
           END-IF
           MOVE ROUTING-RDFI  TO NED-RDFI-ID
           MOVE ROUTING-CHECK TO NED-CHECK-DIGIT
           MOVE ACHE-ACCOUNT-NO TO NED-DFI-ACCOUNT
           MOVE DRAFT-AMOUNT TO NED-AMOUNT
           MOVE MSTR-LOAN-NO  TO NED-ID-LOAN-NO
           MOVE NEXT-PERIOD-X TO NED-ID-PERIOD
           PERFORM GET-INDIVIDUAL-NAME
           MOVE "0" TO NED-ADDENDA-IND
           MOVE TRACE-WORK TO NED-TRACE-NO
           WRITE NACHA-ENTRY-DETAIL
           ADD 1 TO RECORD-COUNT
           ADD ROUTING-RDFI TO ENTRY-HASH.

      * THE NAME ON THE ENTRY IS THE BORROWER'S, IN CAPITALS, CUT
      * TO THE FORMAT'S 22 CHARACTERS; NO BORROWER RECORD SENDS THE
      * BORROWER ID INSTEAD.
       GET-INDIVIDUAL-NAME.
           MOVE MSTR-BORROWER-ID TO NED-INDIVIDUAL-NAME
           IF BORROWER-FILE-OPEN AND MSTR-BORROWER-ID NOT = SPACES
               MOVE MSTR-BORROWER-ID TO BRW-ID
               READ BORROWER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRW-NAME TO NED-INDIVIDUAL-NAME
               END-READ
           END-IF
           INSPECT NED-INDIVIDUAL-NAME CONVERTING LOWER-CASE-LETTERS
               TO UPPER-CASE-LETTERS.

      * THE PAYMENT AND THE ESCROW GO TO LOANPOST AS SEPARATE
      * RECEIPTS SO THE ESCROW LANDS IN THE ESCROW BALANCE AND NEVER
      * BUYS A SCHEDULE PERIOD.
       WRITE-DRAFT-RECEIPTS.
           IF PAYMENT-DUE > 0
               MOVE SPACES TO RECEIPT-RECORD
               MOVE MSTR-LOAN-NO  TO RCPT-LOAN-NO
               MOVE SETTLE-DATE-N TO RCPT-DATE
               MOVE PAYMENT-DUE   TO RCPT-AMOUNT
               MOVE "P"           TO RCPT-TYPE
               MOVE NEXT-RCPT-SEQ TO RCPT-SEQ-NO
               WRITE RECEIPT-RECORD
               ADD 1 TO NEXT-RCPT-SEQ
               ADD 1 TO RCPT-COUNT
           END-IF
           IF ESCROW-DUE > 0
               MOVE SPACES TO RECEIPT-RECORD
               MOVE MSTR-LOAN-NO  TO RCPT-LOAN-NO
               MOVE SETTLE-DATE-N TO RCPT-DATE
               MOVE ESCROW-DUE    TO RCPT-AMOUNT
               MOVE "E"           TO RCPT-TYPE
               MOVE NEXT-RCPT-SEQ TO RCPT-SEQ-NO
               WRITE RECEIPT-RECORD
               ADD 1 TO NEXT-RCPT-SEQ
               ADD 1 TO RCPT-COUNT
           END-IF.

      * A PERIOD DRAFTED BEFORE AND RETURNED IS LOGGED OVER WITH THE
      * NEW DRAFT; SO IS A RE-RUN'S.
       LOG-DRAFT.
           MOVE MSTR-LOAN-NO TO ACHD-LOAN-NO
           MOVE NEXT-PERIOD  TO ACHD-PERIOD
           MOVE 0 TO DRAFT-LOGGED-SW
           READ ACH-DRAFT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DRAFT-LOGGED TO TRUE
           END-READ
           MOVE MSTR-LOAN-NO  TO ACHD-LOAN-NO
           MOVE NEXT-PERIOD   TO ACHD-PERIOD
           MOVE SETTLE-DATE-N TO ACHD-SETTLE-DATE
           MOVE TRACE-WORK    TO ACHD-TRACE-NO
           MOVE PAYMENT-DUE   TO ACHD-PAYMENT-AMT
           MOVE ESCROW-DUE    TO ACHD-ESCROW-AMT
           MOVE "D"           TO ACHD-STATUS
           MOVE SPACES        TO ACHD-RETURN-CODE
           MOVE ZERO          TO ACHD-RETURN-DATE
           IF DRAFT-LOGGED
               REWRITE ACH-DRAFT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ACH-DRAFT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF NOT WS-ACHD-OK
               ADD 1 TO LOG-FAIL-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO
                   " ** DRAFTED BUT NOT LOGGED - STATUS "
                   WS-ACHD-STATUS " **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-BATCH-CONTROL.
           DIVIDE ENTRY-HASH BY 10000000000 GIVING ENTRY-HASH-HIGH
               REMAINDER ENTRY-HASH-LOW
           MOVE SPACES TO NACHA-BATCH-CONTROL
           MOVE "8"   TO NBC-RECORD-TYPE
           MOVE "225" TO NBC-SERVICE-CLASS
           MOVE ENTRY-COUNT    TO NBC-ENTRY-COUNT
           MOVE ENTRY-HASH-LOW TO NBC-ENTRY-HASH
           MOVE TOTAL-DEBITS   TO NBC-TOTAL-DEBIT
           MOVE ZERO           TO NBC-TOTAL-CREDIT
           MOVE PARM-COMPANY-ID TO NBC-COMPANY-ID
           MOVE PARM-ODFI-ID   TO NBC-ODFI-ID
           MOVE 1 TO NBC-BATCH-NUMBER
           WRITE NACHA-BATCH-CONTROL
           ADD 1 TO RECORD-COUNT.

      * THE FILE CONTROL RECORD CLOSES THE LAST BLOCK'S COUNT; THE
      * BLOCK IS THEN FILLED OUT TO TEN RECORDS WITH NINES.
       WRITE-FILE-CONTROL.
           ADD 1 TO RECORD-COUNT
           COMPUTE BLOCK-COUNT = (RECORD-COUNT + 9) / 10
           COMPUTE PAD-COUNT = BLOCK-COUNT * 10 - RECORD-COUNT
           DIVIDE ENTRY-HASH BY 10000000000 GIVING ENTRY-HASH-HIGH
               REMAINDER ENTRY-HASH-LOW
           MOVE SPACES TO NACHA-FILE-CONTROL
           MOVE "9" TO NFC-RECORD-TYPE
           IF ENTRY-COUNT > 0
               MOVE 1 TO NFC-BATCH-COUNT
           ELSE
               MOVE 0 TO NFC-BATCH-COUNT
           END-IF
           MOVE BLOCK-COUNT    TO NFC-BLOCK-COUNT
           MOVE ENTRY-COUNT    TO NFC-ENTRY-COUNT
           MOVE ENTRY-HASH-LOW TO NFC-ENTRY-HASH
           MOVE TOTAL-DEBITS   TO NFC-TOTAL-DEBIT
           MOVE ZERO           TO NFC-TOTAL-CREDIT
           WRITE NACHA-FILE-CONTROL
           PERFORM PAD-COUNT TIMES
               MOVE ALL "9" TO NACHA-RECORD-X
               WRITE NACHA-RECORD-X
           END-PERFORM.

       WRITE-ACH-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE ENROLL-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "ENROLLMENTS READ . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ENTRY-COUNT TO COUNT-D
           MOVE TOTAL-DEBITS TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "DEBIT ENTRIES WRITTEN. . : " COUNT-D
               " AMOUNT " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TOTAL-PAYMENT TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "  PAYMENT (P+I). . . . . :          " MONEY-D
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TOTAL-ESCROW TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "  ESCROW . . . . . . . . :          " MONEY-D
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE RCPT-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "RECEIPTS WRITTEN . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE NOT-DUE-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "NOT DUE THIS RUN . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF ALREADY-COUNT > 0
               MOVE ALREADY-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "PERIOD ALREADY DRAFTED . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF SUSPENDED-COUNT > 0
               MOVE SUSPENDED-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "SUSPENDED ENROLLMENTS. . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF CLOSED-SKIP-COUNT > 0
               MOVE CLOSED-SKIP-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "PAID/CHARGED-OFF SKIPPED : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF NO-LOAN-COUNT > 0
               MOVE NO-LOAN-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "LOAN NOT ON MASTER . . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF SCHED-UNAVAIL-COUNT > 0
               MOVE SCHED-UNAVAIL-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "LONG LOANS NOT DRAFTED . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF LOG-FAIL-COUNT > 0
               MOVE LOG-FAIL-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "LOG/ENROLLMENT FAILURES. : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * ONE SCHEDULE ROW, WHEREVER IT LIVES: THE INLINE TABLE FOR
      * PERIODS THE MASTER RECORD HOLDS, THE COMPANION FILE FOR THE
      * TAIL OF A LONG SCHEDULE.
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

       END PROGRAM LOANACH.
