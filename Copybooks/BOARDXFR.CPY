      * (c) Copyright [2019] Micro Focus or one of its affiliates.
      *
      * Licensed under the Apache 2.0 License (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at https://opensource.org/licenses/Apache-2.0
      *
      * Unless required by applicable law or agreed to in writing, software distributed under the License is distributed
      * on an "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied.
      * See the License for the specific language governing permissions and limitations under the License.
      *
      * BOARDXFR.CPY - ONE SEASONED LOAN ON THE SERVICING TRANSFER
      * FILE (LOANXFER) THE LOANBORD BOARDING RUN READS - A LOAN WE
      * HAVE BOUGHT, OR TAKEN OVER THE SERVICING OF, PART WAY
      * THROUGH ITS LIFE. THE PRIOR SERVICER'S TAPE IS MAPPED TO
      * THIS LAYOUT BEFORE THE RUN; EVERY MONEY FIELD IS AS OF THE
      * TRANSFER DATE.
      *
      * THREE KINDS OF FIGURE RIDE ON THE RECORD:
      *
      *   ORIGINAL TERMS    THE NOTE AS WRITTEN - AMOUNT, RATE, TERM
      *                     IN MONTHS, FIRST PAYMENT DATE AND
      *                     FREQUENCY. KEPT ON THE BOARDING HISTORY
      *                     (SEE BOARDHST.CPY); THE TERM AND THE
      *                     PAID-THROUGH COUNT SIZE WHAT IS LEFT.
      *   CURRENT POSITION  THE UNPAID PRINCIPAL BALANCE, THE RATE
      *                     NOW IN FORCE, THE NEXT DUE DATE, HOW
      *                     MANY INSTALLMENTS THE PRIOR SERVICER HAS
      *                     COLLECTED (PAID-THRU), THE ESCROW AND
      *                     LATE-FEE BALANCES, AND THE INVESTOR
      *                     SHARE. THESE ARE WHAT GETS BOOKED.
      *   PRIOR HISTORY     INTEREST COLLECTED OVER THE LIFE OF THE
      *                     LOAN AND THIS CALENDAR YEAR, AND THE DATE
      *                     OF THE LAST PAYMENT RECEIVED - SUMMARIZED
      *                     ON THE BOARDING HISTORY, NEVER TURNED
      *                     INTO SCHEDULE ROWS OR RECEIPTS WE DID NOT
      *                     TAKE.
      *
      * THE PRIOR SERVICER'S OWN P-AND-I PAYMENT IS CARRIED ONLY TO
      * BE CHECKED AGAINST THE PAYMENT THE RE-AMORTIZED SCHEDULE
      * COMES TO - A LOAN WHOSE TWO FIGURES DISAGREE IS FLAGGED ON
      * THE RECONCILIATION FOR THE ACCEPTANCE REVIEW.
      *
      * XFER-TRANSFER-DATE ZERO MEANS THE BALANCES ARE AS OF THE
      * BOARDING RUN'S OWN PROCESSING DATE. A SPACE FREQUENCY IS
      * MONTHLY. SPACES IN THE INVESTOR CODE MEANS THE LOAN IS
      * WHOLLY OURS, SAME AS MSTR-INVESTOR-CODE.
      *
       01  LOAN-TRANSFER-RECORD.
           03 XFER-LOAN-NO      PIC X(10).
           03 XFER-BORROWER-ID  PIC X(12).
           03 XFER-PRIOR-SERVICER PIC X(10).
           03 XFER-PRIOR-LOAN-NO PIC X(20).
           03 XFER-TRANSFER-DATE PIC 9(8).
           03 XFER-ORIG-PRINCIPAL PIC S9(9)V99 COMP-3.
           03 XFER-ORIG-RATE    PIC S9(3)V9(4) COMP-3.
           03 XFER-ORIG-TERM    PIC 9(4).
           03 XFER-ORIG-FIRST-PMT-DATE PIC 9(8).
           03 XFER-PMTFREQ      PIC X(1).
               88 XFER-PMTFREQ-BIWEEKLY VALUE "B" "b".
               88 XFER-PMTFREQ-WEEKLY   VALUE "W" "w".
           03 XFER-CUR-BALANCE  PIC S9(9)V99 COMP-3.
           03 XFER-CUR-RATE     PIC S9(3)V9(4) COMP-3.
           03 XFER-CUR-PI-PMT   PIC S9(7)V99 COMP-3.
           03 XFER-NEXT-DUE-DATE PIC 9(8).
           03 XFER-PAID-THRU    PIC 9(4).
           03 XFER-ESCROW-PMT   PIC S9(7)V99 COMP-3.
           03 XFER-ESCROW-BAL   PIC S9(9)V99 COMP-3.
           03 XFER-LATE-FEES    PIC S9(7)V99 COMP-3.
           03 XFER-INVESTOR-CODE PIC X(4).
           03 XFER-PARTIC-PCT   PIC S9(3)V9(4) COMP-3.
           03 XFER-INDEX-CODE   PIC X(4).
           03 XFER-MARGIN       PIC S9(3)V9(4) COMP-3.
           03 XFER-PRODUCT-CODE PIC X(4).
           03 XFER-INT-PAID-LIFE PIC S9(9)V99 COMP-3.
           03 XFER-INT-PAID-YTD PIC S9(9)V99 COMP-3.
           03 XFER-LAST-PMT-DATE PIC 9(8).
