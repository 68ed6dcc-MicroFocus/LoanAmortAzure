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
      * BOARDHST.CPY - ONE BOARDED LOAN ON THE PERMANENT BOARDING
      * HISTORY FILE (LOANBDHS) LOANBORD WRITES, KEYED BY LOAN
      * NUMBER. THE MASTER CARRIES A SEASONED LOAN ONLY FROM THE DAY
      * WE TOOK IT OVER - ITS SCHEDULE STARTS AT THE NEXT DUE DATE
      * AND ITS PRINCIPAL IS THE BALANCE WE BOARDED - SO THE LIFE
      * BEFORE THAT IS SUMMARIZED HERE, AS THE PRIOR SERVICER
      * REPORTED IT, FOR THE DESK, THE EXAMINERS, A PAYOFF DISPUTE
      * AND THE YEAR-END INTEREST STATEMENT.
      *
      * THE "RECEIVED" FIGURES ARE THE TRANSFER RECORD'S (SEE
      * BOARDXFR.CPY); THE "BOOKED" FIGURES ARE WHAT THE MASTER WAS
      * GIVEN. BOOKED PRINCIPAL IS THE WHOLE-DOLLAR BALANCE THE
      * SCHEDULE AMORTIZES (MSTR-PRINCIPAL); THE CENTS OF THE
      * RECEIVED BALANCE ARE COLLECTED WITH THE FIRST INSTALLMENT
      * AND KEPT IN BDH-FIRST-ROW-CENTS, SO BOOKED PRINCIPAL PLUS
      * THOSE CENTS IS ALWAYS THE BALANCE RECEIVED.
      *
      * THE KEY IS ALSO LOANBORD'S RE-RUN GUARD: A LOAN ALREADY ON
      * THE HISTORY HAS BEEN BOARDED AND IS REFUSED, NOT BOARDED
      * TWICE.
      *
       01  LOAN-BOARD-HIST-RECORD.
           03 BDH-LOAN-NO       PIC X(10).
           03 BDH-BOARD-DATE    PIC 9(8).
           03 BDH-TRANSFER-DATE PIC 9(8).
           03 BDH-PRIOR-SERVICER PIC X(10).
           03 BDH-PRIOR-LOAN-NO PIC X(20).
      * THE NOTE AS ORIGINALLY WRITTEN.
           03 BDH-ORIG-PRINCIPAL PIC S9(9)V99 COMP-3.
           03 BDH-ORIG-RATE     PIC S9(3)V9(4) COMP-3.
           03 BDH-ORIG-TERM     PIC 9(4).
           03 BDH-ORIG-FIRST-PMT-DATE PIC 9(8).
           03 BDH-ORIG-PERIODS  PIC S9(4) COMP.
      * THE PRIOR SERVICER'S SUMMARY - NOTHING HERE IS A ROW OR A
      * RECEIPT ON OUR BOOKS.
           03 BDH-PRIOR-PAID-THRU PIC S9(4) COMP.
           03 BDH-PRIOR-PRIN-PAID PIC S9(9)V99 COMP-3.
           03 BDH-PRIOR-INT-LIFE PIC S9(9)V99 COMP-3.
           03 BDH-PRIOR-INT-YTD PIC S9(9)V99 COMP-3.
           03 BDH-PRIOR-LAST-PMT-DATE PIC 9(8).
      * RECEIVED ON THE TRANSFER AGAINST BOOKED ON THE MASTER.
           03 BDH-BAL-RECEIVED  PIC S9(11)V99 COMP-3.
           03 BDH-PRIN-BOOKED   PIC S9(11)V99 COMP-3.
           03 BDH-FIRST-ROW-CENTS PIC S9(1)V99 COMP-3.
           03 BDH-ESCROW-RECEIVED PIC S9(9)V99 COMP-3.
           03 BDH-FEES-RECEIVED PIC S9(7)V99 COMP-3.
           03 BDH-PMT-RECEIVED  PIC S9(7)V99 COMP-3.
           03 BDH-PMT-BOOKED    PIC S9(7)V99 COMP-3.
      * THE SCHEDULE WE BOOKED: WHERE IT STARTS AND HOW LONG IT RUNS.
           03 BDH-NEXT-DUE-DATE PIC 9(8).
           03 BDH-BOOKED-PERIODS PIC S9(4) COMP.
           03 BDH-BOOKED-RATE   PIC S9(3)V9(4) COMP-3.
           03 BDH-OPERATOR      PIC X(8).
