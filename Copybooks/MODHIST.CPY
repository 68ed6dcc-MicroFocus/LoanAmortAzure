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
      * MODHIST.CPY - ONE BOOKED LOAN MODIFICATION ON THE PERMANENT
      * MODIFICATION HISTORY FILE (LOANMODH) LOANMOD WRITES. THE
      * MASTER ONLY EVER CARRIES THE TERMS NOW IN FORCE; THIS RECORD
      * KEEPS THE TERMS ON EITHER SIDE OF THE WORKOUT SO THE DESK,
      * THE EXAMINERS AND A DISPUTED-BALANCE LETTER CAN ALL SEE
      * EXACTLY WHAT WAS GIVEN AND WHAT IT DID TO THE LOAN.
      *
      * KEYED BY LOAN NUMBER AND EFFECTIVE DATE - ONE WORKOUT PER
      * LOAN PER DAY. THE KEY IS ALSO LOANMOD'S RE-RUN GUARD: A
      * TRANSACTION WHOSE LOAN AND DATE ARE ALREADY ON FILE HAS BEEN
      * BOOKED, AND IS REFUSED RATHER THAN APPLIED TWICE.
      *
      * "BEFORE" IS THE LOAN AS IT STOOD THE MOMENT THE WORKOUT WAS
      * BOOKED: THE BOOKED RATE, HOW MANY PERIODS THE FULL SCHEDULE
      * RAN, THE NEXT UNPAID PERIOD'S SCHEDULED PAYMENT AND THE LAST
      * DUE DATE. "AFTER" IS THE SAME FOUR FIGURES OFF THE
      * RE-AMORTIZED SCHEDULE. THE BALANCE PAIR IS THE UNPAID
      * BALANCE GOING IN AND THE BALANCE CARRIED BY THE NEW TAIL
      * (CAPITALIZED AMOUNTS INCLUDED, FORBORNE PRINCIPAL INCLUDED -
      * IT IS STILL OWED, JUST NOT UNTIL MATURITY).
      *
       01  LOAN-MOD-HIST-RECORD.
           03 MODH-KEY.
               05 MODH-LOAN-NO  PIC X(10).
               05 MODH-EFF-DATE PIC 9(8).
           03 MODH-PAID-THRU    PIC S9(4) COMP.
           03 MODH-BEFORE-RATE  PIC S9(3)V9(4) COMP-3.
           03 MODH-AFTER-RATE   PIC S9(3)V9(4) COMP-3.
           03 MODH-BEFORE-PERIODS PIC S9(4) COMP.
           03 MODH-AFTER-PERIODS PIC S9(4) COMP.
           03 MODH-BEFORE-PAYMENT PIC S9(9)V99 COMP-3.
           03 MODH-AFTER-PAYMENT PIC S9(9)V99 COMP-3.
           03 MODH-BEFORE-MATURITY PIC X(10).
           03 MODH-AFTER-MATURITY PIC X(10).
           03 MODH-BEFORE-BALANCE PIC S9(11)V99 COMP-3.
           03 MODH-AFTER-BALANCE PIC S9(11)V99 COMP-3.
      * WHAT THE WORKOUT GAVE - THE CONCESSIONS AS ACTUALLY BOOKED,
      * NOT AS REQUESTED (A REQUEST TO CAPITALIZE INTEREST ON A LOAN
      * WITH NOTHING PAST DUE BOOKS ZERO HERE).
           03 MODH-EXTEND-MONTHS PIC 9(4).
           03 MODH-CAP-INTEREST PIC S9(9)V99 COMP-3.
           03 MODH-CAP-FEES     PIC S9(7)V99 COMP-3.
           03 MODH-FORBEAR-AMT  PIC S9(9)V99 COMP-3.
           03 MODH-REAGED-PERIODS PIC S9(4) COMP.
           03 MODH-OPERATOR     PIC X(8).
           03 MODH-REASON       PIC X(40).
