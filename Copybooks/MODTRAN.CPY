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
      * MODTRAN.CPY - ONE AGREED HARDSHIP WORKOUT ON THE LOAN
      * MODIFICATION TRANSACTION FILE (LOANMODT) THE LOANMOD BATCH
      * APPLIES. COLLECTORS AGREE THE TERMS ON THE COLLWORK SCREEN,
      * WHICH APPENDS THE RECORD; LOANMOD BOOKS IT AGAINST THE LOAN
      * MASTER THAT NIGHT. ANY MIX OF THE FOUR CONCESSIONS CAN RIDE
      * ON ONE RECORD - A FIELD LEFT AT ZERO (OR "N") IS A
      * CONCESSION NOT GRANTED:
      *
      *   NEW RATE          THE REDUCED NOTE RATE FOR THE UNPAID
      *                     TAIL. ZERO KEEPS THE BOOKED RATE.
      *   TERM EXTENSION    MONTHS ADDED TO THE REMAINING TERM.
      *   CAPITALIZE        "Y" ROLLS THE INTEREST ON THE PERIODS
      *   INTEREST          ALREADY PAST DUE AT THE EFFECTIVE DATE
      *                     INTO PRINCIPAL AND RE-AGES THE LOAN - THE
      *                     RE-AMORTIZED TAIL STARTS AT THE FIRST DUE
      *                     DATE AFTER THE EFFECTIVE DATE, SO THE
      *                     BORROWER COMES OUT OF THE WORKOUT CURRENT.
      *   CAPITALIZE FEES   "Y" ROLLS MSTR-LATE-FEE-DUE INTO
      *                     PRINCIPAL AND CLEARS THE FEE BALANCE.
      *   FORBEARANCE       PRINCIPAL SET ASIDE, INTEREST-FREE, AND
      *                     DEFERRED TO MATURITY - IT COMES OFF THE
      *                     AMORTIZING BALANCE AND IS ADDED BACK AS A
      *                     LUMP ON THE LAST SCHEDULED ROW.
      *
      * THE EFFECTIVE DATE (CCYYMMDD) IS WHAT "PAST DUE" IS MEASURED
      * AGAINST AND KEYS THE MODIFICATION HISTORY (SEE MODHIST.CPY).
      *
       01  LOAN-MOD-TRAN-RECORD.
           03 MODT-LOAN-NO      PIC X(10).
           03 MODT-EFF-DATE     PIC 9(8).
           03 MODT-NEW-RATE     PIC S9(3)V9(4) COMP-3.
           03 MODT-EXTEND-MONTHS PIC 9(4).
           03 MODT-CAP-INTEREST PIC X(1).
               88 MODT-CAP-INTEREST-YES VALUE "Y" "y".
           03 MODT-CAP-FEES     PIC X(1).
               88 MODT-CAP-FEES-YES     VALUE "Y" "y".
           03 MODT-FORBEAR-AMT  PIC S9(9)V99 COMP-3.
      * WHO AGREED IT - THE COLLECTOR SIGNED ON AT COLLWORK - AND
      * THE COLLECTOR'S NOTE, CARRIED THROUGH TO THE HISTORY.
           03 MODT-OPERATOR     PIC X(8).
           03 MODT-REASON       PIC X(40).
