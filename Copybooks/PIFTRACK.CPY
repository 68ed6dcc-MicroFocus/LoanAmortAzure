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
      * PIFTRACK.CPY - ONE PAID-OFF LOAN ON THE PAID-IN-FULL TRACKING
      * FILE (LOANPIFT), KEYED BY LOAN NUMBER. LOANPIF OPENS THE
      * RECORD THE NIGHT IT FIRST FINDS THE LOAN PAID OFF - THE
      * LETTERS ARE PRINTED AND THE ESCROW REFUNDED THAT SAME RUN -
      * SO THE RECORD IS ALSO THE RE-RUN GUARD: A LOAN ALREADY ON
      * THE FILE IS NEVER LETTERED TWICE.
      *
      * THE STATUTORY DEADLINES ARE WORKED OUT FROM THE PAYOFF DATE
      * AND THE BORROWER'S STATE (SEE PIFRULE.CPY) AND STAY ON THE
      * RECORD UNTIL BOTH OBLIGATIONS ARE MET: THE ESCROW REFUND
      * WHEN LOANPIF WRITES IT (OR FINDS NOTHING TO REFUND), THE LIEN
      * RELEASE WHEN THE DESK SENDS IN THE RECORDING DATE ON THE
      * PIFCONF FILE. UNTIL THEN THE RECORD IS OPEN AND SHOWS ON THE
      * DEADLINE LOG EVERY NIGHT - THIS REPLACES THE PAPER LOG.
      *
       01  PIF-TRACK-RECORD.
           03 PIFT-LOAN-NO          PIC X(10).
           03 PIFT-BORROWER-ID      PIC X(12).
      * THE STATE WHOSE STATUTE SETS THE DEADLINES - THE BORROWER'S
      * STATE OFF THE BORROWER MASTER, SPACES WHEN THERE WAS NO
      * RECORD (THE DEFAULT RULE THEN APPLIES).
           03 PIFT-STATE            PIC X(2).
      * THE DATE THE LAST MONEY POSTED (MSTR-LAST-RECEIPT-DATE) AND
      * THE PROCESSING DATE LOANPIF FOUND THE LOAN PAID OFF AND
      * PRINTED THE LETTERS.
           03 PIFT-PAYOFF-DATE      PIC 9(8).
           03 PIFT-LETTER-DATE      PIC 9(8).
           03 PIFT-LIEN-DUE-DATE    PIC 9(8).
      * ZERO UNTIL THE RELEASE IS RECORDED.
           03 PIFT-LIEN-RELEASE-DATE PIC 9(8).
           03 PIFT-REFUND-DUE-DATE  PIC 9(8).
      * ZERO UNTIL THE ESCROW IS SETTLED - THE DATE OF THE LAST
      * REFUND WRITTEN, OR OF THE RUN THAT FOUND NOTHING HELD.
           03 PIFT-REFUND-DATE      PIC 9(8).
           03 PIFT-REFUND-AMOUNT    PIC S9(9)V99 COMP-3.
           03 PIFT-STATUS           PIC X(1).
               88 PIFT-OPEN         VALUE "O".
               88 PIFT-COMPLETE     VALUE "C".
