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
      * RECOVERY.CPY - ONE CHARGED-OFF LOAN ON THE RECOVERY SUB-
      * LEDGER (LOANRCVY), KEYED BY LOAN NUMBER. THE LOANCHGO RUN
      * OPENS THE RECORD WHEN IT BOOKS THE CHARGE-OFF - THE AMOUNTS
      * WRITTEN OFF THE RECEIVABLE ACCOUNTS, SPLIT THE WAY THE GL
      * ENTRY SPLIT THEM - AND THE RECORD'S EXISTENCE IS WHAT MARKS
      * THE CHARGE-OFF AS BOOKED, SO A RE-RUN NEVER WRITES IT OFF
      * TWICE. FROM THEN ON EVERY DOLLAR LOANPOST RECEIVES ON THE
      * LOAN POSTS HERE AS A RECOVERY (AND A REVERSAL BACKS ONE
      * OUT) INSTEAD OF ADVANCING THE DEAD SCHEDULE.
      *
      * RCVY-CHGOFF-TOTAL IS THE LOSS ACTUALLY TAKEN AGAINST THE
      * ALLOWANCE: PRINCIPAL PLUS ACCRUED INTEREST, LESS ANY
      * UNAPPLIED MONEY THE LOAN WAS HOLDING AT CHARGE-OFF.
      *
       01  RECOVERY-RECORD.
           03 RCVY-LOAN-NO        PIC X(10).
           03 RCVY-BORROWER-ID    PIC X(12).
           03 RCVY-CHGOFF-DATE    PIC 9(8).
           03 RCVY-CHGOFF-PRIN    PIC S9(11)V99 COMP-3.
           03 RCVY-CHGOFF-INT     PIC S9(11)V99 COMP-3.
           03 RCVY-CHGOFF-UNAPPLIED PIC S9(11)V99 COMP-3.
           03 RCVY-CHGOFF-TOTAL   PIC S9(11)V99 COMP-3.
           03 RCVY-RECOVERED      PIC S9(11)V99 COMP-3.
           03 RCVY-RECOVERY-COUNT PIC S9(4) COMP.
           03 RCVY-LAST-RCVY-DATE PIC 9(8).
