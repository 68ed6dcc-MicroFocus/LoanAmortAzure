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
      * ACHDRAFT.CPY - ONE ACH DEBIT LOANACH SENT TO THE BANK, IN
      * THE INDEXED LOANACHD DRAFT LOG, KEYED BY LOAN NUMBER AND THE
      * SCHEDULE PERIOD IT PAID. THE SAME TWO FIELDS RIDE IN THE
      * ENTRY'S INDIVIDUAL IDENTIFICATION NUMBER, SO THE BANK'S
      * RETURN ENTRY NAMES THE LOG RECORD IT ANSWERS.
      *
      * THE DRAFT IS THE PERIOD'S P-AND-I PAYMENT PLUS THE ESCROW ON
      * TOP OF IT, AND IT WENT TO LOANPOST AS TWO RECEIPTS - A
      * PAYMENT AND AN ESCROW-ONLY RECEIPT - SO THE LOG KEEPS THE
      * TWO PARTS APART FOR THE RETURN RUN TO BACK OUT.
      *
      * STATUS: D = DRAFTED, R = RETURNED BY THE BANK (WITH THE
      * RETURN REASON CODE AND THE DATE THE RETURN WAS PROCESSED).
      *
       01  ACH-DRAFT-RECORD.
           03 ACHD-KEY.
               05 ACHD-LOAN-NO      PIC X(10).
               05 ACHD-PERIOD       PIC 9(4).
           03 ACHD-SETTLE-DATE      PIC 9(8).
           03 ACHD-TRACE-NO         PIC X(15).
           03 ACHD-PAYMENT-AMT      PIC S9(9)V99 COMP-3.
           03 ACHD-ESCROW-AMT       PIC S9(9)V99 COMP-3.
           03 ACHD-STATUS           PIC X(1).
               88 ACHD-DRAFTED      VALUE "D".
               88 ACHD-RETURNED     VALUE "R".
           03 ACHD-RETURN-CODE      PIC X(3).
           03 ACHD-RETURN-DATE      PIC 9(8).
