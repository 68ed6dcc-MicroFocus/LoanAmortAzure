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
      * ACHENRL.CPY - ONE BORROWER'S AUTOMATIC PAYMENT (ACH DEBIT)
      * ENROLLMENT, KEYED BY LOAN NUMBER, IN THE INDEXED LOANACHE
      * FILE. KEYED AND CHANGED FROM THE ACHMAINT SCREEN; READ BY THE
      * LOANACH ORIGINATION RUN, WHICH DRAFTS EVERY ACTIVE
      * ENROLLMENT WHOSE NEXT PAYMENT FALLS DUE IN ITS WINDOW, AND
      * UPDATED BY THE LOANACHR RETURN RUN.
      *
      * THE DRAFT DAY IS THE DAY OF THE MONTH THE BORROWER WANTS THE
      * MONEY TAKEN (01-28); ZERO DRAFTS ON THE DUE DATE ITSELF.
      *
      * RETURN COUNT IS THE NUMBER OF DRAFTS THE BANK HAS SENT BACK
      * SINCE THE ENROLLMENT WAS LAST MADE ACTIVE. LOANACHR SUSPENDS
      * THE ENROLLMENT WHEN IT REACHES THE RETURN LIMIT ON ITS CARD,
      * OR AT ONCE ON A RETURN THAT SAYS THE ACCOUNT CANNOT BE
      * DRAFTED AGAIN (CLOSED, NO ACCOUNT, AUTHORIZATION REVOKED).
      * A SUSPENDED ENROLLMENT IS NEVER DRAFTED; SETTING IT ACTIVE
      * AGAIN FROM THE SCREEN CLEARS THE COUNT.
      *
      * LAST DRAFT PERIOD IS THE SCHEDULE PERIOD THE LAST DRAFT PAID,
      * SO A RE-RUN OR AN OVERLAPPING WINDOW NEVER DRAFTS THE SAME
      * PERIOD TWICE.
      *
       01  ACH-ENROLL-RECORD.
           03 ACHE-LOAN-NO       PIC X(10).
           03 ACHE-ROUTING-NO    PIC 9(9).
           03 ACHE-ACCOUNT-NO    PIC X(17).
           03 ACHE-ACCOUNT-TYPE  PIC X(1).
               88 ACHE-CHECKING  VALUE "C".
               88 ACHE-SAVINGS   VALUE "S".
           03 ACHE-DRAFT-DAY     PIC 9(2).
           03 ACHE-STATUS        PIC X(1).
               88 ACHE-ACTIVE    VALUE "A".
               88 ACHE-SUSPENDED VALUE "S".
           03 ACHE-ENROLL-DATE   PIC 9(8).
           03 ACHE-RETURN-COUNT  PIC 9(2).
           03 ACHE-LAST-RETURN-DATE PIC 9(8).
           03 ACHE-LAST-RETURN-CODE PIC X(3).
           03 ACHE-LAST-DRAFT-DATE  PIC 9(8).
           03 ACHE-LAST-DRAFT-PERIOD PIC 9(4).
