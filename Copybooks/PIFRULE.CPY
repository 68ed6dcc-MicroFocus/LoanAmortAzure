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
      * PIFRULE.CPY - ONE STATE'S STATUTORY DEADLINES FOR A PAID-OFF
      * LOAN, ON THE LINE-SEQUENTIAL PIFRULE FILE COMPLIANCE KEEPS:
      * THE DAYS AFTER PAYOFF BY WHICH THE LIEN MUST BE RELEASED AND
      * THE ESCROW BALANCE REFUNDED. A ROW WITH STATE "**" IS THE
      * DEFAULT FOR ANY STATE NOT LISTED. LOANPIF LOADS THE FILE
      * WHOLE AT THE START OF THE RUN, THE WAY LOANARM LOADS THE
      * RATES FILE.
      *
       01  PIF-RULE-RECORD.
           03 RULE-STATE            PIC X(2).
           03 FILLER                PIC X(1).
           03 RULE-LIEN-DAYS        PIC 9(3).
           03 FILLER                PIC X(1).
           03 RULE-REFUND-DAYS      PIC 9(3).
