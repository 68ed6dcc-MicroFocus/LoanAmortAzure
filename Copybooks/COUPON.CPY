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
      * COUPON.CPY - THE SCAN LINE PRINTED ALONG THE BOTTOM OF THE
      * PAYMENT COUPON ON EVERY LOANBILL STATEMENT, AND READ BACK OFF
      * THE COUPON BY THE BANK'S LOCKBOX SCANNERS (SEE LOCKBOX.CPY),
      * SO LOANLBX CAN APPLY THE CHECK WITHOUT ANYONE KEYING THE LOAN
      * NUMBER: LOAN NUMBER, THE PERIOD BILLED, THE TOTAL DUE IN
      * CENTS, AND A CHECK DIGIT.
      *
      * THE CHECK DIGIT IS MOD 10 OVER THE DIGITS OF THE FIRST 25
      * CHARACTERS, WEIGHTED 3 AND 1 ALTERNATELY FROM THE LEFT BY
      * CHARACTER POSITION (A LETTER IN THE LOAN NUMBER CARRIES NO
      * WEIGHT): TEN LESS THE SUM'S LAST DIGIT, ZERO FOR ZERO. A
      * MISREAD DIGIT FAILS THE CHECK AND THE ITEM FALLS BACK TO THE
      * LOAN NUMBER THE BANK KEYED.
      *
       01  COUPON-SCAN-LINE.
           03 CPN-SCAN-DATA.
               05 CPN-LOAN-NO       PIC X(10).
               05 CPN-PERIOD        PIC 9(4).
               05 CPN-AMOUNT-DUE    PIC 9(9)V99.
           03 CPN-SCAN-CHARS REDEFINES CPN-SCAN-DATA.
               05 CPN-SCAN-CHAR     PIC X(1) OCCURS 25 TIMES.
           03 CPN-CHECK-DIGIT       PIC 9(1).
