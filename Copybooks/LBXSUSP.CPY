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
      * LBXSUSP.CPY - ONE LOCKBOX ITEM LOANLBX KEPT OUT OF THE
      * POSTING RUN, ON THE LBXSUSP SUSPENSE FILE. THE MONEY IS IN
      * THE BANK BUT BELONGS TO NO LOAN YET; THE RESEARCH DESK
      * WORKS EACH ITEM FROM THE LOANLBX RESEARCH REPORT AND PUTS IT
      * THROUGH AS A RECEIPT (OR SENDS IT BACK) BY HAND.
      *
      * THE ITEM IS CARRIED AS THE BANK SENT IT, WITH WHERE IT CAME
      * FROM (DEPOSIT DATE, LOCKBOX, BATCH, ITEM) AND WHY IT WAS
      * HELD:
      *   OB  BATCH OUT OF BALANCE WITH THE BANK'S TRAILER
      *   BH  BATCH HEADER MISSING OR INVALID
      *   NM  NO LOAN ON THE MASTER MATCHES THE SCAN LINE OR NUMBER
      *   PO  LOAN IS PAID OFF
      *   ZA  AMOUNT ZERO OR NOT NUMERIC
      *
       01  LBX-SUSPENSE-RECORD.
           03 LBXS-DEPOSIT-DATE     PIC 9(8).
           03 LBXS-LOCKBOX-NO       PIC X(7).
           03 LBXS-BATCH-NO         PIC 9(3).
           03 LBXS-ITEM-NO          PIC 9(4).
           03 LBXS-AMOUNT           PIC 9(8)V99.
           03 LBXS-CHECK-NO         PIC X(10).
           03 LBXS-SCAN-LINE        PIC X(26).
           03 LBXS-LOAN-NO          PIC X(10).
           03 LBXS-REMITTER-NAME    PIC X(30).
           03 LBXS-REASON-CODE      PIC X(2).
               88 LBXS-OUT-OF-BALANCE   VALUE "OB".
               88 LBXS-BAD-HEADER       VALUE "BH".
               88 LBXS-NO-MATCH         VALUE "NM".
               88 LBXS-PAID-OFF         VALUE "PO".
               88 LBXS-BAD-AMOUNT       VALUE "ZA".
           03 LBXS-REASON-TEXT      PIC X(30).
