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
      * RSVRATE.CPY - ONE LOSS RATE ON THE RESERVE-RATE FILE THE
      * QUARTERLY ALLOWANCE RUN (LOANCECL) READS, KEYED BY PRODUCT
      * CODE (SEE PRODUCT.CPY) AND DELINQUENCY BUCKET. THE RATE IS
      * THE SHARE OF A BUCKET'S UNPAID BALANCE EXPECTED TO BE LOST
      * OVER THE LIFE OF THE LOANS, IN THE SAME PERCENT SCALE AS
      * MSTR-RATE. CREDIT POLICY SETS THE TABLE; IT CHANGES ONLY
      * WHEN THE LOSS MODEL IS RE-RUN.
      *
      * A PRODUCT CODE OF SPACES IS THE HOUSE DEFAULT FOR ITS
      * BUCKET - USED FOR A LOAN BOOKED WITHOUT A PRODUCT AND FOR
      * ANY PRODUCT THAT HAS NO ROW OF ITS OWN FOR THAT BUCKET.
      *
      * BUCKETS ARE BY DAYS PAST DUE ON THE OLDEST UNPAID PERIOD:
      *   00 CURRENT   01 1-29   30 30-59   60 60-89   90 90 AND OVER
      *
       01  RESERVE-RATE-RECORD.
           03 RSVR-KEY.
              05 RSVR-PRODUCT-CODE PIC X(4).
              05 RSVR-BUCKET       PIC X(2).
           03 RSVR-LOSS-RATE       PIC S9(3)V9(4) COMP-3.
           03 RSVR-DESC            PIC X(30).
