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
      * METRO2.CPY - THE CREDIT BUREAU REPORTING FILE LOANCRB WRITES
      * EACH MONTH, IN THE INDUSTRY'S METRO 2 CHARACTER FORMAT: A
      * HEADER RECORD, ONE BASE SEGMENT PER LOAN REPORTED, AND A
      * TRAILER RECORD OF CONTROL TOTALS, ALL 426 BYTES WITH THE
      * RECORD DESCRIPTOR WORD "0426" UP FRONT. EVERY AMOUNT IS
      * WHOLE DOLLARS, ZERO-FILLED; EVERY DATE IS MMDDYYYY, ZEROS
      * WHEN THERE IS NONE. FIELDS THE SYSTEM DOES NOT CARRY (SSN,
      * DATE OF BIRTH, CREDIT LIMIT) GO AS ZEROS OR SPACES, WHICH
      * IS WHAT THE FORMAT ASKS FOR WHEN THE VALUE IS UNKNOWN.
      *
      * THE ACCOUNT STATUS CODES THE SYSTEM PRODUCES:
      *   11 CURRENT          71 30-59 DAYS PAST DUE
      *   78 60-89 DAYS       80 90-119 DAYS      82 120-149 DAYS
      *   83 150-179 DAYS     84 180 DAYS OR MORE
      *   13 PAID OR CLOSED, ZERO BALANCE
      *   64 PAID IN FULL, WAS A CHARGE-OFF
      *   93 ASSIGNED TO COLLECTIONS
      *   97 UNPAID BALANCE REPORTED AS A LOSS (CHARGED OFF)
      *
      * THE PAYMENT HISTORY PROFILE IS 24 MONTHS, MOST RECENT
      * (THE MONTH BEFORE THE ACTIVITY DATE) FIRST: 0 CURRENT OR
      * UNDER 30 DAYS, 1-6 FOR 30-DAY STEPS PAST DUE UP TO 180+,
      * B NO HISTORY BEFORE THE ACCOUNT OPENED, D NO HISTORY FOR
      * THE MONTH, L CHARGED OFF.
      *
       01  METRO2-BASE-RECORD.
           03 M2B-RDW               PIC X(4).
           03 M2B-PROCESSING-IND    PIC X(1).
           03 M2B-TIME-STAMP        PIC X(14).
           03 M2B-CORRECTION-IND    PIC X(1).
           03 M2B-IDENT-NO          PIC X(20).
           03 M2B-CYCLE-ID          PIC X(2).
           03 M2B-ACCOUNT-NO        PIC X(30).
           03 M2B-PORTFOLIO-TYPE    PIC X(1).
           03 M2B-ACCOUNT-TYPE      PIC X(2).
           03 M2B-DATE-OPENED       PIC 9(8).
           03 M2B-CREDIT-LIMIT      PIC 9(9).
           03 M2B-HIGHEST-CREDIT    PIC 9(9).
           03 M2B-TERMS-DURATION    PIC X(3).
           03 M2B-TERMS-FREQUENCY   PIC X(1).
           03 M2B-SCHED-PAYMENT     PIC 9(9).
           03 M2B-ACTUAL-PAYMENT    PIC 9(9).
           03 M2B-ACCOUNT-STATUS    PIC X(2).
           03 M2B-PAYMENT-RATING    PIC X(1).
           03 M2B-PAYMENT-PROFILE   PIC X(24).
           03 M2B-SPECIAL-COMMENT   PIC X(2).
           03 M2B-COMPLIANCE-CODE   PIC X(2).
           03 M2B-CURRENT-BALANCE   PIC 9(9).
           03 M2B-AMOUNT-PAST-DUE   PIC 9(9).
           03 M2B-ORIG-CHGOFF-AMT   PIC 9(9).
           03 M2B-DATE-ACCOUNT-INFO PIC 9(8).
           03 M2B-DATE-FIRST-DELINQ PIC 9(8).
           03 M2B-DATE-CLOSED       PIC 9(8).
           03 M2B-DATE-LAST-PAYMENT PIC 9(8).
           03 M2B-INTEREST-TYPE     PIC X(1).
           03 FILLER                PIC X(17).
           03 M2B-SURNAME           PIC X(25).
           03 M2B-FIRST-NAME        PIC X(20).
           03 M2B-MIDDLE-NAME       PIC X(20).
           03 M2B-GENERATION-CODE   PIC X(1).
           03 M2B-SSN               PIC 9(9).
           03 M2B-DATE-OF-BIRTH     PIC 9(8).
           03 M2B-TELEPHONE         PIC 9(10).
           03 M2B-ECOA-CODE         PIC X(1).
           03 M2B-CONSUMER-INFO-IND PIC X(2).
           03 M2B-COUNTRY-CODE      PIC X(2).
           03 M2B-ADDRESS-1         PIC X(32).
           03 M2B-ADDRESS-2         PIC X(32).
           03 M2B-CITY              PIC X(20).
           03 M2B-STATE             PIC X(2).
           03 M2B-POSTAL-CODE       PIC X(9).
           03 M2B-ADDRESS-IND       PIC X(1).
           03 M2B-RESIDENCE-CODE    PIC X(1).

       01  METRO2-HEADER-RECORD.
           03 M2H-RDW               PIC X(4).
           03 M2H-RECORD-ID         PIC X(6).
           03 M2H-CYCLE-ID          PIC X(2).
           03 M2H-INNOVIS-ID        PIC X(10).
           03 M2H-EQUIFAX-ID        PIC X(10).
           03 M2H-EXPERIAN-ID       PIC X(5).
           03 M2H-TRANSUNION-ID     PIC X(10).
           03 M2H-ACTIVITY-DATE     PIC 9(8).
           03 M2H-DATE-CREATED      PIC 9(8).
           03 M2H-PROGRAM-DATE      PIC 9(8).
           03 M2H-PROGRAM-REV-DATE  PIC 9(8).
           03 M2H-REPORTER-NAME     PIC X(40).
           03 M2H-REPORTER-ADDRESS  PIC X(96).
           03 M2H-REPORTER-PHONE    PIC X(10).
           03 M2H-VENDOR-NAME       PIC X(40).
           03 M2H-VENDOR-VERSION    PIC X(5).
           03 M2H-PRBC-ID           PIC X(10).
           03 FILLER                PIC X(146).

       01  METRO2-TRAILER-RECORD.
           03 M2T-RDW               PIC X(4).
           03 M2T-RECORD-ID         PIC X(7).
           03 M2T-TOTAL-BASE        PIC 9(9).
           03 FILLER                PIC X(9).
           03 M2T-STATUS-DF         PIC 9(9).
           03 M2T-TOTAL-J1          PIC 9(9).
           03 M2T-TOTAL-J2          PIC 9(9).
           03 M2T-BLOCK-COUNT       PIC 9(9).
           03 M2T-STATUS-DA         PIC 9(9).
           03 M2T-STATUS-05         PIC 9(9).
           03 M2T-STATUS-11         PIC 9(9).
           03 M2T-STATUS-13         PIC 9(9).
           03 M2T-STATUS-61         PIC 9(9).
           03 M2T-STATUS-62         PIC 9(9).
           03 M2T-STATUS-63         PIC 9(9).
           03 M2T-STATUS-64         PIC 9(9).
           03 M2T-STATUS-65         PIC 9(9).
           03 M2T-STATUS-71         PIC 9(9).
           03 M2T-STATUS-78         PIC 9(9).
           03 M2T-STATUS-80         PIC 9(9).
           03 M2T-STATUS-82         PIC 9(9).
           03 M2T-STATUS-83         PIC 9(9).
           03 M2T-STATUS-84         PIC 9(9).
           03 M2T-STATUS-88         PIC 9(9).
           03 M2T-STATUS-89         PIC 9(9).
           03 M2T-STATUS-93         PIC 9(9).
           03 M2T-STATUS-94         PIC 9(9).
           03 M2T-STATUS-95         PIC 9(9).
           03 M2T-STATUS-96         PIC 9(9).
           03 M2T-STATUS-97         PIC 9(9).
           03 M2T-TOTAL-ECOA-Z      PIC 9(9).
           03 M2T-TOTAL-EMPLOYMENT  PIC 9(9).
           03 M2T-TOTAL-ORIG-CRED   PIC 9(9).
           03 M2T-TOTAL-PURCH-SOLD  PIC 9(9).
           03 M2T-TOTAL-MORTGAGE    PIC 9(9).
           03 M2T-TOTAL-SPEC-PMT    PIC 9(9).
           03 M2T-TOTAL-CHANGE      PIC 9(9).
           03 M2T-TOTAL-SSN-ALL     PIC 9(9).
           03 M2T-TOTAL-SSN-BASE    PIC 9(9).
           03 M2T-TOTAL-SSN-J1      PIC 9(9).
           03 M2T-TOTAL-SSN-J2      PIC 9(9).
           03 M2T-TOTAL-DOB-ALL     PIC 9(9).
           03 M2T-TOTAL-DOB-BASE    PIC 9(9).
           03 M2T-TOTAL-DOB-J1      PIC 9(9).
           03 M2T-TOTAL-DOB-J2      PIC 9(9).
           03 M2T-TOTAL-PHONE-ALL   PIC 9(9).
           03 FILLER                PIC X(19).
