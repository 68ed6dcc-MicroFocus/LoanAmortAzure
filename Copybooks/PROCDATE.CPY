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
      * PROCDATE.CPY - THE PROCESSING-DATE CONTROL RECORD, THE ONE
      * RECORD ON THE LOANDATE FILE. THE START-OF-DAY STEP (LOANSOD)
      * ADVANCES IT TO THE NEXT BUSINESS DAY ON THE HOLIDAY CALENDAR
      * (SEE CALENDAR.CPY) BEFORE ANYTHING ELSE IN THE CYCLE RUNS,
      * AND EVERY DATED JOB TAKES ITS AS-OF DATE FROM HERE UNLESS
      * ITS OWN PARAMETER CARD GIVES ONE - SO THE WHOLE CYCLE RUNS
      * ON ONE DATE, AND A CARD IS ONLY NEEDED TO RE-RUN A PAST DAY.
      *
      * THE PRIOR AND NEXT BUSINESS DAYS RIDE ALONG FOR JOBS THAT
      * WORK A SPAN. THE BILLING WINDOW IS THE SPAN OF DUE DATES
      * THAT CAME INTO THE BILLING LEAD TIME SINCE THE PRIOR
      * BUSINESS DAY - PRIOR DAY PLUS LEAD PLUS ONE THROUGH TODAY
      * PLUS LEAD - SO DAY AFTER DAY THE WINDOWS MEET END TO END AND
      * EVERY DUE DATE IS BILLED EXACTLY ONCE.
      *
       01  PROC-DATE-RECORD.
           03 PDTE-CURRENT-DATE     PIC 9(8).
           03 FILLER                PIC X(1).
           03 PDTE-PRIOR-DATE       PIC 9(8).
           03 FILLER                PIC X(1).
           03 PDTE-NEXT-DATE        PIC 9(8).
           03 FILLER                PIC X(1).
           03 PDTE-BILL-FROM-DATE   PIC 9(8).
           03 FILLER                PIC X(1).
           03 PDTE-BILL-TO-DATE     PIC 9(8).
           03 FILLER                PIC X(1).
           03 PDTE-BILL-LEAD-DAYS   PIC 9(3).
           03 FILLER                PIC X(1).
           03 PDTE-ADVANCED-STAMP   PIC X(14).
