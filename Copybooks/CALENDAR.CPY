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
      * CALENDAR.CPY - ONE DAY ON THE LOANCAL HOLIDAY CALENDAR,
      * KEYED BY DATE (CCYYMMDD). SATURDAYS AND SUNDAYS ARE NOT
      * BUSINESS DAYS WITHOUT BEING LISTED; THE FILE CARRIES THE
      * EXCEPTIONS - A WEEKDAY THE BANK IS SHUT (TYPE H) OR, RARELY,
      * A WEEKEND DAY IT IS OPEN (TYPE O). OPERATIONS LOADS EACH
      * YEAR'S HOLIDAYS FROM THE FEDERAL RESERVE SCHEDULE BEFORE THE
      * YEAR STARTS. THE BUSDAY SUBPROGRAM IS THE ONLY READER.
      *
       01  CALENDAR-RECORD.
           03 CAL-DATE              PIC 9(8).
           03 CAL-DAY-TYPE          PIC X(1).
               88 CAL-HOLIDAY       VALUE "H".
               88 CAL-OPEN-DAY      VALUE "O".
           03 CAL-DESCRIPTION       PIC X(30).
