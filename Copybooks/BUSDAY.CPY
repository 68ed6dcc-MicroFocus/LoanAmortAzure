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
      * BUSDAY.CPY - THE REQUEST A PROGRAM FILLS AND PASSES TO THE
      * BUSDAY SUBPROGRAM TO FIND A BUSINESS DAY ON THE HOLIDAY
      * CALENDAR (SEE CALENDAR.CPY). THE FUNCTION SAYS WHICH:
      *   F  THE DATE ITSELF IF A BUSINESS DAY, ELSE THE NEXT ONE -
      *      HOW A DUE DATE OR A GRACE PERIOD ROLLS OFF A WEEKEND
      *   N  THE NEXT BUSINESS DAY AFTER THE DATE
      *   B  THE DATE ITSELF IF A BUSINESS DAY, ELSE THE ONE BEFORE
      *   P  THE BUSINESS DAY BEFORE THE DATE
      * A DATE THAT IS NOT A REAL CALENDAR DATE COMES BACK UNCHANGED
      * WITH BDAY-BAD-DATE SET. BDAY-WEEKENDS-ONLY SAYS THE CALENDAR
      * FILE WAS NOT THERE AND ONLY SATURDAYS AND SUNDAYS COUNTED.
      *
       01  BUSINESS-DAY-REQUEST.
           03 BDAY-FUNCTION         PIC X(1).
               88 BDAY-ROLL-FORWARD VALUE "F".
               88 BDAY-NEXT         VALUE "N".
               88 BDAY-ROLL-BACK    VALUE "B".
               88 BDAY-PRIOR        VALUE "P".
           03 BDAY-DATE-IN          PIC 9(8).
           03 BDAY-DATE-OUT         PIC 9(8).
           03 BDAY-STATUS           PIC X(1).
               88 BDAY-OK           VALUE "0".
               88 BDAY-BAD-DATE     VALUE "1".
           03 BDAY-CALENDAR-SW      PIC X(1).
               88 BDAY-CALENDAR-USED VALUE "Y".
               88 BDAY-WEEKENDS-ONLY VALUE "N".
