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
      * APPLEDIT.CPY - WHAT THE APPLEDIT SUBPROGRAM HANDS BACK AFTER
      * EDITING ONE LOAN APPLICATION (LOANAPPL.CPY): EVERY CHECK THE
      * RECORD FAILED, ONE PLAIN-WORDS REASON EACH, SO THE CALLER
      * CAN SHOW OR PRINT THEM ALL AT ONCE. A COUNT OF ZERO MEANS
      * THE APPLICATION IS CLEAN.
      *
      * LOANEDIT PRINTS THE REASONS ON ITS EDIT REPORT; THE
      * APPLSUBM SERVICE PROGRAM RETURNS THEM TO THE BRANCH OFFICER
      * ON THE WPF CLIENT. A RECORD CANNOT FAIL MORE CHECKS THAN THE
      * TABLE HOLDS, BUT THE COUNT STOPS AT THE CEILING REGARDLESS.
      *
       01  APPL-EDIT-RESULT.
           03 AEDT-REASON-COUNT PIC S9(4) COMP.
           03 AEDT-REASONS.
               05 AEDT-REASON   PIC X(60) OCCURS 20 TIMES.
