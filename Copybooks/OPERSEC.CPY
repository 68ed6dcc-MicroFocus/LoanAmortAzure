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
      * OPERSEC.CPY - ONE OPERATOR ON THE INDEXED OPERATOR SECURITY
      * FILE (LOANOPER), KEYED BY THE SAME 8-CHARACTER OPERATOR ID
      * THE MAINTENANCE TRAIL CARRIES IN MAUD-OPERATOR. EVERY SCREEN
      * PROGRAM SIGNS ITS OPERATOR ON AGAINST THIS FILE (SEE
      * SIGNON.CBL) AND CHECKS THE OPERATOR'S ROLE AGAINST THE ROLE
      * TABLE (SEE OPERROLE.CPY) BEFORE ANY GUARDED MODE RUNS.
      * MAINTAINED ONLY FROM THE OPERMAINT SCREEN.
      *
      * THE PASSWORD IS NEVER STORED - ONLY THE ONE-WAY SCRAMBLE
      * PWHASH MAKES OF IT, SALTED WITH THE OPERATOR ID SO TWO
      * OPERATORS WITH THE SAME PASSWORD DO NOT CARRY THE SAME
      * VALUE. THE ACTIVE FLAG IS Y FOR ACTIVE, N FOR SWITCHED OFF
      * BY THE SECURITY ADMINISTRATOR, L FOR LOCKED OUT AFTER TOO
      * MANY FAILED SIGN-ONS IN A ROW - ONLY OPERMAINT TURNS EITHER
      * BACK ON. A PASSWORD SET OR RESET BY THE ADMINISTRATOR
      * CARRIES THE MUST-CHANGE FLAG, SO THE OPERATOR HAS TO PICK
      * THEIR OWN AT THE NEXT SIGN-ON.
      *
       01  OPERATOR-SECURITY-RECORD.
           03 OPER-ID               PIC X(8).
           03 OPER-NAME             PIC X(30).
           03 OPER-PASSWORD-HASH    PIC 9(18).
           03 OPER-ROLE             PIC X(4).
           03 OPER-ACTIVE-FLAG      PIC X(1).
               88 OPER-ACTIVE       VALUE "Y".
               88 OPER-INACTIVE     VALUE "N".
               88 OPER-LOCKED-OUT   VALUE "L".
           03 OPER-MUST-CHANGE-FLAG PIC X(1).
               88 OPER-MUST-CHANGE  VALUE "Y".
           03 OPER-FAILED-COUNT     PIC 9(2).
           03 OPER-LAST-SIGNON      PIC 9(8).
           03 OPER-LAST-FAILED      PIC 9(8).
           03 OPER-PASSWORD-DATE    PIC 9(8).
           03 OPER-CHANGED-BY       PIC X(8).
           03 OPER-CHANGED-DATE     PIC 9(8).
           03 FILLER                PIC X(20).
