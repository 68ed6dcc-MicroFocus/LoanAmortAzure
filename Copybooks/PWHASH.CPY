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
      * PWHASH.CPY - THE REQUEST A PROGRAM FILLS AND PASSES TO THE
      * PWHASH SUBPROGRAM TO TURN AN OPERATOR'S PASSWORD INTO THE
      * VALUE KEPT IN OPER-PASSWORD-HASH (SEE OPERSEC.CPY). THE
      * OPERATOR ID GOES IN WITH THE PASSWORD AS THE SALT. SIGNON
      * COMPARES, OPERMAINT AND SIGNON STORE - NEITHER EVER KEEPS
      * THE PASSWORD ITSELF PAST THE CALL.
      *
       01  PASSWORD-HASH-REQUEST.
           03 PWH-OPERATOR          PIC X(8).
           03 PWH-PASSWORD          PIC X(16).
           03 PWH-HASH              PIC 9(18).
