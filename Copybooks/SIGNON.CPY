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
      * SIGNON.CPY - THE SIGNED-ON OPERATOR, AS EVERY SCREEN PROGRAM
      * HOLDS IT. THE PROGRAM MOVES ITS OWN NAME TO SGN-PROGRAM AND
      * CALLS SIGNON, WHICH PUTS UP THE SIGN-ON SCREEN, CHECKS THE
      * OPERATOR SECURITY FILE (SEE OPERSEC.CPY) AND COMES BACK WITH
      * SGN-SIGNED-ON SET AND THE OPERATOR AND ROLE FILLED IN - OR
      * WITH SGN-NOT-SIGNED-ON AND THE REASON IN SGN-MESSAGE, WHEN
      * THE PROGRAM MUST END WITHOUT DOING ANYTHING. SGN-OPERATOR
      * IS WHAT GOES TO MAUD-OPERATOR ON THE MAINTENANCE TRAIL.
      *
      * BEFORE A GUARDED MODE THE PROGRAM MOVES THE FUNCTION CODE
      * (SEE OPERROLE.CPY) TO SGN-FUNCTION AND CALLS OPERAUTH, WHICH
      * SETS SGN-AUTHORIZED OR SGN-REFUSED. A REFUSAL IS ALREADY ON
      * THE TRAIL WHEN IT COMES BACK, AND SGN-MESSAGE SAYS WHY.
      *
       01  OPERATOR-SIGNON.
           03 SGN-PROGRAM           PIC X(8).
           03 SGN-OPERATOR          PIC X(8).
           03 SGN-ROLE              PIC X(4).
           03 SGN-STATUS            PIC X(1).
               88 SGN-SIGNED-ON     VALUE "Y".
               88 SGN-NOT-SIGNED-ON VALUE "N".
           03 SGN-FUNCTION          PIC X(8).
           03 SGN-AUTH-SW           PIC X(1).
               88 SGN-AUTHORIZED    VALUE "Y".
               88 SGN-REFUSED       VALUE "N".
           03 SGN-MESSAGE           PIC X(80).
