      * See the License for the specific language governing permissions and limitations under the License.
      *
      * MAUDLINE.CPY - ONE LINE OF THE LOANMAUD MAINTENANCE AUDIT
      * TRAIL, AS MNTAUDIT WRITES IT AND AS LOANAUDR, LOANRECON AND
      * LOANTBAL READ IT BACK. EVERY FIELD IS FIXED-WIDTH SO EACH
      * PIECE LANDS AT A FIXED COLUMN - THE SAME CONTRACT LOANAMORT'S
      * LOANAUDIT LINE KEEPS WITH LOANRECON. A CHANGE HERE CHANGES
      * WRITER AND READERS TOGETHER. LOANTBAL ROLLS THE RECEIVABLE
      * FORWARD FROM THE BEFORE/AFTER OF EVERY ACTION WHOSE FIRST
      * PAIR IS THE ACTUAL BALANCE - TODAY SAVE, BOARD, DRAWFUND,
      * PAYMENT, REVERSE, MODIFY, CHGOFF, PURGE, RESTORE, DELETE,
      * STATUS AND LIFECYC - SO A NEW ACTION THAT MOVES THE BALANCE
      * MUST BE ADDED TO ITS CLASSIFICATION TOO.
      *
       01  MAINT-AUDIT-LINE.
           03 MAL-TIMESTAMP     PIC X(21).
