                  "data/BANKDETAILS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bank-details-status.
           SELECT paye-history-file ASSIGN TO "data/PAYEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paye-history-status.
           SELECT pay-element-file ASSIGN TO "data/PAYELEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pay-element-status.
           SELECT pension-rule-file ASSIGN TO "data/PENSIONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pension-rule-status.
           SELECT pension-history-file ASSIGN TO
                  "data/PENSIONHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pension-history-status.
           SELECT garnish-control-file ASSIGN TO "data/GARNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS garnish-control-status.
           SELECT garnishment-order-file ASSIGN TO
                  "data/GARNORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS garnishment-order-status.
           SELECT garnishment-history-file ASSIGN TO
                  "data/GARNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS garnishment-history-status.
           SELECT pay-receipt-file ASSIGN TO "data/PAYRECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pay-receipt-status.
           SELECT expense-claim-file ASSIGN TO "data/EXPCLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS expense-claim-status.

       DATA DIVISION.
       FILE SECTION.
       FD  bank-details-file.
       COPY BANKDET.

       FD  paye-history-file.
       COPY PAYEHIST.

       FD  pay-element-file.
       COPY PAYELEM.

      * whether the scheme rules let the employee's share come off
      * the gross before tax, and the most relief one period may
      * take (zero = no limit)
       FD  pension-rule-file.
       01  pension-rule-record.
           03 pnc-relief-allowed PIC X.
           03 pnc-relief-cap    PIC 9(6)V99.

       FD  pension-history-file.
       COPY PENSHIST.

      * the net pay no court order may take a payslip below
       FD  garnish-control-file.
       01  garnish-control-record.
           03 gcl-protected-net PIC 9(6)V99.

       FD  garnishment-order-file.
       COPY GARNORD.

       FD  garnishment-history-file.
       COPY GARNHIST.

       FD  pay-receipt-file.
       COPY PAYRCPT.

       FD  expense-claim-file.
       COPY EXPCLAIM.

       FD  checkpoint-file.
       01  checkpoint-record.
           03 ckpt-emp-id           PIC 9(4).
           03 ckpt-total-deductions PIC 9(8)V99.
           03 ckpt-total-net        PIC S9(8)V99 SIGN IS TRAILING
                                                  SEPARATE.
           03 ckpt-total-expenses   PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       COPY NETPAYFLD.
       COPY TAXWS.
       COPY PAYELWS.
       01  payslip-eof          PIC X VALUE "N".
       01  checkpoint-status    PIC XX.
       01  checkpoint-interval  PIC 99 VALUE 2.
           03 total-gross       PIC 9(8)V99 VALUE ZERO.
           03 total-deductions  PIC 9(8)V99 VALUE ZERO.
           03 total-net         PIC S9(8)V99 VALUE ZERO.
           03 total-expenses    PIC 9(8)V99 VALUE ZERO.
           03 payslip-count     PIC 9(5) VALUE ZERO.
       01  deductions           PIC 9(7)V99.
       01  net-pay-amt          PIC S9(6)V99.
           03 total-gross-out       PIC $$,$$$,$$9.99.
           03 total-deductions-out  PIC $$,$$$,$$9.99.
           03 total-net-out         PIC +$,$$$,$$9.99.
           03 total-expenses-out    PIC $$,$$$,$$9.99.
      * one printed payslip document per employee, built line by
      * line and written to the print file handed to the line
      * printer on pay day - no more retyping figures by hand.
              05 tab-dpt-tax     PIC 9(8)V99.
              05 tab-dpt-nssf    PIC 9(8)V99.
              05 tab-dpt-super   PIC 9(8)V99.
              05 tab-dpt-pension-ee PIC 9(8)V99.
              05 tab-dpt-pension-er PIC 9(8)V99.
              05 tab-dpt-garnish PIC 9(8)V99.
              05 tab-dpt-net     PIC S9(8)V99.
       01  dept-totals-count    PIC 99 VALUE ZERO.
       01  dept-totals-idx      PIC 99 VALUE ZERO.
       01  details-count        PIC 999 VALUE ZERO.
       01  details-found        PIC X.
       01  back-pay-amount      PIC 9(6)V99 VALUE ZERO.
       01  paye-history-status  PIC XX.
      * the PAYE history lines for payslips paid since the last
      * checkpoint - held back and written with the year-to-date
      * file, so a resumed run never lists a payslip's tax twice
      * on the monthly return.
       01  paye-history-table.
           03 phb-entry OCCURS 100 TIMES INDEXED BY phb-idx.
              05 tab-ph-emp-id   PIC 9(4).
              05 tab-ph-taxable  PIC 9(6)V99.
              05 tab-ph-tax      PIC 9(6)V99.
       01  paye-history-count   PIC 999 VALUE ZERO.
       01  taxable-gross        PIC 9(6)V99 VALUE ZERO.
       01  pension-rule-status  PIC XX.
       01  pension-relief-allowed PIC X VALUE "N".
       01  pension-relief-cap   PIC 9(6)V99 VALUE ZERO.
       01  pension-member       PIC X.
       01  pension-ee-pct       PIC 99V99.
       01  pension-er-pct       PIC 99V99.
       01  pension-employee     PIC 9(6)V99 VALUE ZERO.
       01  pension-employer     PIC 9(6)V99 VALUE ZERO.
       01  pension-relief       PIC 9(6)V99 VALUE ZERO.
       01  pension-history-status PIC XX.
      * the scheme contribution lines for payslips paid since the
      * last checkpoint - held back and written with the
      * year-to-date file like the PAYE history lines
       01  pension-history-table.
           03 pnb-entry OCCURS 100 TIMES INDEXED BY pnb-idx.
              05 tab-pn-emp-id      PIC 9(4).
              05 tab-pn-pensionable PIC 9(6)V99.
              05 tab-pn-employee    PIC 9(6)V99.
              05 tab-pn-employer    PIC 9(6)V99.
       01  pension-history-count PIC 999 VALUE ZERO.
       01  garnish-control-status PIC XX.
       01  protected-net-pay    PIC 9(6)V99 VALUE ZERO.
       01  garnishment-order-status PIC XX.
       01  garnishment-order-eof PIC X VALUE "N".
      * the court order register GARNISH-ORDERS maintains, held for
      * the run. an employee's orders are served in register order
      * - the oldest order takes first from what the protected
      * minimum leaves. due and take are this payslip's working
      * figures, only applied to the register once it is paid.
       01  garnishment-table.
           03 gno-entry OCCURS 100 TIMES INDEXED BY gno-idx.
              05 tab-go-emp-id      PIC 9(4).
              05 tab-go-order-ref   PIC X(12).
              05 tab-go-beneficiary PIC X(20).
              05 tab-go-basis       PIC X.
              05 tab-go-amount      PIC 9(6)V99.
              05 tab-go-percent     PIC 99V99.
              05 tab-go-total       PIC 9(7)V99.
              05 tab-go-recovered   PIC 9(7)V99.
              05 tab-go-arrears     PIC 9(7)V99.
              05 tab-go-status      PIC X.
              05 tab-go-due         PIC 9(7)V99.
              05 tab-go-take        PIC 9(6)V99.
       01  garnishment-count    PIC 999 VALUE ZERO.
       01  garnishment-available PIC S9(7)V99 VALUE ZERO.
       01  garnishment-total    PIC 9(6)V99 VALUE ZERO.
       01  garnishment-due      PIC 9(7)V99 VALUE ZERO.
       01  garnishment-balance  PIC 9(7)V99 VALUE ZERO.
       01  garnishment-history-status PIC XX.
      * the court order deductions for payslips paid since the
      * last checkpoint - held back and written with the
      * year-to-date file like the PAYE history lines
       01  garnishment-history-table.
           03 ghb-entry OCCURS 100 TIMES INDEXED BY ghb-idx.
              05 tab-gh-emp-id      PIC 9(4).
              05 tab-gh-order-ref   PIC X(12).
              05 tab-gh-beneficiary PIC X(20).
              05 tab-gh-amount      PIC 9(6)V99.
       01  garnishment-history-count PIC 999 VALUE ZERO.
      * an agreed deduction against electricity arrears is not
      * remitted to a court - it is receipted straight to the
      * account, referenced ELEC and the account number
       01  pay-receipt-status   PIC XX.
       01  elec-order-ref.
           03 eor-prefix        PIC X(5).
              88 eor-elec-arrears  VALUE "ELEC ".
           03 eor-account       PIC X(6).
           03 eor-account-no REDEFINES eor-account PIC 9(6).
           03 FILLER            PIC X.
       01  elec-receipt-total   PIC 9(7)V99 VALUE ZERO.
       01  expense-claim-status PIC XX.
       01  expense-claim-eof    PIC X VALUE "N".
      * the expense claims register EXPENSE-CLAIMS maintains. only
      * approved claims are reimbursed; paying marks the claims
      * on this payslip until it is known to be paid, when they
      * are marked paid so no later run pays them again.
       01  expense-claim-table.
           03 ecl-entry OCCURS 200 TIMES INDEXED BY ecl-idx.
              05 tab-ec-claim-no    PIC 9(6).
              05 tab-ec-emp-id      PIC 9(4).
              05 tab-ec-category    PIC X(4).
              05 tab-ec-amount      PIC 9(6)V99.
              05 tab-ec-receipt-ref PIC X(12).
              05 tab-ec-claim-date  PIC 9(8).
              05 tab-ec-keyed-by    PIC X(8).
              05 tab-ec-approved-by PIC X(8).
              05 tab-ec-status      PIC X.
              05 tab-ec-paid-date   PIC 9(8).
              05 tab-ec-paying      PIC X.
       01  claim-count          PIC 999 VALUE ZERO.
       01  expense-reimbursed   PIC 9(6)V99 VALUE ZERO.
      * reimbursements by department and category - each category
      * posts to its own expense account through the GL feed
       01  expense-totals-table.
           03 ext-entry OCCURS 50 TIMES INDEXED BY ext-idx.
              05 tab-ex-dept     PIC X(12).
              05 tab-ex-category PIC X(4).
              05 tab-ex-amount   PIC 9(8)V99.
       01  expense-totals-count PIC 99 VALUE ZERO.
       01  expense-totals-found PIC X.
       01  expense-totals-idx   PIC 99 VALUE ZERO.
       01  exception-count      PIC 9(5) VALUE ZERO.
       01  exception-detail.
           03 xd-emp-id         PIC 9(4).
       COPY BCCHK.
       01  employee-master-status PIC XX.
       COPY FSCHKWS.
       COPY RUNLOCKWS.

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH   PIC X.
           ELSE
              PERFORM Get-Run-Frequency
           END-IF
           MOVE "PAYROLL"    TO rl-lock-set
           MOVE "NET-PAY"    TO rl-program
           MOVE batch-called TO rl-batch
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              MOVE "Y" TO run-abandoned
           ELSE
              PERFORM Check-Run-Control
           END-IF
           IF run-abandoned NOT = "Y"
              PERFORM Check-Payslip-Feed
           END-IF
           IF run-abandoned NOT = "Y"
              PERFORM Net-Pay-Batch-Run
           END-IF
           PERFORM Release-Run-Lock
           .

      * the payslip feed must arrive complete and current - its
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date(1:4) TO run-year
           PERFORM Load-Tax-Bands
           PERFORM Load-Pay-Elements
           PERFORM Load-Pension-Rules
           PERFORM Load-Garnish-Control
           PERFORM Load-Garnishment-Orders
           PERFORM Load-Expense-Claims
           PERFORM Open-Employee-Master
           PERFORM Load-Ytd-Earnings
           PERFORM Load-Advance-Register
           CLOSE payslip-exception-file
           CLOSE exception-report-file
           PERFORM Save-Ytd-Earnings
           PERFORM Save-Paye-History
           PERFORM Save-Pension-History
           PERFORM Save-Garnishment-History
           PERFORM Save-Advance-Register
           PERFORM Save-Garnishment-Orders
           PERFORM Save-Expense-Claims
           PERFORM Clear-Back-Pay
           PERFORM Clear-Checkpoint
           PERFORM Display-Control-Totals
           PERFORM Write-One-Dept-Feed
                    VARYING dpt-idx FROM 1 BY 1
                    UNTIL dpt-idx > dept-totals-count
           PERFORM Write-One-Expense-Feed
                    VARYING ext-idx FROM 1 BY 1
                    UNTIL ext-idx > expense-totals-count
           CLOSE gl-feed-file
           .

           MOVE "NET"                  TO gf-total-type
           MOVE tab-dpt-net(dpt-idx)   TO gf-amount
           WRITE gl-feed-record
           MOVE "PENSION EE"           TO gf-total-type
           MOVE tab-dpt-pension-ee(dpt-idx) TO gf-amount
           WRITE gl-feed-record
           MOVE "PENSION ER"           TO gf-total-type
           MOVE tab-dpt-pension-er(dpt-idx) TO gf-amount
           WRITE gl-feed-record
           MOVE "GARNISHMENT"          TO gf-total-type
           MOVE tab-dpt-garnish(dpt-idx) TO gf-amount
           WRITE gl-feed-record
           .

      * reimbursed expenses go out under EXPENSE plus the category
      * code, so each category posts to its own expense account
       Write-One-Expense-Feed.
           MOVE "NET-PAY"               TO gf-source
           MOVE tab-ex-dept(ext-idx)    TO gf-department
           MOVE run-date                TO gf-date
           MOVE SPACES                  TO gf-total-type
           STRING "EXPENSE "            DELIMITED BY SIZE
                  tab-ex-category(ext-idx) DELIMITED BY SIZE
             INTO gf-total-type
           MOVE tab-ex-amount(ext-idx)  TO gf-amount
           WRITE gl-feed-record
           .

       Get-Run-Frequency.
                    MOVE ckpt-total-gross      TO total-gross
                    MOVE ckpt-total-deductions TO total-deductions
                    MOVE ckpt-total-net        TO total-net
                    MOVE ckpt-total-expenses   TO total-expenses
              END-READ
              CLOSE checkpoint-file
           END-IF
      * like any other pound
           PERFORM Find-Back-Pay
           ADD back-pay-amount TO gross-pay
      * the employee's recurring allowances in force this period -
      * taxable ones are taxed with the gross, non-taxable ones
      * join it only after the tax is worked out
           MOVE ps-emp-id    TO element-emp-id
           MOVE ps-gross-pay TO element-basic-pay
           IF period-ending NOT = ZERO
              MOVE period-ending TO element-date
           ELSE
              MOVE run-date TO element-date
           END-IF
           PERFORM Apply-Pay-Elements
           ADD element-taxable TO gross-pay
      * a pension scheme member's own share comes off the gross
      * before the bands are worked where the scheme rules give
      * relief, and goes back on once the tax is known
           PERFORM Compute-Pension-Contribution
           SUBTRACT pension-relief FROM gross-pay
           PERFORM Compute-Banded-Tax
           MOVE gross-pay TO taxable-gross
           ADD pension-relief TO gross-pay
           ADD element-non-taxable TO gross-pay
           MOVE ps-annual-pay   TO annual-pay
           MOVE ps-nssf         TO nssf
           PERFORM Compute-Net-Pay
           COMPUTE deductions = tax + annual-pay + nssf
                 + pension-employee
           PERFORM Find-Advance-Instalment
           ADD advance-recovery TO deductions
      * court orders come last and only out of what is left above
      * the protected minimum net pay
           PERFORM Find-Garnishments
           ADD garnishment-total TO deductions
      * approved expense claims are reimbursed on top of the net -
      * they are not earnings, so never taxed or garnished
           PERFORM Find-Expense-Claims
           COMPUTE net-pay-amt = gross-pay - deductions
                 + expense-reimbursed
           MOVE net-pay-amt TO net-pay
      * deductions that swallow the whole gross make a negative
      * pay packet, which is meaningless - divert the payslip to
              PERFORM Queue-Exception-Payslip
           ELSE
              PERFORM Recover-Advance-Instalment
              PERFORM Recover-Garnishments
              PERFORM Pay-Expense-Claims
              IF back-pay-found = "Y"
                 MOVE "Y" TO tab-bp-paid(back-pay-idx)
              END-IF
              ADD gross-pay   TO total-gross
              ADD deductions  TO total-deductions
              ADD net-pay-amt TO total-net
              ADD expense-reimbursed TO total-expenses
              PERFORM Accumulate-Department-Totals
              DISPLAY ps-emp-id " " employee-name " Net pay is "
                      net-pay
              PERFORM Print-Payslip
              PERFORM Write-Bank-Credit
              PERFORM Update-Ytd-Earnings
              PERFORM Store-Paye-History
              PERFORM Store-Pension-History
              PERFORM Write-Audit-Log
           END-IF
           .

      * both shares are worked on the basic pay off the payslip
      * feed - back pay and allowances are not pensionable.
       Compute-Pension-Contribution.
           MOVE ZERO TO pension-employee
           MOVE ZERO TO pension-employer
           MOVE ZERO TO pension-relief
           IF pension-member = "Y"
              COMPUTE pension-employee ROUNDED = ps-gross-pay
                    * pension-ee-pct / 100
              COMPUTE pension-employer ROUNDED = ps-gross-pay
                    * pension-er-pct / 100
              IF pension-relief-allowed = "Y"
                 MOVE pension-employee TO pension-relief
                 IF pension-relief-cap > ZERO
                    AND pension-relief > pension-relief-cap
                    MOVE pension-relief-cap TO pension-relief
                 END-IF
                 IF pension-relief > gross-pay
                    MOVE gross-pay TO pension-relief
                 END-IF
              END-IF
           END-IF
           .

      * no rules file means no relief - the employee's share is
      * then deducted after tax like any other deduction.
       Load-Pension-Rules.
           MOVE "N" TO pension-relief-allowed
           MOVE ZERO TO pension-relief-cap
           OPEN INPUT pension-rule-file
           IF pension-rule-status = "00"
              READ pension-rule-file
                 AT END CONTINUE
                 NOT AT END
                    MOVE pnc-relief-allowed TO pension-relief-allowed
                    MOVE pnc-relief-cap     TO pension-relief-cap
              END-READ
              CLOSE pension-rule-file
           END-IF
           .

      * the instalment this payslip should recover: the agreed
      * instalment, capped at what is still owed so the last one
      * never over-collects. nothing is taken off the register yet
              MOVE ZERO TO tab-dpt-tax(dpt-idx)
              MOVE ZERO TO tab-dpt-nssf(dpt-idx)
              MOVE ZERO TO tab-dpt-super(dpt-idx)
              MOVE ZERO TO tab-dpt-pension-ee(dpt-idx)
              MOVE ZERO TO tab-dpt-pension-er(dpt-idx)
              MOVE ZERO TO tab-dpt-garnish(dpt-idx)
              MOVE ZERO TO tab-dpt-net(dpt-idx)
           END-IF
           SET dpt-idx TO dept-totals-idx
           ADD tax         TO tab-dpt-tax(dpt-idx)
           ADD nssf        TO tab-dpt-nssf(dpt-idx)
           ADD annual-pay  TO tab-dpt-super(dpt-idx)
           ADD pension-employee TO tab-dpt-pension-ee(dpt-idx)
           ADD pension-employer TO tab-dpt-pension-er(dpt-idx)
           ADD garnishment-total TO tab-dpt-garnish(dpt-idx)
           ADD net-pay-amt TO tab-dpt-net(dpt-idx)
           IF expense-reimbursed > ZERO
              PERFORM Accumulate-Expense-Totals
                       VARYING ecl-idx FROM 1 BY 1
                       UNTIL ecl-idx > claim-count
           END-IF
           .

       Accumulate-Expense-Totals.
           IF tab-ec-emp-id(ecl-idx) = ps-emp-id
              AND tab-ec-paying(ecl-idx) = "Y"
              MOVE "N" TO expense-totals-found
              PERFORM Check-One-Expense-Total
                       VARYING ext-idx FROM 1 BY 1
                       UNTIL ext-idx > expense-totals-count
                          OR expense-totals-found = "Y"
              IF expense-totals-found NOT = "Y"
                 ADD 1 TO expense-totals-count
                 MOVE expense-totals-count TO expense-totals-idx
                 SET ext-idx TO expense-totals-idx
                 MOVE this-department TO tab-ex-dept(ext-idx)
                 MOVE tab-ec-category(ecl-idx)
                    TO tab-ex-category(ext-idx)
                 MOVE ZERO TO tab-ex-amount(ext-idx)
              END-IF
              SET ext-idx TO expense-totals-idx
              ADD tab-ec-amount(ecl-idx) TO tab-ex-amount(ext-idx)
           END-IF
           .

       Check-One-Expense-Total.
           IF tab-ex-dept(ext-idx) = this-department
              AND tab-ex-category(ext-idx) = tab-ec-category(ecl-idx)
              MOVE "Y" TO expense-totals-found
              SET expense-totals-idx TO ext-idx
           END-IF
           .

       Check-One-Dept-Lookup.

       Find-Employee-Master.
           MOVE "M" TO employee-frequency
           MOVE "N" TO pension-member
           MOVE ZERO TO pension-ee-pct
           MOVE ZERO TO pension-er-pct
           MOVE ps-emp-id TO EM-ID
           READ EMPLOYEE-MASTER-FILE
              INVALID KEY
                 IF EM-PAY-FREQUENCY = "W"
                    MOVE "W" TO employee-frequency
                 END-IF
                 IF EM-IN-PENSION
                    MOVE "Y"               TO pension-member
                    MOVE EM-PENSION-EE-PCT TO pension-ee-pct
                    MOVE EM-PENSION-ER-PCT TO pension-er-pct
                 END-IF
                 MOVE "Y" TO employee-found
           END-READ
           .
           WRITE ytd-earnings-record
           .

       Store-Paye-History.
           ADD 1 TO paye-history-count
           SET phb-idx TO paye-history-count
           MOVE ps-emp-id     TO tab-ph-emp-id(phb-idx)
           MOVE taxable-gross TO tab-ph-taxable(phb-idx)
           MOVE tax           TO tab-ph-tax(phb-idx)
           .

      * the held lines are appended to the history the monthly
      * PAYE return is built from, stamped with the stream run.
       Save-Paye-History.
           IF paye-history-count > ZERO
              OPEN EXTEND paye-history-file
              IF paye-history-status = "35"
                 OPEN OUTPUT paye-history-file
              END-IF
              PERFORM Write-Paye-History
                       VARYING phb-idx FROM 1 BY 1
                       UNTIL phb-idx > paye-history-count
              CLOSE paye-history-file
              MOVE ZERO TO paye-history-count
           END-IF
           .

       Write-Paye-History.
           MOVE tab-ph-emp-id(phb-idx)  TO ph-emp-id
           MOVE run-date                TO ph-pay-date
           MOVE run-frequency           TO ph-stream
           MOVE tab-ph-taxable(phb-idx) TO ph-taxable-gross
           MOVE tab-ph-tax(phb-idx)     TO ph-tax
           WRITE paye-history-record
           .

      * one formatted payslip document: gross, each deduction
      * itemised, and net, using the name looked up from the
      * employee master.
           MOVE ps-emp-id     TO pp-emp-id
           MOVE employee-name TO pp-emp-name
           WRITE print-line FROM payslip-employee-line
      * with allowances in force the basic pay and each element
      * get their own line above the gross they add up to
           IF applied-element-count > ZERO
              MOVE "BASIC PAY"        TO pp-amount-label
              MOVE ps-gross-pay       TO pp-amount-out
              WRITE print-line FROM payslip-amount-line
              PERFORM Print-Pay-Element
                       VARYING ael-idx FROM 1 BY 1
                       UNTIL ael-idx > applied-element-count
           END-IF
           MOVE "GROSS PAY"        TO pp-amount-label
           MOVE gross-pay          TO pp-amount-out
           WRITE print-line FROM payslip-amount-line
           MOVE "NATIONAL INSURANCE" TO pp-amount-label
           MOVE nssf               TO pp-amount-out
           WRITE print-line FROM payslip-amount-line
      * a scheme member sees both shares - the employer's is paid
      * on top of the salary and is shown for information only
           IF pension-member = "Y"
              MOVE "PENSION EMPLOYEE" TO pp-amount-label
              MOVE pension-employee   TO pp-amount-out
              WRITE print-line FROM payslip-amount-line
              MOVE "PENSION EMPLOYER" TO pp-amount-label
              MOVE pension-employer   TO pp-amount-out
              WRITE print-line FROM payslip-amount-line
           END-IF
      * an employee repaying an advance sees this period's
      * instalment and what is still owed on the slip itself
           IF advance-recovery > ZERO
              MOVE advance-remaining  TO pp-amount-out
              WRITE print-line FROM payslip-amount-line
           END-IF
      * each court order served gets its own line, with any
      * shortfall carried to the next period shown under it
           IF garnishment-total > ZERO
              PERFORM Print-Garnishment
                       VARYING gno-idx FROM 1 BY 1
                       UNTIL gno-idx > garnishment-count
           END-IF
      * reimbursed claims sit below the deductions - marked N/T
      * like any non-taxable line
           IF expense-reimbursed > ZERO
              PERFORM Print-Expense-Claim
                       VARYING ecl-idx FROM 1 BY 1
                       UNTIL ecl-idx > claim-count
           END-IF
           MOVE "NET PAY"          TO pp-amount-label
           MOVE net-pay-amt        TO pp-amount-out
           WRITE print-line FROM payslip-amount-line
           WRITE print-line FROM print-blank-line
           .

       Store-Pension-History.
           IF pension-member = "Y"
              ADD 1 TO pension-history-count
              SET pnb-idx TO pension-history-count
              MOVE ps-emp-id        TO tab-pn-emp-id(pnb-idx)
              MOVE ps-gross-pay     TO tab-pn-pensionable(pnb-idx)
              MOVE pension-employee TO tab-pn-employee(pnb-idx)
              MOVE pension-employer TO tab-pn-employer(pnb-idx)
           END-IF
           .

      * the member contribution history the fund schedule and the
      * annual member statements are built from.
       Save-Pension-History.
           IF pension-history-count > ZERO
              OPEN EXTEND pension-history-file
              IF pension-history-status = "35"
                 OPEN OUTPUT pension-history-file
              END-IF
              PERFORM Write-Pension-History
                       VARYING pnb-idx FROM 1 BY 1
                       UNTIL pnb-idx > pension-history-count
              CLOSE pension-history-file
              MOVE ZERO TO pension-history-count
           END-IF
           .

       Write-Pension-History.
           MOVE tab-pn-emp-id(pnb-idx)      TO pnh-emp-id
           MOVE run-date                    TO pnh-pay-date
           MOVE run-frequency               TO pnh-stream
           MOVE tab-pn-pensionable(pnb-idx) TO pnh-pensionable-pay
           MOVE tab-pn-employee(pnb-idx)    TO pnh-employee-share
           MOVE tab-pn-employer(pnb-idx)    TO pnh-employer-share
           WRITE pension-history-record
           .

      * a non-taxable element is marked so on the slip - the
      * employee can see why it did not raise the tax.
       Print-Pay-Element.
           MOVE SPACES TO pp-amount-label
           MOVE tab-ae-description(ael-idx) TO pp-amount-label
           IF tab-ae-taxable(ael-idx) NOT = "Y"
              MOVE "N/T" TO pp-amount-label(16:3)
           END-IF
           MOVE tab-ae-amount(ael-idx) TO pp-amount-out
           WRITE print-line FROM payslip-amount-line
           .

      * the year-to-date and advance files are saved whenever the
      * checkpoint is written, so a resumed run restarts from
      * positions that match the payslips the checkpoint says were
      * processed.
       Write-Checkpoint.
           PERFORM Save-Ytd-Earnings
           PERFORM Save-Paye-History
           PERFORM Save-Pension-History
           PERFORM Save-Garnishment-History
           PERFORM Save-Advance-Register
           PERFORM Save-Garnishment-Orders
           PERFORM Save-Expense-Claims
           MOVE ps-emp-id        TO ckpt-emp-id
           MOVE payslip-count    TO ckpt-count
           MOVE total-gross      TO ckpt-total-gross
           MOVE total-deductions TO ckpt-total-deductions
           MOVE total-net        TO ckpt-total-net
           MOVE total-expenses   TO ckpt-total-expenses
           OPEN OUTPUT checkpoint-file
           WRITE checkpoint-record
           CLOSE checkpoint-file
           WRITE salary-advance-record
           .

      * what each of the employee's active orders asks for this
      * period - the instalment plus any arrears carried, capped at
      * what the order still has to recover - and how much of it
      * the net pay above the protected minimum can meet. nothing
      * touches the register until the payslip is paid.
       Find-Garnishments.
           MOVE ZERO TO garnishment-total
           COMPUTE garnishment-available = gross-pay - deductions
                 - protected-net-pay
           PERFORM Work-One-Garnishment
                    VARYING gno-idx FROM 1 BY 1
                    UNTIL gno-idx > garnishment-count
           .

       Work-One-Garnishment.
           IF tab-go-emp-id(gno-idx) = ps-emp-id
              MOVE ZERO TO tab-go-due(gno-idx)
              MOVE ZERO TO tab-go-take(gno-idx)
              IF tab-go-status(gno-idx) = "A"
                 IF tab-go-basis(gno-idx) = "P"
                    COMPUTE garnishment-due ROUNDED = gross-pay
                          * tab-go-percent(gno-idx) / 100
                 ELSE
                    MOVE tab-go-amount(gno-idx) TO garnishment-due
                 END-IF
                 ADD tab-go-arrears(gno-idx) TO garnishment-due
                 COMPUTE garnishment-balance = tab-go-total(gno-idx)
                       - tab-go-recovered(gno-idx)
                 IF garnishment-due > garnishment-balance
                    MOVE garnishment-balance TO garnishment-due
                 END-IF
                 MOVE garnishment-due TO tab-go-due(gno-idx)
                 IF garnishment-available > ZERO
                    IF garnishment-due > garnishment-available
                       MOVE garnishment-available
                          TO tab-go-take(gno-idx)
                    ELSE
                       MOVE garnishment-due TO tab-go-take(gno-idx)
                    END-IF
                 END-IF
                 SUBTRACT tab-go-take(gno-idx)
                    FROM garnishment-available
                 ADD tab-go-take(gno-idx) TO garnishment-total
              END-IF
           END-IF
           .

      * the paid payslip's deductions go on the register: what
      * could not be taken becomes the order's arrears, and an
      * order recovered in full closes itself.
       Recover-Garnishments.
           PERFORM Recover-One-Garnishment
                    VARYING gno-idx FROM 1 BY 1
                    UNTIL gno-idx > garnishment-count
           .

       Recover-One-Garnishment.
           IF tab-go-emp-id(gno-idx) = ps-emp-id
              AND tab-go-status(gno-idx) = "A"
              ADD tab-go-take(gno-idx) TO tab-go-recovered(gno-idx)
              COMPUTE tab-go-arrears(gno-idx) = tab-go-due(gno-idx)
                    - tab-go-take(gno-idx)
              IF tab-go-take(gno-idx) > ZERO
                 PERFORM Store-Garnishment-History
              END-IF
              IF tab-go-arrears(gno-idx) > ZERO
                 DISPLAY ps-emp-id " ORDER " tab-go-order-ref(gno-idx)
                         " SHORT - ARREARS CARRIED FORWARD"
              END-IF
              IF tab-go-recovered(gno-idx)
                    NOT < tab-go-total(gno-idx)
                 MOVE "C" TO tab-go-status(gno-idx)
                 MOVE ZERO TO tab-go-arrears(gno-idx)
                 DISPLAY ps-emp-id " ORDER " tab-go-order-ref(gno-idx)
                         " FULLY RECOVERED - CLOSED"
              END-IF
           END-IF
           .

       Print-Garnishment.
           IF tab-go-emp-id(gno-idx) = ps-emp-id
              AND tab-go-take(gno-idx) > ZERO
              MOVE SPACES TO pp-amount-label
              MOVE "ORDER" TO pp-amount-label(1:5)
              MOVE tab-go-order-ref(gno-idx)
                 TO pp-amount-label(7:12)
              MOVE tab-go-take(gno-idx) TO pp-amount-out
              WRITE print-line FROM payslip-amount-line
              IF tab-go-arrears(gno-idx) > ZERO
                 MOVE "  ARREARS C/FWD"        TO pp-amount-label
                 MOVE tab-go-arrears(gno-idx) TO pp-amount-out
                 WRITE print-line FROM payslip-amount-line
              END-IF
           END-IF
           .

      * no control file means no protected minimum beyond the
      * rule that an order never takes net pay below zero.
       Load-Garnish-Control.
           MOVE ZERO TO protected-net-pay
           OPEN INPUT garnish-control-file
           IF garnish-control-status = "00"
              READ garnish-control-file
                 AT END CONTINUE
                 NOT AT END
                    MOVE gcl-protected-net TO protected-net-pay
              END-READ
              CLOSE garnish-control-file
           END-IF
           .

       Load-Garnishment-Orders.
           MOVE ZERO TO garnishment-count
           OPEN INPUT garnishment-order-file
           IF garnishment-order-status = "00"
              PERFORM Read-Garnishment-Order
              PERFORM Store-Garnishment-Order
                 UNTIL garnishment-order-eof = "Y"
              CLOSE garnishment-order-file
           END-IF
           .

       Read-Garnishment-Order.
           READ garnishment-order-file
              AT END MOVE "Y" TO garnishment-order-eof
           END-READ
           .

       Store-Garnishment-Order.
           ADD 1 TO garnishment-count
           SET gno-idx TO garnishment-count
           MOVE go-emp-id      TO tab-go-emp-id(gno-idx)
           MOVE go-order-ref   TO tab-go-order-ref(gno-idx)
           MOVE go-beneficiary TO tab-go-beneficiary(gno-idx)
           MOVE go-basis       TO tab-go-basis(gno-idx)
           MOVE go-amount      TO tab-go-amount(gno-idx)
           MOVE go-percent     TO tab-go-percent(gno-idx)
           MOVE go-total       TO tab-go-total(gno-idx)
           MOVE go-recovered   TO tab-go-recovered(gno-idx)
           MOVE go-arrears     TO tab-go-arrears(gno-idx)
           MOVE go-status      TO tab-go-status(gno-idx)
           MOVE ZERO           TO tab-go-due(gno-idx)
           MOVE ZERO           TO tab-go-take(gno-idx)
           PERFORM Read-Garnishment-Order
           .

       Save-Garnishment-Orders.
           IF garnishment-count > ZERO
              OPEN OUTPUT garnishment-order-file
              PERFORM Write-Garnishment-Order
                       VARYING gno-idx FROM 1 BY 1
                       UNTIL gno-idx > garnishment-count
              CLOSE garnishment-order-file
           END-IF
           .

       Write-Garnishment-Order.
           MOVE tab-go-emp-id(gno-idx)      TO go-emp-id
           MOVE tab-go-order-ref(gno-idx)   TO go-order-ref
           MOVE tab-go-beneficiary(gno-idx) TO go-beneficiary
           MOVE tab-go-basis(gno-idx)       TO go-basis
           MOVE tab-go-amount(gno-idx)      TO go-amount
           MOVE tab-go-percent(gno-idx)     TO go-percent
           MOVE tab-go-total(gno-idx)       TO go-total
           MOVE tab-go-recovered(gno-idx)   TO go-recovered
           MOVE tab-go-arrears(gno-idx)     TO go-arrears
           MOVE tab-go-status(gno-idx)      TO go-status
           WRITE garnishment-order-record
           .

       Store-Garnishment-History.
           ADD 1 TO garnishment-history-count
           SET ghb-idx TO garnishment-history-count
           MOVE ps-emp-id TO tab-gh-emp-id(ghb-idx)
           MOVE tab-go-order-ref(gno-idx)
              TO tab-gh-order-ref(ghb-idx)
           MOVE tab-go-beneficiary(gno-idx)
              TO tab-gh-beneficiary(ghb-idx)
           MOVE tab-go-take(gno-idx) TO tab-gh-amount(ghb-idx)
           .

      * the deductions the monthly remittance list per
      * beneficiary is built from. an electricity arrears
      * deduction is also written as a receipt for ELEC-PAYMENTS
      * to post to the account, and moves from garnishments
      * payable to the AR in the GL feed, in the same step so a
      * resumed run never receipts a deduction twice.
       Save-Garnishment-History.
           IF garnishment-history-count > ZERO
              MOVE ZERO TO elec-receipt-total
              OPEN EXTEND garnishment-history-file
              IF garnishment-history-status = "35"
                 OPEN OUTPUT garnishment-history-file
              END-IF
              OPEN EXTEND pay-receipt-file
              IF pay-receipt-status = "35"
                 OPEN OUTPUT pay-receipt-file
              END-IF
              PERFORM Write-Garnishment-History
                       VARYING ghb-idx FROM 1 BY 1
                       UNTIL ghb-idx > garnishment-history-count
              CLOSE pay-receipt-file
              CLOSE garnishment-history-file
              MOVE ZERO TO garnishment-history-count
              IF elec-receipt-total > ZERO
                 PERFORM Write-Elec-Receipt-Feed
              END-IF
           END-IF
           .

       Write-Garnishment-History.
           MOVE tab-gh-emp-id(ghb-idx)      TO gh-emp-id
           MOVE tab-gh-order-ref(ghb-idx)   TO gh-order-ref
           MOVE tab-gh-beneficiary(ghb-idx) TO gh-beneficiary
           MOVE run-date                    TO gh-pay-date
           MOVE tab-gh-amount(ghb-idx)      TO gh-amount
           WRITE garnishment-history-record
           MOVE tab-gh-order-ref(ghb-idx)   TO elec-order-ref
           IF eor-elec-arrears AND eor-account IS NUMERIC
              PERFORM Write-Elec-Receipt
           END-IF
           .

       Write-Elec-Receipt.
           MOVE eor-account-no              TO py-account
           MOVE run-date                    TO py-date
           MOVE tab-gh-amount(ghb-idx)      TO py-amount
           MOVE tab-gh-emp-id(ghb-idx)      TO py-emp-id
           MOVE tab-gh-order-ref(ghb-idx)   TO py-reference
           WRITE pay-receipt-record
           ADD tab-gh-amount(ghb-idx) TO elec-receipt-total
           .

       Write-Elec-Receipt-Feed.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE "NET-PAY"          TO gf-source
           MOVE SPACES             TO gf-department
           MOVE run-date           TO gf-date
           MOVE "ELEC ARREARS"     TO gf-total-type
           MOVE elec-receipt-total TO gf-amount
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

      * every approved claim of the employee's is reimbursed in
      * full on this payslip - none is held back or split.
       Find-Expense-Claims.
           MOVE ZERO TO expense-reimbursed
           PERFORM Check-One-Expense-Claim
                    VARYING ecl-idx FROM 1 BY 1
                    UNTIL ecl-idx > claim-count
           .

       Check-One-Expense-Claim.
           IF tab-ec-emp-id(ecl-idx) = ps-emp-id
              MOVE "N" TO tab-ec-paying(ecl-idx)
              IF tab-ec-status(ecl-idx) = "A"
                 MOVE "Y" TO tab-ec-paying(ecl-idx)
                 ADD tab-ec-amount(ecl-idx) TO expense-reimbursed
              END-IF
           END-IF
           .

       Pay-Expense-Claims.
           IF expense-reimbursed > ZERO
              PERFORM Pay-One-Expense-Claim
                       VARYING ecl-idx FROM 1 BY 1
                       UNTIL ecl-idx > claim-count
           END-IF
           .

       Pay-One-Expense-Claim.
           IF tab-ec-emp-id(ecl-idx) = ps-emp-id
              AND tab-ec-paying(ecl-idx) = "Y"
              MOVE "P"      TO tab-ec-status(ecl-idx)
              MOVE run-date TO tab-ec-paid-date(ecl-idx)
           END-IF
           .

       Print-Expense-Claim.
           IF tab-ec-emp-id(ecl-idx) = ps-emp-id
              AND tab-ec-paying(ecl-idx) = "Y"
              MOVE SPACES TO pp-amount-label
              MOVE "EXPENSES" TO pp-amount-label(1:8)
              MOVE tab-ec-category(ecl-idx) TO pp-amount-label(10:4)
              MOVE "N/T" TO pp-amount-label(16:3)
              MOVE tab-ec-amount(ecl-idx) TO pp-amount-out
              WRITE print-line FROM payslip-amount-line
           END-IF
           .

       Load-Expense-Claims.
           MOVE ZERO TO claim-count
           OPEN INPUT expense-claim-file
           IF expense-claim-status = "00"
              PERFORM Read-Expense-Claim
              PERFORM Store-Expense-Claim
                 UNTIL expense-claim-eof = "Y"
              CLOSE expense-claim-file
           END-IF
           .

       Read-Expense-Claim.
           READ expense-claim-file
              AT END MOVE "Y" TO expense-claim-eof
           END-READ
           .

       Store-Expense-Claim.
           ADD 1 TO claim-count
           SET ecl-idx TO claim-count
           MOVE ec-claim-no    TO tab-ec-claim-no(ecl-idx)
           MOVE ec-emp-id      TO tab-ec-emp-id(ecl-idx)
           MOVE ec-category    TO tab-ec-category(ecl-idx)
           MOVE ec-amount      TO tab-ec-amount(ecl-idx)
           MOVE ec-receipt-ref TO tab-ec-receipt-ref(ecl-idx)
           MOVE ec-claim-date  TO tab-ec-claim-date(ecl-idx)
           MOVE ec-keyed-by    TO tab-ec-keyed-by(ecl-idx)
           MOVE ec-approved-by TO tab-ec-approved-by(ecl-idx)
           MOVE ec-status      TO tab-ec-status(ecl-idx)
           MOVE ec-paid-date   TO tab-ec-paid-date(ecl-idx)
           MOVE "N"            TO tab-ec-paying(ecl-idx)
           PERFORM Read-Expense-Claim
           .

       Save-Expense-Claims.
           IF claim-count > ZERO
              OPEN OUTPUT expense-claim-file
              PERFORM Write-Expense-Claim
                       VARYING ecl-idx FROM 1 BY 1
                       UNTIL ecl-idx > claim-count
              CLOSE expense-claim-file
           END-IF
           .

       Write-Expense-Claim.
           MOVE tab-ec-claim-no(ecl-idx)    TO ec-claim-no
           MOVE tab-ec-emp-id(ecl-idx)      TO ec-emp-id
           MOVE tab-ec-category(ecl-idx)    TO ec-category
           MOVE tab-ec-amount(ecl-idx)      TO ec-amount
           MOVE tab-ec-receipt-ref(ecl-idx) TO ec-receipt-ref
           MOVE tab-ec-claim-date(ecl-idx)  TO ec-claim-date
           MOVE tab-ec-keyed-by(ecl-idx)    TO ec-keyed-by
           MOVE tab-ec-approved-by(ecl-idx) TO ec-approved-by
           MOVE tab-ec-status(ecl-idx)      TO ec-status
           MOVE tab-ec-paid-date(ecl-idx)   TO ec-paid-date
           WRITE expense-claim-record
           .

       Clear-Checkpoint.
           OPEN OUTPUT checkpoint-file
           CLOSE checkpoint-file
           DISPLAY "TOTAL GROSS      : " total-gross-out
           DISPLAY "TOTAL DEDUCTIONS : " total-deductions-out
           DISPLAY "TOTAL NET        : " total-net-out
           IF total-expenses > ZERO
              MOVE total-expenses TO total-expenses-out
              DISPLAY "OF WHICH EXPENSES: " total-expenses-out
           END-IF
           IF exception-count NOT = ZERO
              DISPLAY "PAYSLIPS DIVERTED : " exception-count
                      " - SEE data/PAYEXCEPT.RPT"

       COPY TAXCALC.

       COPY PAYELCALC.

       COPY RUNLOCKCK.

       COPY FSCHECK.

      * whoever signed on at the menu is stamped on every audit
