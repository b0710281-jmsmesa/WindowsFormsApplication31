      *>                    whose partner will never arrive can be
      *>                    written off instead of distorting the
      *>                    aging report forever.
      *>   2026-10-15  JMS  DL100NC now warehouses future-dated items
      *>                    until their due date.  button21 prints the
      *>                    warehoused-items report (DL100WHR), and
      *>                    button22 (supervisor-only, like button4)
      *>                    opens the screen to cancel a warehoused
      *>                    item before it releases.  The arrival board
      *>                    shows each source's warehoused and
      *>                    released counts.
      *>   2026-10-15  JMS  The worker runs the hold expiry step
      *>                    (DL100HLD) after the accrual engine and
      *>                    before DL100NC, so a hold past its expiry
      *>                    date no longer reduces the available
      *>                    balance the cycle checks debits against.
      *>   2026-10-15  JMS  The worker runs the dormancy step
      *>                    (DL100DRM) after reconciliation, and
      *>                    button23 prints the monthly dormant
      *>                    account report (DL100DRR).
      *>   2026-10-15  JMS  The worker runs the standing instruction
      *>                    step (DL100SIG) after hold expiry and
      *>                    before DL100NC, and button24
      *>                    (supervisor-only, like button4) opens the
      *>                    standing instruction screen (FormSiMaint).
      *>   2026-10-15  JMS  Once the day closes and the snapshot is
      *>                    written, the worker runs the cash
      *>                    monitoring step (DL100CSH), and button25
      *>                    opens the cash monitoring case screen
      *>                    (FormCashCase).
      *>   2026-10-15  JMS  A successful GL extract (button10) is
      *>                    followed by the GL control account proof
      *>                    (DL100GLP), with a warning when the
      *>                    control accounts are out of balance.
      *>   2026-10-15  JMS  After DL100NC the worker sends each source
      *>                    its acknowledgement and rejected items
      *>                    (DL100ACK), and button15 shows each
      *>                    source's outbound status beside its
      *>                    arrival.
      *>   2026-10-15  JMS  button26 (supervisor-only) opens the
      *>                    pending change queue (FormChangeQueue),
      *>                    where a second supervisor approves or
      *>                    rejects queued maintenance changes, and
      *>                    the worker warns through DL100RUN of
      *>                    changes left pending too long.
      *>   2026-10-15  JMS  button27 writes the year-end interest
      *>                    and fee tax reporting extract (DL100TAX)
      *>                    for the year selected in dateTimePicker1.
      *>   2026-10-15  JMS  button22 passes the selected business
      *>                    date to the warehouse cancellation screen
      *>                    so a cancel counts against that date.
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.Form1 is partial
                 inherits type System.Windows.Forms.Form.
       01 lk-arb-source           pic X(08).
       01 lk-arb-status           pic X(14).
       01 lk-arb-missing          pic 9(04) comp.
       01 lk-arb-warehoused       pic 9(09) comp.
       01 lk-arb-released         pic 9(09) comp.
       01 lk-arb-outbound         pic X(20).
       01 lk-arb-returned         pic 9(09) comp.
       01 lk-arb-result           pic X(01) value "N".
       01 lk-override-answer      type System.Windows.Forms.DialogResult.
       01 lk-ckq-resumable        pic X(01) value "N".
                                 by reference lk-arb-source
                                 by reference lk-arb-status
                                 by reference lk-arb-missing
                                 by reference lk-arb-warehoused
                                 by reference lk-arb-released
                                 by reference lk-arb-outbound
                                 by reference lk-arb-returned
                                 by reference lk-arb-result

           if lk-arb-missing > 0
       01 lk-accr-result          pic X(01) value "N".
           88 lk-accrual-succeeded        value "Y".
       01 lk-accr-reason          pic X(40).
       01 lk-hold-expired         pic 9(09) comp.
       01 lk-hold-active          pic 9(09) comp.
       01 lk-hold-result          pic X(01) value "N".
           88 lk-hold-step-succeeded      value "Y".
       01 lk-hold-reason          pic X(40).
       01 lk-sig-executed         pic 9(09) comp.
       01 lk-sig-failed           pic 9(09) comp.
       01 lk-sig-result           pic X(01) value "N".
           88 lk-sig-step-succeeded       value "Y".
       01 lk-sig-reason           pic X(40).
       01 lk-ack-sent             pic 9(09) comp.
       01 lk-ack-failed           pic 9(09) comp.
       01 lk-ack-result           pic X(01) value "N".
           88 lk-ack-succeeded            value "Y".
       01 lk-ack-reason           pic X(40).
       01 lk-dorm-count           pic 9(09) comp.
       01 lk-dorm-result          pic X(01) value "N".
           88 lk-dormancy-succeeded       value "Y".
       01 lk-dorm-reason          pic X(40).
       01 lk-cash-flagged         pic 9(09) comp.
       01 lk-cash-new-cases       pic 9(09) comp.
       01 lk-cash-result          pic X(01) value "N".
           88 lk-cash-succeeded           value "Y".
       01 lk-cash-reason          pic X(40).
       01 lk-snap-action          pic X(01) value "S".
       01 lk-snap-account         pic X(12) value spaces.
       01 lk-snap-balance         pic S9(11)V99 comp-3.
                   " FAILED - " & lk-accr-reason)
           end-if

      *>   Holds expire before the cycle posts so a debit is judged
      *>   against the holds still in force on the business date.
           call "DL100HLD" using by reference p-business-date
                                 by reference lk-hold-expired
                                 by reference lk-hold-active
                                 by reference lk-hold-result
                                 by reference lk-hold-reason

           if lk-hold-step-succeeded
               if lk-hold-expired > 0
                   invoke backgroundWorker1::ReportProgress(0,
                       "Hold expiry step expired " & lk-hold-expired &
                       " hold(s) for " & p-business-date)
               end-if
           else
               invoke backgroundWorker1::ReportProgress(0,
                   "Hold expiry step for " & p-business-date &
                   " FAILED - " & lk-hold-reason)
           end-if

      *>   Standing instruction transfers are generated after the
      *>   holds are settled, since they are judged against the same
      *>   available balance, and before the cycle that posts them.
           call "DL100SIG" using by reference p-business-date
                                 by reference lk-sig-executed
                                 by reference lk-sig-failed
                                 by reference lk-sig-result
                                 by reference lk-sig-reason

           if lk-sig-step-succeeded
               if lk-sig-executed > 0 or lk-sig-failed > 0
                   invoke backgroundWorker1::ReportProgress(0,
                       "Standing instructions for " & p-business-date &
                       " - " & lk-sig-executed & " executed, " &
                       lk-sig-failed & " failed")
               end-if
           else
               invoke backgroundWorker1::ReportProgress(0,
                   "Standing instruction step for " & p-business-date &
                   " FAILED - " & lk-sig-reason)
           end-if

           invoke backgroundWorker1::ReportProgress(0,
               "Nightly cycle starting for " & p-business-date)

               "Nightly cycle for " & p-business-date &
               " ended, completion code " & lk-completion-code)

      *>   Each source hears what became of its batch as soon as the
      *>   cycle has run - unless the cycle itself did not complete.
           if lk-completion-code < 08
               call "DL100ACK" using by reference p-business-date
                                 by reference lk-ack-sent
                                 by reference lk-ack-failed
                                 by reference lk-ack-result
                                 by reference lk-ack-reason
               if lk-ack-succeeded
                   invoke backgroundWorker1::ReportProgress(0,
                       "Return files sent to " & lk-ack-sent &
                       " source(s) for " & p-business-date)
                   if lk-ack-failed > 0
                       invoke backgroundWorker1::ReportProgress(0,
                           "WARNING - " & lk-ack-failed &
                           " source return file(s) could not be " &
                           "written for " & p-business-date)
                   end-if
               else
                   invoke backgroundWorker1::ReportProgress(0,
                       "Return file step for " & p-business-date &
                       " FAILED - " & lk-ack-reason)
               end-if
           end-if

           call "DL100RCN" using by reference p-business-date
                                 by reference lk-balanced-switch

      *>   Dormancy is judged once the day's postings are in, so an
      *>   account used today is never marked dormant on the same day.
           call "DL100DRM" using by reference p-business-date
                                 by reference lk-dorm-count
                                 by reference lk-dorm-result
                                 by reference lk-dorm-reason

           if lk-dormancy-succeeded
               if lk-dorm-count > 0
                   invoke backgroundWorker1::ReportProgress(0,
                       "Dormancy step marked " & lk-dorm-count &
                       " account(s) dormant for " & p-business-date)
               end-if
           else
               invoke backgroundWorker1::ReportProgress(0,
                   "Dormancy step for " & p-business-date &
                   " FAILED - " & lk-dorm-reason)
           end-if

           if lk-recon-balanced and lk-completion-code <= 04
               call "DL100DC" using by reference lk-close-action
                                 by reference p-business-date
                           "Balance snapshot for " & p-business-date &
                           " FAILED - " & lk-snap-reason)
                   end-if
      *>           Cash monitoring waits for the closed day so every
      *>           source's accepted items for the date are counted.
                   call "DL100CSH" using by reference p-business-date
                                 by reference lk-cash-flagged
                                 by reference lk-cash-new-cases
                                 by reference lk-cash-result
                                 by reference lk-cash-reason
                   if lk-cash-succeeded
                       invoke backgroundWorker1::ReportProgress(0,
                           "Cash monitoring for " & p-business-date &
                           " - " & lk-cash-flagged &
                           " account(s) listed, " & lk-cash-new-cases &
                           " new case(s) raised")
                   else
                       invoke backgroundWorker1::ReportProgress(0,
                           "Cash monitoring for " & p-business-date &
                           " FAILED - " & lk-cash-reason)
                   end-if
               else
                   invoke backgroundWorker1::ReportProgress(0,
                       "Business date " & p-business-date &
                   "GL Extract",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
               invoke self::runControlProof(lk-extract-date)
           else
               invoke self::appendLog(
                   "GL extract failed for " & lk-extract-date &
           goback.
       end method.

      *> Proves the customer liability control accounts, as the GL
      *> extract has just carried them forward, against the date's
      *> balance snapshots (DL100GLP). The proof report breaks any
      *> difference down by transaction type.
       method-id runControlProof private.
       local-storage section.
       01 lk-control-count        pic 9(09) comp.
       01 lk-break-count          pic 9(09) comp.
       01 lk-result-switch        pic X(01).
           88 lk-proof-succeeded          value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20) value "button10".
       01 lk-audit-desc           pic X(60).
       procedure division using by value p-proof-date as pic 9(08).
           call "DL100GLP" using by reference p-proof-date
                                 by reference lk-control-count
                                 by reference lk-break-count
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if not lk-proof-succeeded
               invoke self::appendLog(
                   "GL control proof failed for " & p-proof-date &
                   " - " & lk-reason-text)
               string "GL CONTROL PROOF FAILED FOR " p-proof-date
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "GL control proof failed for " & p-proof-date &
                   " - " & lk-reason-text,
                   "GL Control Proof",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if

           if lk-break-count = 0
               invoke self::appendLog(
                   "GL control accounts in balance for " & p-proof-date &
                   " - " & lk-control-count & " control account(s)")
               string "GL CONTROL PROOF FOR " p-proof-date
                   " - IN BALANCE"
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
           else
               invoke self::appendLog(
                   "GL control accounts OUT OF BALANCE for " &
                   p-proof-date & " - see the control proof report")
               string "GL CONTROL PROOF FOR " p-proof-date
                   " - OUT OF BALANCE"
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The customer control accounts do not agree with " &
                   "the balance snapshots for " & p-proof-date &
                   ". The control proof report shows the difference " &
                   "by transaction type.",
                   "GL Control Proof",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

      *> Rolls output/exception records older than the maintained
      *> retention off to dated archive files and purges them from the
      *> live files. Restricted to supervisors, the same way button4

      *> Shows the feed arrival board for the selected business date
      *> in the status log - each expected source with its delivered /
      *> missing / failed-totals state, how many of its future-dated
      *> items were warehoused on / released into the date, and
      *> whether its return file has been sent and how many rejected
      *> items it carried - before anything is launched.
       method-id button15_Click private.
       local-storage section.
       01 lk-arb-action           pic X(01) value "G".
       01 lk-arb-source           pic X(08).
       01 lk-arb-status           pic X(14).
       01 lk-arb-missing          pic 9(04) comp.
       01 lk-arb-warehoused       pic 9(09) comp.
       01 lk-arb-released         pic 9(09) comp.
       01 lk-arb-outbound         pic X(20).
       01 lk-arb-returned         pic 9(09) comp.
       01 lk-arb-result           pic X(01) value "N".
           88 lk-arb-entry-found          value "Y".
       01 lk-audit-control        pic X(20) value "button15".
                                 by reference lk-arb-source
                                 by reference lk-arb-status
                                 by reference lk-arb-missing
                                 by reference lk-arb-warehoused
                                 by reference lk-arb-released
                                 by reference lk-arb-outbound
                                 by reference lk-arb-returned
                                 by reference lk-arb-result
               if lk-arb-entry-found
                   invoke self::appendLog(
                       "  " & lk-arb-source & "  " & lk-arb-status &
                       "  warehoused " & lk-arb-warehoused &
                       "  released " & lk-arb-released &
                       "  outbound " & lk-arb-outbound &
                       "  returned " & lk-arb-returned)
               end-if
           end-perform

           goback.
       end method.

      *> Opens the warehoused item cancellation screen. Restricted to
      *> supervisors, the same way button4 is.
       method-id button22_Click private.
       local-storage section.
       01 lk-form-wh-cancel       type WindowsFormsApplication3.FormWhCancel.
       01 lk-audit-control        pic X(20) value "button22".
       01 lk-audit-desc           pic X(60) value
           "Opened warehouse cancellation".
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if not wk-operator-is-supervisor
               move "Warehouse cancellation denied - not supervisor"
                   to lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Warehouse cancellation is restricted to "
                   & "supervisors.",
                   "Access Denied",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           set lk-form-wh-cancel to
               new WindowsFormsApplication3.FormWhCancel
           invoke lk-form-wh-cancel::setOperatorId(wk-operator-id)
           invoke lk-form-wh-cancel::setBusinessDate(
               dateTimePicker1::Value)
           invoke lk-form-wh-cancel::ShowDialog()
           call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
           goback.
       end method.

      *> Prints the report of future-dated items still waiting in the
      *> warehouse, by due date and source, as of the date selected in
      *> dateTimePicker1.
       method-id button21_Click private.
       local-storage section.
       01 lk-as-of-date           pic 9(08).
       01 lk-item-count           pic 9(09) comp.
       01 lk-result-switch        pic X(01) value "N".
           88 lk-report-printed           value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20) value "button21".
       01 lk-audit-desc           pic X(60).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           move dateTimePicker1::Value::Year  to lk-as-of-date(1:4)
           move dateTimePicker1::Value::Month to lk-as-of-date(5:2)
           move dateTimePicker1::Value::Day   to lk-as-of-date(7:2)

           invoke self::appendLog(
               "Printing warehoused items as of " & lk-as-of-date)

           call "DL100WHR" using by reference lk-as-of-date
                                 by reference lk-item-count
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-report-printed
               invoke self::appendLog(
                   "Warehouse report printed - " & lk-item-count &
                   " item(s) waiting")
               string "WAREHOUSE REPORT PRINTED AS OF " lk-as-of-date
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke type System.Windows.Forms.MessageBox::Show(
                   lk-item-count &
                   " warehoused item(s) listed as of " &
                   lk-as-of-date & ".",
                   "Warehoused Items",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               invoke self::appendLog(
                   "Warehouse report failed - " & lk-reason-text)
               string "WAREHOUSE REPORT FAILED AS OF " lk-as-of-date
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The warehouse report failed - " & lk-reason-text,
                   "Warehoused Items",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

      *> Prints the dormant account report for the month selected in
      *> dateTimePicker1 - accounts that went dormant or were
      *> reactivated in the month, and every account still dormant.
       method-id button23_Click private.
       local-storage section.
       01 lk-report-month         pic 9(06).
       01 lk-dormant-count        pic 9(09) comp.
       01 lk-result-switch        pic X(01) value "N".
           88 lk-report-printed           value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20) value "button23".
       01 lk-audit-desc           pic X(60).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           move dateTimePicker1::Value::Year  to lk-report-month(1:4)
           move dateTimePicker1::Value::Month to lk-report-month(5:2)

           invoke self::appendLog(
               "Printing dormant account report for month " &
               lk-report-month)

           call "DL100DRR" using by reference lk-report-month
                                 by reference lk-dormant-count
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-report-printed
               invoke self::appendLog(
                   "Dormant account report printed - " &
                   lk-dormant-count & " account(s) dormant")
               string "DORMANCY REPORT PRINTED FOR " lk-report-month
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke type System.Windows.Forms.MessageBox::Show(
                   lk-dormant-count &
                   " dormant account(s) listed for month " &
                   lk-report-month & ".",
                   "Dormant Accounts",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               invoke self::appendLog(
                   "Dormant account report failed - " & lk-reason-text)
               string "DORMANCY REPORT FAILED FOR " lk-report-month
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The dormant account report failed - " &
                   lk-reason-text,
                   "Dormant Accounts",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

      *> Opens the standing instruction screen. Restricted to
      *> supervisors, the same way button4 is; the screen audits each
      *> instruction added or changed itself.
       method-id button24_Click private.
       local-storage section.
       01 lk-form-si-maint        type WindowsFormsApplication3.FormSiMaint.
       01 lk-audit-control        pic X(20) value "button24".
       01 lk-audit-desc           pic X(60) value
           "Opened standing instruction maintenance".
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if not wk-operator-is-supervisor
               move "Standing instructions denied - not supervisor"
                   to lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Standing instruction maintenance is restricted to "
                   & "supervisors.",
                   "Access Denied",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           set lk-form-si-maint to
               new WindowsFormsApplication3.FormSiMaint
           invoke lk-form-si-maint::setOperatorId(wk-operator-id)
           invoke lk-form-si-maint::ShowDialog()
           call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
           goback.
       end method.

      *> Opens the cash monitoring case screen. Open to any signed-on
      *> operator; the screen audits each case it marks itself.
       method-id button25_Click private.
       local-storage section.
       01 lk-form-cash-case       type WindowsFormsApplication3.FormCashCase.
       01 lk-audit-control        pic X(20) value "button25".
       01 lk-audit-desc           pic X(60) value
           "Opened cash monitoring cases".
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           set lk-form-cash-case to
               new WindowsFormsApplication3.FormCashCase
           invoke lk-form-cash-case::setOperatorId(wk-operator-id)
           invoke lk-form-cash-case::ShowDialog()
           call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
           goback.
       end method.

      *> Opens the pending change queue. Supervisor-only - approving
      *> a change is the second half of dual control. The screen
      *> audits each approval and rejection itself.
       method-id button26_Click private.
       local-storage section.
       01 lk-form-change-queue    type WindowsFormsApplication3.FormChangeQueue.
       01 lk-audit-control        pic X(20) value "button26".
       01 lk-audit-desc           pic X(60) value
           "Opened pending change queue".
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if not wk-operator-is-supervisor
               move "Pending change queue denied - not supervisor"
                   to lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The pending change queue is restricted to "
                   & "supervisors.",
                   "Access Denied",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           set lk-form-change-queue to
               new WindowsFormsApplication3.FormChangeQueue
           invoke lk-form-change-queue::setOperatorId(wk-operator-id)
           invoke lk-form-change-queue::ShowDialog()
           call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
           goback.
       end method.

      *> Writes the year-end tax reporting extract for the calendar
      *> year selected in dateTimePicker1 - each account's interest
      *> credited and fees charged, with the summary report that ties
      *> them to the year's GL journal lines.
       method-id button27_Click private.
       local-storage section.
       01 lk-tax-year             pic 9(04).
       01 lk-record-count         pic 9(09) comp.
       01 lk-result-switch        pic X(01) value "N".
           88 lk-extract-written          value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20) value "button27".
       01 lk-audit-desc           pic X(60).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           move dateTimePicker1::Value::Year to lk-tax-year

           invoke self::appendLog(
               "Writing year-end tax extract for " & lk-tax-year)

           call "DL100TAX" using by reference lk-tax-year
                                 by reference lk-record-count
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-extract-written
               invoke self::appendLog(
                   "Year-end tax extract written - " &
                   lk-record-count & " account record(s)")
               string "TAX EXTRACT WRITTEN FOR " lk-tax-year
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke type System.Windows.Forms.MessageBox::Show(
                   lk-record-count &
                   " account record(s) written to the tax extract for " &
                   lk-tax-year & ". Check the summary report's GL tie " &
                   "before sending it.",
                   "Year-End Tax Extract",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               invoke self::appendLog(
                   "Year-end tax extract failed - " & lk-reason-text)
               string "TAX EXTRACT FAILED FOR " lk-tax-year
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The year-end tax extract failed - " &
                   lk-reason-text,
                   "Year-End Tax Extract",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

      *> Opens the aged suspense leg cancellation screen. Restricted
      *> to supervisors, the same way button4 is.
       method-id button20_Click private.
