      *>
      *> Modification history
      *>   2026-09-01  JMS  Initial version.
      *>   2026-10-15  JMS  Save, Change, and Delete no longer apply
      *>                    directly - they queue the change through
      *>                    DL100PCM for a second supervisor to approve
      *>                    on the pending change queue.
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.FormRateMaint is partial
                 inherits type System.Windows.Forms.Form.
           goback.
       end method.

      *> Fetches the rule keyed from the screen fields through
      *> DL100RTM, or queues an add, change, or delete of it through
      *> DL100PCM for a second supervisor to approve. Audits the action
      *> and tells the operator the outcome.
       method-id runRuleAction private.
       local-storage section.
       01 lk-action-code          pic X(01).
       01 lk-min-edit             pic -(11)9.99.
       01 lk-rate-edit            pic --9.9999.
       01 lk-fee-edit             pic -(7)9.99.
       01 lk-queue-action         pic X(01) value "Q".
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-change-record.
           05 lk-chg-id               pic 9(06).
           05 lk-chg-target           pic X(01).
           05 lk-chg-action           pic X(01).
           05 lk-chg-account          pic X(12).
           05 lk-chg-tier-level       pic 9(02).
           05 filler                  pic X(16).
           05 lk-chg-before-switch    pic X(01).
           05 lk-chg-before-image     pic X(40).
           05 lk-chg-after-min-bal    pic S9(11)V99 comp-3.
           05 lk-chg-after-rate       pic S9(03)V9(04) comp-3.
           05 lk-chg-after-fee        pic S9(07)V99 comp-3.
           05 filler                  pic X(24).
           05 lk-chg-before-text      pic X(60).
           05 lk-chg-after-text       pic X(60).
           05 lk-chg-status           pic X(01).
           05 lk-chg-requested-by     pic X(08).
           05 lk-chg-requested-at     pic X(14).
           05 lk-chg-decided-by       pic X(08).
           05 lk-chg-decided-at       pic X(14).
           05 lk-chg-reject-reason    pic X(40).
           05 filler                  pic X(20).
       01 lk-reason-text          pic X(40).
       procedure division using by value p-action-code as string
                                 p-action-title as string
                                 p-control-name as string.
               end-if
           end-if

           if lk-action-code not = "G"
               move spaces to lk-change-record
               move "R" to lk-chg-target
               move lk-action-code to lk-chg-action
               move lk-account-number to lk-chg-account
               move lk-tier-level to lk-chg-tier-level
               move lk-min-balance to lk-chg-after-min-bal
               move lk-rate-pct to lk-chg-after-rate
               move lk-periodic-fee to lk-chg-after-fee
               call "DL100PCM" using by reference lk-queue-action
                                 by reference lk-entry-number
                                 by reference lk-change-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text
               if lk-result-is-success
                   string "CHANGE " lk-chg-id " REQUESTED ACCRUAL RULE "
                       lk-account-number "/" lk-tier-level
                       delimited by size into lk-audit-desc
                   call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "The accrual rule change is queued as change " &
                       lk-chg-id & " and takes effect when a second"
                       & " supervisor approves it.",
                       "Accrual Rule Maintenance",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Information)
               else
                   string "CHANGE REQUEST FAILED ACCRUAL RULE "
                       lk-account-number "/" lk-tier-level
                       delimited by size into lk-audit-desc
                   call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "The accrual rule change could not be queued - "
                       & lk-reason-text,
                       "Accrual Rule Maintenance",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Warning)
               end-if
               goback
           end-if

           call "DL100RTM" using by reference lk-action-code
                                 by reference lk-account-number
                                 by reference lk-tier-level
                                 by reference lk-result-switch

           if lk-result-is-success
               move lk-min-balance to lk-min-edit
               move lk-min-edit to textBoxRtMinBalance::Text
               move lk-rate-pct to lk-rate-edit
               move lk-rate-edit to textBoxRtRate::Text
               move lk-periodic-fee to lk-fee-edit
               move lk-fee-edit to textBoxRtFee::Text
               string "ACCRUAL RULE " p-action-title " "
                   lk-account-number "/" lk-tier-level
                   delimited by size into lk-audit-desc
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
           else
               string "ACCRUAL RULE " p-action-title " FAILED "
                   lk-account-number "/" lk-tier-level
           goback.
       end method.

      *> Queues a new rule for the keyed account/tier.
       method-id buttonRtSave_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
