      *>                    post-no-debits / post-no-credits stops)
      *>                    that DL100NC now enforces, set through the
      *>                    Controls button.
      *>   2026-10-15  JMS  Added the Holds button, which opens the
      *>                    hold maintenance screen (FormHoldMaint) for
      *>                    the keyed account.
      *>   2026-10-15  JMS  Added the Reactivate button for accounts
      *>                    the nightly cycle has marked dormant, and
      *>                    shows OPEN - DORMANT for them.
      *>   2026-10-15  JMS  A change to the overdraft limit or amount
      *>                    cap is no longer applied directly - it is
      *>                    queued through DL100PCM for a second
      *>                    supervisor to approve. A change to the
      *>                    posting stops alone still applies at once.
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.FormAcctMaint is partial
                 inherits type System.Windows.Forms.Form.
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20).
       01 lk-audit-desc           pic X(60).
       01 lk-get-action           pic X(01) value "G".
       01 lk-file-name            pic X(30).
       01 lk-file-status          pic X(01).
       01 lk-file-balance         pic S9(11)V99 comp-3.
       01 lk-file-controls.
           05 lk-file-overdraft       pic S9(11)V99 comp-3.
           05 lk-file-amount-cap      pic S9(11)V99 comp-3.
           05 lk-file-no-debits       pic X(01).
           05 lk-file-no-credits      pic X(01).
       01 lk-queue-action         pic X(01) value "Q".
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-change-record.
           05 lk-chg-id               pic 9(06).
           05 lk-chg-target           pic X(01).
           05 lk-chg-action           pic X(01).
           05 lk-chg-account          pic X(12).
           05 filler                  pic X(18).
           05 lk-chg-before-switch    pic X(01).
           05 lk-chg-before-image     pic X(40).
           05 lk-chg-after-controls.
               10 lk-chg-after-overdraft  pic S9(11)V99 comp-3.
               10 lk-chg-after-amount-cap pic S9(11)V99 comp-3.
               10 lk-chg-after-no-debits  pic X(01).
               10 lk-chg-after-no-credits pic X(01).
               10 filler                  pic X(24).
           05 lk-chg-before-text      pic X(60).
           05 lk-chg-after-text       pic X(60).
           05 lk-chg-status           pic X(01).
           05 lk-chg-requested-by     pic X(08).
           05 lk-chg-requested-at     pic X(14).
           05 lk-chg-decided-by       pic X(08).
           05 lk-chg-decided-at       pic X(14).
           05 lk-chg-reject-reason    pic X(40).
           05 filler                  pic X(20).
       procedure division using by value p-action-code as string
                                 p-action-title as string
                                 p-control-name as string.
               if checkBoxAcNoCredits::Checked
                   move "Y" to lk-no-credits-flag
               end-if

      *>       A new overdraft limit or amount cap needs a second
      *>       supervisor, so it is queued through DL100PCM together
      *>       with the stops. The stops alone still apply at once.
               call "DL100ACM" using by reference lk-get-action
                                 by reference lk-account-number
                                 by reference lk-file-name
                                 by reference lk-file-status
                                 by reference lk-file-balance
                                 by reference lk-file-controls
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text
               if lk-result-is-success
                   and (lk-overdraft-limit not = lk-file-overdraft
                        or lk-txn-amount-cap not = lk-file-amount-cap)
                   move spaces to lk-change-record
                   move "A" to lk-chg-target
                   move "L" to lk-chg-action
                   move lk-account-number to lk-chg-account
                   move lk-overdraft-limit to lk-chg-after-overdraft
                   move lk-txn-amount-cap to lk-chg-after-amount-cap
                   move lk-no-debits-flag to lk-chg-after-no-debits
                   move lk-no-credits-flag to lk-chg-after-no-credits
                   call "DL100PCM" using by reference lk-queue-action
                                 by reference lk-entry-number
                                 by reference lk-change-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text
                   if lk-result-is-success
                       string "CHANGE " lk-chg-id
                           " REQUESTED ACCOUNT CONTROLS "
                           lk-account-number
                           delimited by size into lk-audit-desc
                       call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
                       invoke type System.Windows.Forms.MessageBox::Show(
                           "The new controls for account " &
                           lk-account-number & " are queued as change " &
                           lk-chg-id & " and take effect when a second"
                           & " supervisor approves them.",
                           "Account Maintenance",
                           type System.Windows.Forms.MessageBoxButtons::OK,
                           type System.Windows.Forms.MessageBoxIcon::Information)
                   else
                       string "CHANGE REQUEST FAILED ACCOUNT CONTROLS "
                           lk-account-number
                           delimited by size into lk-audit-desc
                       call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
                       invoke type System.Windows.Forms.MessageBox::Show(
                           "The new controls for account " &
                           lk-account-number & " could not be queued - "
                           & lk-reason-text,
                           "Account Maintenance",
                           type System.Windows.Forms.MessageBoxButtons::OK,
                           type System.Windows.Forms.MessageBoxIcon::Warning)
                   end-if
                   invoke self::refreshAccountDisplay(lk-account-number)
                   goback
               end-if
           end-if

           call "DL100ACM" using by reference lk-action-code

           if lk-result-is-success
               move lk-account-name to textBoxAcName::Text
               evaluate lk-account-status
                   when "C"
                       move "CLOSED" to labelAcStatusValue::Text
                   when "D"
                       move "OPEN - DORMANT" to labelAcStatusValue::Text
                   when other
                       move "OPEN" to labelAcStatusValue::Text
               end-evaluate
               move lk-account-balance to lk-balance-edit
               move lk-balance-edit to labelAcBalanceValue::Text
               move lk-overdraft-limit to lk-control-edit
           goback.
       end method.

      *> Reactivates the keyed dormant account.
       method-id buttonAcReactivate_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::runAccountAction("V", "REACTIVATED",
               "buttonAcReactivate")
           goback.
       end method.

      *> Saves the posting controls for the keyed account, or queues
      *> them for approval when the limit or cap changes.
       method-id buttonAcControls_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           goback.
       end method.

      *> Opens the hold maintenance screen for the keyed account. The
      *> screen audits each hold placed or released itself.
       method-id buttonAcHolds_Click private.
       local-storage section.
       01 lk-form-hold-maint      type WindowsFormsApplication3.FormHoldMaint.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           set lk-form-hold-maint to
               new WindowsFormsApplication3.FormHoldMaint
           invoke lk-form-hold-maint::setOperatorId(wk-operator-id)
           invoke lk-form-hold-maint::setAccount(textBoxAcAccount::Text)
           invoke lk-form-hold-maint::ShowDialog()
           goback.
       end method.

       method-id buttonAcExit_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
