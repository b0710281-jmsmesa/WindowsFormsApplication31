      *> ----------------------------------------------------------------
      *> FormHoldMaint - places and releases holds on one account.
      *> Opened from FormAcctMaint for the account on that screen.
      *> A hold earmarks part of the ledger balance (a garnishment, a
      *> disputed deposit, a check still in clearing) so DL100NC judges
      *> debits against the available balance. Every hold on the
      *> account is listed through DL100HLM - active, released and
      *> expired - and placing or releasing a hold goes through
      *> DL100HLM, which stamps the operator and timestamp. Every
      *> attempt is audited through DL100AU.
      *>
      *> Modification history
      *>   2026-10-15  JMS  Initial version.
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.FormHoldMaint is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 wk-operator-id          pic X(08).

      *> Called by FormAcctMaint immediately after this screen is
      *> created, so holds can be attributed to the signed-on operator.
       method-id setOperatorId.
       procedure division using by value p-operator-id as string.
           move p-operator-id to wk-operator-id
           goback.
       end method.

      *> Called by FormAcctMaint with the account keyed on that screen
      *> so the holds on it are listed as soon as the screen opens.
       method-id setAccount.
       procedure division using by value p-account-number as string.
           move p-account-number to textBoxHmAccount::Text
           if textBoxHmAccount::Text not = ""
               invoke self::loadHolds()
           end-if
           goback.
       end method.

      *> Reloads the hold list for the keyed account.
       method-id loadHolds private.
       local-storage section.
       01 lk-action-code          pic X(01) value "G".
       01 lk-account-number       pic X(12).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-hold-record.
           05 lk-hold-account         pic X(12).
           05 lk-hold-id              pic 9(06).
           05 lk-hold-amount          pic S9(11)V99 comp-3.
           05 lk-hold-reason          pic X(40).
           05 lk-hold-expiry          pic 9(08).
           05 lk-hold-status          pic X(01).
           05 lk-hold-placed-by       pic X(08).
           05 lk-hold-placed-at       pic X(14).
           05 lk-hold-released-by     pic X(08).
           05 lk-hold-released-at     pic X(14).
           05 lk-hold-expired-date    pic 9(08).
           05 lk-hold-placed-reg      pic 9(08).
           05 lk-hold-released-reg    pic 9(08).
           05 filler                  pic X(20).
       01 lk-result-switch        pic X(01) value "N".
           88 lk-entry-was-found          value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-amount-edit          pic -(11)9.99.
       01 lk-expiry-text          pic X(08).
       01 lk-status-text          pic X(08).
       procedure division.
           move spaces to lk-account-number
           move textBoxHmAccount::Text to lk-account-number

           invoke listBoxHm::Items::Clear()

           move "Y" to lk-result-switch
           perform until not lk-entry-was-found
               add 1 to lk-entry-number
               call "DL100HLM" using by reference lk-action-code
                                 by reference lk-account-number
                                 by reference lk-entry-number
                                 by reference lk-hold-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text
               if lk-entry-was-found
                   move lk-hold-amount to lk-amount-edit
                   if lk-hold-expiry = zero
                       move "NONE" to lk-expiry-text
                   else
                       move lk-hold-expiry to lk-expiry-text
                   end-if
                   evaluate lk-hold-status
                       when "A"
                           move "ACTIVE" to lk-status-text
                       when "R"
                           move "RELEASED" to lk-status-text
                       when "E"
                           move "EXPIRED" to lk-status-text
                       when other
                           move lk-hold-status to lk-status-text
                   end-evaluate
                   invoke listBoxHm::Items::Add(
                       type System.String::Format(
                           "{0}  {1}  {2}  {3}  {4}  {5}",
                           lk-hold-id, lk-status-text, lk-amount-edit,
                           lk-expiry-text, lk-hold-placed-by,
                           lk-hold-reason))
               end-if
           end-perform
           goback.
       end method.

       method-id buttonHmList_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::loadHolds()
           goback.
       end method.

      *> Picking a line in the list keys its hold ID for Release.
       method-id listBoxHm_SelectedIndexChanged private.
       local-storage section.
       01 lk-selected-line        pic X(80).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if listBoxHm::SelectedIndex >= 0
               move listBoxHm::SelectedItem::ToString()
                   to lk-selected-line
               move lk-selected-line(1:6) to textBoxHmHoldId::Text
           end-if
           goback.
       end method.

       method-id buttonHmPlace_Click private.
       local-storage section.
       01 lk-action-code          pic X(01) value "P".
       01 lk-account-number       pic X(12).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-hold-record.
           05 lk-hold-account         pic X(12).
           05 lk-hold-id              pic 9(06).
           05 lk-hold-amount          pic S9(11)V99 comp-3.
           05 lk-hold-reason          pic X(40).
           05 lk-hold-expiry          pic 9(08).
           05 lk-hold-status          pic X(01).
           05 lk-hold-placed-by       pic X(08).
           05 lk-hold-placed-at       pic X(14).
           05 lk-hold-released-by     pic X(08).
           05 lk-hold-released-at     pic X(14).
           05 lk-hold-expired-date    pic 9(08).
           05 lk-hold-placed-reg      pic 9(08).
           05 lk-hold-released-reg    pic 9(08).
           05 filler                  pic X(20).
       01 lk-amount-work          type System.Decimal.
       01 lk-amount-parsed        condition-value.
       01 lk-result-switch        pic X(01) value "N".
           88 lk-place-succeeded          value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20) value "buttonHmPlace".
       01 lk-audit-desc           pic X(60).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if textBoxHmAccount::Text = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The account number is required.",
                   "Account Holds",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           invoke type System.Decimal::TryParse(
               textBoxHmAmount::Text,
               by reference lk-amount-work)
               returning lk-amount-parsed
           if not lk-amount-parsed
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The hold amount is not a valid number.",
                   "Account Holds",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           if textBoxHmReason::Text = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   "A hold reason is required.",
                   "Account Holds",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if

           move spaces to lk-account-number lk-hold-record
           move textBoxHmAccount::Text to lk-account-number
           move lk-amount-work to lk-hold-amount
           move textBoxHmReason::Text to lk-hold-reason
           if checkBoxHmNoExpiry::Checked
               move zero to lk-hold-expiry
           else
               move dateTimePickerHmExpiry::Value::Year
                   to lk-hold-expiry(1:4)
               move dateTimePickerHmExpiry::Value::Month
                   to lk-hold-expiry(5:2)
               move dateTimePickerHmExpiry::Value::Day
                   to lk-hold-expiry(7:2)
           end-if

           call "DL100HLM" using by reference lk-action-code
                                 by reference lk-account-number
                                 by reference lk-entry-number
                                 by reference lk-hold-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-place-succeeded
               string "HOLD PLACED " lk-account-number " ID "
                   lk-hold-id
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke self::loadHolds()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Hold " & lk-hold-id & " placed on account " &
                   lk-account-number & ".",
                   "Account Holds",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               string "HOLD PLACE FAILED " lk-account-number
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The hold could not be placed - " & lk-reason-text,
                   "Account Holds",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

       method-id buttonHmRelease_Click private.
       local-storage section.
       01 lk-action-code          pic X(01) value "R".
       01 lk-account-number       pic X(12).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-hold-record.
           05 lk-hold-account         pic X(12).
           05 lk-hold-id              pic 9(06).
           05 lk-hold-amount          pic S9(11)V99 comp-3.
           05 lk-hold-reason          pic X(40).
           05 lk-hold-expiry          pic 9(08).
           05 lk-hold-status          pic X(01).
           05 lk-hold-placed-by       pic X(08).
           05 lk-hold-placed-at       pic X(14).
           05 lk-hold-released-by     pic X(08).
           05 lk-hold-released-at     pic X(14).
           05 lk-hold-expired-date    pic 9(08).
           05 lk-hold-placed-reg      pic 9(08).
           05 lk-hold-released-reg    pic 9(08).
           05 filler                  pic X(20).
       01 lk-id-work              binary-long.
       01 lk-id-parsed            condition-value.
       01 lk-result-switch        pic X(01) value "N".
           88 lk-release-succeeded        value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20) value "buttonHmRelease".
       01 lk-audit-desc           pic X(60).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke type System.Int32::TryParse(
               textBoxHmHoldId::Text,
               by reference lk-id-work)
               returning lk-id-parsed
           if textBoxHmAccount::Text = "" or not lk-id-parsed
               or lk-id-work < 1
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The account number and a hold ID are required.",
                   "Account Holds",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if

           move spaces to lk-account-number lk-hold-record
           move textBoxHmAccount::Text to lk-account-number
           move lk-id-work to lk-hold-id

           call "DL100HLM" using by reference lk-action-code
                                 by reference lk-account-number
                                 by reference lk-entry-number
                                 by reference lk-hold-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-release-succeeded
               string "HOLD RELEASED " lk-account-number " ID "
                   lk-hold-id
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke self::loadHolds()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Hold " & lk-hold-id & " on account " &
                   lk-account-number & " released.",
                   "Account Holds",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               string "HOLD RELEASE FAILED " lk-account-number " ID "
                   lk-hold-id
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The hold could not be released - " &
                   lk-reason-text,
                   "Account Holds",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

       method-id buttonHmClose_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
