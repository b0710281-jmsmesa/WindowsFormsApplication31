      *> ----------------------------------------------------------------
      *> FormSiMaint - maintains the standing instructions (recurring
      *> transfers from one account to another) that DL100SIG turns
      *> into matched transfer legs on each business date they fall
      *> due. Opened from Form1 by supervisors. Instructions are listed
      *> through DL100SIM - every one on file, or only those naming the
      *> keyed account as their from or to account - and adding,
      *> changing, suspending, resuming or cancelling one goes through
      *> DL100SIM, which stamps the operator and timestamp. Every
      *> attempt is audited through DL100AU.
      *>
      *> Modification history
      *>   2026-10-15  JMS  Initial version.
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.FormSiMaint is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 wk-operator-id          pic X(08).

      *> Called by Form1 immediately after this screen is created, so
      *> instruction changes can be attributed to the signed-on
      *> operator.
       method-id setOperatorId.
       procedure division using by value p-operator-id as string.
           move p-operator-id to wk-operator-id
           goback.
       end method.

      *> Reloads the instruction list - every instruction on file, or
      *> only those naming the keyed account.
       method-id loadInstructions private.
       local-storage section.
       01 lk-action-code          pic X(01) value "G".
       01 lk-account-number       pic X(12).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-si-record.
           05 lk-si-id                pic 9(06).
           05 lk-si-from              pic X(12).
           05 lk-si-to                pic X(12).
           05 lk-si-amount            pic S9(11)V99 comp-3.
           05 lk-si-description       pic X(30).
           05 lk-si-frequency         pic X(01).
           05 lk-si-day               pic 9(02).
           05 lk-si-start-date        pic 9(08).
           05 lk-si-end-date          pic 9(08).
           05 lk-si-status            pic X(01).
           05 lk-si-next-due          pic 9(08).
           05 lk-si-pending-ref       pic X(12).
           05 lk-si-pending-date      pic 9(08).
           05 lk-si-retry-count       pic 9(02).
           05 lk-si-last-run          pic 9(08).
           05 lk-si-last-due          pic 9(08).
           05 lk-si-last-ref          pic X(12).
           05 lk-si-last-outcome      pic X(01).
           05 lk-si-last-text         pic X(40).
           05 lk-si-created-by        pic X(08).
           05 lk-si-created-at        pic X(14).
           05 lk-si-updated-by        pic X(08).
           05 lk-si-updated-at        pic X(14).
           05 filler                  pic X(20).
       01 lk-result-switch        pic X(01) value "N".
           88 lk-entry-was-found          value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-amount-edit          pic -(11)9.99.
       01 lk-status-text          pic X(09).
       01 lk-schedule-text        pic X(07).
       procedure division.
           move spaces to lk-account-number
           move textBoxSiAccount::Text to lk-account-number

           invoke listBoxSi::Items::Clear()

           move "Y" to lk-result-switch
           perform until not lk-entry-was-found
               add 1 to lk-entry-number
               call "DL100SIM" using by reference lk-action-code
                                 by reference lk-account-number
                                 by reference lk-entry-number
                                 by reference lk-si-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text
               if lk-entry-was-found
                   move lk-si-amount to lk-amount-edit
                   evaluate lk-si-status
                       when "A"
                           move "ACTIVE" to lk-status-text
                       when "S"
                           move "SUSPENDED" to lk-status-text
                       when "E"
                           move "ENDED" to lk-status-text
                       when "C"
                           move "CANCELLED" to lk-status-text
                       when other
                           move lk-si-status to lk-status-text
                   end-evaluate
                   evaluate lk-si-frequency
                       when "W"
                           move "WEEKLY" to lk-schedule-text
                       when "M"
                           move "MONTHLY" to lk-schedule-text
                       when other
                           move spaces to lk-schedule-text
                           string "DAY " lk-si-day
                               delimited by size into lk-schedule-text
                   end-evaluate
                   invoke listBoxSi::Items::Add(
                       type System.String::Format(
                           "{0}  {1}  {2} > {3}  {4}  {5}  {6}  {7}",
                           lk-si-id, lk-status-text, lk-si-from,
                           lk-si-to, lk-amount-edit, lk-schedule-text,
                           lk-si-next-due, lk-si-description))
               end-if
           end-perform
           goback.
       end method.

       method-id buttonSiList_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::loadInstructions()
           goback.
       end method.

      *> Picking a line in the list keys its instruction ID for
      *> Change, Suspend, Resume and Cancel.
       method-id listBoxSi_SelectedIndexChanged private.
       local-storage section.
       01 lk-selected-line        pic X(120).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if listBoxSi::SelectedIndex >= 0
               move listBoxSi::SelectedItem::ToString()
                   to lk-selected-line
               move lk-selected-line(1:6) to textBoxSiId::Text
           end-if
           goback.
       end method.

       method-id buttonSiAdd_Click private.
       local-storage section.
       01 lk-action-code          pic X(01) value "A".
       01 lk-account-number       pic X(12).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-si-record.
           05 lk-si-id                pic 9(06).
           05 lk-si-from              pic X(12).
           05 lk-si-to                pic X(12).
           05 lk-si-amount            pic S9(11)V99 comp-3.
           05 lk-si-description       pic X(30).
           05 lk-si-frequency         pic X(01).
           05 lk-si-day               pic 9(02).
           05 lk-si-start-date        pic 9(08).
           05 lk-si-end-date          pic 9(08).
           05 lk-si-status            pic X(01).
           05 lk-si-next-due          pic 9(08).
           05 lk-si-pending-ref       pic X(12).
           05 lk-si-pending-date      pic 9(08).
           05 lk-si-retry-count       pic 9(02).
           05 lk-si-last-run          pic 9(08).
           05 lk-si-last-due          pic 9(08).
           05 lk-si-last-ref          pic X(12).
           05 lk-si-last-outcome      pic X(01).
           05 lk-si-last-text         pic X(40).
           05 lk-si-created-by        pic X(08).
           05 lk-si-created-at        pic X(14).
           05 lk-si-updated-by        pic X(08).
           05 lk-si-updated-at        pic X(14).
           05 filler                  pic X(20).
       01 lk-amount-work          type System.Decimal.
       01 lk-amount-parsed        condition-value.
       01 lk-day-work             binary-long.
       01 lk-day-parsed           condition-value.
       01 lk-result-switch        pic X(01) value "N".
           88 lk-add-succeeded            value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20) value "buttonSiAdd".
       01 lk-audit-desc           pic X(60).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if textBoxSiFrom::Text = "" or textBoxSiTo::Text = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The from and to accounts are required.",
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           if comboBoxSiFrequency::SelectedIndex < 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "A frequency is required.",
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           invoke type System.Decimal::TryParse(
               textBoxSiAmount::Text,
               by reference lk-amount-work)
               returning lk-amount-parsed
           if not lk-amount-parsed
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The amount is not a valid number.",
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if

           move spaces to lk-account-number lk-si-record
           move textBoxSiFrom::Text to lk-si-from
           move textBoxSiTo::Text to lk-si-to
           move lk-amount-work to lk-si-amount
           move textBoxSiDescription::Text to lk-si-description
      *>   The frequency list reads "W - Weekly", "M - Monthly" and
      *>   "D - Day of month"; the first character is the code.
           move comboBoxSiFrequency::Text to lk-si-frequency
           move zero to lk-si-day
           if lk-si-frequency = "D"
               invoke type System.Int32::TryParse(
                   textBoxSiDay::Text,
                   by reference lk-day-work)
                   returning lk-day-parsed
               if not lk-day-parsed or lk-day-work < 1
                   or lk-day-work > 31
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "The day of month must be 1 to 31.",
                       "Standing Instructions",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Warning)
                   goback
               end-if
               move lk-day-work to lk-si-day
           end-if
           move dateTimePickerSiStart::Value::Year
               to lk-si-start-date(1:4)
           move dateTimePickerSiStart::Value::Month
               to lk-si-start-date(5:2)
           move dateTimePickerSiStart::Value::Day
               to lk-si-start-date(7:2)
           if checkBoxSiNoEnd::Checked
               move zero to lk-si-end-date
           else
               move dateTimePickerSiEnd::Value::Year
                   to lk-si-end-date(1:4)
               move dateTimePickerSiEnd::Value::Month
                   to lk-si-end-date(5:2)
               move dateTimePickerSiEnd::Value::Day
                   to lk-si-end-date(7:2)
           end-if

           call "DL100SIM" using by reference lk-action-code
                                 by reference lk-account-number
                                 by reference lk-entry-number
                                 by reference lk-si-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-add-succeeded
               string "STANDING INSTRUCTION ADDED " lk-si-id " "
                   lk-si-from " TO " lk-si-to
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               move lk-si-id to textBoxSiId::Text
               invoke self::loadInstructions()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Standing instruction " & lk-si-id &
                   " added - first due " & lk-si-next-due & ".",
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               string "STANDING INSTRUCTION ADD FAILED " lk-si-from
                   " TO " lk-si-to
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The instruction could not be added - " &
                   lk-reason-text,
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

      *> Changes the amount, end date and description of the keyed
      *> instruction. The schedule itself is changed by cancelling the
      *> instruction and adding a new one.
       method-id buttonSiChange_Click private.
       local-storage section.
       01 lk-action-code          pic X(01) value "C".
       01 lk-account-number       pic X(12).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-si-record.
           05 lk-si-id                pic 9(06).
           05 lk-si-from              pic X(12).
           05 lk-si-to                pic X(12).
           05 lk-si-amount            pic S9(11)V99 comp-3.
           05 lk-si-description       pic X(30).
           05 lk-si-frequency         pic X(01).
           05 lk-si-day               pic 9(02).
           05 lk-si-start-date        pic 9(08).
           05 lk-si-end-date          pic 9(08).
           05 lk-si-status            pic X(01).
           05 lk-si-next-due          pic 9(08).
           05 lk-si-pending-ref       pic X(12).
           05 lk-si-pending-date      pic 9(08).
           05 lk-si-retry-count       pic 9(02).
           05 lk-si-last-run          pic 9(08).
           05 lk-si-last-due          pic 9(08).
           05 lk-si-last-ref          pic X(12).
           05 lk-si-last-outcome      pic X(01).
           05 lk-si-last-text         pic X(40).
           05 lk-si-created-by        pic X(08).
           05 lk-si-created-at        pic X(14).
           05 lk-si-updated-by        pic X(08).
           05 lk-si-updated-at        pic X(14).
           05 filler                  pic X(20).
       01 lk-id-work              binary-long.
       01 lk-id-parsed            condition-value.
       01 lk-amount-work          type System.Decimal.
       01 lk-amount-parsed        condition-value.
       01 lk-result-switch        pic X(01) value "N".
           88 lk-change-succeeded         value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20) value "buttonSiChange".
       01 lk-audit-desc           pic X(60).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke type System.Int32::TryParse(
               textBoxSiId::Text,
               by reference lk-id-work)
               returning lk-id-parsed
           if not lk-id-parsed or lk-id-work < 1
               invoke type System.Windows.Forms.MessageBox::Show(
                   "An instruction ID is required.",
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           invoke type System.Decimal::TryParse(
               textBoxSiAmount::Text,
               by reference lk-amount-work)
               returning lk-amount-parsed
           if not lk-amount-parsed
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The amount is not a valid number.",
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if

           move spaces to lk-account-number lk-si-record
           move lk-id-work to lk-si-id
           move lk-amount-work to lk-si-amount
           move textBoxSiDescription::Text to lk-si-description
           if checkBoxSiNoEnd::Checked
               move zero to lk-si-end-date
           else
               move dateTimePickerSiEnd::Value::Year
                   to lk-si-end-date(1:4)
               move dateTimePickerSiEnd::Value::Month
                   to lk-si-end-date(5:2)
               move dateTimePickerSiEnd::Value::Day
                   to lk-si-end-date(7:2)
           end-if

           call "DL100SIM" using by reference lk-action-code
                                 by reference lk-account-number
                                 by reference lk-entry-number
                                 by reference lk-si-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-change-succeeded
               string "STANDING INSTRUCTION CHANGED " lk-si-id
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke self::loadInstructions()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Standing instruction " & lk-si-id & " changed.",
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               string "STANDING INSTRUCTION CHANGE FAILED " lk-si-id
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The instruction could not be changed - " &
                   lk-reason-text,
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

      *> Sets the keyed instruction's status through DL100SIM, audits
      *> the attempt, and tells the operator the outcome. Shared by
      *> Suspend, Resume and Cancel so they all behave identically.
       method-id runStatusAction private.
       local-storage section.
       01 lk-action-code          pic X(01) value "S".
       01 lk-account-number       pic X(12).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-si-record.
           05 lk-si-id                pic 9(06).
           05 lk-si-from              pic X(12).
           05 lk-si-to                pic X(12).
           05 lk-si-amount            pic S9(11)V99 comp-3.
           05 lk-si-description       pic X(30).
           05 lk-si-frequency         pic X(01).
           05 lk-si-day               pic 9(02).
           05 lk-si-start-date        pic 9(08).
           05 lk-si-end-date          pic 9(08).
           05 lk-si-status            pic X(01).
           05 lk-si-next-due          pic 9(08).
           05 lk-si-pending-ref       pic X(12).
           05 lk-si-pending-date      pic 9(08).
           05 lk-si-retry-count       pic 9(02).
           05 lk-si-last-run          pic 9(08).
           05 lk-si-last-due          pic 9(08).
           05 lk-si-last-ref          pic X(12).
           05 lk-si-last-outcome      pic X(01).
           05 lk-si-last-text         pic X(40).
           05 lk-si-created-by        pic X(08).
           05 lk-si-created-at        pic X(14).
           05 lk-si-updated-by        pic X(08).
           05 lk-si-updated-at        pic X(14).
           05 filler                  pic X(20).
       01 lk-id-work              binary-long.
       01 lk-id-parsed            condition-value.
       01 lk-result-switch        pic X(01) value "N".
           88 lk-status-succeeded         value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20).
       01 lk-audit-desc           pic X(60).
       procedure division using by value p-new-status as string
                                 p-action-title as string
                                 p-control-name as string.
           move p-control-name to lk-audit-control
           invoke type System.Int32::TryParse(
               textBoxSiId::Text,
               by reference lk-id-work)
               returning lk-id-parsed
           if not lk-id-parsed or lk-id-work < 1
               invoke type System.Windows.Forms.MessageBox::Show(
                   "An instruction ID is required.",
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if

           move spaces to lk-account-number lk-si-record
           move lk-id-work to lk-si-id
           move p-new-status to lk-si-status

           call "DL100SIM" using by reference lk-action-code
                                 by reference lk-account-number
                                 by reference lk-entry-number
                                 by reference lk-si-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-status-succeeded
               string "STANDING INSTRUCTION " p-action-title " "
                   lk-si-id
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke self::loadInstructions()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Standing instruction " & lk-si-id & " " &
                   p-action-title & ".",
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               string "STANDING INSTRUCTION " p-action-title
                   " FAILED " lk-si-id
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Standing instruction " & lk-si-id &
                   " could not be " & p-action-title & " - " &
                   lk-reason-text,
                   "Standing Instructions",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

       method-id buttonSiSuspend_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::runStatusAction("S", "SUSPENDED",
               "buttonSiSuspend")
           goback.
       end method.

       method-id buttonSiResume_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::runStatusAction("A", "RESUMED",
               "buttonSiResume")
           goback.
       end method.

       method-id buttonSiCancel_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::runStatusAction("C", "CANCELLED",
               "buttonSiCancel")
           goback.
       end method.

       method-id buttonSiClose_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
