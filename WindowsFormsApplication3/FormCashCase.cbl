      *> ----------------------------------------------------------------
      *> FormCashCase - works the cases raised by the nightly cash
      *> monitoring step (DL100CSH). Lists the cases for one account,
      *> or for every account when the account is left blank, through
      *> DL100CSM - by default only the cases still open. Picking a
      *> case keys it, and the analyst marks it reviewed (no further
      *> action) or escalated for filing with a note. DL100CSM stamps
      *> the operator and timestamp, and every attempt is audited
      *> through DL100AU.
      *>
      *> Modification history
      *>   2026-10-15  JMS  Initial version.
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.FormCashCase is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 wk-operator-id          pic X(08).

      *> Called by Form1 immediately after this screen is created, so
      *> case reviews can be attributed to the signed-on operator.
       method-id setOperatorId.
       procedure division using by value p-operator-id as string.
           move p-operator-id to wk-operator-id
           invoke self::loadCases()
           goback.
       end method.

      *> Reloads the case list for the keyed account (blank lists
      *> every account), open cases only unless the box is cleared.
       method-id loadCases private.
       local-storage section.
       01 lk-action-code          pic X(01) value "G".
       01 lk-account-number       pic X(12).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-case-record.
           05 lk-case-account         pic X(12).
           05 lk-case-id              pic 9(06).
           05 lk-case-type            pic X(01).
           05 lk-case-flagged-date    pic 9(08).
           05 lk-case-low-date        pic 9(08).
           05 lk-case-high-date       pic 9(08).
           05 lk-case-threshold       pic 9(09).
           05 lk-case-dp-count        pic 9(05).
           05 lk-case-dp-total        pic S9(11)V99 comp-3.
           05 lk-case-wd-count        pic 9(05).
           05 lk-case-wd-total        pic S9(11)V99 comp-3.
           05 lk-case-status          pic X(01).
           05 lk-case-created-at      pic X(14).
           05 lk-case-note            pic X(60).
           05 lk-case-reviewed-by     pic X(08).
           05 lk-case-reviewed-at     pic X(14).
           05 filler                  pic X(20).
       01 lk-status-wanted        pic X(01).
       01 lk-result-switch        pic X(01) value "N".
           88 lk-entry-was-found          value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-dp-edit              pic -(11)9.99.
       01 lk-wd-edit              pic -(11)9.99.
       01 lk-type-text            pic X(11).
       01 lk-status-text          pic X(09).
       procedure division.
           move spaces to lk-account-number
           move textBoxCcAccount::Text to lk-account-number
           if checkBoxCcOpenOnly::Checked
               move "O" to lk-status-wanted
           else
               move space to lk-status-wanted
           end-if

           invoke listBoxCc::Items::Clear()

           move "Y" to lk-result-switch
           perform until not lk-entry-was-found
               add 1 to lk-entry-number
               move spaces to lk-case-record
               move lk-status-wanted to lk-case-status
               call "DL100CSM" using by reference lk-action-code
                                 by reference lk-account-number
                                 by reference lk-entry-number
                                 by reference lk-case-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text
               if lk-entry-was-found
                   move lk-case-dp-total to lk-dp-edit
                   move lk-case-wd-total to lk-wd-edit
                   if lk-case-type = "L"
                       move "LARGE CASH" to lk-type-text
                   else
                       move "STRUCTURING" to lk-type-text
                   end-if
                   evaluate lk-case-status
                       when "O"
                           move "OPEN" to lk-status-text
                       when "R"
                           move "REVIEWED" to lk-status-text
                       when "E"
                           move "ESCALATED" to lk-status-text
                       when other
                           move lk-case-status to lk-status-text
                   end-evaluate
                   invoke listBoxCc::Items::Add(
                       type System.String::Format(
                           "{0}  {1}  {2}  {3}  {4}  {5}-{6}  {7}  {8}"
                           & "  {9}",
                           lk-case-account, lk-case-id, lk-type-text,
                           lk-status-text, lk-case-flagged-date,
                           lk-case-low-date, lk-case-high-date,
                           lk-dp-edit, lk-wd-edit,
                           lk-case-reviewed-by))
               end-if
           end-perform
           goback.
       end method.

       method-id buttonCcList_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::loadCases()
           goback.
       end method.

      *> Picking a line in the list keys its account and case ID for
      *> Reviewed and Escalated.
       method-id listBoxCc_SelectedIndexChanged private.
       local-storage section.
       01 lk-selected-line        pic X(120).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if listBoxCc::SelectedIndex >= 0
               move listBoxCc::SelectedItem::ToString()
                   to lk-selected-line
               move lk-selected-line(1:12) to textBoxCcCaseAccount::Text
               move lk-selected-line(15:6) to textBoxCcCaseId::Text
           end-if
           goback.
       end method.

       method-id buttonCcReviewed_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::markCase("R", "buttonCcReviewed",
               "REVIEWED", "reviewed")
           goback.
       end method.

       method-id buttonCcEscalated_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::markCase("E", "buttonCcEscalated",
               "ESCALATED", "escalated")
           goback.
       end method.

      *> Shared by Reviewed and Escalated - they differ only in the
      *> DL100CSM action, the audit wording, and the message text.
       method-id markCase private.
       local-storage section.
       01 lk-action-code          pic X(01).
       01 lk-account-number       pic X(12).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-case-record.
           05 lk-case-account         pic X(12).
           05 lk-case-id              pic 9(06).
           05 lk-case-type            pic X(01).
           05 lk-case-flagged-date    pic 9(08).
           05 lk-case-low-date        pic 9(08).
           05 lk-case-high-date       pic 9(08).
           05 lk-case-threshold       pic 9(09).
           05 lk-case-dp-count        pic 9(05).
           05 lk-case-dp-total        pic S9(11)V99 comp-3.
           05 lk-case-wd-count        pic 9(05).
           05 lk-case-wd-total        pic S9(11)V99 comp-3.
           05 lk-case-status          pic X(01).
           05 lk-case-created-at      pic X(14).
           05 lk-case-note            pic X(60).
           05 lk-case-reviewed-by     pic X(08).
           05 lk-case-reviewed-at     pic X(14).
           05 filler                  pic X(20).
       01 lk-id-work              binary-long.
       01 lk-id-parsed            condition-value.
       01 lk-result-switch        pic X(01) value "N".
           88 lk-mark-succeeded           value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20).
       01 lk-audit-desc           pic X(60).
       01 lk-audit-verb           pic X(10).
       procedure division using by value p-action-code as string
                                 p-control-name as string
                                 p-audit-verb as string
                                 p-action-word as string.
           invoke type System.Int32::TryParse(
               textBoxCcCaseId::Text,
               by reference lk-id-work)
               returning lk-id-parsed
           if textBoxCcCaseAccount::Text = "" or not lk-id-parsed
               or lk-id-work < 1
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick a case from the list first.",
                   "Cash Monitoring Cases",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           if textBoxCcNote::Text = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   "An analyst note is required.",
                   "Cash Monitoring Cases",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if

           move p-action-code to lk-action-code
           move p-control-name to lk-audit-control
           move p-audit-verb to lk-audit-verb
           move spaces to lk-account-number lk-case-record
           move textBoxCcCaseAccount::Text to lk-account-number
           move lk-id-work to lk-case-id
           move textBoxCcNote::Text to lk-case-note

           call "DL100CSM" using by reference lk-action-code
                                 by reference lk-account-number
                                 by reference lk-entry-number
                                 by reference lk-case-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-mark-succeeded
               string "CASE " delimited by size
                   lk-audit-verb delimited by space
                   " " lk-account-number " ID " lk-case-id
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               move spaces to textBoxCcNote::Text
               invoke self::loadCases()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Case " & lk-case-id & " on account " &
                   lk-account-number & " marked " & p-action-word
                   & ".",
                   "Cash Monitoring Cases",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               string "CASE " delimited by size
                   lk-audit-verb delimited by space
                   " FAILED " lk-account-number " ID " lk-case-id
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The case could not be marked " & p-action-word &
                   " - " & lk-reason-text,
                   "Cash Monitoring Cases",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

       method-id buttonCcClose_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
