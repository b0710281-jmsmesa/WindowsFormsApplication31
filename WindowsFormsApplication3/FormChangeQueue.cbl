      *> ----------------------------------------------------------------
      *> FormChangeQueue - the approver's view of the pending change
      *> queue (DL100PC). A supervisor's change to an account's
      *> overdraft limit or amount cap, a GL mapping, an accrual rule,
      *> or an exception write-off is held there until a second
      *> supervisor approves it. Lists the changes through DL100PCM -
      *> by default only those still pending - with the before and
      *> after images of the picked change. Approve applies the change;
      *> Reject discards it with a reason. DL100PCM refuses an
      *> approval by the operator who requested the change, and every
      *> attempt is audited through DL100AU.
      *>
      *> Modification history
      *>   2026-10-15  JMS  Initial version.
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.FormChangeQueue is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 wk-operator-id          pic X(08).

      *> Called by Form1 immediately after this screen is created, so
      *> decisions can be attributed to the signed-on operator.
       method-id setOperatorId.
       procedure division using by value p-operator-id as string.
           move p-operator-id to wk-operator-id
           invoke self::loadChanges()
           goback.
       end method.

      *> Reloads the change list, pending changes only unless the box
      *> is cleared.
       method-id loadChanges private.
       local-storage section.
       01 lk-action-code          pic X(01) value "G".
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-change-record.
           05 lk-chg-id               pic 9(06).
           05 lk-chg-target           pic X(01).
           05 lk-chg-action           pic X(01).
           05 lk-chg-key              pic X(30).
           05 lk-chg-before-switch    pic X(01).
           05 lk-chg-before-image     pic X(40).
           05 lk-chg-after-image      pic X(40).
           05 lk-chg-before-text      pic X(60).
           05 lk-chg-after-text       pic X(60).
           05 lk-chg-status           pic X(01).
           05 lk-chg-requested-by     pic X(08).
           05 lk-chg-requested-at     pic X(14).
           05 lk-chg-decided-by       pic X(08).
           05 lk-chg-decided-at       pic X(14).
           05 lk-chg-reject-reason    pic X(40).
           05 filler                  pic X(20).
       01 lk-status-wanted        pic X(01).
       01 lk-result-switch        pic X(01) value "N".
           88 lk-entry-was-found          value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-status-text          pic X(08).
       01 lk-target-text          pic X(16).
       01 lk-verb-text            pic X(09).
       01 lk-key-text             pic X(24).
       procedure division.
           if checkBoxCqPendingOnly::Checked
               move "P" to lk-status-wanted
           else
               move space to lk-status-wanted
           end-if

           invoke listBoxCq::Items::Clear()
           move spaces to textBoxCqId::Text
           move spaces to textBoxCqBefore::Text
           move spaces to textBoxCqAfter::Text

           move "Y" to lk-result-switch
           perform until not lk-entry-was-found
               add 1 to lk-entry-number
               move spaces to lk-change-record
               move lk-status-wanted to lk-chg-status
               call "DL100PCM" using by reference lk-action-code
                                 by reference lk-entry-number
                                 by reference lk-change-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text
               if lk-entry-was-found
                   evaluate lk-chg-status
                       when "P"
                           move "PENDING" to lk-status-text
                       when "A"
                           move "APPROVED" to lk-status-text
                       when "R"
                           move "REJECTED" to lk-status-text
                       when other
                           move lk-chg-status to lk-status-text
                   end-evaluate
                   evaluate lk-chg-action
                       when "A"
                           move "ADD" to lk-verb-text
                       when "C"
                           move "CHANGE" to lk-verb-text
                       when "D"
                           move "DELETE" to lk-verb-text
                       when "L"
                           move "SET" to lk-verb-text
                       when "W"
                           move "WRITE-OFF" to lk-verb-text
                       when other
                           move lk-chg-action to lk-verb-text
                   end-evaluate
                   move spaces to lk-key-text
                   evaluate lk-chg-target
                       when "A"
                           move "ACCOUNT CONTROLS" to lk-target-text
                           move lk-chg-key(1:12) to lk-key-text
                       when "G"
                           move "GL MAPPING" to lk-target-text
                           string lk-chg-key(1:2) "/" lk-chg-key(3:8)
                               delimited by size into lk-key-text
                       when "R"
                           move "ACCRUAL RULE" to lk-target-text
                           string lk-chg-key(1:12) " TIER "
                               lk-chg-key(13:2)
                               delimited by size into lk-key-text
                       when "X"
                           move "EXCEPTION" to lk-target-text
                           string lk-chg-key(1:8) "/" lk-chg-key(9:4)
                               delimited by size into lk-key-text
                       when other
                           move lk-chg-target to lk-target-text
                           move lk-chg-key to lk-key-text
                   end-evaluate
                   invoke listBoxCq::Items::Add(
                       type System.String::Format(
                           "{0}  {1}  {2}  {3}  {4}  {5}  {6}  {7}",
                           lk-chg-id, lk-status-text, lk-target-text,
                           lk-verb-text, lk-key-text,
                           lk-chg-requested-by, lk-chg-requested-at,
                           lk-chg-decided-by))
               end-if
           end-perform
           goback.
       end method.

       method-id buttonCqList_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::loadChanges()
           goback.
       end method.

      *> Picking a line in the list keys its change ID for Approve and
      *> Reject and shows the before and after images, with the reason
      *> for a change already rejected.
       method-id listBoxCq_SelectedIndexChanged private.
       local-storage section.
       01 lk-action-code          pic X(01) value "G".
       01 lk-entry-number         pic 9(04).
       01 lk-change-record.
           05 lk-chg-id               pic 9(06).
           05 lk-chg-target           pic X(01).
           05 lk-chg-action           pic X(01).
           05 lk-chg-key              pic X(30).
           05 lk-chg-before-switch    pic X(01).
           05 lk-chg-before-image     pic X(40).
           05 lk-chg-after-image      pic X(40).
           05 lk-chg-before-text      pic X(60).
           05 lk-chg-after-text       pic X(60).
           05 lk-chg-status           pic X(01).
           05 lk-chg-requested-by     pic X(08).
           05 lk-chg-requested-at     pic X(14).
           05 lk-chg-decided-by       pic X(08).
           05 lk-chg-decided-at       pic X(14).
           05 lk-chg-reject-reason    pic X(40).
           05 filler                  pic X(20).
       01 lk-result-switch        pic X(01) value "N".
           88 lk-entry-was-found          value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-selected-line        pic X(120).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if listBoxCq::SelectedIndex < 0
               goback
           end-if
           move listBoxCq::SelectedItem::ToString() to lk-selected-line
           move lk-selected-line(1:6) to textBoxCqId::Text

           compute lk-entry-number = listBoxCq::SelectedIndex + 1
           move spaces to lk-change-record
           if checkBoxCqPendingOnly::Checked
               move "P" to lk-chg-status
           end-if
           call "DL100PCM" using by reference lk-action-code
                                 by reference lk-entry-number
                                 by reference lk-change-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text
           if lk-entry-was-found
               and lk-chg-id = lk-selected-line(1:6)
               move lk-chg-before-text to textBoxCqBefore::Text
               move lk-chg-after-text to textBoxCqAfter::Text
               if lk-chg-status = "R"
                   move lk-chg-reject-reason to textBoxCqReason::Text
               end-if
           else
               move spaces to textBoxCqBefore::Text
               move spaces to textBoxCqAfter::Text
           end-if
           goback.
       end method.

       method-id buttonCqApprove_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::decideChange("A", "buttonCqApprove",
               "APPROVED", "APPROVAL", "approved")
           goback.
       end method.

       method-id buttonCqReject_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if textBoxCqReason::Text = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   "A reason is required to reject a change.",
                   "Pending Change Queue",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           invoke self::decideChange("R", "buttonCqReject",
               "REJECTED", "REJECTION", "rejected")
           goback.
       end method.

      *> Shared by Approve and Reject - they differ only in the
      *> DL100PCM action, the audit wording, and the message text.
       method-id decideChange private.
       local-storage section.
       01 lk-action-code          pic X(01).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-change-record.
           05 lk-chg-id               pic 9(06).
           05 lk-chg-target           pic X(01).
           05 lk-chg-action           pic X(01).
           05 lk-chg-key              pic X(30).
           05 lk-chg-before-switch    pic X(01).
           05 lk-chg-before-image     pic X(40).
           05 lk-chg-after-image      pic X(40).
           05 lk-chg-before-text      pic X(60).
           05 lk-chg-after-text       pic X(60).
           05 lk-chg-status           pic X(01).
           05 lk-chg-requested-by     pic X(08).
           05 lk-chg-requested-at     pic X(14).
           05 lk-chg-decided-by       pic X(08).
           05 lk-chg-decided-at       pic X(14).
           05 lk-chg-reject-reason    pic X(40).
           05 filler                  pic X(20).
       01 lk-id-work              binary-long.
       01 lk-id-parsed            condition-value.
       01 lk-result-switch        pic X(01) value "N".
           88 lk-decision-succeeded       value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20).
       01 lk-audit-desc           pic X(60).
       01 lk-audit-verb           pic X(10).
       01 lk-audit-noun           pic X(10).
       procedure division using by value p-action-code as string
                                 p-control-name as string
                                 p-audit-verb as string
                                 p-audit-noun as string
                                 p-action-word as string.
           invoke type System.Int32::TryParse(
               textBoxCqId::Text,
               by reference lk-id-work)
               returning lk-id-parsed
           if not lk-id-parsed or lk-id-work < 1
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick a change from the list first.",
                   "Pending Change Queue",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if

           move p-action-code to lk-action-code
           move p-control-name to lk-audit-control
           move p-audit-verb to lk-audit-verb
           move p-audit-noun to lk-audit-noun
           move spaces to lk-change-record
           move lk-id-work to lk-chg-id
           move textBoxCqReason::Text to lk-chg-reject-reason

           call "DL100PCM" using by reference lk-action-code
                                 by reference lk-entry-number
                                 by reference lk-change-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-decision-succeeded
               string "CHANGE " lk-chg-id " " delimited by size
                   lk-audit-verb delimited by space
                   " REQUESTED BY " lk-chg-requested-by
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               move spaces to textBoxCqReason::Text
               invoke self::loadChanges()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Change " & lk-chg-id & " " & p-action-word & ".",
                   "Pending Change Queue",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               string "CHANGE " lk-chg-id " " delimited by size
                   lk-audit-noun delimited by space
                   " FAILED - " lk-reason-text
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The change could not be " & p-action-word &
                   " - " & lk-reason-text,
                   "Pending Change Queue",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

       method-id buttonCqClose_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
