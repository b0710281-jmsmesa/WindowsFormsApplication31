      *> ----------------------------------------------------------------
      *> FormWhCancel - supervisor-only cancellation of a future-dated
      *> transaction that DL100NC has warehoused until its due date.
      *> The cancel goes through DL100WHX, which marks every warehoused
      *> leg for the due date / source / reference cancelled with who
      *> and why, so the item never releases into a nightly cycle.
      *> Items already released cannot be cancelled here - they are
      *> reversed like any other posting. Every attempt is audited
      *> through DL100AU.
      *>
      *> Modification history
      *>   2026-10-15  JMS  Initial version.
      *>   2026-10-15  JMS  The business date selected on Form1 is
      *>                    passed to DL100WHX, which records it on
      *>                    the cancelled item for DL100RCN.
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.FormWhCancel is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 wk-operator-id          pic X(08).
       01 wk-business-date        pic 9(08) value zero.

      *> Called by Form1 immediately after this screen is created, so
      *> cancellations can be attributed to the signed-on supervisor.
       method-id setOperatorId.
       procedure division using by value p-operator-id as string.
           move p-operator-id to wk-operator-id
           goback.
       end method.

      *> Called by Form1 with the business date selected there. A
      *> cancellation counts against that date on the reconciliation.
       method-id setBusinessDate.
       procedure division using by value p-business-date
                                 as type System.DateTime.
           move p-business-date::Year  to wk-business-date(1:4)
           move p-business-date::Month to wk-business-date(5:2)
           move p-business-date::Day   to wk-business-date(7:2)
           goback.
       end method.

       method-id buttonWcCancel_Click private.
       local-storage section.
       01 lk-due-date             pic 9(08).
       01 lk-source               pic X(08).
       01 lk-reference            pic X(12).
       01 lk-cancel-reason        pic X(40).
       01 lk-result-switch        pic X(01) value "N".
           88 lk-cancel-succeeded         value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20) value "buttonWcCancel".
       01 lk-audit-desc           pic X(60).
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if textBoxWcSource::Text = ""
               or textBoxWcReference::Text = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The source and reference are required.",
                   "Cancel Warehoused Item",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           if textBoxWcReason::Text = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   "A cancellation reason is required.",
                   "Cancel Warehoused Item",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if

           move dateTimePickerWc::Value::Year
               to lk-due-date(1:4)
           move dateTimePickerWc::Value::Month
               to lk-due-date(5:2)
           move dateTimePickerWc::Value::Day
               to lk-due-date(7:2)
           move spaces to lk-source lk-reference lk-cancel-reason
           move textBoxWcSource::Text    to lk-source
           move textBoxWcReference::Text to lk-reference
           move textBoxWcReason::Text    to lk-cancel-reason

           call "DL100WHX" using by reference lk-due-date
                                 by reference lk-source
                                 by reference lk-reference
                                 by reference wk-operator-id
                                 by reference lk-cancel-reason
                                 by reference wk-business-date
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-cancel-succeeded
               string "WAREHOUSED ITEM CANCELLED " lk-source " "
                   lk-reference
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Warehoused item " & lk-source & " " &
                   lk-reference & " due " & lk-due-date &
                   " cancelled.",
                   "Cancel Warehoused Item",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               string "WAREHOUSE CANCEL FAILED " lk-source " "
                   lk-reference
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The item could not be cancelled - " &
                   lk-reason-text,
                   "Cancel Warehoused Item",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

       method-id buttonWcClose_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
