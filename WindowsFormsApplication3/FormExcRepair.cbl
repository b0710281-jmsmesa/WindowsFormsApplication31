      *>   2026-08-21  JMS  A non-numeric corrected amount now gets a
      *>                    validation message instead of throwing out
      *>                    of the click handler.
      *>   2026-10-15  JMS  Write Off no longer applies directly - it
      *>                    queues the write-off through DL100PCM for a
      *>                    second supervisor to approve on the pending
      *>                    change queue.
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.FormExcRepair is partial
                 inherits type System.Windows.Forms.Form.
           goback.
       end method.

      *> Queues a write-off of the selected exception - no resubmit.
      *> The exception stays open until a second supervisor approves
      *> the write-off on the pending change queue.
       method-id buttonExcWriteOff_Click private.
       local-storage section.
       01 lk-queue-action         pic X(01) value "Q".
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-change-record.
           05 lk-chg-id               pic 9(06).
           05 lk-chg-target           pic X(01).
           05 lk-chg-action           pic X(01).
           05 lk-chg-business-date    pic 9(08).
           05 lk-chg-entry-number     pic 9(04).
           05 filler                  pic X(18).
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
           88 lk-queue-succeeded          value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20) value "buttonExcWriteOff".
       01 lk-audit-desc           pic X(60).
       procedure division using by value sender as object
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           move spaces to lk-change-record
           move "X" to lk-chg-target
           move "W" to lk-chg-action
           move wk-business-date to lk-chg-business-date
           compute lk-chg-entry-number = listBoxExc::SelectedIndex + 1

           call "DL100PCM" using by reference lk-queue-action
                                 by reference lk-entry-number
                                 by reference lk-change-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-queue-succeeded
               string "CHANGE " lk-chg-id " REQUESTED WRITE-OFF "
                   wk-business-date "/" lk-chg-entry-number
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The write-off is queued as change " & lk-chg-id &
                   " and takes effect when a second supervisor"
                   & " approves it.",
                   "Exception Repair",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               string "CHANGE REQUEST FAILED WRITE-OFF "
                   wk-business-date "/" lk-chg-entry-number
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The write-off could not be queued - " &
                   lk-reason-text,
                   "Exception Repair",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
