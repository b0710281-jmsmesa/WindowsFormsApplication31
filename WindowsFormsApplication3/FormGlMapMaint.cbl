      *>                    mapping record) and audit through DL100AU,
      *>                    success and failure alike, matching the
      *>                    other maintenance screens.
      *>   2026-10-15  JMS  Save and delete no longer apply directly -
      *>                    they queue the change through DL100PCM for
      *>                    a second supervisor to approve on the
      *>                    pending change queue (FormChangeQueue).
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.FormGlMapMaint is partial
                 inherits type System.Windows.Forms.Form.
           goback.
       end method.

      *> Queues a new mapping, or a change to an existing one, for the
      *> keyed type/source. It takes effect when a second supervisor
      *> approves it on the pending change queue.
       method-id buttonGmSave_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::queueMapChange("A", "buttonGmSave", "save")
           goback.
       end method.

      *> Queues removal of the mapping for the keyed type/source.
       method-id buttonGmDelete_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           invoke self::queueMapChange("D", "buttonGmDelete", "delete")
           goback.
       end method.

      *> Shared by Save and Delete - queues the mapping change through
      *> DL100PCM with the signed-on operator as the requester, audits
      *> the request, and tells the operator the change ID.
       method-id queueMapChange private.
       local-storage section.
       01 lk-queue-action         pic X(01) value "Q".
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-change-record.
           05 lk-chg-id               pic 9(06).
           05 lk-chg-target           pic X(01).
           05 lk-chg-action           pic X(01).
           05 lk-chg-map-type         pic X(02).
           05 lk-chg-map-source       pic X(08).
           05 filler                  pic X(20).
           05 lk-chg-before-switch    pic X(01).
           05 lk-chg-before-image     pic X(40).
           05 lk-chg-after-debit      pic X(10).
           05 lk-chg-after-credit     pic X(10).
           05 filler                  pic X(20).
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
           88 lk-result-is-success        value "Y".
       01 lk-reason-text          pic X(40).
       01 lk-audit-control        pic X(20).
       01 lk-audit-desc           pic X(60).
       procedure division using by value p-action-code as string
                                 p-control-name as string
                                 p-action-word as string.
           move p-control-name to lk-audit-control
           move spaces to lk-change-record
           move "G" to lk-chg-target
           move p-action-code to lk-chg-action
           move textBoxGmType::Text   to lk-chg-map-type
           move textBoxGmSource::Text to lk-chg-map-source
           if p-action-code not = "D"
               move textBoxGmDebit::Text  to lk-chg-after-debit
               move textBoxGmCredit::Text to lk-chg-after-credit
           end-if

           call "DL100PCM" using by reference lk-queue-action
                                 by reference lk-entry-number
                                 by reference lk-change-record
                                 by reference wk-operator-id
                                 by reference lk-result-switch
                                 by reference lk-reason-text

           if lk-result-is-success
               string "CHANGE " lk-chg-id " REQUESTED GL MAPPING "
                   lk-chg-map-type "/" lk-chg-map-source
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "S"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The " & p-action-word & " of mapping " &
                   lk-chg-map-type & "/" & lk-chg-map-source &
                   " is queued as change " & lk-chg-id &
                   " and takes effect when a second supervisor"
                   & " approves it.",
                   "GL Mapping Maintenance",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               string "CHANGE REQUEST FAILED GL MAPPING "
                   lk-chg-map-type "/" lk-chg-map-source
                   delimited by size into lk-audit-desc
               call "DL100AU" using by reference wk-operator-id
                                 by reference lk-audit-control
                                 by reference lk-audit-desc
                                 by reference "F"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The " & p-action-word & " of mapping " &
                   lk-chg-map-type & "/" & lk-chg-map-source &
                   " could not be queued - " & lk-reason-text,
                   "GL Mapping Maintenance",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
