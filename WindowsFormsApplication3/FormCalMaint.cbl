      *>                    unattended end-of-night chain (DL100RUN).
      *>   2026-09-01  JMS  Added the GL suspense write-off account
      *>                    posted when an aged leg is cancelled.
      *>   2026-10-15  JMS  Added the warehouse file path for future-
      *>                    dated items held until their due date.
      *>   2026-10-15  JMS  Added the account hold file path.
      *>   2026-10-15  JMS  Added the dormancy period and widened the
      *>                    run-stream step order to twenty steps.
      *>   2026-10-15  JMS  Added the standing instruction file path
      *>                    and the funds retry limit for DL100SIG.
      *>   2026-10-15  JMS  Added the cash case file path and the
      *>                    cash monitoring threshold, lookback, near
      *>                    band percentage and near deposit count
      *>                    read by DL100CSH.
      *>   2026-10-15  JMS  Added the GL control balance file path.
      *>   2026-10-15  JMS  Added each source's return path for the
      *>                    acknowledgement and reject-return file
      *>                    (DL100ACK), and the outbound return log
      *>                    path read by the feed arrival board.
      *>   2026-10-15  JMS  Added the pending-change queue path and
      *>                    the age in hours at which the run stream
      *>                    warns of changes still awaiting approval.
      *>   2026-10-15  JMS  Added the journal history prefix, the
      *>                    year-end tax extract path, and the tax
      *>                    reporting floor (DL100TAX).
      *> ----------------------------------------------------------------
       class-id WindowsFormsApplication3.FormCalMaint is partial
                 inherits type System.Windows.Forms.Form.
           05 lk-pw-expiry-days       pic 9(03).
           05 lk-lockout-attempts     pic 9(02).
           05 lk-daily-out-prefix     pic X(60).
           05 lk-run-stream-order     pic X(80).
           05 lk-writeoff-gl          pic X(10).
           05 lk-warehouse-path       pic X(60).
           05 lk-hold-path            pic X(60).
           05 lk-dormancy-days        pic 9(04).
           05 lk-si-file-path         pic X(60).
           05 lk-si-retry-limit       pic 9(02).
           05 lk-cash-case-path       pic X(60).
           05 lk-cash-threshold-amt   pic 9(09).
           05 lk-cash-lookback-days   pic 9(02).
           05 lk-cash-band-pct        pic 9(02).
           05 lk-cash-near-count      pic 9(02).
           05 lk-gl-balance-path      pic X(60).
           05 lk-return-log-path      pic X(60).
           05 lk-pending-path         pic X(60).
           05 lk-pending-alert-hours  pic 9(03).
           05 lk-journal-hist-prefix  pic X(60).
           05 lk-tax-extract-path     pic X(60).
           05 lk-tax-floor-amt        pic 9(05).
           05 filler                  pic X(20).
       01 lk-retention-edit       pic zz9.
       01 lk-expiry-edit          pic zz9.
       01 lk-lockout-edit         pic z9.
       01 lk-aging-edit           pic zz9.
       01 lk-tax-floor-edit       pic zzzz9.
       01 lk-pending-alert-edit   pic zz9.
       01 lk-si-retry-edit        pic z9.
       01 lk-dormancy-edit        pic zzz9.
       01 lk-cash-threshold-edit  pic zzzzzzzz9.
       01 lk-cash-lookback-edit   pic z9.
       01 lk-cash-band-edit       pic z9.
       01 lk-cash-near-edit       pic z9.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           call "DL100PM" using by reference lk-action-code
           move lk-daily-out-prefix to textBoxDailyOutPrefix::Text
           move lk-run-stream-order to textBoxRunStream::Text
           move lk-writeoff-gl      to textBoxWriteoffGl::Text
           move lk-warehouse-path   to textBoxWarehousePath::Text
           move lk-hold-path        to textBoxHoldPath::Text
           if lk-dormancy-days not numeric
               move zero to lk-dormancy-days
           end-if
           move lk-dormancy-days to lk-dormancy-edit
           move lk-dormancy-edit    to textBoxDormancyDays::Text
           move lk-si-file-path     to textBoxSiFilePath::Text
           if lk-si-retry-limit not numeric
               move zero to lk-si-retry-limit
           end-if
           move lk-si-retry-limit to lk-si-retry-edit
           move lk-si-retry-edit    to textBoxSiRetryLimit::Text
           move lk-cash-case-path   to textBoxCashCasePath::Text
           if lk-cash-threshold-amt not numeric
               move zero to lk-cash-threshold-amt
           end-if
           move lk-cash-threshold-amt to lk-cash-threshold-edit
           move lk-cash-threshold-edit to textBoxCashThreshold::Text
           if lk-cash-lookback-days not numeric
               move zero to lk-cash-lookback-days
           end-if
           move lk-cash-lookback-days to lk-cash-lookback-edit
           move lk-cash-lookback-edit to textBoxCashLookback::Text
           if lk-cash-band-pct not numeric
               move zero to lk-cash-band-pct
           end-if
           move lk-cash-band-pct to lk-cash-band-edit
           move lk-cash-band-edit   to textBoxCashBandPct::Text
           if lk-cash-near-count not numeric
               move zero to lk-cash-near-count
           end-if
           move lk-cash-near-count to lk-cash-near-edit
           move lk-cash-near-edit   to textBoxCashNearCount::Text
           move lk-gl-balance-path  to textBoxGlBalancePath::Text
           move lk-return-log-path  to textBoxReturnLogPath::Text
           move lk-pending-path     to textBoxPendingPath::Text
           if lk-pending-alert-hours not numeric
               move zero to lk-pending-alert-hours
           end-if
           move lk-pending-alert-hours to lk-pending-alert-edit
           move lk-pending-alert-edit to textBoxPendingHours::Text
           move lk-journal-hist-prefix to textBoxJournalHist::Text
           move lk-tax-extract-path to textBoxTaxExtract::Text
           if lk-tax-floor-amt not numeric
               move zero to lk-tax-floor-amt
           end-if
           move lk-tax-floor-amt to lk-tax-floor-edit
           move lk-tax-floor-edit   to textBoxTaxFloor::Text
           goback.
       end method.

           05 lk-pw-expiry-days       pic 9(03).
           05 lk-lockout-attempts     pic 9(02).
           05 lk-daily-out-prefix     pic X(60).
           05 lk-run-stream-order     pic X(80).
           05 lk-writeoff-gl          pic X(10).
           05 lk-warehouse-path       pic X(60).
           05 lk-hold-path            pic X(60).
           05 lk-dormancy-days        pic 9(04).
           05 lk-si-file-path         pic X(60).
           05 lk-si-retry-limit       pic 9(02).
           05 lk-cash-case-path       pic X(60).
           05 lk-cash-threshold-amt   pic 9(09).
           05 lk-cash-lookback-days   pic 9(02).
           05 lk-cash-band-pct        pic 9(02).
           05 lk-cash-near-count      pic 9(02).
           05 lk-gl-balance-path      pic X(60).
           05 lk-return-log-path      pic X(60).
           05 lk-pending-path         pic X(60).
           05 lk-pending-alert-hours  pic 9(03).
           05 lk-journal-hist-prefix  pic X(60).
           05 lk-tax-extract-path     pic X(60).
           05 lk-tax-floor-amt        pic 9(05).
           05 filler                  pic X(20) value spaces.
       01 lk-days-work            binary-long.
       01 lk-days-parsed          condition-value.
           move textBoxDailyOutPrefix::Text  to lk-daily-out-prefix
           move textBoxRunStream::Text       to lk-run-stream-order
           move textBoxWriteoffGl::Text      to lk-writeoff-gl
           move textBoxWarehousePath::Text   to lk-warehouse-path
           move textBoxHoldPath::Text        to lk-hold-path
           if textBoxDormancyDays::Text = ""
               move zero to lk-dormancy-days
           else
               invoke type System.Int32::TryParse(
                   textBoxDormancyDays::Text,
                   by reference lk-days-work)
                   returning lk-days-parsed
               if not lk-days-parsed
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Dormancy days must be a whole number.",
                       "Calendar Maintenance",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Warning)
                   goback
               end-if
               move lk-days-work to lk-dormancy-days
           end-if
           move textBoxSiFilePath::Text  to lk-si-file-path
           if textBoxSiRetryLimit::Text = ""
               move zero to lk-si-retry-limit
           else
               invoke type System.Int32::TryParse(
                   textBoxSiRetryLimit::Text,
                   by reference lk-days-work)
                   returning lk-days-parsed
               if not lk-days-parsed
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "The SI retry limit must be a whole number.",
                       "Calendar Maintenance",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Warning)
                   goback
               end-if
               move lk-days-work to lk-si-retry-limit
           end-if
           move textBoxCashCasePath::Text  to lk-cash-case-path
           if textBoxCashThreshold::Text = ""
               move zero to lk-cash-threshold-amt
           else
               invoke type System.Int32::TryParse(
                   textBoxCashThreshold::Text,
                   by reference lk-days-work)
                   returning lk-days-parsed
               if not lk-days-parsed
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "The cash threshold must be a whole number.",
                       "Calendar Maintenance",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Warning)
                   goback
               end-if
               move lk-days-work to lk-cash-threshold-amt
           end-if
           if textBoxCashLookback::Text = ""
               move zero to lk-cash-lookback-days
           else
               invoke type System.Int32::TryParse(
                   textBoxCashLookback::Text,
                   by reference lk-days-work)
                   returning lk-days-parsed
               if not lk-days-parsed
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "The cash lookback must be a whole number.",
                       "Calendar Maintenance",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Warning)
                   goback
               end-if
               move lk-days-work to lk-cash-lookback-days
           end-if
           if textBoxCashBandPct::Text = ""
               move zero to lk-cash-band-pct
           else
               invoke type System.Int32::TryParse(
                   textBoxCashBandPct::Text,
                   by reference lk-days-work)
                   returning lk-days-parsed
               if not lk-days-parsed
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "The near band % must be a whole number.",
                       "Calendar Maintenance",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Warning)
                   goback
               end-if
               move lk-days-work to lk-cash-band-pct
           end-if
           if textBoxCashNearCount::Text = ""
               move zero to lk-cash-near-count
           else
               invoke type System.Int32::TryParse(
                   textBoxCashNearCount::Text,
                   by reference lk-days-work)
                   returning lk-days-parsed
               if not lk-days-parsed
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "The near deposit count must be a whole number.",
                       "Calendar Maintenance",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Warning)
                   goback
               end-if
               move lk-days-work to lk-cash-near-count
           end-if
           move textBoxGlBalancePath::Text  to lk-gl-balance-path
           move textBoxReturnLogPath::Text  to lk-return-log-path
           move textBoxPendingPath::Text  to lk-pending-path
           if textBoxPendingHours::Text = ""
               move zero to lk-pending-alert-hours
           else
               invoke type System.Int32::TryParse(
                   textBoxPendingHours::Text,
                   by reference lk-days-work)
                   returning lk-days-parsed
               if not lk-days-parsed
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Pending alert hours must be a whole number.",
                       "Calendar Maintenance",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Warning)
                   goback
               end-if
               move lk-days-work to lk-pending-alert-hours
           end-if
           move textBoxJournalHist::Text  to lk-journal-hist-prefix
           move textBoxTaxExtract::Text  to lk-tax-extract-path
           if textBoxTaxFloor::Text = ""
               move zero to lk-tax-floor-amt
           else
               invoke type System.Int32::TryParse(
                   textBoxTaxFloor::Text,
                   by reference lk-days-work)
                   returning lk-days-parsed
               if not lk-days-parsed
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Tax report floor must be a whole number.",
                       "Calendar Maintenance",
                       type System.Windows.Forms.MessageBoxButtons::OK,
                       type System.Windows.Forms.MessageBoxIcon::Warning)
                   goback
               end-if
               move lk-days-work to lk-tax-floor-amt
           end-if

           call "DL100PM" using by reference lk-action-code
                                 by reference lk-parm-record
       01 lk-business-date        pic 9(08).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-source               pic X(08).
       01 lk-return-path          pic X(60).
       01 lk-result-switch        pic X(01).
           88 lk-result-is-success        value "Y".
       procedure division using by value sender as object
                                 by reference lk-entry-number
                                 by reference lk-source
                                 by reference wk-operator-id
                                 by reference lk-return-path
                                 by reference lk-result-switch

           if lk-result-is-success
       01 lk-business-date        pic 9(08).
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-source               pic X(08).
       01 lk-return-path          pic X(60).
       01 lk-result-switch        pic X(01).
           88 lk-result-is-success        value "Y".
       procedure division using by value sender as object
                                 by reference lk-entry-number
                                 by reference lk-source
                                 by reference wk-operator-id
                                 by reference lk-return-path
                                 by reference lk-result-switch

           if lk-result-is-success
           goback.
       end method.

      *> Sets the path prefix the keyed source's acknowledgement and
      *> reject-return file is written to. The path belongs to the
      *> source, not the selected date - DL100ESM keeps it on the
      *> source's standing entry.
       method-id buttonExpSetReturn_Click private.
       local-storage section.
       01 lk-action-code          pic X(01) value "P".
       01 lk-business-date        pic 9(08) value 0.
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-source               pic X(08).
       01 lk-return-path          pic X(60).
       01 lk-result-switch        pic X(01).
           88 lk-result-is-success        value "Y".
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           if textBoxExpSource::Text = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Key the source whose return path is being set.",
                   "Calendar Maintenance",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
               goback
           end-if
           move spaces to lk-source lk-return-path
           move textBoxExpSource::Text to lk-source
           move textBoxExpReturn::Text to lk-return-path

           call "DL100ESM" using by reference lk-action-code
                                 by reference lk-business-date
                                 by reference lk-entry-number
                                 by reference lk-source
                                 by reference wk-operator-id
                                 by reference lk-return-path
                                 by reference lk-result-switch

           if lk-result-is-success
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Return path for source " & lk-source & " saved.",
                   "Calendar Maintenance",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           else
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The return path for source " & lk-source &
                   " could not be saved.",
                   "Calendar Maintenance",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Warning)
           end-if
           goback.
       end method.

      *> Shows the return path currently set for the keyed source.
       method-id buttonExpShowReturn_Click private.
       local-storage section.
       01 lk-action-code          pic X(01) value "R".
       01 lk-business-date        pic 9(08) value 0.
       01 lk-entry-number         pic 9(04) value 0.
       01 lk-source               pic X(08).
       01 lk-return-path          pic X(60).
       01 lk-result-switch        pic X(01).
           88 lk-result-is-success        value "Y".
       procedure division using by value sender as object
                                 e as type System.EventArgs.
           move spaces to lk-source
           move textBoxExpSource::Text to lk-source

           call "DL100ESM" using by reference lk-action-code
                                 by reference lk-business-date
                                 by reference lk-entry-number
                                 by reference lk-source
                                 by reference wk-operator-id
                                 by reference lk-return-path
                                 by reference lk-result-switch

           if lk-result-is-success and lk-return-path not = spaces
               move lk-return-path to textBoxExpReturn::Text
           else
               move spaces to textBoxExpReturn::Text
               invoke type System.Windows.Forms.MessageBox::Show(
                   "No return path is set for source " & lk-source &
                   " - its file takes the default name.",
                   "Calendar Maintenance",
                   type System.Windows.Forms.MessageBoxButtons::OK,
                   type System.Windows.Forms.MessageBoxIcon::Information)
           end-if
           goback.
       end method.

       method-id buttonClose_Click private.
       procedure division using by value sender as object
                                 e as type System.EventArgs.
