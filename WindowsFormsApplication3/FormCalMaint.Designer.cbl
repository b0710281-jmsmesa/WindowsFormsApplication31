       01 textBoxExpSource type System.Windows.Forms.TextBox.
       01 buttonExpAdd type System.Windows.Forms.Button.
       01 buttonExpRemove type System.Windows.Forms.Button.
       01 labelExpReturn type System.Windows.Forms.Label.
       01 textBoxExpReturn type System.Windows.Forms.TextBox.
       01 buttonExpSetReturn type System.Windows.Forms.Button.
       01 buttonExpShowReturn type System.Windows.Forms.Button.
       01 groupBoxPaths type System.Windows.Forms.GroupBox.
       01 labelCalendarPath type System.Windows.Forms.Label.
       01 textBoxCalendarPath type System.Windows.Forms.TextBox.
       01 textBoxRunStream type System.Windows.Forms.TextBox.
       01 labelWriteoffGl type System.Windows.Forms.Label.
       01 textBoxWriteoffGl type System.Windows.Forms.TextBox.
       01 labelWarehousePath type System.Windows.Forms.Label.
       01 textBoxWarehousePath type System.Windows.Forms.TextBox.
       01 labelHoldPath type System.Windows.Forms.Label.
       01 textBoxHoldPath type System.Windows.Forms.TextBox.
       01 labelDormancyDays type System.Windows.Forms.Label.
       01 textBoxDormancyDays type System.Windows.Forms.TextBox.
       01 labelSiFilePath type System.Windows.Forms.Label.
       01 textBoxSiFilePath type System.Windows.Forms.TextBox.
       01 labelSiRetryLimit type System.Windows.Forms.Label.
       01 textBoxSiRetryLimit type System.Windows.Forms.TextBox.
       01 labelCashCasePath type System.Windows.Forms.Label.
       01 textBoxCashCasePath type System.Windows.Forms.TextBox.
       01 labelCashThreshold type System.Windows.Forms.Label.
       01 textBoxCashThreshold type System.Windows.Forms.TextBox.
       01 labelCashLookback type System.Windows.Forms.Label.
       01 textBoxCashLookback type System.Windows.Forms.TextBox.
       01 labelCashBandPct type System.Windows.Forms.Label.
       01 textBoxCashBandPct type System.Windows.Forms.TextBox.
       01 labelCashNearCount type System.Windows.Forms.Label.
       01 textBoxCashNearCount type System.Windows.Forms.TextBox.
       01 labelGlBalancePath type System.Windows.Forms.Label.
       01 textBoxGlBalancePath type System.Windows.Forms.TextBox.
       01 labelReturnLogPath type System.Windows.Forms.Label.
       01 textBoxReturnLogPath type System.Windows.Forms.TextBox.
       01 labelPendingPath type System.Windows.Forms.Label.
       01 textBoxPendingPath type System.Windows.Forms.TextBox.
       01 labelPendingHours type System.Windows.Forms.Label.
       01 textBoxPendingHours type System.Windows.Forms.TextBox.
       01 labelJournalHist type System.Windows.Forms.Label.
       01 textBoxJournalHist type System.Windows.Forms.TextBox.
       01 labelTaxExtract type System.Windows.Forms.Label.
       01 textBoxTaxExtract type System.Windows.Forms.TextBox.
       01 labelTaxFloor type System.Windows.Forms.Label.
       01 textBoxTaxFloor type System.Windows.Forms.TextBox.
       01 buttonPathsSave type System.Windows.Forms.Button.
       01 buttonClose type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.
       set textBoxExpSource to new System.Windows.Forms.TextBox
       set buttonExpAdd to new System.Windows.Forms.Button
       set buttonExpRemove to new System.Windows.Forms.Button
       set labelExpReturn to new System.Windows.Forms.Label
       set textBoxExpReturn to new System.Windows.Forms.TextBox
       set buttonExpSetReturn to new System.Windows.Forms.Button
       set buttonExpShowReturn to new System.Windows.Forms.Button
       set groupBoxPaths to new System.Windows.Forms.GroupBox
       set labelCalendarPath to new System.Windows.Forms.Label
       set textBoxCalendarPath to new System.Windows.Forms.TextBox
       set textBoxRunStream to new System.Windows.Forms.TextBox
       set labelWriteoffGl to new System.Windows.Forms.Label
       set textBoxWriteoffGl to new System.Windows.Forms.TextBox
       set labelWarehousePath to new System.Windows.Forms.Label
       set textBoxWarehousePath to new System.Windows.Forms.TextBox
       set labelHoldPath to new System.Windows.Forms.Label
       set textBoxHoldPath to new System.Windows.Forms.TextBox
       set labelDormancyDays to new System.Windows.Forms.Label
       set textBoxDormancyDays to new System.Windows.Forms.TextBox
       set labelSiFilePath to new System.Windows.Forms.Label
       set textBoxSiFilePath to new System.Windows.Forms.TextBox
       set labelSiRetryLimit to new System.Windows.Forms.Label
       set textBoxSiRetryLimit to new System.Windows.Forms.TextBox
       set labelCashCasePath to new System.Windows.Forms.Label
       set textBoxCashCasePath to new System.Windows.Forms.TextBox
       set labelCashThreshold to new System.Windows.Forms.Label
       set textBoxCashThreshold to new System.Windows.Forms.TextBox
       set labelCashLookback to new System.Windows.Forms.Label
       set textBoxCashLookback to new System.Windows.Forms.TextBox
       set labelCashBandPct to new System.Windows.Forms.Label
       set textBoxCashBandPct to new System.Windows.Forms.TextBox
       set labelCashNearCount to new System.Windows.Forms.Label
       set textBoxCashNearCount to new System.Windows.Forms.TextBox
       set labelGlBalancePath to new System.Windows.Forms.Label
       set textBoxGlBalancePath to new System.Windows.Forms.TextBox
       set labelReturnLogPath to new System.Windows.Forms.Label
       set textBoxReturnLogPath to new System.Windows.Forms.TextBox
       set labelPendingPath to new System.Windows.Forms.Label
       set textBoxPendingPath to new System.Windows.Forms.TextBox
       set labelPendingHours to new System.Windows.Forms.Label
       set textBoxPendingHours to new System.Windows.Forms.TextBox
       set labelJournalHist to new System.Windows.Forms.Label
       set textBoxJournalHist to new System.Windows.Forms.TextBox
       set labelTaxExtract to new System.Windows.Forms.Label
       set textBoxTaxExtract to new System.Windows.Forms.TextBox
       set labelTaxFloor to new System.Windows.Forms.Label
       set textBoxTaxFloor to new System.Windows.Forms.TextBox
       set buttonPathsSave to new System.Windows.Forms.Button
       set buttonClose to new System.Windows.Forms.Button
       invoke self::SuspendLayout
      *>
       set groupBoxCalendar::Location to new System.Drawing.Point(12 12)
       set groupBoxCalendar::Name to "groupBoxCalendar"
       set groupBoxCalendar::Size to new System.Drawing.Size(360 225)
       set groupBoxCalendar::TabIndex to 0
       set groupBoxCalendar::TabStop to False
       set groupBoxCalendar::Text to "Business Calendar"
       invoke buttonExpRemove::add_Click(
           new System.EventHandler(self::buttonExpRemove_Click))
      *>
      *> labelExpReturn / textBoxExpReturn / buttonExpSetReturn /
      *> buttonExpShowReturn
      *>
      *> The path prefix the keyed source's acknowledgement and
      *> reject-return file is written to by DL100ACK - the business
      *> date is added to it.  It belongs to the source, not to the
      *> selected date; left blank, DL100ACK names the file RTN,
      *> the source, and the date.
      *>
       set labelExpReturn::Location to new System.Drawing.Point(15 173)
       set labelExpReturn::Name to "labelExpReturn"
       set labelExpReturn::Size to new System.Drawing.Size(95 13)
       set labelExpReturn::TabIndex to 11
       set labelExpReturn::Text to "Return path"
       set textBoxExpReturn::Location to
           new System.Drawing.Point(120 170)
       set textBoxExpReturn::Name to "textBoxExpReturn"
       set textBoxExpReturn::Size to new System.Drawing.Size(230 20)
       set textBoxExpReturn::TabIndex to 12
       set textBoxExpReturn::MaxLength to 60
       set buttonExpSetReturn::Location to
           new System.Drawing.Point(120 195)
       set buttonExpSetReturn::Name to "buttonExpSetReturn"
       set buttonExpSetReturn::Size to new System.Drawing.Size(85 23)
       set buttonExpSetReturn::TabIndex to 13
       set buttonExpSetReturn::Text to "Set return"
       set buttonExpSetReturn::UseVisualStyleBackColor to True
       invoke buttonExpSetReturn::add_Click(
           new System.EventHandler(self::buttonExpSetReturn_Click))
       set buttonExpShowReturn::Location to
           new System.Drawing.Point(213 195)
       set buttonExpShowReturn::Name to "buttonExpShowReturn"
       set buttonExpShowReturn::Size to new System.Drawing.Size(85 23)
       set buttonExpShowReturn::TabIndex to 14
       set buttonExpShowReturn::Text to "Show return"
       set buttonExpShowReturn::UseVisualStyleBackColor to True
       invoke buttonExpShowReturn::add_Click(
           new System.EventHandler(self::buttonExpShowReturn_Click))
      *>
      *> groupBoxPaths
      *>
       set groupBoxPaths::Location to new System.Drawing.Point(12 247)
       set groupBoxPaths::Name to "groupBoxPaths"
       set groupBoxPaths::Size to new System.Drawing.Size(360 1145)
       set groupBoxPaths::TabIndex to 6
       set groupBoxPaths::TabStop to False
       set groupBoxPaths::Text to "File Paths"
      *>
      *> labelRunStream / textBoxRunStream
      *>
      *> Step order for the unattended end-of-night chain - up to
      *> twenty four-character slots of step mnemonics (ACF ACR HLD
      *> SIG NC ACK RCN DRM DC CSH SNP GLX GLP EXP SAG); blank takes
      *> the default chain.
      *>
       set labelRunStream::Location to new System.Drawing.Point(15 625)
       set labelRunStream::Name to "labelRunStream"
       set textBoxRunStream::Name to "textBoxRunStream"
       set textBoxRunStream::Size to new System.Drawing.Size(235 20)
       set textBoxRunStream::TabIndex to 51
       set textBoxRunStream::MaxLength to 80
      *>
      *> labelWriteoffGl / textBoxWriteoffGl
      *>
       set textBoxWriteoffGl::TabIndex to 53
       set textBoxWriteoffGl::MaxLength to 10
      *>
      *> labelWarehousePath / textBoxWarehousePath
      *>
      *> Indexed file holding future-dated items until their due
      *> date (DL100NC, DL100WHR, DL100WHX).
      *>
       set labelWarehousePath::Location to new System.Drawing.Point(15 675)
       set labelWarehousePath::Name to "labelWarehousePath"
       set labelWarehousePath::Size to new System.Drawing.Size(90 13)
       set labelWarehousePath::TabIndex to 54
       set labelWarehousePath::Text to "Warehouse file"
       set textBoxWarehousePath::Location to
           new System.Drawing.Point(110 672)
       set textBoxWarehousePath::Name to "textBoxWarehousePath"
       set textBoxWarehousePath::Size to new System.Drawing.Size(235 20)
       set textBoxWarehousePath::TabIndex to 55
       set textBoxWarehousePath::MaxLength to 60
      *>
      *> labelHoldPath / textBoxHoldPath
      *>
      *> Indexed account hold file (DL100HLM, DL100NC,
      *> DL100HLD).
      *>
       set labelHoldPath::Location to new System.Drawing.Point(15 700)
       set labelHoldPath::Name to "labelHoldPath"
       set labelHoldPath::Size to new System.Drawing.Size(90 13)
       set labelHoldPath::TabIndex to 56
       set labelHoldPath::Text to "Hold file"
       set textBoxHoldPath::Location to
           new System.Drawing.Point(110 697)
       set textBoxHoldPath::Name to "textBoxHoldPath"
       set textBoxHoldPath::Size to new System.Drawing.Size(235 20)
       set textBoxHoldPath::TabIndex to 57
       set textBoxHoldPath::MaxLength to 60
      *>
      *> labelDormancyDays / textBoxDormancyDays
      *>
      *> Days without customer activity after which the nightly cycle
      *> marks an open account dormant; blank or zero takes 365.
      *>
       set labelDormancyDays::Location to new System.Drawing.Point(15 725)
       set labelDormancyDays::Name to "labelDormancyDays"
       set labelDormancyDays::Size to new System.Drawing.Size(90 13)
       set labelDormancyDays::TabIndex to 58
       set labelDormancyDays::Text to "Dormancy days"
       set textBoxDormancyDays::Location to
           new System.Drawing.Point(110 722)
       set textBoxDormancyDays::Name to "textBoxDormancyDays"
       set textBoxDormancyDays::Size to new System.Drawing.Size(50 20)
       set textBoxDormancyDays::TabIndex to 59
       set textBoxDormancyDays::MaxLength to 4
      *>
      *> labelSiFilePath / textBoxSiFilePath
      *>
      *> Standing instruction file maintained by FormSiMaint and
      *> read by the generator step (DL100SIG).
      *>
       set labelSiFilePath::Location to new System.Drawing.Point(15 750)
       set labelSiFilePath::Name to "labelSiFilePath"
       set labelSiFilePath::Size to new System.Drawing.Size(90 13)
       set labelSiFilePath::TabIndex to 60
       set labelSiFilePath::Text to "SI file"
       set textBoxSiFilePath::Location to
           new System.Drawing.Point(110 747)
       set textBoxSiFilePath::Name to "textBoxSiFilePath"
       set textBoxSiFilePath::Size to new System.Drawing.Size(235 20)
       set textBoxSiFilePath::TabIndex to 61
       set textBoxSiFilePath::MaxLength to 60
      *>
      *> labelSiRetryLimit / textBoxSiRetryLimit
      *>
      *> Times a standing transfer refused for funds is retried on
      *> later dates before it is failed; blank or zero takes 3.
      *>
       set labelSiRetryLimit::Location to new System.Drawing.Point(15 775)
       set labelSiRetryLimit::Name to "labelSiRetryLimit"
       set labelSiRetryLimit::Size to new System.Drawing.Size(90 13)
       set labelSiRetryLimit::TabIndex to 62
       set labelSiRetryLimit::Text to "SI retries"
       set textBoxSiRetryLimit::Location to
           new System.Drawing.Point(110 772)
       set textBoxSiRetryLimit::Name to "textBoxSiRetryLimit"
       set textBoxSiRetryLimit::Size to new System.Drawing.Size(50 20)
       set textBoxSiRetryLimit::TabIndex to 63
       set textBoxSiRetryLimit::MaxLength to 2
      *>
      *> labelCashCasePath / textBoxCashCasePath
      *>
      *> Case file written by the cash monitoring step (DL100CSH)
      *> and worked on FormCashCase.
      *>
       set labelCashCasePath::Location to new System.Drawing.Point(15 800)
       set labelCashCasePath::Name to "labelCashCasePath"
       set labelCashCasePath::Size to new System.Drawing.Size(90 13)
       set labelCashCasePath::TabIndex to 64
       set labelCashCasePath::Text to "Cash case file"
       set textBoxCashCasePath::Location to
           new System.Drawing.Point(110 797)
       set textBoxCashCasePath::Name to "textBoxCashCasePath"
       set textBoxCashCasePath::Size to new System.Drawing.Size(235 20)
       set textBoxCashCasePath::TabIndex to 65
       set textBoxCashCasePath::MaxLength to 60
      *>
      *> labelCashThreshold / textBoxCashThreshold
      *>
      *> Reporting threshold in whole units - an account's deposits
      *> or withdrawals for a date above it are listed.  Blank or
      *> zero takes 10000.
      *>
       set labelCashThreshold::Location to new System.Drawing.Point(15 825)
       set labelCashThreshold::Name to "labelCashThreshold"
       set labelCashThreshold::Size to new System.Drawing.Size(90 13)
       set labelCashThreshold::TabIndex to 66
       set labelCashThreshold::Text to "Cash threshold"
       set textBoxCashThreshold::Location to
           new System.Drawing.Point(110 822)
       set textBoxCashThreshold::Name to "textBoxCashThreshold"
       set textBoxCashThreshold::Size to new System.Drawing.Size(90 20)
       set textBoxCashThreshold::TabIndex to 67
       set textBoxCashThreshold::MaxLength to 9
      *>
      *> labelCashLookback / textBoxCashLookback
      *>
      *> Business days, ending on the run date, searched for
      *> repeated deposits just under the threshold.  Zero takes 10.
      *>
       set labelCashLookback::Location to new System.Drawing.Point(15 850)
       set labelCashLookback::Name to "labelCashLookback"
       set labelCashLookback::Size to new System.Drawing.Size(90 13)
       set labelCashLookback::TabIndex to 68
       set labelCashLookback::Text to "Cash lookback"
       set textBoxCashLookback::Location to
           new System.Drawing.Point(110 847)
       set textBoxCashLookback::Name to "textBoxCashLookback"
       set textBoxCashLookback::Size to new System.Drawing.Size(50 20)
       set textBoxCashLookback::TabIndex to 69
       set textBoxCashLookback::MaxLength to 2
      *>
      *> labelCashBandPct / textBoxCashBandPct
      *>
      *> How far below the threshold, as a percentage, a deposit
      *> still counts as just under it.  Zero takes 10.
      *>
       set labelCashBandPct::Location to new System.Drawing.Point(15 875)
       set labelCashBandPct::Name to "labelCashBandPct"
       set labelCashBandPct::Size to new System.Drawing.Size(90 13)
       set labelCashBandPct::TabIndex to 70
       set labelCashBandPct::Text to "Near band %"
       set textBoxCashBandPct::Location to
           new System.Drawing.Point(110 872)
       set textBoxCashBandPct::Name to "textBoxCashBandPct"
       set textBoxCashBandPct::Size to new System.Drawing.Size(50 20)
       set textBoxCashBandPct::TabIndex to 71
       set textBoxCashBandPct::MaxLength to 2
      *>
      *> labelCashNearCount / textBoxCashNearCount
      *>
      *> Deposits in the band within the lookback that flag the
      *> account for structuring.  Zero takes 3.
      *>
       set labelCashNearCount::Location to new System.Drawing.Point(15 900)
       set labelCashNearCount::Name to "labelCashNearCount"
       set labelCashNearCount::Size to new System.Drawing.Size(90 13)
       set labelCashNearCount::TabIndex to 72
       set labelCashNearCount::Text to "Near deposits"
       set textBoxCashNearCount::Location to
           new System.Drawing.Point(110 897)
       set textBoxCashNearCount::Name to "textBoxCashNearCount"
       set textBoxCashNearCount::Size to new System.Drawing.Size(50 20)
       set textBoxCashNearCount::TabIndex to 73
       set textBoxCashNearCount::MaxLength to 2
      *>
      *> labelGlBalancePath / textBoxGlBalancePath
      *>
      *> GL control balance file carried forward from every journal
      *> line (DL100GLB) and proved by DL100GLP.
      *>
       set labelGlBalancePath::Location to new System.Drawing.Point(15 925)
       set labelGlBalancePath::Name to "labelGlBalancePath"
       set labelGlBalancePath::Size to new System.Drawing.Size(90 13)
       set labelGlBalancePath::TabIndex to 74
       set labelGlBalancePath::Text to "GL balance file"
       set textBoxGlBalancePath::Location to
           new System.Drawing.Point(110 922)
       set textBoxGlBalancePath::Name to "textBoxGlBalancePath"
       set textBoxGlBalancePath::Size to new System.Drawing.Size(235 20)
       set textBoxGlBalancePath::TabIndex to 75
       set textBoxGlBalancePath::MaxLength to 60
      *>
      *> labelReturnLogPath / textBoxReturnLogPath
      *>
      *> Written by DL100ACK as each source is sent its
      *> acknowledgement and reject-return file; read by the
      *> feed arrival board for the outbound status.
      *>
       set labelReturnLogPath::Location to new System.Drawing.Point(15 950)
       set labelReturnLogPath::Name to "labelReturnLogPath"
       set labelReturnLogPath::Size to new System.Drawing.Size(90 13)
       set labelReturnLogPath::TabIndex to 76
       set labelReturnLogPath::Text to "Return log"
       set textBoxReturnLogPath::Location to
           new System.Drawing.Point(110 947)
       set textBoxReturnLogPath::Name to "textBoxReturnLogPath"
       set textBoxReturnLogPath::Size to new System.Drawing.Size(235 20)
       set textBoxReturnLogPath::TabIndex to 77
       set textBoxReturnLogPath::MaxLength to 60
      *>
      *> labelPendingPath / textBoxPendingPath
      *>
      *> Queue of limit, GL mapping, rate and write-off changes
      *> awaiting a second supervisor's approval (DL100PCM).
      *>
       set labelPendingPath::Location to new System.Drawing.Point(15 975)
       set labelPendingPath::Name to "labelPendingPath"
       set labelPendingPath::Size to new System.Drawing.Size(90 13)
       set labelPendingPath::TabIndex to 78
       set labelPendingPath::Text to "Pending changes"
       set textBoxPendingPath::Location to
           new System.Drawing.Point(110 972)
       set textBoxPendingPath::Name to "textBoxPendingPath"
       set textBoxPendingPath::Size to new System.Drawing.Size(235 20)
       set textBoxPendingPath::TabIndex to 79
       set textBoxPendingPath::MaxLength to 60
      *>
      *> labelPendingHours / textBoxPendingHours
      *>
      *> Age in hours at which DL100RUN warns of changes still
      *> awaiting approval.  Zero takes 24.
      *>
       set labelPendingHours::Location to new System.Drawing.Point(15 1000)
       set labelPendingHours::Name to "labelPendingHours"
       set labelPendingHours::Size to new System.Drawing.Size(90 13)
       set labelPendingHours::TabIndex to 80
       set labelPendingHours::Text to "Pending alert hrs"
       set textBoxPendingHours::Location to
           new System.Drawing.Point(110 997)
       set textBoxPendingHours::Name to "textBoxPendingHours"
       set textBoxPendingHours::Size to new System.Drawing.Size(50 20)
       set textBoxPendingHours::TabIndex to 81
       set textBoxPendingHours::MaxLength to 3
      *>
      *> labelJournalHist / textBoxJournalHist
      *>
      *> Prefix for the dated copy of each day's GL journal kept by
      *> DL100GLX for the year-end tax reporting tie (DL100TAX).
      *>
       set labelJournalHist::Location to new System.Drawing.Point(15 1025)
       set labelJournalHist::Name to "labelJournalHist"
       set labelJournalHist::Size to new System.Drawing.Size(90 13)
       set labelJournalHist::TabIndex to 82
       set labelJournalHist::Text to "Journal history"
       set textBoxJournalHist::Location to
           new System.Drawing.Point(110 1022)
       set textBoxJournalHist::Name to "textBoxJournalHist"
       set textBoxJournalHist::Size to new System.Drawing.Size(235 20)
       set textBoxJournalHist::TabIndex to 83
       set textBoxJournalHist::MaxLength to 60
      *>
      *> labelTaxExtract / textBoxTaxExtract
      *>
      *> Year-end interest and fee extract for the tax-reporting
      *> vendor, written by DL100TAX.
      *>
       set labelTaxExtract::Location to new System.Drawing.Point(15 1050)
       set labelTaxExtract::Name to "labelTaxExtract"
       set labelTaxExtract::Size to new System.Drawing.Size(90 13)
       set labelTaxExtract::TabIndex to 84
       set labelTaxExtract::Text to "Tax extract"
       set textBoxTaxExtract::Location to
           new System.Drawing.Point(110 1047)
       set textBoxTaxExtract::Name to "textBoxTaxExtract"
       set textBoxTaxExtract::Size to new System.Drawing.Size(235 20)
       set textBoxTaxExtract::TabIndex to 85
       set textBoxTaxExtract::MaxLength to 60
      *>
      *> labelTaxFloor / textBoxTaxFloor
      *>
      *> Whole-unit amount under which interest or fees are listed
      *> on the tax summary instead of the extract.  Zero takes 10.
      *>
       set labelTaxFloor::Location to new System.Drawing.Point(15 1075)
       set labelTaxFloor::Name to "labelTaxFloor"
       set labelTaxFloor::Size to new System.Drawing.Size(90 13)
       set labelTaxFloor::TabIndex to 86
       set labelTaxFloor::Text to "Tax report floor"
       set textBoxTaxFloor::Location to
           new System.Drawing.Point(110 1072)
       set textBoxTaxFloor::Name to "textBoxTaxFloor"
       set textBoxTaxFloor::Size to new System.Drawing.Size(60 20)
       set textBoxTaxFloor::TabIndex to 87
       set textBoxTaxFloor::MaxLength to 5
      *>
      *> buttonPathsSave
      *>
       set buttonPathsSave::Location to new System.Drawing.Point(255 1105)
       set buttonPathsSave::Name to "buttonPathsSave"
       set buttonPathsSave::Size to new System.Drawing.Size(90 23)
       set buttonPathsSave::TabIndex to 88
       set buttonPathsSave::Text to "Save Paths"
       set buttonPathsSave::UseVisualStyleBackColor to True
       invoke buttonPathsSave::add_Click(
      *>
      *> buttonClose
      *>
       set buttonClose::Location to new System.Drawing.Point(297 1403)
       set buttonClose::Name to "buttonClose"
       set buttonClose::Size to new System.Drawing.Size(75 23)
       set buttonClose::TabIndex to 15
      *>
      *> FormCalMaint
      *>
       set self::ClientSize to new System.Drawing.Size(384 1436)
       invoke self::Controls::Add(buttonClose)
       invoke self::Controls::Add(groupBoxPaths)
       invoke self::Controls::Add(groupBoxCalendar)
       invoke groupBoxCalendar::Controls::Add(checkBoxCalAccrual)
       invoke groupBoxCalendar::Controls::Add(buttonExpShowReturn)
       invoke groupBoxCalendar::Controls::Add(buttonExpSetReturn)
       invoke groupBoxCalendar::Controls::Add(textBoxExpReturn)
       invoke groupBoxCalendar::Controls::Add(labelExpReturn)
       invoke groupBoxCalendar::Controls::Add(buttonExpRemove)
       invoke groupBoxCalendar::Controls::Add(buttonExpAdd)
       invoke groupBoxCalendar::Controls::Add(textBoxExpSource)
       invoke groupBoxCalendar::Controls::Add(dateTimePickerCal)
       invoke groupBoxCalendar::Controls::Add(labelCalDate)
       invoke groupBoxPaths::Controls::Add(buttonPathsSave)
       invoke groupBoxPaths::Controls::Add(textBoxTaxFloor)
       invoke groupBoxPaths::Controls::Add(labelTaxFloor)
       invoke groupBoxPaths::Controls::Add(textBoxTaxExtract)
       invoke groupBoxPaths::Controls::Add(labelTaxExtract)
       invoke groupBoxPaths::Controls::Add(textBoxJournalHist)
       invoke groupBoxPaths::Controls::Add(labelJournalHist)
       invoke groupBoxPaths::Controls::Add(textBoxPendingHours)
       invoke groupBoxPaths::Controls::Add(labelPendingHours)
       invoke groupBoxPaths::Controls::Add(textBoxPendingPath)
       invoke groupBoxPaths::Controls::Add(labelPendingPath)
       invoke groupBoxPaths::Controls::Add(textBoxReturnLogPath)
       invoke groupBoxPaths::Controls::Add(labelReturnLogPath)
       invoke groupBoxPaths::Controls::Add(textBoxGlBalancePath)
       invoke groupBoxPaths::Controls::Add(labelGlBalancePath)
       invoke groupBoxPaths::Controls::Add(textBoxCashNearCount)
       invoke groupBoxPaths::Controls::Add(labelCashNearCount)
       invoke groupBoxPaths::Controls::Add(textBoxCashBandPct)
       invoke groupBoxPaths::Controls::Add(labelCashBandPct)
       invoke groupBoxPaths::Controls::Add(textBoxCashLookback)
       invoke groupBoxPaths::Controls::Add(labelCashLookback)
       invoke groupBoxPaths::Controls::Add(textBoxCashThreshold)
       invoke groupBoxPaths::Controls::Add(labelCashThreshold)
       invoke groupBoxPaths::Controls::Add(textBoxCashCasePath)
       invoke groupBoxPaths::Controls::Add(labelCashCasePath)
       invoke groupBoxPaths::Controls::Add(textBoxSiRetryLimit)
       invoke groupBoxPaths::Controls::Add(labelSiRetryLimit)
       invoke groupBoxPaths::Controls::Add(textBoxSiFilePath)
       invoke groupBoxPaths::Controls::Add(labelSiFilePath)
       invoke groupBoxPaths::Controls::Add(textBoxDormancyDays)
       invoke groupBoxPaths::Controls::Add(labelDormancyDays)
       invoke groupBoxPaths::Controls::Add(textBoxHoldPath)
       invoke groupBoxPaths::Controls::Add(labelHoldPath)
       invoke groupBoxPaths::Controls::Add(textBoxWarehousePath)
       invoke groupBoxPaths::Controls::Add(labelWarehousePath)
       invoke groupBoxPaths::Controls::Add(textBoxWriteoffGl)
       invoke groupBoxPaths::Controls::Add(labelWriteoffGl)
       invoke groupBoxPaths::Controls::Add(textBoxRunStream)
