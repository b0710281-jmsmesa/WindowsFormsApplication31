       class-id WindowsFormsApplication3.FormSiMaint is partial
                 inherits type System.Windows.Forms.Form.

       01 labelSiAccount type System.Windows.Forms.Label.
       01 textBoxSiAccount type System.Windows.Forms.TextBox.
       01 buttonSiList type System.Windows.Forms.Button.
       01 listBoxSi type System.Windows.Forms.ListBox.
       01 labelSiFrom type System.Windows.Forms.Label.
       01 textBoxSiFrom type System.Windows.Forms.TextBox.
       01 labelSiTo type System.Windows.Forms.Label.
       01 textBoxSiTo type System.Windows.Forms.TextBox.
       01 labelSiAmount type System.Windows.Forms.Label.
       01 textBoxSiAmount type System.Windows.Forms.TextBox.
       01 labelSiFrequency type System.Windows.Forms.Label.
       01 comboBoxSiFrequency type System.Windows.Forms.ComboBox.
       01 labelSiDay type System.Windows.Forms.Label.
       01 textBoxSiDay type System.Windows.Forms.TextBox.
       01 labelSiStart type System.Windows.Forms.Label.
       01 dateTimePickerSiStart type System.Windows.Forms.DateTimePicker.
       01 labelSiEnd type System.Windows.Forms.Label.
       01 dateTimePickerSiEnd type System.Windows.Forms.DateTimePicker.
       01 checkBoxSiNoEnd type System.Windows.Forms.CheckBox.
       01 labelSiDescription type System.Windows.Forms.Label.
       01 textBoxSiDescription type System.Windows.Forms.TextBox.
       01 buttonSiAdd type System.Windows.Forms.Button.
       01 labelSiId type System.Windows.Forms.Label.
       01 textBoxSiId type System.Windows.Forms.TextBox.
       01 buttonSiChange type System.Windows.Forms.Button.
       01 buttonSiSuspend type System.Windows.Forms.Button.
       01 buttonSiResume type System.Windows.Forms.Button.
       01 buttonSiCancel type System.Windows.Forms.Button.
       01 buttonSiClose type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set labelSiAccount to new System.Windows.Forms.Label
       set textBoxSiAccount to new System.Windows.Forms.TextBox
       set buttonSiList to new System.Windows.Forms.Button
       set listBoxSi to new System.Windows.Forms.ListBox
       set labelSiFrom to new System.Windows.Forms.Label
       set textBoxSiFrom to new System.Windows.Forms.TextBox
       set labelSiTo to new System.Windows.Forms.Label
       set textBoxSiTo to new System.Windows.Forms.TextBox
       set labelSiAmount to new System.Windows.Forms.Label
       set textBoxSiAmount to new System.Windows.Forms.TextBox
       set labelSiFrequency to new System.Windows.Forms.Label
       set comboBoxSiFrequency to new System.Windows.Forms.ComboBox
       set labelSiDay to new System.Windows.Forms.Label
       set textBoxSiDay to new System.Windows.Forms.TextBox
       set labelSiStart to new System.Windows.Forms.Label
       set dateTimePickerSiStart to
           new System.Windows.Forms.DateTimePicker
       set labelSiEnd to new System.Windows.Forms.Label
       set dateTimePickerSiEnd to
           new System.Windows.Forms.DateTimePicker
       set checkBoxSiNoEnd to new System.Windows.Forms.CheckBox
       set labelSiDescription to new System.Windows.Forms.Label
       set textBoxSiDescription to new System.Windows.Forms.TextBox
       set buttonSiAdd to new System.Windows.Forms.Button
       set labelSiId to new System.Windows.Forms.Label
       set textBoxSiId to new System.Windows.Forms.TextBox
       set buttonSiChange to new System.Windows.Forms.Button
       set buttonSiSuspend to new System.Windows.Forms.Button
       set buttonSiResume to new System.Windows.Forms.Button
       set buttonSiCancel to new System.Windows.Forms.Button
       set buttonSiClose to new System.Windows.Forms.Button
       invoke self::SuspendLayout
      *>
      *> labelSiAccount / textBoxSiAccount / buttonSiList
      *>
      *> A blank account lists every instruction on file; an account
      *> number lists only the instructions paying from or into it.
      *>
       set labelSiAccount::Location to new System.Drawing.Point(13 15)
       set labelSiAccount::Name to "labelSiAccount"
       set labelSiAccount::Size to new System.Drawing.Size(95 13)
       set labelSiAccount::TabIndex to 0
       set labelSiAccount::Text to "Account number"
       set textBoxSiAccount::Location to new System.Drawing.Point(115 12)
       set textBoxSiAccount::Name to "textBoxSiAccount"
       set textBoxSiAccount::Size to new System.Drawing.Size(120 20)
       set textBoxSiAccount::TabIndex to 1
       set textBoxSiAccount::MaxLength to 12
       set buttonSiList::Location to new System.Drawing.Point(241 10)
       set buttonSiList::Name to "buttonSiList"
       set buttonSiList::Size to new System.Drawing.Size(70 23)
       set buttonSiList::TabIndex to 2
       set buttonSiList::Text to "List"
       set buttonSiList::UseVisualStyleBackColor to True
       invoke buttonSiList::add_Click(
           new System.EventHandler(self::buttonSiList_Click))
      *>
      *> listBoxSi
      *>
      *> Instruction ID, status, from and to accounts, amount,
      *> schedule, next due date, and description. Selecting a line
      *> keys its instruction ID for Change, Suspend, Resume and
      *> Cancel.
      *>
       set listBoxSi::FormattingEnabled to True
       set listBoxSi::HorizontalScrollbar to True
       set listBoxSi::Location to new System.Drawing.Point(13 42)
       set listBoxSi::Name to "listBoxSi"
       set listBoxSi::Size to new System.Drawing.Size(560 147)
       set listBoxSi::TabIndex to 3
       invoke listBoxSi::add_SelectedIndexChanged(
           new System.EventHandler(self::listBoxSi_SelectedIndexChanged))
      *>
      *> labelSiFrom / textBoxSiFrom / labelSiTo / textBoxSiTo
      *>
       set labelSiFrom::Location to new System.Drawing.Point(13 200)
       set labelSiFrom::Name to "labelSiFrom"
       set labelSiFrom::Size to new System.Drawing.Size(95 13)
       set labelSiFrom::TabIndex to 4
       set labelSiFrom::Text to "From account"
       set textBoxSiFrom::Location to new System.Drawing.Point(115 197)
       set textBoxSiFrom::Name to "textBoxSiFrom"
       set textBoxSiFrom::Size to new System.Drawing.Size(120 20)
       set textBoxSiFrom::TabIndex to 5
       set textBoxSiFrom::MaxLength to 12
       set labelSiTo::Location to new System.Drawing.Point(250 200)
       set labelSiTo::Name to "labelSiTo"
       set labelSiTo::Size to new System.Drawing.Size(70 13)
       set labelSiTo::TabIndex to 6
       set labelSiTo::Text to "To account"
       set textBoxSiTo::Location to new System.Drawing.Point(325 197)
       set textBoxSiTo::Name to "textBoxSiTo"
       set textBoxSiTo::Size to new System.Drawing.Size(120 20)
       set textBoxSiTo::TabIndex to 7
       set textBoxSiTo::MaxLength to 12
      *>
      *> labelSiAmount / textBoxSiAmount
      *>
       set labelSiAmount::Location to new System.Drawing.Point(13 225)
       set labelSiAmount::Name to "labelSiAmount"
       set labelSiAmount::Size to new System.Drawing.Size(95 13)
       set labelSiAmount::TabIndex to 8
       set labelSiAmount::Text to "Amount"
       set textBoxSiAmount::Location to new System.Drawing.Point(115 222)
       set textBoxSiAmount::Name to "textBoxSiAmount"
       set textBoxSiAmount::Size to new System.Drawing.Size(120 20)
       set textBoxSiAmount::TabIndex to 9
      *>
      *> labelSiFrequency / comboBoxSiFrequency / labelSiDay /
      *> textBoxSiDay
      *>
      *> Each entry starts with the frequency code DL100SIM expects.
      *> The day of month is used only for D; a day past the end of a
      *> short month takes that month's last day.
      *>
       set labelSiFrequency::Location to new System.Drawing.Point(13 250)
       set labelSiFrequency::Name to "labelSiFrequency"
       set labelSiFrequency::Size to new System.Drawing.Size(95 13)
       set labelSiFrequency::TabIndex to 10
       set labelSiFrequency::Text to "Frequency"
       set comboBoxSiFrequency::DropDownStyle to
           type System.Windows.Forms.ComboBoxStyle::DropDownList
       set comboBoxSiFrequency::FormattingEnabled to True
       invoke comboBoxSiFrequency::Items::Add("W - Weekly")
       invoke comboBoxSiFrequency::Items::Add("M - Monthly")
       invoke comboBoxSiFrequency::Items::Add("D - Day of month")
       set comboBoxSiFrequency::Location to
           new System.Drawing.Point(115 247)
       set comboBoxSiFrequency::Name to "comboBoxSiFrequency"
       set comboBoxSiFrequency::Size to new System.Drawing.Size(120 21)
       set comboBoxSiFrequency::TabIndex to 11
       set labelSiDay::Location to new System.Drawing.Point(250 250)
       set labelSiDay::Name to "labelSiDay"
       set labelSiDay::Size to new System.Drawing.Size(70 13)
       set labelSiDay::TabIndex to 12
       set labelSiDay::Text to "Day of month"
       set textBoxSiDay::Location to new System.Drawing.Point(325 247)
       set textBoxSiDay::Name to "textBoxSiDay"
       set textBoxSiDay::Size to new System.Drawing.Size(40 20)
       set textBoxSiDay::TabIndex to 13
       set textBoxSiDay::MaxLength to 2
      *>
      *> labelSiStart / dateTimePickerSiStart
      *>
       set labelSiStart::Location to new System.Drawing.Point(13 275)
       set labelSiStart::Name to "labelSiStart"
       set labelSiStart::Size to new System.Drawing.Size(95 13)
       set labelSiStart::TabIndex to 14
       set labelSiStart::Text to "Start date"
       set dateTimePickerSiStart::Location to
           new System.Drawing.Point(115 272)
       set dateTimePickerSiStart::Name to "dateTimePickerSiStart"
       set dateTimePickerSiStart::Size to new System.Drawing.Size(178 20)
       set dateTimePickerSiStart::TabIndex to 15
      *>
      *> labelSiEnd / dateTimePickerSiEnd / checkBoxSiNoEnd
      *>
      *> The last occurrence is the last one due on or before the end
      *> date. No end date keeps the instruction running until it is
      *> cancelled here.
      *>
       set labelSiEnd::Location to new System.Drawing.Point(13 300)
       set labelSiEnd::Name to "labelSiEnd"
       set labelSiEnd::Size to new System.Drawing.Size(95 13)
       set labelSiEnd::TabIndex to 16
       set labelSiEnd::Text to "End date"
       set dateTimePickerSiEnd::Location to
           new System.Drawing.Point(115 297)
       set dateTimePickerSiEnd::Name to "dateTimePickerSiEnd"
       set dateTimePickerSiEnd::Size to new System.Drawing.Size(178 20)
       set dateTimePickerSiEnd::TabIndex to 17
       set checkBoxSiNoEnd::Location to
           new System.Drawing.Point(300 297)
       set checkBoxSiNoEnd::Name to "checkBoxSiNoEnd"
       set checkBoxSiNoEnd::Size to new System.Drawing.Size(90 20)
       set checkBoxSiNoEnd::TabIndex to 18
       set checkBoxSiNoEnd::Text to "No end date"
       set checkBoxSiNoEnd::UseVisualStyleBackColor to True
      *>
      *> labelSiDescription / textBoxSiDescription
      *>
       set labelSiDescription::Location to
           new System.Drawing.Point(13 325)
       set labelSiDescription::Name to "labelSiDescription"
       set labelSiDescription::Size to new System.Drawing.Size(95 13)
       set labelSiDescription::TabIndex to 19
       set labelSiDescription::Text to "Description"
       set textBoxSiDescription::Location to
           new System.Drawing.Point(115 322)
       set textBoxSiDescription::Name to "textBoxSiDescription"
       set textBoxSiDescription::Size to new System.Drawing.Size(200 20)
       set textBoxSiDescription::TabIndex to 20
       set textBoxSiDescription::MaxLength to 30
      *>
      *> buttonSiAdd
      *>
       set buttonSiAdd::Location to new System.Drawing.Point(115 352)
       set buttonSiAdd::Name to "buttonSiAdd"
       set buttonSiAdd::Size to new System.Drawing.Size(90 23)
       set buttonSiAdd::TabIndex to 21
       set buttonSiAdd::Text to "Add"
       set buttonSiAdd::UseVisualStyleBackColor to True
       invoke buttonSiAdd::add_Click(
           new System.EventHandler(self::buttonSiAdd_Click))
      *>
      *> labelSiId / textBoxSiId / buttonSiChange / buttonSiSuspend /
      *> buttonSiResume / buttonSiCancel
      *>
      *> Change takes the amount, end date and description above.
      *>
       set labelSiId::Location to new System.Drawing.Point(13 390)
       set labelSiId::Name to "labelSiId"
       set labelSiId::Size to new System.Drawing.Size(95 13)
       set labelSiId::TabIndex to 22
       set labelSiId::Text to "Instruction ID"
       set textBoxSiId::Location to new System.Drawing.Point(115 387)
       set textBoxSiId::Name to "textBoxSiId"
       set textBoxSiId::Size to new System.Drawing.Size(60 20)
       set textBoxSiId::TabIndex to 23
       set textBoxSiId::MaxLength to 6
       set buttonSiChange::Location to new System.Drawing.Point(181 385)
       set buttonSiChange::Name to "buttonSiChange"
       set buttonSiChange::Size to new System.Drawing.Size(90 23)
       set buttonSiChange::TabIndex to 24
       set buttonSiChange::Text to "Change"
       set buttonSiChange::UseVisualStyleBackColor to True
       invoke buttonSiChange::add_Click(
           new System.EventHandler(self::buttonSiChange_Click))
       set buttonSiSuspend::Location to new System.Drawing.Point(277 385)
       set buttonSiSuspend::Name to "buttonSiSuspend"
       set buttonSiSuspend::Size to new System.Drawing.Size(90 23)
       set buttonSiSuspend::TabIndex to 25
       set buttonSiSuspend::Text to "Suspend"
       set buttonSiSuspend::UseVisualStyleBackColor to True
       invoke buttonSiSuspend::add_Click(
           new System.EventHandler(self::buttonSiSuspend_Click))
       set buttonSiResume::Location to new System.Drawing.Point(373 385)
       set buttonSiResume::Name to "buttonSiResume"
       set buttonSiResume::Size to new System.Drawing.Size(90 23)
       set buttonSiResume::TabIndex to 26
       set buttonSiResume::Text to "Resume"
       set buttonSiResume::UseVisualStyleBackColor to True
       invoke buttonSiResume::add_Click(
           new System.EventHandler(self::buttonSiResume_Click))
       set buttonSiCancel::Location to new System.Drawing.Point(469 385)
       set buttonSiCancel::Name to "buttonSiCancel"
       set buttonSiCancel::Size to new System.Drawing.Size(104 23)
       set buttonSiCancel::TabIndex to 27
       set buttonSiCancel::Text to "Cancel Instruction"
       set buttonSiCancel::UseVisualStyleBackColor to True
       invoke buttonSiCancel::add_Click(
           new System.EventHandler(self::buttonSiCancel_Click))
      *>
      *> buttonSiClose
      *>
       set buttonSiClose::Location to new System.Drawing.Point(498 420)
       set buttonSiClose::Name to "buttonSiClose"
       set buttonSiClose::Size to new System.Drawing.Size(75 23)
       set buttonSiClose::TabIndex to 28
       set buttonSiClose::Text to "Close"
       set buttonSiClose::UseVisualStyleBackColor to True
       invoke buttonSiClose::add_Click(
           new System.EventHandler(self::buttonSiClose_Click))
      *>
      *> FormSiMaint
      *>
       set self::ClientSize to new System.Drawing.Size(586 455)
       invoke self::Controls::Add(buttonSiClose)
       invoke self::Controls::Add(buttonSiCancel)
       invoke self::Controls::Add(buttonSiResume)
       invoke self::Controls::Add(buttonSiSuspend)
       invoke self::Controls::Add(buttonSiChange)
       invoke self::Controls::Add(textBoxSiId)
       invoke self::Controls::Add(labelSiId)
       invoke self::Controls::Add(buttonSiAdd)
       invoke self::Controls::Add(textBoxSiDescription)
       invoke self::Controls::Add(labelSiDescription)
       invoke self::Controls::Add(checkBoxSiNoEnd)
       invoke self::Controls::Add(dateTimePickerSiEnd)
       invoke self::Controls::Add(labelSiEnd)
       invoke self::Controls::Add(dateTimePickerSiStart)
       invoke self::Controls::Add(labelSiStart)
       invoke self::Controls::Add(textBoxSiDay)
       invoke self::Controls::Add(labelSiDay)
       invoke self::Controls::Add(comboBoxSiFrequency)
       invoke self::Controls::Add(labelSiFrequency)
       invoke self::Controls::Add(textBoxSiAmount)
       invoke self::Controls::Add(labelSiAmount)
       invoke self::Controls::Add(textBoxSiTo)
       invoke self::Controls::Add(labelSiTo)
       invoke self::Controls::Add(textBoxSiFrom)
       invoke self::Controls::Add(labelSiFrom)
       invoke self::Controls::Add(listBoxSi)
       invoke self::Controls::Add(buttonSiList)
       invoke self::Controls::Add(textBoxSiAccount)
       invoke self::Controls::Add(labelSiAccount)
       set self::Name to "FormSiMaint"
       set self::Text to "Standing Instructions"
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.

      *> Clean up any resources being used.
       method-id Dispose override protected.
       procedure division using by value disposing as condition-value.
           if disposing then
             if components not = null then
               invoke components::Dispose()
             end-if
           end-if
           invoke super::Dispose(by value disposing)
           goback.
       end method.

       end class.
