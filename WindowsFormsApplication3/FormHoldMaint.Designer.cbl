       class-id WindowsFormsApplication3.FormHoldMaint is partial
                 inherits type System.Windows.Forms.Form.

       01 labelHmAccount type System.Windows.Forms.Label.
       01 textBoxHmAccount type System.Windows.Forms.TextBox.
       01 buttonHmList type System.Windows.Forms.Button.
       01 listBoxHm type System.Windows.Forms.ListBox.
       01 labelHmAmount type System.Windows.Forms.Label.
       01 textBoxHmAmount type System.Windows.Forms.TextBox.
       01 labelHmReason type System.Windows.Forms.Label.
       01 textBoxHmReason type System.Windows.Forms.TextBox.
       01 labelHmExpiry type System.Windows.Forms.Label.
       01 dateTimePickerHmExpiry type System.Windows.Forms.DateTimePicker.
       01 checkBoxHmNoExpiry type System.Windows.Forms.CheckBox.
       01 buttonHmPlace type System.Windows.Forms.Button.
       01 labelHmHoldId type System.Windows.Forms.Label.
       01 textBoxHmHoldId type System.Windows.Forms.TextBox.
       01 buttonHmRelease type System.Windows.Forms.Button.
       01 buttonHmClose type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set labelHmAccount to new System.Windows.Forms.Label
       set textBoxHmAccount to new System.Windows.Forms.TextBox
       set buttonHmList to new System.Windows.Forms.Button
       set listBoxHm to new System.Windows.Forms.ListBox
       set labelHmAmount to new System.Windows.Forms.Label
       set textBoxHmAmount to new System.Windows.Forms.TextBox
       set labelHmReason to new System.Windows.Forms.Label
       set textBoxHmReason to new System.Windows.Forms.TextBox
       set labelHmExpiry to new System.Windows.Forms.Label
       set dateTimePickerHmExpiry to
           new System.Windows.Forms.DateTimePicker
       set checkBoxHmNoExpiry to new System.Windows.Forms.CheckBox
       set buttonHmPlace to new System.Windows.Forms.Button
       set labelHmHoldId to new System.Windows.Forms.Label
       set textBoxHmHoldId to new System.Windows.Forms.TextBox
       set buttonHmRelease to new System.Windows.Forms.Button
       set buttonHmClose to new System.Windows.Forms.Button
       invoke self::SuspendLayout
      *>
      *> labelHmAccount / textBoxHmAccount / buttonHmList
      *>
       set labelHmAccount::Location to new System.Drawing.Point(13 15)
       set labelHmAccount::Name to "labelHmAccount"
       set labelHmAccount::Size to new System.Drawing.Size(95 13)
       set labelHmAccount::TabIndex to 0
       set labelHmAccount::Text to "Account number"
       set textBoxHmAccount::Location to new System.Drawing.Point(115 12)
       set textBoxHmAccount::Name to "textBoxHmAccount"
       set textBoxHmAccount::Size to new System.Drawing.Size(120 20)
       set textBoxHmAccount::TabIndex to 1
       set textBoxHmAccount::MaxLength to 12
       set buttonHmList::Location to new System.Drawing.Point(241 10)
       set buttonHmList::Name to "buttonHmList"
       set buttonHmList::Size to new System.Drawing.Size(70 23)
       set buttonHmList::TabIndex to 2
       set buttonHmList::Text to "List"
       set buttonHmList::UseVisualStyleBackColor to True
       invoke buttonHmList::add_Click(
           new System.EventHandler(self::buttonHmList_Click))
      *>
      *> listBoxHm
      *>
      *> Every hold on the account, oldest first: hold ID, status,
      *> amount, expiry date, placed by, and reason. Selecting a line
      *> keys its hold ID for Release.
      *>
       set listBoxHm::FormattingEnabled to True
       set listBoxHm::HorizontalScrollbar to True
       set listBoxHm::Location to new System.Drawing.Point(13 42)
       set listBoxHm::Name to "listBoxHm"
       set listBoxHm::Size to new System.Drawing.Size(460 147)
       set listBoxHm::TabIndex to 3
       invoke listBoxHm::add_SelectedIndexChanged(
           new System.EventHandler(self::listBoxHm_SelectedIndexChanged))
      *>
      *> labelHmAmount / textBoxHmAmount
      *>
       set labelHmAmount::Location to new System.Drawing.Point(13 200)
       set labelHmAmount::Name to "labelHmAmount"
       set labelHmAmount::Size to new System.Drawing.Size(95 13)
       set labelHmAmount::TabIndex to 4
       set labelHmAmount::Text to "Hold amount"
       set textBoxHmAmount::Location to new System.Drawing.Point(115 197)
       set textBoxHmAmount::Name to "textBoxHmAmount"
       set textBoxHmAmount::Size to new System.Drawing.Size(120 20)
       set textBoxHmAmount::TabIndex to 5
      *>
      *> labelHmReason / textBoxHmReason
      *>
       set labelHmReason::Location to new System.Drawing.Point(13 225)
       set labelHmReason::Name to "labelHmReason"
       set labelHmReason::Size to new System.Drawing.Size(95 13)
       set labelHmReason::TabIndex to 6
       set labelHmReason::Text to "Reason"
       set textBoxHmReason::Location to new System.Drawing.Point(115 222)
       set textBoxHmReason::Name to "textBoxHmReason"
       set textBoxHmReason::Size to new System.Drawing.Size(240 20)
       set textBoxHmReason::TabIndex to 7
       set textBoxHmReason::MaxLength to 40
      *>
      *> labelHmExpiry / dateTimePickerHmExpiry / checkBoxHmNoExpiry
      *>
      *> The hold stays active through the expiry date and is expired
      *> by the first nightly run after it. No expiry keeps the hold
      *> until it is released here.
      *>
       set labelHmExpiry::Location to new System.Drawing.Point(13 250)
       set labelHmExpiry::Name to "labelHmExpiry"
       set labelHmExpiry::Size to new System.Drawing.Size(95 13)
       set labelHmExpiry::TabIndex to 8
       set labelHmExpiry::Text to "Expiry date"
       set dateTimePickerHmExpiry::Location to
           new System.Drawing.Point(115 247)
       set dateTimePickerHmExpiry::Name to "dateTimePickerHmExpiry"
       set dateTimePickerHmExpiry::Size to new System.Drawing.Size(178 20)
       set dateTimePickerHmExpiry::TabIndex to 9
       set checkBoxHmNoExpiry::Location to
           new System.Drawing.Point(300 247)
       set checkBoxHmNoExpiry::Name to "checkBoxHmNoExpiry"
       set checkBoxHmNoExpiry::Size to new System.Drawing.Size(90 20)
       set checkBoxHmNoExpiry::TabIndex to 10
       set checkBoxHmNoExpiry::Text to "No expiry"
       set checkBoxHmNoExpiry::UseVisualStyleBackColor to True
      *>
      *> buttonHmPlace
      *>
       set buttonHmPlace::Location to new System.Drawing.Point(115 277)
       set buttonHmPlace::Name to "buttonHmPlace"
       set buttonHmPlace::Size to new System.Drawing.Size(90 23)
       set buttonHmPlace::TabIndex to 11
       set buttonHmPlace::Text to "Place Hold"
       set buttonHmPlace::UseVisualStyleBackColor to True
       invoke buttonHmPlace::add_Click(
           new System.EventHandler(self::buttonHmPlace_Click))
      *>
      *> labelHmHoldId / textBoxHmHoldId / buttonHmRelease
      *>
       set labelHmHoldId::Location to new System.Drawing.Point(13 315)
       set labelHmHoldId::Name to "labelHmHoldId"
       set labelHmHoldId::Size to new System.Drawing.Size(95 13)
       set labelHmHoldId::TabIndex to 12
       set labelHmHoldId::Text to "Hold ID"
       set textBoxHmHoldId::Location to new System.Drawing.Point(115 312)
       set textBoxHmHoldId::Name to "textBoxHmHoldId"
       set textBoxHmHoldId::Size to new System.Drawing.Size(60 20)
       set textBoxHmHoldId::TabIndex to 13
       set textBoxHmHoldId::MaxLength to 6
       set buttonHmRelease::Location to new System.Drawing.Point(181 310)
       set buttonHmRelease::Name to "buttonHmRelease"
       set buttonHmRelease::Size to new System.Drawing.Size(90 23)
       set buttonHmRelease::TabIndex to 14
       set buttonHmRelease::Text to "Release Hold"
       set buttonHmRelease::UseVisualStyleBackColor to True
       invoke buttonHmRelease::add_Click(
           new System.EventHandler(self::buttonHmRelease_Click))
      *>
      *> buttonHmClose
      *>
       set buttonHmClose::Location to new System.Drawing.Point(398 345)
       set buttonHmClose::Name to "buttonHmClose"
       set buttonHmClose::Size to new System.Drawing.Size(75 23)
       set buttonHmClose::TabIndex to 15
       set buttonHmClose::Text to "Close"
       set buttonHmClose::UseVisualStyleBackColor to True
       invoke buttonHmClose::add_Click(
           new System.EventHandler(self::buttonHmClose_Click))
      *>
      *> FormHoldMaint
      *>
       set self::ClientSize to new System.Drawing.Size(486 380)
       invoke self::Controls::Add(buttonHmClose)
       invoke self::Controls::Add(buttonHmRelease)
       invoke self::Controls::Add(textBoxHmHoldId)
       invoke self::Controls::Add(labelHmHoldId)
       invoke self::Controls::Add(buttonHmPlace)
       invoke self::Controls::Add(checkBoxHmNoExpiry)
       invoke self::Controls::Add(dateTimePickerHmExpiry)
       invoke self::Controls::Add(labelHmExpiry)
       invoke self::Controls::Add(textBoxHmReason)
       invoke self::Controls::Add(labelHmReason)
       invoke self::Controls::Add(textBoxHmAmount)
       invoke self::Controls::Add(labelHmAmount)
       invoke self::Controls::Add(listBoxHm)
       invoke self::Controls::Add(buttonHmList)
       invoke self::Controls::Add(textBoxHmAccount)
       invoke self::Controls::Add(labelHmAccount)
       set self::Name to "FormHoldMaint"
       set self::Text to "Account Holds"
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
