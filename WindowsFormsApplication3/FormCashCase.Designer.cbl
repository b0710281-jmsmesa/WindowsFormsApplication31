       class-id WindowsFormsApplication3.FormCashCase is partial
                 inherits type System.Windows.Forms.Form.

       01 labelCcAccount type System.Windows.Forms.Label.
       01 textBoxCcAccount type System.Windows.Forms.TextBox.
       01 checkBoxCcOpenOnly type System.Windows.Forms.CheckBox.
       01 buttonCcList type System.Windows.Forms.Button.
       01 listBoxCc type System.Windows.Forms.ListBox.
       01 labelCcCaseAccount type System.Windows.Forms.Label.
       01 textBoxCcCaseAccount type System.Windows.Forms.TextBox.
       01 labelCcCaseId type System.Windows.Forms.Label.
       01 textBoxCcCaseId type System.Windows.Forms.TextBox.
       01 labelCcNote type System.Windows.Forms.Label.
       01 textBoxCcNote type System.Windows.Forms.TextBox.
       01 buttonCcReviewed type System.Windows.Forms.Button.
       01 buttonCcEscalated type System.Windows.Forms.Button.
       01 buttonCcClose type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set labelCcAccount to new System.Windows.Forms.Label
       set textBoxCcAccount to new System.Windows.Forms.TextBox
       set checkBoxCcOpenOnly to new System.Windows.Forms.CheckBox
       set buttonCcList to new System.Windows.Forms.Button
       set listBoxCc to new System.Windows.Forms.ListBox
       set labelCcCaseAccount to new System.Windows.Forms.Label
       set textBoxCcCaseAccount to new System.Windows.Forms.TextBox
       set labelCcCaseId to new System.Windows.Forms.Label
       set textBoxCcCaseId to new System.Windows.Forms.TextBox
       set labelCcNote to new System.Windows.Forms.Label
       set textBoxCcNote to new System.Windows.Forms.TextBox
       set buttonCcReviewed to new System.Windows.Forms.Button
       set buttonCcEscalated to new System.Windows.Forms.Button
       set buttonCcClose to new System.Windows.Forms.Button
       invoke self::SuspendLayout
      *>
      *> labelCcAccount / textBoxCcAccount / checkBoxCcOpenOnly /
      *> buttonCcList
      *>
      *> A blank account lists the cases on every account.
      *>
       set labelCcAccount::Location to new System.Drawing.Point(13 15)
       set labelCcAccount::Name to "labelCcAccount"
       set labelCcAccount::Size to new System.Drawing.Size(95 13)
       set labelCcAccount::TabIndex to 0
       set labelCcAccount::Text to "Account number"
       set textBoxCcAccount::Location to new System.Drawing.Point(115 12)
       set textBoxCcAccount::Name to "textBoxCcAccount"
       set textBoxCcAccount::Size to new System.Drawing.Size(120 20)
       set textBoxCcAccount::TabIndex to 1
       set textBoxCcAccount::MaxLength to 12
       set checkBoxCcOpenOnly::Location to
           new System.Drawing.Point(241 12)
       set checkBoxCcOpenOnly::Name to "checkBoxCcOpenOnly"
       set checkBoxCcOpenOnly::Size to new System.Drawing.Size(120 20)
       set checkBoxCcOpenOnly::TabIndex to 2
       set checkBoxCcOpenOnly::Text to "Open cases only"
       set checkBoxCcOpenOnly::Checked to True
       set checkBoxCcOpenOnly::UseVisualStyleBackColor to True
       set buttonCcList::Location to new System.Drawing.Point(367 10)
       set buttonCcList::Name to "buttonCcList"
       set buttonCcList::Size to new System.Drawing.Size(70 23)
       set buttonCcList::TabIndex to 3
       set buttonCcList::Text to "List"
       set buttonCcList::UseVisualStyleBackColor to True
       invoke buttonCcList::add_Click(
           new System.EventHandler(self::buttonCcList_Click))
      *>
      *> listBoxCc
      *>
      *> One line per case, by account then case ID: account, case ID,
      *> type, status, date flagged, the window the activity fell in,
      *> deposit and withdrawal totals, and who last marked it.
      *> Selecting a line keys its account and case ID.
      *>
       set listBoxCc::FormattingEnabled to True
       set listBoxCc::HorizontalScrollbar to True
       set listBoxCc::Location to new System.Drawing.Point(13 42)
       set listBoxCc::Name to "listBoxCc"
       set listBoxCc::Size to new System.Drawing.Size(620 199)
       set listBoxCc::TabIndex to 4
       invoke listBoxCc::add_SelectedIndexChanged(
           new System.EventHandler(self::listBoxCc_SelectedIndexChanged))
      *>
      *> labelCcCaseAccount / textBoxCcCaseAccount / labelCcCaseId /
      *> textBoxCcCaseId
      *>
       set labelCcCaseAccount::Location to new System.Drawing.Point(13 255)
       set labelCcCaseAccount::Name to "labelCcCaseAccount"
       set labelCcCaseAccount::Size to new System.Drawing.Size(95 13)
       set labelCcCaseAccount::TabIndex to 5
       set labelCcCaseAccount::Text to "Case account"
       set textBoxCcCaseAccount::Location to
           new System.Drawing.Point(115 252)
       set textBoxCcCaseAccount::Name to "textBoxCcCaseAccount"
       set textBoxCcCaseAccount::Size to new System.Drawing.Size(120 20)
       set textBoxCcCaseAccount::TabIndex to 6
       set textBoxCcCaseAccount::MaxLength to 12
       set textBoxCcCaseAccount::ReadOnly to True
       set labelCcCaseId::Location to new System.Drawing.Point(250 255)
       set labelCcCaseId::Name to "labelCcCaseId"
       set labelCcCaseId::Size to new System.Drawing.Size(50 13)
       set labelCcCaseId::TabIndex to 7
       set labelCcCaseId::Text to "Case ID"
       set textBoxCcCaseId::Location to new System.Drawing.Point(305 252)
       set textBoxCcCaseId::Name to "textBoxCcCaseId"
       set textBoxCcCaseId::Size to new System.Drawing.Size(60 20)
       set textBoxCcCaseId::TabIndex to 8
       set textBoxCcCaseId::MaxLength to 6
       set textBoxCcCaseId::ReadOnly to True
      *>
      *> labelCcNote / textBoxCcNote
      *>
      *> Required for both actions; it replaces any earlier note on
      *> the case.
      *>
       set labelCcNote::Location to new System.Drawing.Point(13 283)
       set labelCcNote::Name to "labelCcNote"
       set labelCcNote::Size to new System.Drawing.Size(95 13)
       set labelCcNote::TabIndex to 9
       set labelCcNote::Text to "Analyst note"
       set textBoxCcNote::Location to new System.Drawing.Point(115 280)
       set textBoxCcNote::Name to "textBoxCcNote"
       set textBoxCcNote::Size to new System.Drawing.Size(420 20)
       set textBoxCcNote::TabIndex to 10
       set textBoxCcNote::MaxLength to 60
      *>
      *> buttonCcReviewed / buttonCcEscalated
      *>
      *> Reviewed closes an open case with no further action.
      *> Escalated sends an open or reviewed case on for filing; an
      *> escalated case cannot be changed again.
      *>
       set buttonCcReviewed::Location to new System.Drawing.Point(115 310)
       set buttonCcReviewed::Name to "buttonCcReviewed"
       set buttonCcReviewed::Size to new System.Drawing.Size(90 23)
       set buttonCcReviewed::TabIndex to 11
       set buttonCcReviewed::Text to "Reviewed"
       set buttonCcReviewed::UseVisualStyleBackColor to True
       invoke buttonCcReviewed::add_Click(
           new System.EventHandler(self::buttonCcReviewed_Click))
       set buttonCcEscalated::Location to
           new System.Drawing.Point(211 310)
       set buttonCcEscalated::Name to "buttonCcEscalated"
       set buttonCcEscalated::Size to new System.Drawing.Size(90 23)
       set buttonCcEscalated::TabIndex to 12
       set buttonCcEscalated::Text to "Escalated"
       set buttonCcEscalated::UseVisualStyleBackColor to True
       invoke buttonCcEscalated::add_Click(
           new System.EventHandler(self::buttonCcEscalated_Click))
      *>
      *> buttonCcClose
      *>
       set buttonCcClose::Location to new System.Drawing.Point(558 345)
       set buttonCcClose::Name to "buttonCcClose"
       set buttonCcClose::Size to new System.Drawing.Size(75 23)
       set buttonCcClose::TabIndex to 13
       set buttonCcClose::Text to "Close"
       set buttonCcClose::UseVisualStyleBackColor to True
       invoke buttonCcClose::add_Click(
           new System.EventHandler(self::buttonCcClose_Click))
      *>
      *> FormCashCase
      *>
       set self::ClientSize to new System.Drawing.Size(646 380)
       invoke self::Controls::Add(buttonCcClose)
       invoke self::Controls::Add(buttonCcEscalated)
       invoke self::Controls::Add(buttonCcReviewed)
       invoke self::Controls::Add(textBoxCcNote)
       invoke self::Controls::Add(labelCcNote)
       invoke self::Controls::Add(textBoxCcCaseId)
       invoke self::Controls::Add(labelCcCaseId)
       invoke self::Controls::Add(textBoxCcCaseAccount)
       invoke self::Controls::Add(labelCcCaseAccount)
       invoke self::Controls::Add(listBoxCc)
       invoke self::Controls::Add(buttonCcList)
       invoke self::Controls::Add(checkBoxCcOpenOnly)
       invoke self::Controls::Add(textBoxCcAccount)
       invoke self::Controls::Add(labelCcAccount)
       set self::Name to "FormCashCase"
       set self::Text to "Cash Monitoring Cases"
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
