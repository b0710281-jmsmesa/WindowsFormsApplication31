       class-id WindowsFormsApplication3.FormChangeQueue is partial
                 inherits type System.Windows.Forms.Form.

       01 checkBoxCqPendingOnly type System.Windows.Forms.CheckBox.
       01 buttonCqList type System.Windows.Forms.Button.
       01 listBoxCq type System.Windows.Forms.ListBox.
       01 labelCqId type System.Windows.Forms.Label.
       01 textBoxCqId type System.Windows.Forms.TextBox.
       01 labelCqBefore type System.Windows.Forms.Label.
       01 textBoxCqBefore type System.Windows.Forms.TextBox.
       01 labelCqAfter type System.Windows.Forms.Label.
       01 textBoxCqAfter type System.Windows.Forms.TextBox.
       01 labelCqReason type System.Windows.Forms.Label.
       01 textBoxCqReason type System.Windows.Forms.TextBox.
       01 buttonCqApprove type System.Windows.Forms.Button.
       01 buttonCqReject type System.Windows.Forms.Button.
       01 buttonCqClose type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set checkBoxCqPendingOnly to new System.Windows.Forms.CheckBox
       set buttonCqList to new System.Windows.Forms.Button
       set listBoxCq to new System.Windows.Forms.ListBox
       set labelCqId to new System.Windows.Forms.Label
       set textBoxCqId to new System.Windows.Forms.TextBox
       set labelCqBefore to new System.Windows.Forms.Label
       set textBoxCqBefore to new System.Windows.Forms.TextBox
       set labelCqAfter to new System.Windows.Forms.Label
       set textBoxCqAfter to new System.Windows.Forms.TextBox
       set labelCqReason to new System.Windows.Forms.Label
       set textBoxCqReason to new System.Windows.Forms.TextBox
       set buttonCqApprove to new System.Windows.Forms.Button
       set buttonCqReject to new System.Windows.Forms.Button
       set buttonCqClose to new System.Windows.Forms.Button
       invoke self::SuspendLayout
      *>
      *> checkBoxCqPendingOnly / buttonCqList
      *>
      *> Cleared, the list also shows the changes already approved or
      *> rejected.
      *>
       set checkBoxCqPendingOnly::Location to
           new System.Drawing.Point(13 12)
       set checkBoxCqPendingOnly::Name to "checkBoxCqPendingOnly"
       set checkBoxCqPendingOnly::Size to new System.Drawing.Size(150 20)
       set checkBoxCqPendingOnly::TabIndex to 0
       set checkBoxCqPendingOnly::Text to "Pending changes only"
       set checkBoxCqPendingOnly::Checked to True
       set checkBoxCqPendingOnly::UseVisualStyleBackColor to True
       set buttonCqList::Location to new System.Drawing.Point(169 10)
       set buttonCqList::Name to "buttonCqList"
       set buttonCqList::Size to new System.Drawing.Size(70 23)
       set buttonCqList::TabIndex to 1
       set buttonCqList::Text to "List"
       set buttonCqList::UseVisualStyleBackColor to True
       invoke buttonCqList::add_Click(
           new System.EventHandler(self::buttonCqList_Click))
      *>
      *> listBoxCq
      *>
      *> One line per change in change ID order: ID, status, what is
      *> being changed, the action, its key, who requested it and
      *> when, and who decided it. Selecting a line keys its change ID
      *> and shows the before and after images.
      *>
       set listBoxCq::FormattingEnabled to True
       set listBoxCq::HorizontalScrollbar to True
       set listBoxCq::Location to new System.Drawing.Point(13 42)
       set listBoxCq::Name to "listBoxCq"
       set listBoxCq::Size to new System.Drawing.Size(740 199)
       set listBoxCq::TabIndex to 2
       invoke listBoxCq::add_SelectedIndexChanged(
           new System.EventHandler(self::listBoxCq_SelectedIndexChanged))
      *>
      *> labelCqId / textBoxCqId
      *>
       set labelCqId::Location to new System.Drawing.Point(13 255)
       set labelCqId::Name to "labelCqId"
       set labelCqId::Size to new System.Drawing.Size(95 13)
       set labelCqId::TabIndex to 3
       set labelCqId::Text to "Change ID"
       set textBoxCqId::Location to new System.Drawing.Point(115 252)
       set textBoxCqId::Name to "textBoxCqId"
       set textBoxCqId::Size to new System.Drawing.Size(60 20)
       set textBoxCqId::TabIndex to 4
       set textBoxCqId::MaxLength to 6
       set textBoxCqId::ReadOnly to True
      *>
      *> labelCqBefore / textBoxCqBefore / labelCqAfter /
      *> textBoxCqAfter
      *>
      *> The record as it stood when the change was requested, and as
      *> it will stand once the change is applied.
      *>
       set labelCqBefore::Location to new System.Drawing.Point(13 283)
       set labelCqBefore::Name to "labelCqBefore"
       set labelCqBefore::Size to new System.Drawing.Size(95 13)
       set labelCqBefore::TabIndex to 5
       set labelCqBefore::Text to "Before"
       set textBoxCqBefore::Location to new System.Drawing.Point(115 280)
       set textBoxCqBefore::Name to "textBoxCqBefore"
       set textBoxCqBefore::Size to new System.Drawing.Size(420 20)
       set textBoxCqBefore::TabIndex to 6
       set textBoxCqBefore::ReadOnly to True
       set labelCqAfter::Location to new System.Drawing.Point(13 311)
       set labelCqAfter::Name to "labelCqAfter"
       set labelCqAfter::Size to new System.Drawing.Size(95 13)
       set labelCqAfter::TabIndex to 7
       set labelCqAfter::Text to "After"
       set textBoxCqAfter::Location to new System.Drawing.Point(115 308)
       set textBoxCqAfter::Name to "textBoxCqAfter"
       set textBoxCqAfter::Size to new System.Drawing.Size(420 20)
       set textBoxCqAfter::TabIndex to 8
       set textBoxCqAfter::ReadOnly to True
      *>
      *> labelCqReason / textBoxCqReason
      *>
      *> Required to reject a change; kept on the change record.
      *>
       set labelCqReason::Location to new System.Drawing.Point(13 339)
       set labelCqReason::Name to "labelCqReason"
       set labelCqReason::Size to new System.Drawing.Size(95 13)
       set labelCqReason::TabIndex to 9
       set labelCqReason::Text to "Reject reason"
       set textBoxCqReason::Location to new System.Drawing.Point(115 336)
       set textBoxCqReason::Name to "textBoxCqReason"
       set textBoxCqReason::Size to new System.Drawing.Size(300 20)
       set textBoxCqReason::TabIndex to 10
       set textBoxCqReason::MaxLength to 40
      *>
      *> buttonCqApprove / buttonCqReject
      *>
      *> Approve applies the change through the owning maintenance
      *> program; the requester cannot approve their own change.
      *> Reject discards it without applying it.
      *>
       set buttonCqApprove::Location to new System.Drawing.Point(115 366)
       set buttonCqApprove::Name to "buttonCqApprove"
       set buttonCqApprove::Size to new System.Drawing.Size(90 23)
       set buttonCqApprove::TabIndex to 11
       set buttonCqApprove::Text to "Approve"
       set buttonCqApprove::UseVisualStyleBackColor to True
       invoke buttonCqApprove::add_Click(
           new System.EventHandler(self::buttonCqApprove_Click))
       set buttonCqReject::Location to new System.Drawing.Point(211 366)
       set buttonCqReject::Name to "buttonCqReject"
       set buttonCqReject::Size to new System.Drawing.Size(90 23)
       set buttonCqReject::TabIndex to 12
       set buttonCqReject::Text to "Reject"
       set buttonCqReject::UseVisualStyleBackColor to True
       invoke buttonCqReject::add_Click(
           new System.EventHandler(self::buttonCqReject_Click))
      *>
      *> buttonCqClose
      *>
       set buttonCqClose::Location to new System.Drawing.Point(678 401)
       set buttonCqClose::Name to "buttonCqClose"
       set buttonCqClose::Size to new System.Drawing.Size(75 23)
       set buttonCqClose::TabIndex to 13
       set buttonCqClose::Text to "Close"
       set buttonCqClose::UseVisualStyleBackColor to True
       invoke buttonCqClose::add_Click(
           new System.EventHandler(self::buttonCqClose_Click))
      *>
      *> FormChangeQueue
      *>
       set self::ClientSize to new System.Drawing.Size(766 436)
       invoke self::Controls::Add(buttonCqClose)
       invoke self::Controls::Add(buttonCqReject)
       invoke self::Controls::Add(buttonCqApprove)
       invoke self::Controls::Add(textBoxCqReason)
       invoke self::Controls::Add(labelCqReason)
       invoke self::Controls::Add(textBoxCqAfter)
       invoke self::Controls::Add(labelCqAfter)
       invoke self::Controls::Add(textBoxCqBefore)
       invoke self::Controls::Add(labelCqBefore)
       invoke self::Controls::Add(textBoxCqId)
       invoke self::Controls::Add(labelCqId)
       invoke self::Controls::Add(listBoxCq)
       invoke self::Controls::Add(buttonCqList)
       invoke self::Controls::Add(checkBoxCqPendingOnly)
       set self::Name to "FormChangeQueue"
       set self::Text to "Pending Change Queue"
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
