       class-id WindowsFormsApplication3.FormWhCancel is partial
                 inherits type System.Windows.Forms.Form.

       01 labelWcDate type System.Windows.Forms.Label.
       01 dateTimePickerWc type System.Windows.Forms.DateTimePicker.
       01 labelWcSource type System.Windows.Forms.Label.
       01 textBoxWcSource type System.Windows.Forms.TextBox.
       01 labelWcReference type System.Windows.Forms.Label.
       01 textBoxWcReference type System.Windows.Forms.TextBox.
       01 labelWcReason type System.Windows.Forms.Label.
       01 textBoxWcReason type System.Windows.Forms.TextBox.
       01 buttonWcCancel type System.Windows.Forms.Button.
       01 buttonWcClose type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set labelWcDate to new System.Windows.Forms.Label
       set dateTimePickerWc to new System.Windows.Forms.DateTimePicker
       set labelWcSource to new System.Windows.Forms.Label
       set textBoxWcSource to new System.Windows.Forms.TextBox
       set labelWcReference to new System.Windows.Forms.Label
       set textBoxWcReference to new System.Windows.Forms.TextBox
       set labelWcReason to new System.Windows.Forms.Label
       set textBoxWcReason to new System.Windows.Forms.TextBox
       set buttonWcCancel to new System.Windows.Forms.Button
       set buttonWcClose to new System.Windows.Forms.Button
       invoke self::SuspendLayout
      *>
      *> labelWcDate / dateTimePickerWc
      *>
      *> The date the item is due to release - the transaction's own
      *> business date, as shown on the warehoused-items report.
      *>
       set labelWcDate::Location to new System.Drawing.Point(13 15)
       set labelWcDate::Name to "labelWcDate"
       set labelWcDate::Size to new System.Drawing.Size(95 13)
       set labelWcDate::TabIndex to 0
       set labelWcDate::Text to "Due date"
       set dateTimePickerWc::Location to new System.Drawing.Point(115 12)
       set dateTimePickerWc::Name to "dateTimePickerWc"
       set dateTimePickerWc::Size to new System.Drawing.Size(178 20)
       set dateTimePickerWc::TabIndex to 1
      *>
      *> labelWcSource / textBoxWcSource
      *>
       set labelWcSource::Location to new System.Drawing.Point(13 45)
       set labelWcSource::Name to "labelWcSource"
       set labelWcSource::Size to new System.Drawing.Size(95 13)
       set labelWcSource::TabIndex to 2
       set labelWcSource::Text to "Source"
       set textBoxWcSource::Location to new System.Drawing.Point(115 42)
       set textBoxWcSource::Name to "textBoxWcSource"
       set textBoxWcSource::Size to new System.Drawing.Size(80 20)
       set textBoxWcSource::TabIndex to 3
       set textBoxWcSource::MaxLength to 8
      *>
      *> labelWcReference / textBoxWcReference
      *>
       set labelWcReference::Location to new System.Drawing.Point(13 70)
       set labelWcReference::Name to "labelWcReference"
       set labelWcReference::Size to new System.Drawing.Size(95 13)
       set labelWcReference::TabIndex to 4
       set labelWcReference::Text to "Reference"
       set textBoxWcReference::Location to
           new System.Drawing.Point(115 67)
       set textBoxWcReference::Name to "textBoxWcReference"
       set textBoxWcReference::Size to new System.Drawing.Size(120 20)
       set textBoxWcReference::TabIndex to 5
       set textBoxWcReference::MaxLength to 12
      *>
      *> labelWcReason / textBoxWcReason
      *>
       set labelWcReason::Location to new System.Drawing.Point(13 95)
       set labelWcReason::Name to "labelWcReason"
       set labelWcReason::Size to new System.Drawing.Size(95 13)
       set labelWcReason::TabIndex to 6
       set labelWcReason::Text to "Reason"
       set textBoxWcReason::Location to new System.Drawing.Point(115 92)
       set textBoxWcReason::Name to "textBoxWcReason"
       set textBoxWcReason::Size to new System.Drawing.Size(240 20)
       set textBoxWcReason::TabIndex to 7
       set textBoxWcReason::MaxLength to 40
      *>
      *> buttonWcCancel
      *>
       set buttonWcCancel::Location to new System.Drawing.Point(115 125)
       set buttonWcCancel::Name to "buttonWcCancel"
       set buttonWcCancel::Size to new System.Drawing.Size(90 23)
       set buttonWcCancel::TabIndex to 8
       set buttonWcCancel::Text to "Cancel Item"
       set buttonWcCancel::UseVisualStyleBackColor to True
       invoke buttonWcCancel::add_Click(
           new System.EventHandler(self::buttonWcCancel_Click))
      *>
      *> buttonWcClose
      *>
       set buttonWcClose::Location to new System.Drawing.Point(211 125)
       set buttonWcClose::Name to "buttonWcClose"
       set buttonWcClose::Size to new System.Drawing.Size(75 23)
       set buttonWcClose::TabIndex to 9
       set buttonWcClose::Text to "Close"
       set buttonWcClose::UseVisualStyleBackColor to True
       invoke buttonWcClose::add_Click(
           new System.EventHandler(self::buttonWcClose_Click))
      *>
      *> FormWhCancel
      *>
       set self::ClientSize to new System.Drawing.Size(374 161)
       invoke self::Controls::Add(buttonWcClose)
       invoke self::Controls::Add(buttonWcCancel)
       invoke self::Controls::Add(textBoxWcReason)
       invoke self::Controls::Add(labelWcReason)
       invoke self::Controls::Add(textBoxWcReference)
       invoke self::Controls::Add(labelWcReference)
       invoke self::Controls::Add(textBoxWcSource)
       invoke self::Controls::Add(labelWcSource)
       invoke self::Controls::Add(dateTimePickerWc)
       invoke self::Controls::Add(labelWcDate)
       set self::Name to "FormWhCancel"
       set self::Text to "Cancel Warehoused Item"
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
