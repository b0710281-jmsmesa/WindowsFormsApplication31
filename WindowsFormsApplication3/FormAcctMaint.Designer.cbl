       01 checkBoxAcNoDebits type System.Windows.Forms.CheckBox.
       01 checkBoxAcNoCredits type System.Windows.Forms.CheckBox.
       01 buttonAcControls type System.Windows.Forms.Button.
       01 buttonAcReactivate type System.Windows.Forms.Button.
       01 buttonAcHolds type System.Windows.Forms.Button.
       01 buttonAcExit type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

       set checkBoxAcNoDebits to new System.Windows.Forms.CheckBox
       set checkBoxAcNoCredits to new System.Windows.Forms.CheckBox
       set buttonAcControls to new System.Windows.Forms.Button
       set buttonAcReactivate to new System.Windows.Forms.Button
       set buttonAcHolds to new System.Windows.Forms.Button
       set buttonAcExit to new System.Windows.Forms.Button
       invoke self::SuspendLayout
      *>
      *>
       set groupBoxAcct::Location to new System.Drawing.Point(12 12)
       set groupBoxAcct::Name to "groupBoxAcct"
       set groupBoxAcct::Size to new System.Drawing.Size(360 295)
       set groupBoxAcct::TabIndex to 0
       set groupBoxAcct::TabStop to False
       set groupBoxAcct::Text to "Account Master"
       invoke buttonAcControls::add_Click(
           new System.EventHandler(self::buttonAcControls_Click))
      *>
      *> buttonAcReactivate
      *>
      *> Returns a dormant account to active use so debits post again.
      *>
       set buttonAcReactivate::Location to
           new System.Drawing.Point(120 260)
       set buttonAcReactivate::Name to "buttonAcReactivate"
       set buttonAcReactivate::Size to new System.Drawing.Size(70 23)
       set buttonAcReactivate::TabIndex to 17
       set buttonAcReactivate::Text to "Reactivate"
       set buttonAcReactivate::UseVisualStyleBackColor to True
       invoke buttonAcReactivate::add_Click(
           new System.EventHandler(self::buttonAcReactivate_Click))
      *>
      *> buttonAcHolds
      *>
      *> Opens the hold maintenance screen for the keyed account.
      *>
       set buttonAcHolds::Location to new System.Drawing.Point(12 318)
       set buttonAcHolds::Name to "buttonAcHolds"
       set buttonAcHolds::Size to new System.Drawing.Size(75 23)
       set buttonAcHolds::TabIndex to 2
       set buttonAcHolds::Text to "Holds..."
       set buttonAcHolds::UseVisualStyleBackColor to True
       invoke buttonAcHolds::add_Click(
           new System.EventHandler(self::buttonAcHolds_Click))
      *>
      *> buttonAcExit
      *>
       set buttonAcExit::Location to new System.Drawing.Point(297 318)
       set buttonAcExit::Name to "buttonAcExit"
       set buttonAcExit::Size to new System.Drawing.Size(75 23)
       set buttonAcExit::TabIndex to 1
      *>
      *> FormAcctMaint
      *>
       set self::ClientSize to new System.Drawing.Size(384 351)
       invoke self::Controls::Add(buttonAcExit)
       invoke self::Controls::Add(buttonAcHolds)
       invoke self::Controls::Add(groupBoxAcct)
       invoke groupBoxAcct::Controls::Add(buttonAcReactivate)
       invoke groupBoxAcct::Controls::Add(buttonAcControls)
       invoke groupBoxAcct::Controls::Add(buttonAcReopen)
       invoke groupBoxAcct::Controls::Add(buttonAcClose)
