       01 button18 type System.Windows.Forms.Button.
       01 button19 type System.Windows.Forms.Button.
       01 button20 type System.Windows.Forms.Button.
       01 button21 type System.Windows.Forms.Button.
       01 button22 type System.Windows.Forms.Button.
       01 button23 type System.Windows.Forms.Button.
       01 button24 type System.Windows.Forms.Button.
       01 button25 type System.Windows.Forms.Button.
       01 button26 type System.Windows.Forms.Button.
       01 button27 type System.Windows.Forms.Button.
       01 backgroundWorker1 type System.ComponentModel.BackgroundWorker.
       01 components type System.ComponentModel.IContainer.
      
       set button18 to new System.Windows.Forms.Button
       set button19 to new System.Windows.Forms.Button
       set button20 to new System.Windows.Forms.Button
       set button21 to new System.Windows.Forms.Button
       set button22 to new System.Windows.Forms.Button
       set button23 to new System.Windows.Forms.Button
       set button24 to new System.Windows.Forms.Button
       set button25 to new System.Windows.Forms.Button
       set button26 to new System.Windows.Forms.Button
       set button27 to new System.Windows.Forms.Button
       set backgroundWorker1 to new System.ComponentModel.BackgroundWorker
       invoke self::SuspendLayout
      *> 
       invoke button20::add_Click(
           new System.EventHandler(self::button20_Click))
      *>
      *> button21
      *>
      *> Prints the future-dated items still waiting in the warehouse
      *> by due date and source (DL100WHR).
      *>
       set button21::Location to new System.Drawing.Point(13 568)
       set button21::Name to "button21"
       set button21::Size to new System.Drawing.Size(150 23)
       set button21::TabIndex to 26
       set button21::Text to "Warehouse Report"
       set button21::UseVisualStyleBackColor to True
       invoke button21::add_Click(
           new System.EventHandler(self::button21_Click))
      *>
      *> button22
      *>
      *> Supervisor-only cancellation of a warehoused future-dated
      *> item before it releases (DL100WHX).
      *>
       set button22::Location to new System.Drawing.Point(174 568)
       set button22::Name to "button22"
       set button22::Size to new System.Drawing.Size(150 23)
       set button22::TabIndex to 27
       set button22::Text to "Cancel Warehoused..."
       set button22::UseVisualStyleBackColor to True
       invoke button22::add_Click(
           new System.EventHandler(self::button22_Click))
      *>
      *> button23
      *>
      *> Prints the accounts that went dormant or were reactivated in
      *> the selected month and every account still dormant (DL100DRR).
      *>
       set button23::Location to new System.Drawing.Point(13 597)
       set button23::Name to "button23"
       set button23::Size to new System.Drawing.Size(150 23)
       set button23::TabIndex to 28
       set button23::Text to "Dormancy Report"
       set button23::UseVisualStyleBackColor to True
       invoke button23::add_Click(
           new System.EventHandler(self::button23_Click))
      *>
      *> button24
      *>
      *> Opens the standing instruction screen (FormSiMaint) to add,
      *> change, suspend, resume, or cancel recurring transfers.
      *> Supervisor-only.
      *>
       set button24::Location to new System.Drawing.Point(174 597)
       set button24::Name to "button24"
       set button24::Size to new System.Drawing.Size(150 23)
       set button24::TabIndex to 29
       set button24::Text to "Standing Instructions..."
       set button24::UseVisualStyleBackColor to True
       invoke button24::add_Click(
           new System.EventHandler(self::button24_Click))
      *>
      *> button25
      *>
      *> Opens the cash monitoring case screen (FormCashCase) to list
      *> the cases raised by DL100CSH and mark them reviewed or
      *> escalated.
      *>
       set button25::Location to new System.Drawing.Point(174 626)
       set button25::Name to "button25"
       set button25::Size to new System.Drawing.Size(150 23)
       set button25::TabIndex to 30
       set button25::Text to "Cash Monitoring Cases..."
       set button25::UseVisualStyleBackColor to True
       invoke button25::add_Click(
           new System.EventHandler(self::button25_Click))
      *>
      *> button26
      *>
      *> Opens the pending change queue (FormChangeQueue) so a second
      *> supervisor can approve or reject the changes other supervisors
      *> have requested. Restricted to supervisors.
      *>
       set button26::Location to new System.Drawing.Point(13 626)
       set button26::Name to "button26"
       set button26::Size to new System.Drawing.Size(150 23)
       set button26::TabIndex to 31
       set button26::Text to "Pending Changes"
       set button26::UseVisualStyleBackColor to True
       invoke button26::add_Click(
           new System.EventHandler(self::button26_Click))
      *>
      *> button27
      *>
      *> Writes the year-end interest and fee tax reporting extract
      *> (DL100TAX) for the calendar year selected in dateTimePicker1.
      *>
       set button27::Location to new System.Drawing.Point(13 655)
       set button27::Name to "button27"
       set button27::Size to new System.Drawing.Size(150 23)
       set button27::TabIndex to 32
       set button27::Text to "Year-End Tax Extract"
       set button27::UseVisualStyleBackColor to True
       invoke button27::add_Click(
           new System.EventHandler(self::button27_Click))
      *>
      *> backgroundWorker1
      *>
      *> Drains the queued business dates one at a time off the UI
      *>
      *> Form1
      *>
       set self::ClientSize to new System.Drawing.Size(384 690)
       invoke self::Controls::Add(button27)
       invoke self::Controls::Add(button26)
       invoke self::Controls::Add(button25)
       invoke self::Controls::Add(button24)
       invoke self::Controls::Add(button23)
       invoke self::Controls::Add(button22)
       invoke self::Controls::Add(button21)
       invoke self::Controls::Add(button20)
       invoke self::Controls::Add(button19)
       invoke self::Controls::Add(button18)
