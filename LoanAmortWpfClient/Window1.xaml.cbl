                 inherits type System.Windows.Window.

       working-storage section.
      *> The collections screen's conversation with LOANCDSK --
      *> kept for the life of the window, so the desk remembers
      *> where it is on the worklist and which loan is up.  The
      *> layout must match CDSKAREA or LOANCDSK writes past it.
       01 deskArea.
           03 cd-action           pic x(04).
           03 cd-operator-id      pic x(08).
           03 cd-queue-seq        pic 9(6) value zero.
           03 cd-loan-number      pic x(10) value spaces.
           03 cd-outcome-code     pic x(04).
           03 cd-promise-amount   pic x(10).
           03 cd-promise-date     pic x(08).
           03 cd-category-code    pic x(04).
           03 cd-note-text        pic x(60).
           03 cd-plan-start       pic x(08).
           03 cd-plan-months      pic x(03).
           03 cd-plan-payment     pic x(10).
           03 cd-result-flag      pic x(01).
           03 cd-message          pic x(60).
           03 cd-found-flag       pic x(01).
           03 cd-borrower-name    pic x(30).
           03 cd-status           pic x(02).
           03 cd-delq-days        pic 9(4).
           03 cd-delq-bucket      pic x(03).
           03 cd-lock-flag        pic x(01).
           03 cd-lock-reason      pic x(30).
           03 cd-last-contact     pic 9(8).
           03 cd-open-amount      pic 9(8)v99.
           03 cd-open-date        pic 9(8).
           03 cd-broken-count     pic 9(3).
           03 cd-rc-count         pic s9(4) comp.
           03 cd-recent-contact occurs 5.
              05 cd-rc-date       pic 9(8).
              05 cd-rc-operator   pic x(08).
              05 cd-rc-outcome    pic x(04).
              05 cd-rc-amount     pic 9(8)v99.
              05 cd-rc-promise-date pic 9(8).
              05 cd-rc-status     pic x(01).
           03 cd-rn-count         pic s9(4) comp.
           03 cd-recent-note occurs 5.
              05 cd-rn-date       pic 9(8).
              05 cd-rn-category   pic x(04).
              05 cd-rn-text       pic x(60).

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()

       end method.

      *> Collections screen: the collector pulls the next loan off
      *> the day's worklist and works it from one view -- the
      *> delinquency position, the promise history and the recent
      *> notes -- recording the call, a note, or a repayment-plan
      *> request through the procedural LOANCDSK service, which
      *> applies the green-screen edits and entitlements.  A loan
      *> under legal hold or SCRA protection comes back locked and
      *> the call and plan buttons are disabled for it.
       method-id btnNextLoan_Click.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           move "NEXT" to cd-action
           set cd-operator-id to tbOperatorId::Text

           call "LOANCDSK" using deskArea

           if cd-result-flag not = "Y"
               invoke type MessageBox::Show(cd-message,
                   "Collections")
           end-if
           invoke self::ShowCollectorDesk()
           goback.

       end method.

       method-id btnRecordCall_Click.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if cd-loan-number = spaces
               invoke type MessageBox::Show(
                   "Pull a loan from the worklist first",
                   "Collections")
               goback
           end-if

           move "CALL" to cd-action
           set cd-operator-id to tbOperatorId::Text
           set cd-outcome-code to tbOutcomeCode::Text
           *> no promise taken: blank amount and date go as zero,
           *> the way the console takes them.
           set cd-promise-amount to
               self::KeyedAmount(tbPromiseAmount::Text)
           if tbPromiseDate::Text::Trim::Length = 0
               move zero to cd-promise-date
           else
               set cd-promise-date to tbPromiseDate::Text::Trim
           end-if

           call "LOANCDSK" using deskArea

           invoke type MessageBox::Show(cd-message,
               "Collections")
           invoke self::ShowCollectorDesk()
           goback.

       end method.

       method-id btnWriteNote_Click.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if cd-loan-number = spaces
               invoke type MessageBox::Show(
                   "Pull a loan from the worklist first",
                   "Collections")
               goback
           end-if

           move "NOTE" to cd-action
           set cd-operator-id to tbOperatorId::Text
           set cd-category-code to tbNoteCategory::Text
           set cd-note-text to tbNoteText::Text

           call "LOANCDSK" using deskArea

           invoke type MessageBox::Show(cd-message,
               "Collections")
           invoke self::ShowCollectorDesk()
           goback.

       end method.

       method-id btnRequestPlan_Click.
       01 keyedMonths          pic 9(3).
       01 keyedMonthsX redefines keyedMonths pic x(03).
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if cd-loan-number = spaces
               invoke type MessageBox::Show(
                   "Pull a loan from the worklist first",
                   "Collections")
               goback
           end-if

           move "PLAN" to cd-action
           set cd-operator-id to tbOperatorId::Text
           set cd-plan-start to tbPlanStart::Text::Trim
           *> anything that will not parse goes across as keyed, so
           *> the service's edit answers it.
           try
               set keyedMonths to type Int32::Parse(tbPlanMonths::Text)
               move keyedMonthsX to cd-plan-months
           catch ex as type Exception
               set cd-plan-months to tbPlanMonths::Text
           end-try
           set cd-plan-payment to
               self::KeyedAmount(tbPlanPayment::Text)

           call "LOANCDSK" using deskArea

           invoke type MessageBox::Show(cd-message,
               "Collections")
           invoke self::ShowCollectorDesk()
           goback.

       end method.

      *> A dollar amount as typed on the screen, turned into the
      *> ten-digit implied-cents form the console programs take.
      *> Blank is zero; anything that will not parse, or will not
      *> fit, is passed as typed for the service's edit to reject.
       method-id KeyedAmount private.
       01 amountValue          decimal.
       01 keyedValue           pic 9(8)v99.
       01 keyedValueX redefines keyedValue pic x(10).
       procedure division using by value amountText as string
                          returning keyedText as string.
           if amountText = null or amountText::Trim::Length = 0
               set keyedText to "0000000000"
               goback
           end-if
           set keyedText to amountText
           try
               set amountValue to type Decimal::Parse(amountText)
               if amountValue >= 0 and amountValue < 100000000
                   move amountValue to keyedValue
                   set keyedText to keyedValueX
               end-if
           catch ex as type Exception
               continue
           end-try
           goback.

       end method.

      *> Paint the desk from deskArea: the loan and its delinquency
      *> position on the label, the contacts and notes in the grid,
      *> and the lock -- shown in red, with the call and plan
      *> buttons disabled -- for legal hold and SCRA.
       method-id ShowCollectorDesk private.
       01 DeskList             List[type AmortData].
       01 edAmount             pic z,zzz,zz9.99.
       procedure division.
           if cd-found-flag not = "Y"
               set dgAmortData::ItemsSource to null
               set lblTotInterest::Content to cd-message
               set lblDeskLock::Visibility to type Visibility::Hidden
               goback
           end-if

           set tbLoanNumber::Text to cd-loan-number
           set DeskList to new List[type AmortData]

           perform varying RowIdx as binary-long from 1 by 1
                   until RowIdx > cd-rc-count
               declare CallObj = new AmortData
               set CallObj::PayDateNo to
                   "CALL " & cd-rc-date(RowIdx) & " "
                       & cd-rc-operator(RowIdx)
               set CallObj::InterestPaid to cd-rc-outcome(RowIdx)
               move cd-rc-amount(RowIdx) to edAmount
               set CallObj::PrincipalPaid to edAmount
               set CallObj::Payment to cd-rc-promise-date(RowIdx)
               set CallObj::Balance to cd-rc-status(RowIdx)
               invoke DeskList::Add(CallObj)
           end-perform

           perform varying NoteIdx as binary-long from 1 by 1
                   until NoteIdx > cd-rn-count
               declare NoteObj = new AmortData
               set NoteObj::PayDateNo to "NOTE " & cd-rn-date(NoteIdx)
               set NoteObj::InterestPaid to cd-rn-category(NoteIdx)
               set NoteObj::Payment to cd-rn-text(NoteIdx)
               invoke DeskList::Add(NoteObj)
           end-perform

           set dgAmortData::ItemsSource to DeskList
           move cd-open-amount to edAmount
           set lblTotInterest::Content to
               cd-loan-number & "  " & cd-borrower-name
                   & "  " & cd-status & "  " & cd-delq-days
                   & " DAYS " & cd-delq-bucket
                   & "  PROMISE " & edAmount & " " & cd-open-date
                   & "  BROKEN " & cd-broken-count
           set lblInterest::Visibility to type Visibility::Visible

           if cd-lock-flag not = space
               set lblDeskLock::Content to
                   "LOCKED - " & cd-lock-reason
               set lblDeskLock::Foreground to
                   type System.Windows.Media.Brushes::Red
               set lblDeskLock::Visibility to type Visibility::Visible
               set btnRecordCall::IsEnabled to false
               set btnRequestPlan::IsEnabled to false
           else
               set lblDeskLock::Visibility to type Visibility::Hidden
               set btnRecordCall::IsEnabled to true
               set btnRequestPlan::IsEnabled to true
           end-if
           goback.

       end method.

       class-id LoanData.
       01 AmortList      List[type AmortData] property.
       01 TotalInterest  String               property.
