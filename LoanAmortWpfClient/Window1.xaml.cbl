       end method.


      *    SUBMITS A NEW LOAN APPLICATION, KEYED ON THE APPLICATION
      *    FORM IN THE LOANAPPL.CPY SHAPE, THROUGH THE
      *    SubmitApplication SERVICE OPERATION (BACKED BY THE APPLSUBM
      *    PROGRAM) INSTEAD OF E-MAILING THE TERMS TO OPERATIONS. THE
      *    SERVICE RUNS THE LOANEDIT EDITS ON THE SPOT: A REJECTED
      *    APPLICATION COMES BACK WITH EVERY REASON LISTED SO THE
      *    OFFICER FIXES IT ONCE; AN ACCEPTED ONE IS QUEUED FOR THE
      *    OVERNIGHT RUN AND SHOWS UP IN THE STATUS LIST.
       method-id btnSubmitAppl_Click.
       01 SubmitURL String value "http://localhost:7071/api/SubmitApplication".
       01 wc type WebClient.
       01 jSer type DataContractJsonSerializer.
       01 result type Byte occurs any.
       01 ApplResultObj type ApplResult.

       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set lbApplReasons::ItemsSource to null

           if tbApplLoanNo::Text = null or tbApplLoanNo::Text::Trim() = ""
               set lblApplMessage::Content to "ENTER A LOAN NUMBER FOR THE APPLICATION"
               goback
           end-if

           set SubmitURL to SubmitURL
               & "?LoanNo=" & type Uri::EscapeDataString(tbApplLoanNo::Text::Trim())
               & self::ApplParam("BorrowerId", tbApplBorrowerId::Text)
               & self::ApplParam("P", tbApplPrincipal::Text)
               & self::ApplParam("T", tbApplTerm::Text)
               & self::ApplParam("R", tbApplRate::Text)
               & self::ApplParam("PmtFreq", tbApplPmtFreq::Text)
               & self::ApplParam("DayCount", tbApplDayCount::Text)
               & self::ApplParam("IntMethod", tbApplIntMethod::Text)
               & self::ApplParam("ExtraPrincipal", tbApplExtraPrin::Text)
               & self::ApplParam("OrigFee", tbApplOrigFee::Text)
               & self::ApplParam("RateChgMonth", tbApplRateChgMonth::Text)
               & self::ApplParam("RateChgRate", tbApplRateChgRate::Text)
               & self::ApplParam("Product", tbApplProduct::Text)
               & self::ApplParam("FirstPmtDate", tbApplFirstPmt::Text)
               & self::ApplParam("Escrow", tbApplEscrow::Text)
               & self::ApplParam("IOMonths", tbApplIOMonths::Text)
               & self::ApplParam("BalloonMonth", tbApplBalloon::Text)
               & self::ApplParam("IndexCode", tbApplIndex::Text)
               & self::ApplParam("Margin", tbApplMargin::Text)
               & self::ApplParam("Investor", tbApplInvestor::Text)
               & self::ApplParam("ParticPct", tbApplPartic::Text)
               & self::ApplParam("Officer", type Environment::UserName)
           set wc to new WebClient

      *    SAME UNREACHABLE-SERVICE HANDLING AS btnAmort_Click.
           try
               set result to wc::DownloadData(SubmitURL)
               declare ms = new MemoryStream(result)
               set jSer to new DataContractJsonSerializer(type of ApplResult)
               set ApplResultObj to jSer::ReadObject(ms) as type ApplResult
           catch ex as type System.Exception
               set lblApplMessage::Content to
                   "UNABLE TO REACH THE AMORTIZATION SERVICE - " & ex::Message
               goback
           end-try

      *    A REJECTED APPLICATION: ErrorMessage SAYS SO AND Reasons
      *    CARRIES EVERY EDIT IT FAILED, IN APPLEDIT'S OWN WORDS.
           if ApplResultObj::ErrorMessage not = null
                   and ApplResultObj::ErrorMessage <> ""
               set lblApplMessage::Content to ApplResultObj::ErrorMessage
               set lbApplReasons::ItemsSource to ApplResultObj::Reasons
               goback
           end-if

           set lblApplMessage::Content to "APPLICATION " & tbApplLoanNo::Text::Trim()
               & " QUEUED FOR TONIGHT'S RUN - CHECK ITS STATUS TOMORROW"
           invoke self::btnApplStatus_Click(sender, e)

           goback.

       end method.

      *    ONE "&Name=value" PIECE OF THE SUBMIT QUERY STRING. A
      *    BLANK FIELD GOES ACROSS EMPTY AND THE SERVICE TAKES IT AS
      *    SPACES/ZERO, AS AN UNUSED FIELD ON A KEYED APPLICATION IS.
       method-id ApplParam private.
       procedure division using by value ParmName as String
                                by value ParmValue as String
                          returning Result as String.
           if ParmValue = null
               set ParmValue to ""
           end-if
           set Result to "&" & ParmName & "="
               & type Uri::EscapeDataString(ParmValue::Trim())
           goback.
       end method.

      *    LISTS THE APPLICATIONS THIS OFFICER HAS SUBMITTED, THROUGH
      *    THE GetApplicationStatus SERVICE OPERATION (BACKED BY THE
      *    APPLSTAT PROGRAM): PENDING, BOOKED, OR REJECTED TO LOANRCYC
      *    WITH THE REASON CODE, AS THE OVERNIGHT RUN LEFT THEM.
       method-id btnApplStatus_Click.
       01 StatusURL String value "http://localhost:7071/api/GetApplicationStatus".
       01 wc type WebClient.
       01 jSer type DataContractJsonSerializer.
       01 result type Byte occurs any.
       01 ApplStatusObj type ApplStatusData.

       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set StatusURL to StatusURL & "?Officer="
               & type Uri::EscapeDataString(type Environment::UserName)
           set wc to new WebClient

           try
               set result to wc::DownloadData(StatusURL)
               declare ms = new MemoryStream(result)
               set jSer to new DataContractJsonSerializer(type of ApplStatusData)
               set ApplStatusObj to jSer::ReadObject(ms) as type ApplStatusData
           catch ex as type System.Exception
               set lblApplMessage::Content to
                   "UNABLE TO REACH THE AMORTIZATION SERVICE - " & ex::Message
               set dgApplStatus::ItemsSource to null
               goback
           end-try

      *    NO APPLICATIONS FOR THIS OFFICER COMES BACK AS A MESSAGE,
      *    NOT AN EMPTY GRID - SAME AS GetLoanMaster'S "NO LOAN ON
      *    FILE".
           if ApplStatusObj::ErrorMessage not = null
                   and ApplStatusObj::ErrorMessage <> ""
               set lblApplMessage::Content to ApplStatusObj::ErrorMessage
               set dgApplStatus::ItemsSource to null
               goback
           end-if

           set dgApplStatus::ItemsSource to ApplStatusObj::ApplList
           if ApplStatusObj::More = "Y"
               set lblApplMessage::Content to
                   "MORE APPLICATIONS ON FILE THAN SHOWN - OLDEST SETTLED ONES OMITTED"
           end-if

           goback.

       end method.

      *    Apr IS ONLY FILLED BY GetLoanMaster - GetPaymentSchedule
      *    PREDATES IT AND THE DESERIALIZER LEAVES IT NULL THERE.
       class-id LoanData.
       01 Apr            String               property.
       end class.

      *    WHAT SubmitApplication RETURNS. ErrorMessage IS EMPTY
      *    WHEN THE APPLICATION WAS QUEUED.
       class-id ApplResult.
       01 ErrorMessage   String               property.
       01 Reasons        List[String]         property.
       end class.

      *    WHAT GetApplicationStatus RETURNS - ONE ApplStatusRow PER
      *    ENTRY OF APPLSTAT.CPY.
       class-id ApplStatusData.
       01 ApplList       List[type ApplStatusRow] property.
       01 More           String               property.
       01 ErrorMessage   String               property.
       end class.

       class-id ApplStatusRow.
       01 LoanNo           String property.
       01 BorrowerId       String property.
       01 Principal        String property.
       01 ProductCode      String property.
       01 SubmitDate       String property.
       01 Status           String property.
       end class.

       class-id AmortData.
       01 PayDateNo        String property.
       01 InterestPaid     String property.
