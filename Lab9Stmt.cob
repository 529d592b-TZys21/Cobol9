      *Lab9Stmt Tyler Zysberg
      *Print monthly member statements from the member records of the
      *monthly rental rollup Lab9-rollup.dat - rentals, days out,
      *late days past the 7-day grace period and the late fee at the
      *rating's daily rate, one line per month. For a given month the
      *late fees are posted to the member ledger Lab9-ledger.dat as
      *the statement charge, and each statement closes with the prior
      *balance, new charges, payments and amount due from the ledger.
      *A month that has not ended by the business date prints as an
      *interim statement and posts nothing

       identification Division.
       Program-ID. Lab9Stmt.
       Environment Division.
       Input-Output Section.
       File-Control.
       Select Optional RollupFile
          Assign to "Lab9-rollup.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is RuKey
          Status is RuFileStat.

       Select Optional MemberFile
          Assign to "Lab9-members.dat"
          Record Key is MemNumber
          Status is MemFileStat.

       Select LedgerFile
          Assign to "Lab9-ledger.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is LgKey
          Status is LgFileStat.

       Select WorkFile
          Assign to "Lab9-stmtwork.dat"
          Organization is line sequential.
          Assign to "Lab9-stmtrpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD RollupFile.
        01 RollRec.
           05 RuKey.
              10 RuType Pic X.
              10 RuId Pic X(10).
              10 RuMonth Pic 9(6).
           05 RuRentals Pic 9(7).
           05 RuDaysOut Pic 9(9).
           05 RuLateDays Pic 9(7).
           05 RuFee Pic 9(7)V99.
           05 RuLastIn Pic 9(8).

        FD MemberFile.
        01 MemRec.
           05 MemStat Pic X.
           05 MemJoined Pic 9(8).

        FD LedgerFile.
        01 LedgerRec.
           05 LgKey.
              10 LgMember Pic X(10).
              10 LgDate Pic 9(8).
              10 LgSeq Pic 9(3).
           05 LgType Pic X.
           05 LgAmount Pic S9(7)V99 Sign Leading Separate.
           05 LgRef Pic X(30).
           05 LgPostDate Pic 9(8).

        FD WorkFile.
        01 WorkRec.
           05 WrkMember Pic X(10).
           05 WrkMonth Pic 9(6).
           05 WrkRentals Pic 9(7).
           05 WrkDaysOut Pic 9(9).
           05 WrkLateDays Pic 9(7).
           05 WrkFee Pic 9(7)V99.
           05 WrkType Pic X.

        SD SortFile.
        01 SortRec.
           05 SrtMember Pic X(10).
           05 SrtMonth Pic 9(6).
           05 SrtRentals Pic 9(7).
           05 SrtDaysOut Pic 9(9).
           05 SrtLateDays Pic 9(7).
           05 SrtFee Pic 9(7)V99.
           05 SrtType Pic X.

        FD SortedFile.
        01 SortedRec.
           05 SdMember Pic X(10).
           05 SdMonth Pic 9(6).
           05 SdRentals Pic 9(7).
           05 SdDaysOut Pic 9(9).
           05 SdLateDays Pic 9(7).
           05 SdFee Pic 9(7)V99.
           05 SdType Pic X.

        FD StmtReportFile.
        01 StmtReportLine Pic X(120).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 RuFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 MemFileStat Pic 99.
        01 LgFileStat Pic 99.
        01 EOF Pic X.
           88 Finished Value "Y".
        01 StmtMonth Pic X(6).
        01 StmtMonthParts Redefines StmtMonth.
           05 StmtYear Pic 9(4).
           05 StmtMm Pic 99.
        01 MonthStart Pic 9(8).
        01 MonthEnd Pic 9(8).
        01 NextStart Pic 9(8).
        01 RunDate Pic 9(8).
        01 LedVar Pic X.
           88 LedgerOpen Value "Y".
        01 LedEOF Pic X.
           88 LedgerDone Value "Y".
        01 WriteVar Pic X.
           88 Written Value "Y".
        01 InterimVar Pic X value "N".
           88 InterimStmt Value "Y".
        01 ChargeVar Pic X.
           88 ChargePosted Value "Y".
        01 LedPrev Pic X(10).
        01 LedBalance Pic S9(7)V99.
        01 LedActive Pic X.
        01 PriorBal Pic S9(7)V99.
        01 NewCharges Pic S9(7)V99.
        01 PayCredits Pic S9(7)V99.
        01 AmountDue Pic S9(7)V99.
        01 GrandDue Pic S9(9)V99 value 0.
        01 PostCount Pic 9(5) value 0.
        01 BalOut Pic -(7)9.99.
        01 GrandDueOut Pic -(9)9.99.
        01 MemberFee Pic 9(7)V99.
        01 GrandFee Pic 9(7)V99 value 0.
        01 MemberRentals Pic 9(5).
        01 MemberCount Pic 9(5) value 0.
        01 PrevMember Pic X(10) value Spaces.
        01 FirstGroup Pic X value "Y".
        01 FeeOut Pic ZZZZZZ9.99.
        01 TotFeeOut Pic ZZZZZZ9.99.
        01 ReportOut Pic X(120).

               with no advancing
            Move Spaces to StmtMonth
            Accept StmtMonth
            Perform 105-CheckMonth
            Perform 110-ExtractRollup
            Sort SortFile Ascending Key SrtMember SrtMonth
               Using WorkFile
               Giving SortedFile
            Perform 200-PrintStatements
            stop run.


        105-CheckMonth.
            if StmtMonth not = Spaces
            if StmtMonth not Numeric or StmtMm < 1 or StmtMm > 12
            Display "Statement month " StmtMonth
               " is not a valid YYYYMM"
            Move 8 to Return-Code
            Stop Run
            end-if
            Perform 102-ReadBizDate
            Move BizDate to RunDate
            Compute MonthStart = StmtYear * 10000 + StmtMm * 100 + 1
            if StmtMm = 12
            Compute NextStart = (StmtYear + 1) * 10000 + 101
            else
            Compute NextStart = MonthStart + 100
            end-if
            Compute MonthEnd = Function Date-of-Integer(
               Function Integer-of-Date(NextStart) - 1)
            if MonthEnd >= RunDate
            Move "Y" to InterimVar
            end-if
            end-if.


        110-ExtractRollup.
            Open Output WorkFile.
            Open Input RollupFile
            if RuFileStat = 00
            Move Spaces to RuKey
            Move "M" to RuType
            Start RollupFile Key not less than RuKey
            Move "N" to EOF
            if RuFileStat not = 00
            Move "Y" to EOF
            end-if
            Perform Until Finished
            Read RollupFile Next Record
            at end
            Move "Y" to EOF
            not at end
            if RuType not = "M"
            Move "Y" to EOF
            else
            if StmtMonth = Spaces or RuMonth = StmtMonth
            Move RuId to WrkMember
            Move RuMonth to WrkMonth
            Move RuRentals to WrkRentals
            Move RuDaysOut to WrkDaysOut
            Move RuLateDays to WrkLateDays
            Move RuFee to WrkFee
            Move "R" to WrkType
            Write WorkRec
            end-if
            end-if
            end-perform
            Close RollupFile
            else
            Display "Rental rollup Lab9-rollup.dat could not be"
               " opened, status " RuFileStat " - run Lab9Roll REBUILD"
            end-if
            if StmtMonth not = Spaces
            Perform 120-ExtractLedger
            end-if
            Close WorkFile.


        120-ExtractLedger.
            Open Input LedgerFile
            if LgFileStat = 00
            Move Spaces to LedPrev
            Move 0 to LedBalance
            Move "N" to LedActive
            Move "N" to LedEOF
            Perform Until LedgerDone
            Read LedgerFile Next Record
            at end
            Move "Y" to LedEOF
            not at end
            if LgMember not = LedPrev
            Perform 125-WriteLedgerMember
            Move LgMember to LedPrev
            Move 0 to LedBalance
            Move "N" to LedActive
            end-if
            if LgDate <= MonthEnd
            Add LgAmount to LedBalance
            end-if
            if LgDate >= MonthStart and LgDate <= MonthEnd
            Move "Y" to LedActive
            end-if
            end-perform
            Perform 125-WriteLedgerMember
            Close LedgerFile
            end-if.


        125-WriteLedgerMember.
            if LedPrev not = Spaces
               and (LedBalance not = 0 or LedActive = "Y")
            Move Spaces to WorkRec
            Move LedPrev to WrkMember
            Move 0 to WrkMonth
            Move 0 to WrkRentals
            Move 0 to WrkDaysOut
            Move 0 to WrkLateDays
            Move 0 to WrkFee
            Move "L" to WrkType
            Write WorkRec
            end-if.


        200-PrintStatements.
            Open Input SortedFile.
            Open Input MemberFile.
            Move "N" to LedVar
            if StmtMonth not = Spaces
            Perform 205-OpenLedger
            end-if
            Open Output StmtReportFile.
            Write StmtReportLine from
               "Member Late-Fee Statements - Lab9Stmt"
            if StmtMonth not = Spaces
            Move Spaces to ReportOut
            if InterimStmt
            String "Statement month " StmtMonth
               " - INTERIM, month not yet closed, nothing posted"
               delimited by size into ReportOut
            else
            String "Statement month " StmtMonth
               delimited by size into ReportOut
            end-if
            Write StmtReportLine from ReportOut
            end-if
            Move "N" to EOF
            end-if
            Perform 240-WriteGrandTotal
            Close StmtReportFile.
            if LedgerOpen
            Close LedgerFile
            end-if
            Close MemberFile.
            Close SortedFile.


        205-OpenLedger.
            Open I-O LedgerFile.
            if LgFileStat = 35
            Open Output LedgerFile
            Close LedgerFile
            Open I-O LedgerFile
            end-if
            if LgFileStat = 00
            Move "Y" to LedVar
            else
            Display "Member ledger Lab9-ledger.dat could not be"
               " opened, status " LgFileStat
               " - statements printed without balances"
            end-if.


        210-ProcessRental.
            if SdMember not = PrevMember
            if FirstGroup = "Y"
            Add 1 to MemberCount
            Perform 220-WriteMemberHeading
            end-if
            if SdType not = "L"
            Perform 211-PrintMonth
            end-if.


        211-PrintMonth.
            Move SdFee to FeeOut
            Move Spaces to ReportOut
            String "   Month " SdMonth " rentals " SdRentals
               " days out " SdDaysOut " late days " SdLateDays
               " fee " FeeOut
               delimited by size into ReportOut
            Write StmtReportLine from ReportOut
            Add SdRentals to MemberRentals
            Add SdRentals to GrandRentals
            Add SdFee to MemberFee
            Add SdFee to GrandFee.


        220-WriteMemberHeading.
            String "   Rentals: " MemberRentals
               "  Late fees owed: " TotFeeOut
               delimited by size into ReportOut
            Write StmtReportLine from ReportOut
            if LedgerOpen
            if InterimStmt
            Write StmtReportLine from
               "   Interim statement - charge posted after month end"
            else
            Perform 232-PostCharge
            end-if
            Perform 236-WriteBalance
            end-if.


        232-PostCharge.
            Move "N" to ChargeVar
            Move PrevMember to LgMember
            Move MonthEnd to LgDate
            Move 0 to LgSeq
            Start LedgerFile Key not less than LgKey
            Move "N" to LedEOF
            if LgFileStat not = 00
            Move "Y" to LedEOF
            end-if
            Perform Until LedgerDone
            Read LedgerFile Next Record
            at end
            Move "Y" to LedEOF
            not at end
            if LgMember not = PrevMember or LgDate not = MonthEnd
            Move "Y" to LedEOF
            else
            if LgType = "S"
            Move "Y" to ChargeVar
            end-if
            end-if
            end-perform
            if ChargePosted
            Write StmtReportLine from
               "   Statement charge for this month already posted"
            else
            if MemberFee > 0
            Move Spaces to LedgerRec
            Move PrevMember to LgMember
            Move MonthEnd to LgDate
            Move "S" to LgType
            Move MemberFee to LgAmount
            String "Late fees statement " StmtMonth
               delimited by size into LgRef
            Move RunDate to LgPostDate
            Perform 234-WriteLedger
            if Written
            Add 1 to PostCount
            else
            Write StmtReportLine from
               "   *** statement charge could not be posted ***"
            end-if
            end-if
            end-if.


        234-WriteLedger.
            Move "N" to WriteVar
            Move 1 to LgSeq
            Perform Until Written or LgSeq = 999
            Write LedgerRec
            Evaluate LgFileStat
            when 00
            Move "Y" to WriteVar
            when 22
            Add 1 to LgSeq
            when other
            Display "Ledger write failed for member " LgMember
               " status " LgFileStat
            Move 999 to LgSeq
            end-evaluate
            end-perform.


        236-WriteBalance.
            Move 0 to PriorBal
            Move 0 to NewCharges
            Move 0 to PayCredits
            Move PrevMember to LgMember
            Move 0 to LgDate
            Move 0 to LgSeq
            Start LedgerFile Key not less than LgKey
            Move "N" to LedEOF
            if LgFileStat not = 00
            Move "Y" to LedEOF
            end-if
            Perform Until LedgerDone
            Read LedgerFile Next Record
            at end
            Move "Y" to LedEOF
            not at end
            if LgMember not = PrevMember or LgDate > MonthEnd
            Move "Y" to LedEOF
            else
            if LgDate < MonthStart
            Add LgAmount to PriorBal
            else
            if LgAmount > 0
            Add LgAmount to NewCharges
            else
            Subtract LgAmount from PayCredits
            end-if
            end-if
            end-if
            end-perform
            Compute AmountDue = PriorBal + NewCharges - PayCredits
            Add AmountDue to GrandDue
            Move PriorBal to BalOut
            Move Spaces to ReportOut
            String "   Prior balance     " BalOut
               delimited by size into ReportOut
            Write StmtReportLine from ReportOut
            Move NewCharges to BalOut
            Move Spaces to ReportOut
            String "   New charges       " BalOut
               delimited by size into ReportOut
            Write StmtReportLine from ReportOut
            Move PayCredits to BalOut
            Move Spaces to ReportOut
            String "   Payments/credits  " BalOut
               delimited by size into ReportOut
            Write StmtReportLine from ReportOut
            Move AmountDue to BalOut
            Move Spaces to ReportOut
            String "   Amount due        " BalOut
               delimited by size into ReportOut
            Write StmtReportLine from ReportOut.


               delimited by size into ReportOut
            Write StmtReportLine from Spaces
            Write StmtReportLine from ReportOut
            Display ReportOut
            if LedgerOpen
            Move GrandDue to GrandDueOut
            Move Spaces to ReportOut
            String "Statement charges posted: " PostCount
               "  Total amount due: " GrandDueOut
               delimited by size into ReportOut
            Write StmtReportLine from ReportOut
            Display ReportOut
            end-if.


        102-ReadBizDate.
            Move 0 to BizDate
            Open Input BizDateFile
            if BizFileStat = 00
            Read BizDateFile
            at end
            continue
            not at end
            if BdDate Numeric
            Move BdDate to BizDate
            end-if
            end-read
            end-if
            Close BizDateFile
            if BizDate = 0
            Accept BizDate from Date Yyyymmdd
            end-if.
