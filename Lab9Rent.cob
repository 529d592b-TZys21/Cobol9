      *Lab9Rent Tyler Zysberg
      *Post rental checkouts and returns against the movie master
      *and print the daily overdue list
      *A title can be out to as many members as it has MstCopies -
      *each open rental holds a copy number, a hold is only queued
      *once every copy is out, and each copy that comes back picks
      *the next waiting hold - a picked hold keeps that copy off the
      *shelf for every other member until it is collected or expires
      *LST and DMG close a rental for a copy reported lost or
      *returned damaged - the history row carries the reason, the
      *member is billed the replacement charge for the rating on
      *Lab9-ledger.dat, and the copies written off are sent to the
      *next night's Lab9Edit as C transactions in Lab9-rentadj.dat
      *Every history row written is also copied to Lab9-rentday.dat
      *so Lab9Roll can add the night's closed rentals to the rollup

       identification Division.
       Program-ID. Lab9Rent.
          Organization is line sequential
          Status is HstFileStat.

       Select Optional RateFile
          Assign to "Lab9-rates.dat"
          Organization is line sequential
          Status is RateFileStat.

       Select LedgerFile
          Assign to "Lab9-ledger.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is LgKey
          Status is LgFileStat.

       Select RentAdjFile
          Assign to "Lab9-rentadj.dat"
          Organization is line sequential.

       Select RentDayFile
          Assign to "Lab9-rentday.dat"
          Organization is line sequential.

       Select RentReportFile
          Assign to "Lab9-rentrpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD RentalFile.
              10 OrNumber Pic 9(5).
              10 OrMember Pic X(10).
           05 OrDate Pic 9(8).
           05 OrCopy Pic 9(3).

        FD MemberFile.
        01 MemRec.
              10 HldNumber Pic 9(5).
              10 HldDate Pic 9(8).
              10 HldMember Pic X(10).
           05 HldPickDate Pic 9(8).

        FD HoldParmFile.
        01 HoldParmRec.
           05 HstDaysOut Pic 9(5).
           05 HstSep5 Pic X.
           05 HstRating Pic X(5).
           05 HstSep6 Pic X.
           05 HstFlag Pic X(3).

        FD RateFile.
        01 RateRec.
           05 RrRating Pic X(5).
           05 RrSep Pic X.
           05 RrDaily Pic 9(2)V99.
           05 RrSep2 Pic X.
           05 RrReplace Pic 9(3)V99.

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

        FD RentDayFile.
        01 RentDayRec Pic X(50).

        FD RentAdjFile.
        01 RentAdjRec.
           05 AdjAction Pic X.
           05 AdjNumber Pic 9(5).
           05 AdjName Pic X(50).
           05 AdjGen Pic X(20).
           05 AdjRating Pic X(5).
           05 AdjYear Pic 9(4).
           05 AdjCopies Pic 9(3).

        FD RentReportFile.
        01 RentReportLine Pic X(110).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 RntFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 MstFileStat Pic 99.
        01 OrFileStat Pic 99.
        01 MemFileStat Pic 99.
           88 Finished Value "Y".
        01 RentVar Pic X.
           88 AlreadyOut Value "Y".
        01 OrEOF Pic X.
           88 OpenDone Value "Y".
        01 CopiesOut Pic 9(3).
        01 CopyNumber Pic 9(3).
        01 CopySub Pic 9(4).
        01 CopyTable.
           05 CopyInUse Occurs 999 Times Pic X.
        01 ReleaseCount Pic 9(3) value 0.
        01 ReleaseTable.
           05 ReleaseNumber Occurs 0 to 500 Times
              Depending on ReleaseCount Pic 9(5).
        01 ReleaseSub Pic 9(3).
        01 HoldAgeDate Pic 9(8).
        01 RateFileStat Pic 99.
        01 LgFileStat Pic 99.
        01 RateTableCount Pic 99 value 0.
        01 RateTable.
           05 RateEntry Occurs 0 to 10 Times
              Depending on RateTableCount
              Indexed by RateIdx.
              10 RateEntryRating Pic X(5).
              10 RateEntryReplace Pic 9(3)V99.
        01 ReplaceCharge Pic 9(3)V99.
        01 WriteVar Pic X.
           88 Written Value "Y".
        01 WdCount Pic 9(3) value 0.
        01 WdTable.
           05 WdEntry Occurs 0 to 500 Times
              Depending on WdCount
              Indexed by WdIdx.
              10 WdNumber Pic 9(5).
              10 WdCopies Pic 9(3).
        01 WdVar Pic X.
           88 WdFound Value "Y".
        01 WdSub Pic 9(3).
        01 NewCopies Pic S9(4).
        01 LostCount Pic 9(5) value 0.
        01 DamageCount Pic 9(5) value 0.
        01 AdjCount Pic 9(5) value 0.
        01 ChargeOut Pic ZZ9.99.
        01 CheckOutCount Pic 9(5) value 0.
        01 CheckInCount Pic 9(5) value 0.
        01 RejectCount Pic 9(5) value 0.
            Open I-O HoldFile
            end-if
            Perform 220-ReadHoldParm
            Perform 225-LoadRates
            Open I-O LedgerFile.
            if LgFileStat = 35
            Open Output LedgerFile
            Close LedgerFile
            Open I-O LedgerFile
            end-if
            if LgFileStat not = 00
            Display "Member ledger Lab9-ledger.dat could not be"
               " opened, status " LgFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Open Output RentAdjFile.
            Open Extend RentHistFile.
            Open Output RentDayFile.
            Open Output RentReportFile.
            Write RentReportLine from
               "Daily Rental Report - Lab9Rent"
            not at end
            Perform 100-PostRental
            end-perform
            Perform 215-ReadBizDate
            Move BizDate to RunDate
            Compute TodayInt = Function Integer-of-Date(RunDate)
            Perform 200-OverdueList
            Perform 205-ExpireHolds
            Perform 230-WriteAdjustments
            Perform 210-WriteTotals
            Close RentReportFile.
            Close RentDayFile.
            Close RentHistFile.
            Close RentAdjFile.
            Close LedgerFile.
            Close HoldFile.
            Close OpenRentFile.
            Close MemberFile.
            Perform 120-CheckIn
            when "HLD"
            Perform 140-PlaceHold
            when "LST"
            Perform 125-LostDamaged
            when "DMG"
            Perform 125-LostDamaged
            when other
            Move "bad action code    " to RejReason
            Perform 130-WriteReject
            Move "movie not on master" to RejReason
            Perform 130-WriteReject
            else
            Perform 111-CountCopiesOut
            if AlreadyOut
            Move "member has it out  " to RejReason
            Perform 130-WriteReject
            else
            if CopiesOut >= MstCopies
            Move "all copies out     " to RejReason
            Perform 130-WriteReject
            else
            Perform 114-AssignCopy
            Move RtNumberX to OrNumber
            Move RtMember to OrMember
            Move RtDateX to OrDate
            Move CopyNumber to OrCopy
            Write OpenRentRec
            if OrFileStat = 00
            Add 1 to CheckOutCount
            end-if
            end-if
            end-if
            end-if
            end-if.


        111-CountCopiesOut.
            Move "N" to RentVar
            Move 0 to CopiesOut
            Move Spaces to CopyTable
            Move RtNumberX to OrNumber
            Move Low-Values to OrMember
            Start OpenRentFile Key not less than OrKey
            Move "N" to OrEOF
            if OrFileStat not = 00
            Move "Y" to OrEOF
            end-if
            Perform Until OpenDone
            Read OpenRentFile Next Record
            at end
            Move "Y" to OrEOF
            not at end
            if OrNumber not = RtNumberX
            Move "Y" to OrEOF
            else
            Add 1 to CopiesOut
            if OrMember = RtMember
            Move "Y" to RentVar
            end-if
            if OrCopy Numeric and OrCopy > 0
            Move "Y" to CopyInUse(OrCopy)
            end-if
            end-if
            end-perform
            Perform 115-CountReserved.


        112-CheckMember.
            end-perform.


        114-AssignCopy.
            Move 0 to CopyNumber
            Perform Varying CopySub from 1 by 1
               Until CopySub > MstCopies or CopyNumber > 0
            if CopyInUse(CopySub) not = "Y"
            Move CopySub to CopyNumber
            end-if
            end-perform.


        115-CountReserved.
            Move RtNumberX to HldNumber
            Move Zero to HldDate
            Move Low-Values to HldMember
            Start HoldFile Key not less than HldKey
            Move "N" to HldEOF
            if HldFileStat not = 00
            Move "Y" to HldEOF
            end-if
            Perform Until HoldsDone
            Read HoldFile Next Record
            at end
            Move "Y" to HldEOF
            not at end
            if HldNumber not = RtNumberX
            Move "Y" to HldEOF
            else
            if HldPickDate Numeric and HldPickDate > 0
               and HldMember not = RtMember
            Add 1 to CopiesOut
            end-if
            end-if
            end-perform.


        120-CheckIn.
            Move RtNumberX to OrNumber
            Move RtMember to OrMember
            if MstFileStat = 00
            Move MstRating to HstRating
            end-if
            if RtAction = "LST" or RtAction = "DMG"
            Move RtAction to HstFlag
            end-if
            Write HistRec
            Write RentDayRec from HistRec.


        122-CheckHolds.
            Move Zero to HldDate
            Move Low-Values to HldMember
            Start HoldFile Key not less than HldKey
            Move "N" to HldEOF
            if HldFileStat not = 00
            Move "Y" to HldEOF
            end-if
            Perform Until HoldsDone
            Read HoldFile Next Record
            at end
            Move "Y" to HldEOF
            not at end
            if HldNumber not = RtNumberX
            Move "Y" to HldEOF
            else
            if HldPickDate not Numeric or HldPickDate = 0
            Move EditDate to HldPickDate
            Rewrite HoldRec
            Perform 123-WritePickLine
            Move "Y" to HldEOF
            end-if
            end-if
            end-perform.


        123-WritePickLine.
            Write RentReportLine from ReportOut.


        125-LostDamaged.
            Move RtNumberX to OrNumber
            Move RtMember to OrMember
            Read OpenRentFile
            if OrFileStat = 00
            Perform 121-WriteHistory
            Delete OpenRentFile
            if RtAction = "LST"
            Add 1 to LostCount
            else
            Add 1 to DamageCount
            end-if
            Perform 126-BillReplacement
            Perform 128-NoteWriteDown
            else
            Move "not checked out    " to RejReason
            Perform 130-WriteReject
            end-if.


        126-BillReplacement.
            Move 0 to ReplaceCharge
            if MstFileStat = 00 and RateTableCount > 0
            Set RateIdx to 1
            Search RateEntry
            when RateEntryRating(RateIdx) = MstRating
            Move RateEntryReplace(RateIdx) to ReplaceCharge
            end-search
            end-if
            Move Spaces to ReportOut
            if ReplaceCharge = 0
            String RtAction " " RtNumberX " copy " OrCopy " member "
               RtMember " - no replacement charge on file for rating "
               HstRating
               delimited by size into ReportOut
            else
            Move Spaces to LedgerRec
            Move RtMember to LgMember
            Move EditDate to LgDate
            Move "R" to LgType
            Move ReplaceCharge to LgAmount
            String "Replace " RtAction " movie " RtNumberX " copy "
               OrCopy
               delimited by size into LgRef
            Move EditDate to LgPostDate
            Perform 127-WriteLedger
            Move ReplaceCharge to ChargeOut
            if Written
            String RtAction " " RtNumberX " copy " OrCopy " member "
               RtMember " billed replacement " ChargeOut
               delimited by size into ReportOut
            else
            String RtAction " " RtNumberX " copy " OrCopy " member "
               RtMember " *** replacement " ChargeOut
               " could not be billed ***"
               delimited by size into ReportOut
            end-if
            end-if
            Write RentReportLine from ReportOut.


        127-WriteLedger.
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


        128-NoteWriteDown.
            Move "N" to WdVar
            if WdCount > 0
            Set WdIdx to 1
            Search WdEntry
            when WdNumber(WdIdx) = RtNumberX
            Move "Y" to WdVar
            Add 1 to WdCopies(WdIdx)
            end-search
            end-if
            if not WdFound
            if WdCount < 500
            Add 1 to WdCount
            Move RtNumberX to WdNumber(WdCount)
            Move 1 to WdCopies(WdCount)
            else
            Display "Write-down table full - copy count not lowered"
               " for movie " RtNumberX
            end-if
            end-if.


        140-PlaceHold.
            Perform 112-CheckMember
            if not MemberActive
            Move "already on hold    " to RejReason
            Perform 130-WriteReject
            else
            Perform 111-CountCopiesOut
            if AlreadyOut
            Move "member has it out  " to RejReason
            Perform 130-WriteReject
            else
            if CopiesOut < MstCopies
            Move "copy on shelf      " to RejReason
            Perform 130-WriteReject
            else
            Move RtNumberX to HldNumber
            Move EditDate to HldDate
            Move RtMember to HldMember
            Move Zero to HldPickDate
            Write HoldRec
            if HldFileStat = 00
            Add 1 to HoldCount
            end-if
            end-if
            end-if
            end-if
            end-if
            end-if.


            at end
            Move "Y" to HldEOF
            not at end
            Move HldDate to HoldAgeDate
            if HldPickDate Numeric and HldPickDate > 0
            Move HldPickDate to HoldAgeDate
            end-if
            Compute DaysOut =
               TodayInt - Function Integer-of-Date(HoldAgeDate)
            if DaysOut > HoldDays
            Add 1 to ExpiredCount
            Move Spaces to ReportOut
            if HldPickDate not Numeric or HldPickDate = 0
            String "   " HldNumber " member " HldMember
               " held since " HldDate
               delimited by size into ReportOut
            else
            String "   " HldNumber " member " HldMember
               " held since " HldDate " picked " HldPickDate
               " - copy released"
               delimited by size into ReportOut
            Perform 206-NoteRelease
            end-if
            Write RentReportLine from ReportOut
            Delete HoldFile
            end-if
            end-perform
            if ExpiredCount = 0
            Write RentReportLine from "   None"
            end-if
            if ReleaseCount > 0
            Write RentReportLine from Spaces
            Write RentReportLine from
               "Holds Picked for Released Copies"
            Move RunDate to EditDate
            Perform Varying ReleaseSub from 1 by 1
               Until ReleaseSub > ReleaseCount
            Move ReleaseNumber(ReleaseSub) to RtNumberX
            Perform 122-CheckHolds
            end-perform
            end-if.


        206-NoteRelease.
            if ReleaseCount < 500
            Add 1 to ReleaseCount
            Move HldNumber to ReleaseNumber(ReleaseCount)
            else
            Display "Release table full - no pick for movie "
               HldNumber
            end-if.


            Close HoldParmFile.


        225-LoadRates.
            Move 0 to RateTableCount
            Open Input RateFile
            if RateFileStat = 00
            Move "N" to EOF
            Perform Until Finished
            Read RateFile
            at end
            Move "Y" to EOF
            not at end
            if RateTableCount < 10
            Add 1 to RateTableCount
            Move RrRating to RateEntryRating(RateTableCount)
            Move 0 to RateEntryReplace(RateTableCount)
            if RrReplace Numeric
            Move RrReplace to RateEntryReplace(RateTableCount)
            end-if
            else
            Display "Rate table full - ignoring " RateRec
            end-if
            end-perform
            end-if
            Close RateFile.


        230-WriteAdjustments.
            if WdCount > 0
            Write RentReportLine from Spaces
            Write RentReportLine from
               "Copies Written Off (C transactions for Lab9Edit)"
            Perform Varying WdSub from 1 by 1
               Until WdSub > WdCount
            Perform 231-WriteAdjustment
            end-perform
            end-if.


        231-WriteAdjustment.
            Move WdNumber(WdSub) to MstNumber
            Read MasterFile
            Move Spaces to ReportOut
            if MstFileStat not = 00
            String "   " WdNumber(WdSub) " no longer on master - "
               WdCopies(WdSub) " copies not written off"
               delimited by size into ReportOut
            else
            Compute NewCopies = MstCopies - WdCopies(WdSub)
            if NewCopies < 0
            Move 0 to NewCopies
            end-if
            Move Spaces to RentAdjRec
            Move "C" to AdjAction
            Move MstNumber to AdjNumber
            Move MstName to AdjName
            Move MstGen to AdjGen
            Move MstRating to AdjRating
            Move MstYear to AdjYear
            Move NewCopies to AdjCopies
            Write RentAdjRec
            Add 1 to AdjCount
            String "   " MstNumber " " MstName " copies " MstCopies
               " less " WdCopies(WdSub) " = " AdjCopies
               delimited by size into ReportOut
            end-if
            Write RentReportLine from ReportOut.


        210-WriteTotals.
            Move Spaces to ReportOut
            String "Checked Out: " CheckOutCount
               delimited by size into ReportOut
            Write RentReportLine from Spaces
            Write RentReportLine from ReportOut
            Display ReportOut
            Move Spaces to ReportOut
            String "Lost: " LostCount "  Damaged: " DamageCount
               "  Copy write-downs: " AdjCount
               delimited by size into ReportOut
            Write RentReportLine from ReportOut
            Display ReportOut.


        215-ReadBizDate.
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
