      *Lab9Mbr Tyler Zysberg
      *Member activity and retention analysis off Lab9-members.dat,
      *the member records of the rental rollup Lab9-rollup.dat,
      *Lab9-openrent.dat and Lab9-holds.dat - new members by joined
      *month, top renters and joins for the Lab9-mbrparm.dat month
      *range (yyyymm - the rollup is monthly), active members lapsed
      *past the parm's lapse days (also written with name and phone
      *to Lab9-winback.dat for the call campaign), suspended members
      *still holding rentals or holds, and rental volume by
      *membership tenure band

       identification Division.
       Program-ID. Lab9Mbr.

       Environment Division.
       Input-Output Section.
       File-Control.
       Select MemberFile
          Assign to "Lab9-members.dat"
          Organization is Indexed
          Access Mode is Sequential
          Record Key is MemNumber
          Status is MemFileStat.

       Select Optional RollupFile
          Assign to "Lab9-rollup.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is RuKey
          Status is RuFileStat.

       Select Optional OpenRentFile
          Assign to "Lab9-openrent.dat"
          Organization is Indexed
          Access Mode is Sequential
          Record Key is OrKey
          Status is OrFileStat.

       Select Optional HoldFile
          Assign to "Lab9-holds.dat"
          Organization is Indexed
          Access Mode is Sequential
          Record Key is HldKey
          Status is HldFileStat.

       Select Optional MbrParmFile
          Assign to "Lab9-mbrparm.dat"
          Organization is line sequential
          Status is ParmFileStat.

       Select WinBackFile
          Assign to "Lab9-winback.dat"
          Organization is line sequential.

       Select MbrReportFile
          Assign to "Lab9-mbrrpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD MemberFile.
        01 MemRec.
           05 MemNumber Pic X(10).
           05 MemName Pic X(30).
           05 MemPhone Pic X(12).
           05 MemStat Pic X.
           05 MemJoined Pic 9(8).

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

        FD OpenRentFile.
        01 OpenRentRec.
           05 OrKey.
              10 OrNumber Pic 9(5).
              10 OrMember Pic X(10).
           05 OrDate Pic 9(8).
           05 OrCopy Pic 9(3).

        FD HoldFile.
        01 HoldRec.
           05 HldKey.
              10 HldNumber Pic 9(5).
              10 HldDate Pic 9(8).
              10 HldMember Pic X(10).
           05 HldPickDate Pic 9(8).

        FD MbrParmFile.
        01 MbrParmRec.
           05 MpFromMonth Pic 9(6).
           05 MpSep1 Pic X.
           05 MpToMonth Pic 9(6).
           05 MpSep2 Pic X.
           05 MpLapseDays Pic 9(3).
           05 MpSep3 Pic X.
           05 MpTopN Pic 99.

        FD WinBackFile.
        01 WinBackRec.
           05 WbMember Pic X(10).
           05 WbSep1 Pic X.
           05 WbName Pic X(30).
           05 WbSep2 Pic X.
           05 WbPhone Pic X(12).
           05 WbSep3 Pic X.
           05 WbLastIn Pic 9(8).
           05 WbSep4 Pic X.
           05 WbJoined Pic 9(8).

        FD MbrReportFile.
        01 MbrReportLine Pic X(132).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 MemFileStat Pic 99.
        01 RuFileStat Pic 99.
        01 OrFileStat Pic 99.
        01 HldFileStat Pic 99.
        01 ParmFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 EOF Pic X.
           88 Finished Value "Y".
        01 MemCount Pic 9(4) value 0.
        01 MemTable.
           05 MemEntry Occurs 0 to 5000 Times
              Depending on MemCount
              Ascending Key MtNumber
              Indexed by MemIdx.
              10 MtNumber Pic X(10).
              10 MtName Pic X(30).
              10 MtPhone Pic X(12).
              10 MtStat Pic X.
              10 MtJoined Pic 9(8).
              10 MtRentals Pic 9(7).
              10 MtFee Pic 9(7)V99.
              10 MtLastIn Pic 9(8).
              10 MtOpen Pic 9(3).
              10 MtHolds Pic 9(3).
              10 MtPicked Pic X.
        01 MemSub Pic 9(4).
        01 FindMember Pic X(10).
        01 MemVar Pic X.
           88 MemberFound Value "Y".
        01 MemOverVar Pic X value "N".
           88 MemTableFull Value "Y".
        01 JoinCount Pic 9(3) value 0.
        01 JoinTable.
           05 JoinEntry Occurs 0 to 600 Times
              Depending on JoinCount
              Indexed by JoinIdx.
              10 JmMonth Pic 9(6).
              10 JmCount Pic 9(5).
              10 JmPicked Pic X.
        01 JoinVar Pic X.
           88 JoinFound Value "Y".
        01 JoinSub Pic 9(3).
        01 BestJoin Pic 9(3).
        01 BestMonth Pic 9(6).
        01 BandTable.
           05 BandEntry Occurs 5 Times.
              10 TbLabel Pic X(20).
              10 TbMembers Pic 9(5).
              10 TbRentals Pic 9(7).
        01 BandSub Pic 9.
        01 FromMonth Pic 9(6) value 0.
        01 ToMonth Pic 9(6) value 999912.
        01 LapseDays Pic 9(3) value 90.
        01 TopN Pic 99 value 20.
        01 RunDate Pic 9(8).
        01 TodayInt Pic 9(8).
        01 DaysSince Pic S9(7).
        01 TenureDays Pic S9(7).
        01 LapseVar Pic X.
           88 MemberLapsed Value "Y".
        01 RankSub Pic 99.
        01 BestSub Pic 9(4).
        01 BestCount Pic 9(7).
        01 AvgRentals Pic 9(5)V9.
        01 AvgOut Pic ZZZZ9.9.
        01 FeeOut Pic ZZZZZZ9.99.
        01 LastOut Pic X(8).
        01 NoMemberCount Pic 9(5) value 0.
        01 NewInRange Pic 9(5) value 0.
        01 LapsedCount Pic 9(5) value 0.
        01 SuspOpenCount Pic 9(5) value 0.
        01 RangeRentals Pic 9(7) value 0.
        01 ReportOut Pic X(132).

        Procedure Division.
        000-Main.
            Perform 110-ReadBizDate
            Move BizDate to RunDate
            Compute TodayInt = Function Integer-of-Date(RunDate)
            Perform 100-ReadParm
            Perform 120-LoadMembers
            Perform 130-ScanRollup
            Perform 140-CountOpenRentals
            Perform 150-CountHolds
            Open Output MbrReportFile.
            Open Output WinBackFile.
            Write MbrReportLine from
               "Member Activity and Retention - Lab9Mbr"
            Move Spaces to ReportOut
            String "Run date " RunDate
               "  rentals and joins in the months " FromMonth
               " to " ToMonth "  lapsed after " LapseDays " days"
               delimited by size into ReportOut
            Write MbrReportLine from ReportOut
            Perform 200-PrintNewMembers
            Perform 210-PrintTopRenters
            Perform 220-PrintLapsed
            Perform 230-PrintSuspended
            Perform 240-PrintTenure
            Perform 250-WriteTotals
            Close WinBackFile.
            Close MbrReportFile.
            stop run.


        100-ReadParm.
            Open Input MbrParmFile
            if ParmFileStat = 00
            Read MbrParmFile
            at end
            continue
            not at end
            if MpFromMonth Numeric
            Move MpFromMonth to FromMonth
            end-if
            if MpToMonth Numeric and MpToMonth > 0
            Move MpToMonth to ToMonth
            end-if
            if MpLapseDays Numeric and MpLapseDays > 0
            Move MpLapseDays to LapseDays
            end-if
            if MpTopN Numeric and MpTopN > 0
            Move MpTopN to TopN
            end-if
            end-read
            end-if
            Close MbrParmFile.


        110-ReadBizDate.
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


        120-LoadMembers.
            Open Input MemberFile.
            if MemFileStat not = 00
            Display "Member master Lab9-members.dat could not be"
               " opened, status " MemFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Move "N" to EOF
            Perform Until Finished
            Read MemberFile
            at end
            Move "Y" to EOF
            not at end
            if MemCount < 5000
            Add 1 to MemCount
            Move MemNumber to MtNumber(MemCount)
            Move MemName to MtName(MemCount)
            Move MemPhone to MtPhone(MemCount)
            Move MemStat to MtStat(MemCount)
            Move 0 to MtJoined(MemCount)
            if MemJoined Numeric
            Move MemJoined to MtJoined(MemCount)
            end-if
            Move 0 to MtRentals(MemCount)
            Move 0 to MtFee(MemCount)
            Move 0 to MtLastIn(MemCount)
            Move 0 to MtOpen(MemCount)
            Move 0 to MtHolds(MemCount)
            Move "N" to MtPicked(MemCount)
            Perform 125-CountJoinMonth
            else
            Move "Y" to MemOverVar
            end-if
            end-perform
            Close MemberFile.
            if MemTableFull
            Display "Member table full at 5000 - later members not"
               " analysed"
            end-if.


        125-CountJoinMonth.
            Move "N" to JoinVar
            if JoinCount > 0
            Set JoinIdx to 1
            Search JoinEntry
            when JmMonth(JoinIdx) = MtJoined(MemCount)(1:6)
            Move "Y" to JoinVar
            Add 1 to JmCount(JoinIdx)
            end-search
            end-if
            if not JoinFound and JoinCount < 600
            Add 1 to JoinCount
            Move MtJoined(MemCount)(1:6) to JmMonth(JoinCount)
            Move 1 to JmCount(JoinCount)
            Move "N" to JmPicked(JoinCount)
            end-if
            if MtJoined(MemCount)(1:6) >= FromMonth
               and MtJoined(MemCount)(1:6) <= ToMonth
            Add 1 to NewInRange
            end-if.


        126-FindMember.
            Move "N" to MemVar
            Move 0 to MemSub
            if MemCount > 0
            Search All MemEntry
            when MtNumber(MemIdx) = FindMember
            Move "Y" to MemVar
            Set MemSub to MemIdx
            end-search
            end-if.


        130-ScanRollup.
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
            Perform 131-TallyMonth
            end-if
            end-perform
            Close RollupFile
            else
            Display "Rental rollup Lab9-rollup.dat could not be"
               " opened, status " RuFileStat " - run Lab9Roll REBUILD"
            end-if.


        131-TallyMonth.
            Move RuId to FindMember
            Perform 126-FindMember
            if MemberFound
            if RuLastIn > MtLastIn(MemSub)
            Move RuLastIn to MtLastIn(MemSub)
            end-if
            if RuMonth >= FromMonth and RuMonth <= ToMonth
            Add RuRentals to MtRentals(MemSub)
            Add RuFee to MtFee(MemSub)
            Add RuRentals to RangeRentals
            end-if
            else
            Add 1 to NoMemberCount
            end-if.


        140-CountOpenRentals.
            Open Input OpenRentFile
            if OrFileStat = 00
            Move "N" to EOF
            Perform Until Finished
            Read OpenRentFile
            at end
            Move "Y" to EOF
            not at end
            Move OrMember to FindMember
            Perform 126-FindMember
            if MemberFound and MtOpen(MemSub) < 999
            Add 1 to MtOpen(MemSub)
            end-if
            end-perform
            end-if
            Close OpenRentFile.


        150-CountHolds.
            Open Input HoldFile
            if HldFileStat = 00
            Move "N" to EOF
            Perform Until Finished
            Read HoldFile
            at end
            Move "Y" to EOF
            not at end
            Move HldMember to FindMember
            Perform 126-FindMember
            if MemberFound and MtHolds(MemSub) < 999
            Add 1 to MtHolds(MemSub)
            end-if
            end-perform
            end-if
            Close HoldFile.


        200-PrintNewMembers.
            Write MbrReportLine from Spaces
            Write MbrReportLine from "New Members by Month Joined"
            if JoinCount = 0
            Write MbrReportLine from "   None"
            end-if
            Move 1 to BestJoin
            Perform 201-PickNextMonth Until BestJoin = 0.


        201-PickNextMonth.
            Move 0 to BestJoin
            Move 999999 to BestMonth
            Perform Varying JoinSub from 1 by 1
               Until JoinSub > JoinCount
            if JmPicked(JoinSub) = "N" and JmMonth(JoinSub) <= BestMonth
            Move JoinSub to BestJoin
            Move JmMonth(JoinSub) to BestMonth
            end-if
            end-perform
            if BestJoin > 0
            Move "Y" to JmPicked(BestJoin)
            Move Spaces to ReportOut
            if JmMonth(BestJoin) = 0
            String "   (no joined date) " JmCount(BestJoin)
               delimited by size into ReportOut
            else
            String "   " JmMonth(BestJoin) "  " JmCount(BestJoin)
               delimited by size into ReportOut
            end-if
            Write MbrReportLine from ReportOut
            end-if.


        210-PrintTopRenters.
            Write MbrReportLine from Spaces
            Move Spaces to ReportOut
            String "Top " TopN " Renters"
               delimited by size into ReportOut
            Write MbrReportLine from ReportOut
            Move 0 to RankSub
            Move 1 to BestSub
            Perform 211-PickBestRenter
               Until RankSub >= TopN or BestSub = 0
            if RankSub = 0
            Write MbrReportLine from "   No rentals in range"
            end-if.


        211-PickBestRenter.
            Move 0 to BestSub
            Move 0 to BestCount
            Perform Varying MemSub from 1 by 1
               Until MemSub > MemCount
            if MtPicked(MemSub) = "N"
               and MtRentals(MemSub) > BestCount
            Move MemSub to BestSub
            Move MtRentals(MemSub) to BestCount
            end-if
            end-perform
            if BestSub > 0
            Add 1 to RankSub
            Move "Y" to MtPicked(BestSub)
            Move MtFee(BestSub) to FeeOut
            Move Spaces to ReportOut
            String "   " RankSub ". " MtNumber(BestSub) " "
               MtName(BestSub) " rentals " MtRentals(BestSub)
               " late fees " FeeOut " joined " MtJoined(BestSub)
               delimited by size into ReportOut
            Write MbrReportLine from ReportOut
            end-if.


        220-PrintLapsed.
            Write MbrReportLine from Spaces
            Move Spaces to ReportOut
            String "Lapsed Active Members - no rental returned in "
               LapseDays " days and nothing out (Lab9-winback.dat)"
               delimited by size into ReportOut
            Write MbrReportLine from ReportOut
            Perform 221-CheckLapsed
               Varying MemSub from 1 by 1
               Until MemSub > MemCount
            if LapsedCount = 0
            Write MbrReportLine from "   None"
            end-if.


        221-CheckLapsed.
            Move "N" to LapseVar
            if MtStat(MemSub) = "A" and MtOpen(MemSub) = 0
            if MtLastIn(MemSub) > 0
            Compute DaysSince = TodayInt
               - Function Integer-of-Date(MtLastIn(MemSub))
            if DaysSince > LapseDays
            Move "Y" to LapseVar
            end-if
            else
            if MtJoined(MemSub) > 0 and
               Function Test-Date-Yyyymmdd(MtJoined(MemSub)) = 0
            Compute DaysSince = TodayInt
               - Function Integer-of-Date(MtJoined(MemSub))
            if DaysSince > LapseDays
            Move "Y" to LapseVar
            end-if
            end-if
            end-if
            end-if
            if MemberLapsed
            Add 1 to LapsedCount
            Move Spaces to ReportOut
            if MtLastIn(MemSub) = 0
            Move "never" to LastOut
            else
            Move MtLastIn(MemSub) to LastOut
            end-if
            String "   " MtNumber(MemSub) " " MtName(MemSub) " "
               MtPhone(MemSub) " last returned " LastOut
               " joined " MtJoined(MemSub)
               delimited by size into ReportOut
            Write MbrReportLine from ReportOut
            Move Spaces to WinBackRec
            Move MtNumber(MemSub) to WbMember
            Move MtName(MemSub) to WbName
            Move MtPhone(MemSub) to WbPhone
            Move MtLastIn(MemSub) to WbLastIn
            Move MtJoined(MemSub) to WbJoined
            Write WinBackRec
            end-if.


        230-PrintSuspended.
            Write MbrReportLine from Spaces
            Write MbrReportLine from
               "Suspended Members with Open Rentals or Holds"
            Perform Varying MemSub from 1 by 1
               Until MemSub > MemCount
            if MtStat(MemSub) = "S"
               and (MtOpen(MemSub) > 0 or MtHolds(MemSub) > 0)
            Add 1 to SuspOpenCount
            Move Spaces to ReportOut
            String "   " MtNumber(MemSub) " " MtName(MemSub) " "
               MtPhone(MemSub) " rentals out " MtOpen(MemSub)
               " holds " MtHolds(MemSub)
               delimited by size into ReportOut
            Write MbrReportLine from ReportOut
            end-if
            end-perform
            if SuspOpenCount = 0
            Write MbrReportLine from "   None"
            end-if.


        240-PrintTenure.
            Move "under 1 year" to TbLabel(1)
            Move "1 to 2 years" to TbLabel(2)
            Move "2 to 5 years" to TbLabel(3)
            Move "5 years and over" to TbLabel(4)
            Move "no joined date" to TbLabel(5)
            Perform Varying BandSub from 1 by 1 Until BandSub > 5
            Move 0 to TbMembers(BandSub)
            Move 0 to TbRentals(BandSub)
            end-perform
            Perform 241-BandMember
               Varying MemSub from 1 by 1
               Until MemSub > MemCount
            Write MbrReportLine from Spaces
            Write MbrReportLine from
               "Rental Volume by Membership Tenure (rentals in range)"
            Perform Varying BandSub from 1 by 1 Until BandSub > 5
            Move 0 to AvgRentals
            if TbMembers(BandSub) > 0
            Compute AvgRentals Rounded =
               TbRentals(BandSub) / TbMembers(BandSub)
            end-if
            Move AvgRentals to AvgOut
            Move Spaces to ReportOut
            String "   " TbLabel(BandSub) " members "
               TbMembers(BandSub) " rentals " TbRentals(BandSub)
               " per member " AvgOut
               delimited by size into ReportOut
            Write MbrReportLine from ReportOut
            end-perform.


        241-BandMember.
            Move 5 to BandSub
            if MtJoined(MemSub) > 0 and
               Function Test-Date-Yyyymmdd(MtJoined(MemSub)) = 0
            Compute TenureDays = TodayInt
               - Function Integer-of-Date(MtJoined(MemSub))
            Evaluate True
            when TenureDays < 365
            Move 1 to BandSub
            when TenureDays < 730
            Move 2 to BandSub
            when TenureDays < 1826
            Move 3 to BandSub
            when other
            Move 4 to BandSub
            end-evaluate
            end-if
            Add 1 to TbMembers(BandSub)
            Add MtRentals(MemSub) to TbRentals(BandSub).


        250-WriteTotals.
            Write MbrReportLine from Spaces
            Move Spaces to ReportOut
            String "Members: " MemCount
               "  Joined in range: " NewInRange
               "  Rentals in range: " RangeRentals
               "  Lapsed: " LapsedCount
               "  Suspended with items out: " SuspOpenCount
               delimited by size into ReportOut
            Write MbrReportLine from ReportOut
            Display ReportOut
            if NoMemberCount > 0
            Move Spaces to ReportOut
            String "Rollup member months not on the member file: "
               NoMemberCount
               delimited by size into ReportOut
            Write MbrReportLine from ReportOut
            end-if.
