      *Lab9Buy Tyler Zysberg
      *Title purchasing recommendations - ranks titles by unmet
      *demand from the waiting holds on Lab9-holds.dat, copies out on
      *Lab9-openrent.dat and rentals over the last 90 days - the
      *months of the window on the title records of the rental rollup
      *Lab9-rollup.dat - against MstCopies, using the ratios in
      *Lab9-buyparm.dat, and
      *lists titles with idle surplus copies. Each recommendation is
      *written to the buyer's worksheet Lab9-buyappr.dat
      *Run with parameter POST to turn the approved quantities keyed
      *on the worksheet into a C transaction batch Lab9-buytrans.dat
      *with header and trailer, ready to run through Lab9Edit and
      *Lab9b as Lab9-trans.dat. The copy count added to is the last C
      *image still pending on Lab9-rentadj.dat, else the master's

       identification Division.
       Program-ID. Lab9Buy.

       Environment Division.
       Input-Output Section.
       File-Control.
       Select MasterFile
          Assign to "Lab9b-master.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is MstNumber
          Alternate Record Key is MstGen With Duplicates
          Status is MstFileStat.

       Select Optional HoldFile
          Assign to "Lab9-holds.dat"
          Organization is Indexed
          Access Mode is Sequential
          Record Key is HldKey
          Status is HldFileStat.

       Select Optional OpenRentFile
          Assign to "Lab9-openrent.dat"
          Organization is Indexed
          Access Mode is Sequential
          Record Key is OrKey
          Status is OrFileStat.

       Select Optional RollupFile
          Assign to "Lab9-rollup.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is RuKey
          Status is RuFileStat.

       Select Optional RentAdjFile
          Assign to "Lab9-rentadj.dat"
          Organization is line sequential
          Status is AdjFileStat.

       Select Optional BuyParmFile
          Assign to "Lab9-buyparm.dat"
          Organization is line sequential
          Status is ParmFileStat.

       Select Optional BuyApprFile
          Assign to "Lab9-buyappr.dat"
          Organization is line sequential
          Status is ApprFileStat.

       Select Optional BuyCtlFile
          Assign to "Lab9-buyctl.dat"
          Organization is line sequential
          Status is CtlFileStat.

       Select BuyTransFile
          Assign to "Lab9-buytrans.dat"
          Organization is line sequential.

       Select BuyReportFile
          Assign to "Lab9-buyrpt.txt"
          Organization is line sequential.

       Select BuyPostFile
          Assign to "Lab9-buypost.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD MasterFile.
        01 MasterRec.
           05 MstNumber Pic 9(5).
           05 MstName Pic X(50).
           05 MstGen Pic X(20).
           05 MstRating Pic X(5).
           05 MstYear Pic 9(4).
           05 MstCopies Pic 9(3).

        FD HoldFile.
        01 HoldRec.
           05 HldKey.
              10 HldNumber Pic 9(5).
              10 HldDate Pic 9(8).
              10 HldMember Pic X(10).
           05 HldPickDate Pic 9(8).

        FD OpenRentFile.
        01 OpenRentRec.
           05 OrKey.
              10 OrNumber Pic 9(5).
              10 OrMember Pic X(10).
           05 OrDate Pic 9(8).
           05 OrCopy Pic 9(3).

        FD RollupFile.
        01 RollRec.
           05 RuKey.
              10 RuType Pic X.
              10 RuId Pic X(10).
              10 RuTitleId Redefines RuId.
                 15 RuTitle Pic 9(5).
                 15 Filler Pic X(5).
              10 RuMonth Pic 9(6).
           05 RuRentals Pic 9(7).
           05 RuDaysOut Pic 9(9).
           05 RuLateDays Pic 9(7).
           05 RuFee Pic 9(7)V99.
           05 RuLastIn Pic 9(8).

        FD RentAdjFile.
        01 RentAdjRec.
           05 AdjAction Pic X.
           05 AdjNumber Pic 9(5).
           05 AdjName Pic X(50).
           05 AdjGen Pic X(20).
           05 AdjRating Pic X(5).
           05 AdjYear Pic 9(4).
           05 AdjCopies Pic 9(3).

        FD BuyParmFile.
        01 BuyParmRec.
           05 BpHoldRatio Pic 9(2)V99.
           05 BpSep1 Pic X.
           05 BpTurnRatio Pic 9(2)V99.
           05 BpSep2 Pic X.
           05 BpIdleRatio Pic 9(2)V99.
           05 BpSep3 Pic X.
           05 BpMaxBuy Pic 9(3).

        FD BuyApprFile.
        01 BuyApprRec.
           05 BaNumber Pic 9(5).
           05 BaSep1 Pic X.
           05 BaRecommend Pic 9(3).
           05 BaSep2 Pic X.
           05 BaApproveX Pic X(3).
           05 BaSep3 Pic X.
           05 BaName Pic X(50).

        FD BuyCtlFile.
        01 BuyCtlRec.
           05 BcLastBatch Pic 9(6).
           05 BcSep Pic X.
           05 BcDate Pic 9(8).

        FD BuyTransFile.
        01 BuyTransRec.
           05 BtAction Pic X.
           05 BtNumber Pic 9(5).
           05 BtName Pic X(50).
           05 BtGen Pic X(20).
           05 BtRating Pic X(5).
           05 BtYear Pic 9(4).
           05 BtCopies Pic 9(3).
        01 BuyHeaderRec.
           05 BhType Pic X.
           05 BhBatch Pic 9(6).
           05 BhDate Pic 9(8).
           05 Filler Pic X(73).
        01 BuyTrailerRec.
           05 BlType Pic X.
           05 BlCount Pic 9(7).
           05 Filler Pic X(80).

        FD BuyReportFile.
        01 BuyReportLine Pic X(132).

        FD BuyPostFile.
        01 BuyPostLine Pic X(132).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 MstFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 HldFileStat Pic 99.
        01 OrFileStat Pic 99.
        01 RuFileStat Pic 99.
        01 AdjFileStat Pic 99.
        01 ParmFileStat Pic 99.
        01 ApprFileStat Pic 99.
        01 CtlFileStat Pic 99.
        01 EOF Pic X.
           88 Finished Value "Y".
        01 RunParm Pic X(10).
        01 HoldRatio Pic 9(2)V99 value 3.00.
        01 TurnRatio Pic 9(2)V99 value 6.00.
        01 IdleRatio Pic 9(2)V99 value 1.00.
        01 MaxBuy Pic 9(3) value 5.
        01 RunDate Pic 9(8).
        01 Cutoff90 Pic 9(8).
        01 FromMonth Pic 9(6).
        01 ToMonth Pic 9(6).
        01 TitleCount Pic 9(4) value 0.
        01 TitleTable.
           05 TitleEntry Occurs 0 to 2000 Times
              Depending on TitleCount
              Indexed by TitleIdx.
              10 TtNumber Pic 9(5).
              10 TtName Pic X(50).
              10 TtCopies Pic 9(3).
              10 TtOut Pic 9(3).
              10 TtHolds Pic 9(4).
              10 TtRent90 Pic 9(5).
              10 TtExtra Pic 9(3).
              10 TtSurplus Pic 9(3).
              10 TtPicked Pic X.
        01 TitleVar Pic X.
           88 TitleFound Value "Y".
        01 TitleSub Pic 9(4).
        01 BestSub Pic 9(4).
        01 RankSub Pic 9(4).
        01 HoldNeed Pic 9(5).
        01 TurnNeed Pic 9(5).
        01 CopiesNeeded Pic 9(5).
        01 ExtraWork Pic S9(5).
        01 RentPerCopy Pic 9(5)V99.
        01 BuyTitles Pic 9(5) value 0.
        01 BuyCopies Pic 9(5) value 0.
        01 SurplusTitles Pic 9(5) value 0.
        01 SurplusCopies Pic 9(5) value 0.
        01 LastBatch Pic 9(6) value 900000.
        01 NextBatch Pic 9(6).
        01 ApproveQty Pic 9(3).
        01 NewCopies Pic 9(4).
        01 BaseCopies Pic 9(3).
        01 PendCount Pic 9(3) value 0.
        01 PendTable.
           05 PendEntry Occurs 0 to 500 Times
              Depending on PendCount
              Indexed by PendIdx.
              10 PdNumber Pic 9(5).
              10 PdCopies Pic 9(3).
              10 PdChange Pic X.
              10 PdDelete Pic X.
        01 PendSub Pic 9(3).
        01 FindNumber Pic 9(5).
        01 PendVar Pic X.
           88 PendFound Value "Y".
        01 PostCount Pic 9(5) value 0.
        01 SkipCount Pic 9(5) value 0.
        01 RatioOut Pic Z9.99.
        01 ReportOut Pic X(132).

        Procedure Division.
        000-Main.
            Move Spaces to RunParm
            Accept RunParm from Command-Line
            Perform 105-ReadBizDate
            Move BizDate to RunDate
            Open Input MasterFile.
            if MstFileStat not = 00
            Display "Master Lab9b-master.dat could not be opened,"
               " status " MstFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            if RunParm = "POST"
            Perform 500-PostApprovals
            else
            Perform 100-ReadParm
            Compute Cutoff90 = Function Integer-of-Date(RunDate) - 90
            Compute FromMonth =
               Function Date-of-Integer(Cutoff90) / 100
            Move RunDate(1:6) to ToMonth
            Perform 110-LoadMaster
            Perform 120-CountHolds
            Perform 130-CountOut
            Perform 140-CountRentals
            Perform 150-WorkOutNeeds
               Varying TitleSub from 1 by 1
               Until TitleSub > TitleCount
            Open Output BuyReportFile
            Open Output BuyApprFile
            Perform 200-WriteHeading
            Perform 210-PrintRecommendations
            Perform 230-PrintSurplus
            Perform 250-WriteTotals
            Close BuyApprFile
            Close BuyReportFile
            end-if
            Close MasterFile.
            stop run.


        100-ReadParm.
            Open Input BuyParmFile
            if ParmFileStat = 00
            Read BuyParmFile
            at end
            continue
            not at end
            if BpHoldRatio Numeric and BpHoldRatio > 0
            Move BpHoldRatio to HoldRatio
            end-if
            if BpTurnRatio Numeric and BpTurnRatio > 0
            Move BpTurnRatio to TurnRatio
            end-if
            if BpIdleRatio Numeric
            Move BpIdleRatio to IdleRatio
            end-if
            if BpMaxBuy Numeric and BpMaxBuy > 0
            Move BpMaxBuy to MaxBuy
            end-if
            end-read
            end-if
            Close BuyParmFile.


        110-LoadMaster.
            Move "N" to EOF
            Perform Until Finished
            Read MasterFile Next Record
            at end
            Move "Y" to EOF
            not at end
            if TitleCount < 2000
            Add 1 to TitleCount
            Move MstNumber to TtNumber(TitleCount)
            Move MstName to TtName(TitleCount)
            Move MstCopies to TtCopies(TitleCount)
            Move 0 to TtOut(TitleCount)
            Move 0 to TtHolds(TitleCount)
            Move 0 to TtRent90(TitleCount)
            Move 0 to TtExtra(TitleCount)
            Move 0 to TtSurplus(TitleCount)
            Move "N" to TtPicked(TitleCount)
            else
            Display "Title table full - movie " MstNumber
               " and later not reviewed"
            Move "Y" to EOF
            end-if
            end-perform.


        115-FindTitle.
            Move "N" to TitleVar
            Move 0 to TitleSub
            if TitleCount > 0
            Set TitleIdx to 1
            Search TitleEntry
            when TtNumber(TitleIdx) = MstNumber
            Move "Y" to TitleVar
            Set TitleSub to TitleIdx
            end-search
            end-if.


        120-CountHolds.
            Open Input HoldFile
            if HldFileStat = 00
            Move "N" to EOF
            Perform Until Finished
            Read HoldFile
            at end
            Move "Y" to EOF
            not at end
            if HldPickDate not Numeric or HldPickDate = 0
            Move HldNumber to MstNumber
            Perform 115-FindTitle
            if TitleFound
            Add 1 to TtHolds(TitleSub)
            end-if
            end-if
            end-perform
            end-if
            Close HoldFile.


        130-CountOut.
            Open Input OpenRentFile
            if OrFileStat = 00
            Move "N" to EOF
            Perform Until Finished
            Read OpenRentFile
            at end
            Move "Y" to EOF
            not at end
            Move OrNumber to MstNumber
            Perform 115-FindTitle
            if TitleFound
            Add 1 to TtOut(TitleSub)
            end-if
            end-perform
            end-if
            Close OpenRentFile.


        140-CountRentals.
            Open Input RollupFile
            if RuFileStat = 00
            Move Spaces to RuKey
            Move "T" to RuType
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
            if RuType not = "T"
            Move "Y" to EOF
            else
            if RuTitle Numeric
               and RuMonth >= FromMonth and RuMonth <= ToMonth
            Move RuTitle to MstNumber
            Perform 115-FindTitle
            if TitleFound
            Add RuRentals to TtRent90(TitleSub)
            end-if
            end-if
            end-if
            end-perform
            Close RollupFile
            else
            Display "Rental rollup Lab9-rollup.dat could not be"
               " opened, status " RuFileStat " - run Lab9Roll REBUILD"
            end-if.


        150-WorkOutNeeds.
            Move 0 to HoldNeed
            Move 0 to TurnNeed
            if TtHolds(TitleSub) > 0
            Compute HoldNeed Rounded =
               TtHolds(TitleSub) / HoldRatio + .49
            end-if
            Compute TurnNeed Rounded =
               TtRent90(TitleSub) / TurnRatio + .49
            Compute ExtraWork = TurnNeed - TtCopies(TitleSub)
            if ExtraWork < HoldNeed
            Move HoldNeed to ExtraWork
            end-if
            if ExtraWork > MaxBuy
            Move MaxBuy to ExtraWork
            end-if
            if ExtraWork > 0
            Move ExtraWork to TtExtra(TitleSub)
            else
            Perform 160-CheckSurplus
            end-if.


        160-CheckSurplus.
            if TtHolds(TitleSub) = 0 and TtCopies(TitleSub) > 1
            Compute RentPerCopy Rounded =
               TtRent90(TitleSub) / TtCopies(TitleSub)
            if RentPerCopy < IdleRatio
            Move TurnNeed to CopiesNeeded
            if CopiesNeeded < TtOut(TitleSub)
            Move TtOut(TitleSub) to CopiesNeeded
            end-if
            if CopiesNeeded < 1
            Move 1 to CopiesNeeded
            end-if
            if TtCopies(TitleSub) > CopiesNeeded
            Compute TtSurplus(TitleSub) =
               TtCopies(TitleSub) - CopiesNeeded
            end-if
            end-if
            end-if.


        200-WriteHeading.
            Write BuyReportLine from
               "Title Purchasing Recommendations - Lab9Buy"
            Move Spaces to ReportOut
            Move HoldRatio to RatioOut
            String "Run date " RunDate "  one copy per " RatioOut
               " waiting holds"
               delimited by size into ReportOut
            Write BuyReportLine from ReportOut
            Move Spaces to ReportOut
            Move TurnRatio to RatioOut
            String "One copy per " RatioOut " rentals in 90 days"
               "  most to buy per title " MaxBuy
               delimited by size into ReportOut
            Write BuyReportLine from ReportOut
            Move Spaces to ReportOut
            String "Rent90 is rentals returned in the months "
               FromMonth " to " ToMonth
               delimited by size into ReportOut
            Write BuyReportLine from ReportOut
            Move Spaces to ReportOut
            Move IdleRatio to RatioOut
            String "Surplus when under " RatioOut
               " rentals per copy in 90 days and no waiting holds"
               delimited by size into ReportOut
            Write BuyReportLine from ReportOut.


        210-PrintRecommendations.
            Write BuyReportLine from Spaces
            Write BuyReportLine from
               "Recommended Purchases (most unmet demand first)"
            Write BuyReportLine from
               "Rank Movie Title
      -        "                          Copies Out Holds Rent90 Buy"
            Move 0 to RankSub
            Move 1 to BestSub
            Perform 220-PickNextTitle
               Until BestSub = 0
            if RankSub = 0
            Write BuyReportLine from "   None"
            end-if.


        220-PickNextTitle.
            Move 0 to BestSub
            Perform Varying TitleSub from 1 by 1
               Until TitleSub > TitleCount
            if TtExtra(TitleSub) > 0 and TtPicked(TitleSub) = "N"
            if BestSub = 0
            Move TitleSub to BestSub
            else
            if TtHolds(TitleSub) > TtHolds(BestSub)
               or (TtHolds(TitleSub) = TtHolds(BestSub)
               and TtRent90(TitleSub) > TtRent90(BestSub))
            Move TitleSub to BestSub
            end-if
            end-if
            end-if
            end-perform
            if BestSub > 0
            Add 1 to RankSub
            Move "Y" to TtPicked(BestSub)
            Add 1 to BuyTitles
            Add TtExtra(BestSub) to BuyCopies
            Move Spaces to ReportOut
            String RankSub " " TtNumber(BestSub) " " TtName(BestSub)
               " " TtCopies(BestSub) "    " TtOut(BestSub) " "
               TtHolds(BestSub) " " TtRent90(BestSub) "  "
               TtExtra(BestSub)
               delimited by size into ReportOut
            Write BuyReportLine from ReportOut
            Move Spaces to BuyApprRec
            Move TtNumber(BestSub) to BaNumber
            Move TtExtra(BestSub) to BaRecommend
            Move TtName(BestSub) to BaName
            Write BuyApprRec
            end-if.


        230-PrintSurplus.
            Write BuyReportLine from Spaces
            Write BuyReportLine from
               "Surplus Copies (idle titles with no waiting holds)"
            Write BuyReportLine from
               "     Movie Title
      -        "                          Copies Out Rent90 Surplus"
            Perform 240-PrintSurplusTitle
               Varying TitleSub from 1 by 1
               Until TitleSub > TitleCount
            if SurplusTitles = 0
            Write BuyReportLine from "   None"
            end-if.


        240-PrintSurplusTitle.
            if TtSurplus(TitleSub) > 0
            Add 1 to SurplusTitles
            Add TtSurplus(TitleSub) to SurplusCopies
            Move Spaces to ReportOut
            String "     " TtNumber(TitleSub) " " TtName(TitleSub)
               " " TtCopies(TitleSub) "    " TtOut(TitleSub) " "
               TtRent90(TitleSub) "   " TtSurplus(TitleSub)
               delimited by size into ReportOut
            Write BuyReportLine from ReportOut
            end-if.


        250-WriteTotals.
            Write BuyReportLine from Spaces
            Move Spaces to ReportOut
            String "Titles reviewed: " TitleCount
               "  To buy: " BuyTitles " titles " BuyCopies " copies"
               "  Surplus: " SurplusTitles " titles " SurplusCopies
               " copies"
               delimited by size into ReportOut
            Write BuyReportLine from ReportOut
            Display ReportOut
            Write BuyReportLine from
               "Key approved quantities on Lab9-buyappr.dat and run"
            Write BuyReportLine from
               "Lab9Buy POST to build the copy-count batch".


        500-PostApprovals.
            Open Input BuyApprFile
            if ApprFileStat not = 00
            Display "Buyer worksheet Lab9-buyappr.dat could not be"
               " opened, status " ApprFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Perform 510-ReadBuyControl
            Perform 505-LoadPendingAdj
            Compute NextBatch = LastBatch + 1
            Open Output BuyTransFile.
            Open Output BuyPostFile.
            Write BuyPostLine from
               "Approved Purchases Batch - Lab9Buy POST"
            Move Spaces to ReportOut
            String "Batch " NextBatch " dated " RunDate
               " written to Lab9-buytrans.dat"
               delimited by size into ReportOut
            Write BuyPostLine from ReportOut
            Write BuyPostLine from Spaces
            Move Spaces to BuyHeaderRec
            Move "H" to BhType
            Move NextBatch to BhBatch
            Move RunDate to BhDate
            Write BuyHeaderRec
            Move "N" to EOF
            Perform Until Finished
            Read BuyApprFile
            at end
            Move "Y" to EOF
            not at end
            Perform 520-PostApproval
            end-perform
            Move Spaces to BuyTrailerRec
            Move "T" to BlType
            Move PostCount to BlCount
            Write BuyTrailerRec
            Close BuyTransFile.
            Close BuyApprFile.
            Write BuyPostLine from Spaces
            Move Spaces to ReportOut
            String "Titles posted: " PostCount
               "  Lines not approved or skipped: " SkipCount
               delimited by size into ReportOut
            Write BuyPostLine from ReportOut
            Close BuyPostFile.
            Display ReportOut
            if PostCount > 0
            Perform 530-WriteBuyControl
            Open Output BuyApprFile
            Close BuyApprFile
            end-if.


        510-ReadBuyControl.
            Open Input BuyCtlFile
            if CtlFileStat = 00
            Read BuyCtlFile
            at end
            continue
            not at end
            if BcLastBatch Numeric and BcLastBatch > LastBatch
            Move BcLastBatch to LastBatch
            end-if
            end-read
            end-if
            Close BuyCtlFile.


        505-LoadPendingAdj.
            Move 0 to PendCount
            Open Input RentAdjFile
            Move "N" to EOF
            if AdjFileStat not = 00
            Move "Y" to EOF
            end-if
            Perform Until Finished
            Read RentAdjFile
            at end
            Move "Y" to EOF
            not at end
            if AdjNumber Numeric
               and (AdjAction = "C" or AdjAction = "D")
            Move AdjNumber to FindNumber
            Perform 506-FindPending
            if not PendFound
            if PendCount < 500
            Add 1 to PendCount
            Move PendCount to PendSub
            Move AdjNumber to PdNumber(PendSub)
            Move 0 to PdCopies(PendSub)
            Move "N" to PdChange(PendSub)
            Move "N" to PdDelete(PendSub)
            Move "Y" to PendVar
            else
            Display "Pending adjustment table full - movie "
               AdjNumber " taken from the master"
            end-if
            end-if
            if PendFound
            if AdjAction = "D"
            Move "Y" to PdDelete(PendSub)
            else
            if AdjCopies Numeric
            Move AdjCopies to PdCopies(PendSub)
            Move "Y" to PdChange(PendSub)
            end-if
            end-if
            end-if
            end-if
            end-perform
            Close RentAdjFile.


        506-FindPending.
            Move "N" to PendVar
            Move 0 to PendSub
            if PendCount > 0
            Set PendIdx to 1
            Search PendEntry
            when PdNumber(PendIdx) = FindNumber
            Move "Y" to PendVar
            Set PendSub to PendIdx
            end-search
            end-if.


        520-PostApproval.
            Move Spaces to ReportOut
            Move 0 to ApproveQty
            Evaluate True
            when BaApproveX Numeric
            Move BaApproveX to ApproveQty
            when BaApproveX(1:2) Numeric and BaApproveX(3:1) = Space
            Move BaApproveX(1:2) to ApproveQty
            when BaApproveX(1:1) Numeric and BaApproveX(2:2) = Spaces
            Move BaApproveX(1:1) to ApproveQty
            end-evaluate
            if ApproveQty = 0
            Add 1 to SkipCount
            else
            Move BaNumber to MstNumber
            Read MasterFile
            if MstFileStat not = 00
            Add 1 to SkipCount
            String "   " BaNumber " no longer on master - skipped"
               delimited by size into ReportOut
            else
            Move MstCopies to BaseCopies
            Move MstNumber to FindNumber
            Perform 506-FindPending
            if PendFound and PdChange(PendSub) = "Y"
            Move PdCopies(PendSub) to BaseCopies
            end-if
            Compute NewCopies = BaseCopies + ApproveQty
            if PendFound and PdDelete(PendSub) = "Y"
            Add 1 to SkipCount
            String "   " BaNumber " " MstName
               " has a delete pending on Lab9-rentadj.dat - skipped"
               delimited by size into ReportOut
            else
            if NewCopies > 999
            Add 1 to SkipCount
            String "   " BaNumber " " MstName " copies " BaseCopies
               " plus " ApproveQty " exceeds 999 - skipped"
               delimited by size into ReportOut
            else
            Move Spaces to BuyTransRec
            Move "C" to BtAction
            Move MstNumber to BtNumber
            Move MstName to BtName
            Move MstGen to BtGen
            Move MstRating to BtRating
            Move MstYear to BtYear
            Move NewCopies to BtCopies
            Write BuyTransRec
            Add 1 to PostCount
            String "   " MstNumber " " MstName " copies " BaseCopies
               " plus " ApproveQty " = " BtCopies
               delimited by size into ReportOut
            end-if
            end-if
            end-if
            end-if
            if ReportOut not = Spaces
            Write BuyPostLine from ReportOut
            end-if.


        530-WriteBuyControl.
            Open Output BuyCtlFile
            Move Spaces to BuyCtlRec
            Move NextBatch to BcLastBatch
            Move RunDate to BcDate
            Write BuyCtlRec
            Close BuyCtlFile.


        105-ReadBizDate.
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
