      *Lab9Act Tyler Zysberg
      *Title activity analysis off the monthly rental rollup
      *Lab9-rollup.dat joined with Lab9b-master.dat - top-20
      *most-rented titles and revenue by genre for the months of the
      *Lab9-actparm.dat date range, plus titles with no rental in the
      *last 90 days as retirement candidates

       identification Division.
       Program-ID. Lab9Act.
       Environment Division.
       Input-Output Section.
       File-Control.
       Select Optional RollupFile
          Assign to "Lab9-rollup.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is RuKey
          Status is RuFileStat.

       Select MasterFile
          Assign to "Lab9b-master.dat"
          Assign to "Lab9-actrpt.txt"
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
              10 RuTitleId Redefines RuId.
                 15 RuTitle Pic 9(5).
                 15 Filler Pic X(5).
              10 RuMonth Pic 9(6).
           05 RuRentals Pic 9(7).
           05 RuDaysOut Pic 9(9).
           05 RuLateDays Pic 9(7).
           05 RuFee Pic 9(7)V99.
           05 RuLastIn Pic 9(8).

        FD MasterFile.
        01 MasterRec.
        FD ActReportFile.
        01 ActReportLine Pic X(120).

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
        01 MstFileStat Pic 99.
        01 ParmFileStat Pic 99.
        01 EOF Pic X.
           88 Finished Value "Y".
        01 TitleCount Pic 9(3) value 0.
        01 TitleTable.
           05 TitleEntry Occurs 0 to 500 Times
        01 DeadSub Pic 9(3).
        01 FromDate Pic 9(8) value 0.
        01 ToDate Pic 9(8) value 99991231.
        01 FromMonth Pic 9(6).
        01 ToMonth Pic 9(6).
        01 RunDate Pic 9(8).
        01 Cutoff90 Pic 9(8).
        01 TotalRentals Pic 9(7) value 0.
        01 TotalFees Pic 9(7)V99 value 0.
        01 MatchedFees Pic 9(7)V99 value 0.

        Procedure Division.
        000-Main.
            Perform 105-ReadBizDate
            Move BizDate to RunDate
            Compute Cutoff90 = Function Integer-of-Date(RunDate) - 90
            Perform 100-ReadParm
            Perform 120-ScanRollup
            Perform 130-ScanMaster
            Open Output ActReportFile.
            Write ActReportLine from
               "Title Activity Analysis - Lab9Act"
            Move Spaces to ReportOut
            String "Rentals returned in the months " FromMonth
               " to " ToMonth " (range " FromDate " to " ToDate ")"
               delimited by size into ReportOut
            Write ActReportLine from ReportOut
            Perform 200-PrintTop20
            end-if
            end-read
            end-if
            Close ActParmFile
            Move FromDate(1:6) to FromMonth
            Move ToDate(1:6) to ToMonth.


        120-ScanRollup.
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
            Perform 121-TallyRental
            end-if
            end-perform
            Close RollupFile
            else
            Display "Rental rollup Lab9-rollup.dat could not be"
               " opened, status " RuFileStat " - run Lab9Roll REBUILD"
            end-if.


        121-TallyRental.
            if TitleCount < 500
            Add 1 to TitleCount
            Move TitleCount to TitleSub
            Move RuTitle to TtNumber(TitleSub)
            Move 0 to TtCount(TitleSub)
            Move 0 to TtFee(TitleSub)
            Move 0 to TtLastIn(TitleSub)
            Move "N" to TtPicked(TitleSub)
            else
            Display "Title table full - activity for movie "
               RuTitle " not counted"
            Move 0 to TitleSub
            end-if
            end-if
            if TitleSub > 0
            if RuLastIn > TtLastIn(TitleSub)
            Move RuLastIn to TtLastIn(TitleSub)
            end-if
            if RuMonth >= FromMonth and RuMonth <= ToMonth
            Add RuRentals to TtCount(TitleSub)
            Add RuRentals to TotalRentals
            Add RuFee to TtFee(TitleSub)
            Add RuFee to TotalFees
            end-if
            end-if.

            if TitleCount > 0
            Set TitleIdx to 1
            Search TitleEntry
            when TtNumber(TitleIdx) = RuTitle
            Move "Y" to TitleVar
            Set TitleSub to TitleIdx
            end-search
            end-if.


        130-ScanMaster.
            Open Input MasterFile
            if MstFileStat not = 00
            end-if
            Write ActReportLine from ReportOut
            end-perform.


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
