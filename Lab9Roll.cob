      *Lab9Roll Tyler Zysberg
      *Monthly rental summary rollup Lab9-rollup.dat - one record
      *per title per month (type T) and per member per month (type
      *M) holding rentals, days out, late days past the 7-day grace,
      *late fee at the rating's daily rate and the last return date.
      *Nightly it adds the closed rentals Lab9Rent copied to
      *Lab9-rentday.dat, once per business date (Lab9-rollctl.dat).
      *Run with parameter REBUILD to regenerate it from the whole of
      *Lab9-renthist.dat plus any archived history files named one
      *per line in Lab9-rollsrc.dat

       identification Division.
       Program-ID. Lab9Roll.

       Environment Division.
       Input-Output Section.
       File-Control.
       Select Optional SrcFile
          Assign Using SrcName
          Organization is line sequential
          Status is SrcFileStat.

       Select Optional SrcListFile
          Assign to "Lab9-rollsrc.dat"
          Organization is line sequential
          Status is ListFileStat.

       Select Optional RateFile
          Assign to "Lab9-rates.dat"
          Organization is line sequential
          Status is RateFileStat.

       Select RollupFile
          Assign to "Lab9-rollup.dat"
          Organization is Indexed
          Access Mode is Random
          Record Key is RuKey
          Status is RuFileStat.

       Select Optional RollCtlFile
          Assign to "Lab9-rollctl.dat"
          Organization is line sequential
          Status is CtlFileStat.

       Select RollReportFile
          Assign to "Lab9-rollrpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD SrcFile.
        01 SrcRec Pic X(50).

        FD SrcListFile.
        01 SrcListRec Pic X(40).

        FD RateFile.
        01 RateRec.
           05 RrRating Pic X(5).
           05 RrSep Pic X.
           05 RrDaily Pic 9(2)V99.
           05 RrSep2 Pic X.
           05 RrReplace Pic 9(3)V99.

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

        FD RollCtlFile.
        01 RollCtlRec.
           05 RcApplied Pic 9(8).
           05 RcSep Pic X.
           05 RcRebuilt Pic 9(8).

        FD RollReportFile.
        01 RollReportLine Pic X(110).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 SrcFileStat Pic 99.
        01 ListFileStat Pic 99.
        01 RateFileStat Pic 99.
        01 RuFileStat Pic 99.
        01 CtlFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 BizState Pic X.
        01 BizClosed Pic 9(8).
        01 SrcName Pic X(40).
        01 RunParm Pic X(10).
        01 EOF Pic X.
           88 Finished Value "Y".
        01 ListEOF Pic X.
           88 ListDone Value "Y".
        01 HistRec.
           05 HstNumber Pic 9(5).
           05 HstSep1 Pic X.
           05 HstMember Pic X(10).
           05 HstSep2 Pic X.
           05 HstOutDate Pic 9(8).
           05 HstSep3 Pic X.
           05 HstInDate Pic 9(8).
           05 HstSep4 Pic X.
           05 HstDaysOut Pic 9(5).
           05 HstSep5 Pic X.
           05 HstRating Pic X(5).
           05 HstSep6 Pic X.
           05 HstFlag Pic X(3).
        01 RateTableCount Pic 99 value 0.
        01 RateTable.
           05 RateEntry Occurs 0 to 10 Times
              Depending on RateTableCount
              Indexed by RateIdx.
              10 RateEntryRating Pic X(5).
              10 RateEntryDaily Pic 9(2)V99.
        01 DailyRate Pic 9(2)V99.
        01 LateDays Pic S9(5).
        01 RowFee Pic 9(5)V99.
        01 KeyHold Pic X(17).
        01 LastApplied Pic 9(8) value 0.
        01 LastRebuilt Pic 9(8) value 0.
        01 FileRead Pic 9(7).
        01 FileApplied Pic 9(7).
        01 FileRejected Pic 9(7).
        01 TotalApplied Pic 9(7) value 0.
        01 TotalRejected Pic 9(7) value 0.
        01 RecAdded Pic 9(7) value 0.
        01 RecUpdated Pic 9(7) value 0.
        01 ReportOut Pic X(110).

        Procedure Division.
        000-Main.
            Move Spaces to RunParm
            Accept RunParm from Command-Line
            if RunParm not = Spaces and RunParm not = "REBUILD"
            Display "Parameter " RunParm " not recognized - use"
               " REBUILD or no parameter"
            Move 8 to Return-Code
            Stop Run
            end-if
            Perform 100-ReadBizDate
            Perform 105-ReadControl
            Perform 110-LoadRates
            Open Output RollReportFile.
            Write RollReportLine from
               "Monthly Rental Rollup - Lab9Roll"
            if RunParm = "REBUILD"
            Perform 210-Rebuild
            else
            Perform 200-Nightly
            end-if
            Perform 400-WriteTotals
            Close RollReportFile.
            stop run.


        100-ReadBizDate.
            Move 0 to BizDate
            Move 0 to BizClosed
            Move "D" to BizState
            Open Input BizDateFile
            if BizFileStat = 00
            Read BizDateFile
            at end
            continue
            not at end
            if BdDate Numeric
            Move BdDate to BizDate
            end-if
            if BdClosed Numeric
            Move BdClosed to BizClosed
            end-if
            Move BdState to BizState
            end-read
            end-if
            Close BizDateFile
            if BizDate = 0
            Accept BizDate from Date Yyyymmdd
            end-if.


        105-ReadControl.
            Open Input RollCtlFile
            if CtlFileStat = 00
            Read RollCtlFile
            at end
            continue
            not at end
            if RcApplied Numeric
            Move RcApplied to LastApplied
            end-if
            if RcRebuilt Numeric
            Move RcRebuilt to LastRebuilt
            end-if
            end-read
            end-if
            Close RollCtlFile.


        106-WriteControl.
            Open Output RollCtlFile
            Move Spaces to RollCtlRec
            Move LastApplied to RcApplied
            Move LastRebuilt to RcRebuilt
            Write RollCtlRec
            Close RollCtlFile.


        110-LoadRates.
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
            Move RrDaily to RateEntryDaily(RateTableCount)
            end-if
            end-perform
            Close RateFile
            end-if
            if RateTableCount = 0
            Display "No rates loaded - late fees rolled up as zero"
            end-if.


        115-OpenRollup.
            Open I-O RollupFile.
            if RuFileStat = 35
            Open Output RollupFile
            Close RollupFile
            Open I-O RollupFile
            end-if
            if RuFileStat not = 00
            Display "Rollup Lab9-rollup.dat could not be opened,"
               " status " RuFileStat
            Move 8 to Return-Code
            Stop Run
            end-if.


        200-Nightly.
            Move Spaces to ReportOut
            String "Nightly update for business date " BizDate
               delimited by size into ReportOut
            Write RollReportLine from ReportOut
            Write RollReportLine from Spaces
            if LastApplied >= BizDate
            Move Spaces to ReportOut
            String "Rentals through business date " LastApplied
               " are already in the rollup - nothing applied"
               delimited by size into ReportOut
            Write RollReportLine from ReportOut
            Display ReportOut
            else
            Perform 115-OpenRollup
            Move "Lab9-rentday.dat" to SrcName
            Perform 300-ApplyFile
            Close RollupFile
            Move BizDate to LastApplied
            Perform 106-WriteControl
            end-if.


        210-Rebuild.
            if BizState = "N"
            Display "Nightly stream is running for business date "
               BizDate " - rebuild after it closes"
            Move 8 to Return-Code
            Stop Run
            end-if
            Move Spaces to ReportOut
            String "Rebuild from full rental history, business date "
               BizDate
               delimited by size into ReportOut
            Write RollReportLine from ReportOut
            Write RollReportLine from Spaces
            Open Output RollupFile
            Close RollupFile
            Perform 115-OpenRollup
            Move "Lab9-renthist.dat" to SrcName
            Perform 300-ApplyFile
            Open Input SrcListFile
            if ListFileStat = 00
            Move "N" to ListEOF
            Perform Until ListDone
            Read SrcListFile
            at end
            Move "Y" to ListEOF
            not at end
            if SrcListRec not = Spaces
            Move SrcListRec to SrcName
            Perform 300-ApplyFile
            end-if
            end-perform
            end-if
            Close SrcListFile
            Close RollupFile
            Move "Lab9-rentday.dat" to SrcName
            Open Output SrcFile
            Close SrcFile
            Move BizClosed to LastApplied
            Move BizDate to LastRebuilt
            Perform 106-WriteControl.


        300-ApplyFile.
            Move 0 to FileRead
            Move 0 to FileApplied
            Move 0 to FileRejected
            Open Input SrcFile
            if SrcFileStat = 00
            Move "N" to EOF
            Perform Until Finished
            Read SrcFile into HistRec
            at end
            Move "Y" to EOF
            not at end
            Add 1 to FileRead
            Perform 310-ApplyRental
            end-perform
            end-if
            Close SrcFile
            Add FileApplied to TotalApplied
            Add FileRejected to TotalRejected
            Move Spaces to ReportOut
            String SrcName " read " FileRead " applied " FileApplied
               " rejected " FileRejected
               delimited by size into ReportOut
            Write RollReportLine from ReportOut.


        310-ApplyRental.
            if HstNumber not Numeric or HstInDate not Numeric
               or HstDaysOut not Numeric
            Add 1 to FileRejected
            Move Spaces to ReportOut
            String "   rejected row " HistRec
               delimited by size into ReportOut
            Write RollReportLine from ReportOut
            else
            if Function Test-Date-Yyyymmdd(HstInDate) not = 0
            Add 1 to FileRejected
            Move Spaces to ReportOut
            String "   rejected row " HistRec
               delimited by size into ReportOut
            Write RollReportLine from ReportOut
            else
            Perform 320-ComputeFee
            Move Spaces to RollRec
            Move "T" to RuType
            Move HstNumber to RuTitle
            Move HstInDate(1:6) to RuMonth
            Perform 330-AddToRollup
            Move Spaces to RollRec
            Move "M" to RuType
            Move HstMember to RuId
            Move HstInDate(1:6) to RuMonth
            Perform 330-AddToRollup
            Add 1 to FileApplied
            end-if
            end-if.


        320-ComputeFee.
            Move 0 to RowFee
            Compute LateDays = HstDaysOut - 7
            if LateDays < 0
            Move 0 to LateDays
            end-if
            if LateDays > 0
            Move 0 to DailyRate
            if RateTableCount > 0
            Set RateIdx to 1
            Search RateEntry
            when RateEntryRating(RateIdx) = HstRating
            Move RateEntryDaily(RateIdx) to DailyRate
            end-search
            end-if
            Compute RowFee = LateDays * DailyRate
            end-if.


        330-AddToRollup.
            Move RuKey to KeyHold
            Read RollupFile
            if RuFileStat = 00
            Add 1 to RuRentals
            Add HstDaysOut to RuDaysOut
            Add LateDays to RuLateDays
            Add RowFee to RuFee
            if HstInDate > RuLastIn
            Move HstInDate to RuLastIn
            end-if
            Rewrite RollRec
            if RuFileStat = 00
            Add 1 to RecUpdated
            else
            Display "Rollup rewrite failed for " KeyHold
               " status " RuFileStat
            end-if
            else
            Move Spaces to RollRec
            Move KeyHold to RuKey
            Move 1 to RuRentals
            Move HstDaysOut to RuDaysOut
            Move LateDays to RuLateDays
            Move RowFee to RuFee
            Move HstInDate to RuLastIn
            Write RollRec
            if RuFileStat = 00
            Add 1 to RecAdded
            else
            Display "Rollup write failed for " KeyHold
               " status " RuFileStat
            end-if
            end-if.


        400-WriteTotals.
            Write RollReportLine from Spaces
            Move Spaces to ReportOut
            String "Rentals applied: " TotalApplied
               "  Rejected: " TotalRejected
               "  Rollup records added: " RecAdded
               "  updated: " RecUpdated
               delimited by size into ReportOut
            Write RollReportLine from ReportOut
            Display ReportOut.
