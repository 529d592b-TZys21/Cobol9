      *and reports how many records moved from each file
      *Records written before a file carried a date column cannot
      *be aged and are archived on the next sweep
      *Rental history is aged on the return date - its counts and
      *fees are kept in Lab9-rollup.dat, which Lab9Roll REBUILD can
      *regenerate from the archives listed in Lab9-rollsrc.dat - each
      *rental history archive is added to that list when it is made

       identification Division.
       Program-ID. Lab9Arch.
          Organization is line sequential
          Status is ArchStat.

       Select Optional SrcListFile
          Assign to "Lab9-rollsrc.dat"
          Organization is line sequential
          Status is ListFileStat.

       Select ArchReportFile
          Assign to "Lab9-archrpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD ArchParmFile.
        FD ArchFile.
        01 ArchRec Pic X(150).

        FD SrcListFile.
        01 SrcListRec Pic X(40).

        FD ArchReportFile.
        01 ArchReportLine Pic X(110).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 ParmFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 LiveStat Pic 99.
        01 ArchStat Pic 99.
        01 ListFileStat Pic 99.
        01 ListVar Pic X.
           88 ArchListed Value "Y".
        01 LiveName Pic X(40).
        01 ArchName Pic X(40).
        01 ArchBase Pic X(30).
        Procedure Division.
        000-Main.
            Perform 100-ReadParm
            Perform 110-ReadBizDate
            Move BizDate to RunDate
            Compute CutoffInt =
               Function Integer-of-Date(RunDate) - RetDays
            Open Output ArchReportFile.
            Move "Lab9b-batchctl-" to ArchBase
            Move 8 to DatePos
            Perform 200-ArchiveFile
            Move "Lab9-renthist.dat" to LiveName
            Move "Lab9-renthist-" to ArchBase
            Move 27 to DatePos
            Perform 200-ArchiveFile
            Move Spaces to ReportOut
            String "Total records archived: " TotalArchived
               delimited by size into ReportOut
            end-if
            if ArchCount > 0
            Perform 220-RewriteLive
            if LiveName = "Lab9-renthist.dat"
            Perform 230-RegisterArchive
            end-if
            end-if
            Add ArchCount to TotalArchived
            Move Spaces to ReportOut
            end-perform
            Close LiveFile
            Close WorkFile.


        230-RegisterArchive.
            Move "N" to ListVar
            Open Input SrcListFile
            if ListFileStat = 00
            Move "N" to EOF
            Perform Until Finished
            Read SrcListFile
            at end
            Move "Y" to EOF
            not at end
            if SrcListRec = ArchName
            Move "Y" to ListVar
            Move "Y" to EOF
            end-if
            end-perform
            end-if
            Close SrcListFile
            if not ArchListed
            Open Extend SrcListFile
            if ListFileStat = 00 or ListFileStat = 05
            Move ArchName to SrcListRec
            Write SrcListRec
            Close SrcListFile
            Move Spaces to ReportOut
            String ArchName " added to Lab9-rollsrc.dat"
               delimited by size into ReportOut
            Write ArchReportLine from ReportOut
            else
            Display "Rollup source list Lab9-rollsrc.dat could not be"
               " opened, status " ListFileStat " - add " ArchName
               " by hand"
            end-if
            end-if.


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
