      *Lab9Dup Tyler Zysberg
      *Likely duplicate titles on Lab9b-master.dat - names are
      *normalized (upper case, leading THE/A/AN dropped, letters and
      *digits only) and titles matching on normalized name, year and
      *rating are printed side by side against the lowest number in
      *the group. Each pair goes to the merge worksheet
      *Lab9-mrgpairs.dat for the operator to approve for Lab9Merge

       identification Division.
       Program-ID. Lab9Dup.

       Environment Division.
       Input-Output Section.
       File-Control.
       Select MasterFile
          Assign to "Lab9b-master.dat"
          Organization is Indexed
          Access Mode is Sequential
          Record Key is MstNumber
          Alternate Record Key is MstGen With Duplicates
          Status is MstFileStat.

       Select WorkFile
          Assign to "Lab9-dupwork.dat"
          Organization is line sequential.

       Select SortFile
          Assign to "Lab9-dupsort.dat".

       Select SortedFile
          Assign to "Lab9-dupsorted.dat"
          Organization is line sequential.

       Select MergePairFile
          Assign to "Lab9-mrgpairs.dat"
          Organization is line sequential.

       Select DupReportFile
          Assign to "Lab9-duprpt.txt"
          Organization is line sequential.

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

        FD WorkFile.
        01 WorkRec.
           05 WrkNorm Pic X(50).
           05 WrkYear Pic 9(4).
           05 WrkRating Pic X(5).
           05 WrkNumber Pic 9(5).
           05 WrkName Pic X(50).
           05 WrkGen Pic X(20).
           05 WrkCopies Pic 9(3).

        SD SortFile.
        01 SortRec.
           05 SrtNorm Pic X(50).
           05 SrtYear Pic 9(4).
           05 SrtRating Pic X(5).
           05 SrtNumber Pic 9(5).
           05 SrtName Pic X(50).
           05 SrtGen Pic X(20).
           05 SrtCopies Pic 9(3).

        FD SortedFile.
        01 SortedRec.
           05 SdNorm Pic X(50).
           05 SdYear Pic 9(4).
           05 SdRating Pic X(5).
           05 SdNumber Pic 9(5).
           05 SdName Pic X(50).
           05 SdGen Pic X(20).
           05 SdCopies Pic 9(3).

        FD MergePairFile.
        01 MergePairRec.
           05 MpNumberA Pic 9(5).
           05 MpSep1 Pic X.
           05 MpNumberB Pic 9(5).
           05 MpSep2 Pic X.
           05 MpApprove Pic X.
           05 MpSep3 Pic X.
           05 MpKeepX Pic X(5).
           05 MpSep4 Pic X.
           05 MpName Pic X(50).

        FD DupReportFile.
        01 DupReportLine Pic X(132).

        Working-Storage Section.
        01 MstFileStat Pic 99.
        01 EOF Pic X.
           88 Finished Value "Y".
        01 NormWork Pic X(50).
        01 NormName Pic X(50).
        01 NormSub Pic 99.
        01 NormLen Pic 99.
        01 NormChar Pic X.
        01 FirstVar Pic X value "Y".
           88 FirstGroup Value "Y".
        01 PrevKey.
           05 PrevNorm Pic X(50).
           05 PrevYear Pic 9(4).
           05 PrevRating Pic X(5).
        01 ThisKey.
           05 ThisNorm Pic X(50).
           05 ThisYear Pic 9(4).
           05 ThisRating Pic X(5).
        01 GroupCount Pic 99 value 0.
        01 GroupTable.
           05 GroupEntry Occurs 0 to 20 Times
              Depending on GroupCount.
              10 GpNumber Pic 9(5).
              10 GpName Pic X(50).
              10 GpGen Pic X(20).
              10 GpRating Pic X(5).
              10 GpYear Pic 9(4).
              10 GpCopies Pic 9(3).
        01 GroupSub Pic 99.
        01 MasterCount Pic 9(5) value 0.
        01 PairCount Pic 9(5) value 0.
        01 DupGroups Pic 9(5) value 0.
        01 ReportOut Pic X(132).

        Procedure Division.
        000-Main.
            Perform 100-ExtractMaster
            Sort SortFile Ascending Key SrtNorm SrtYear SrtRating
               SrtNumber
               Using WorkFile
               Giving SortedFile
            Perform 200-FindDuplicates
            stop run.


        100-ExtractMaster.
            Open Input MasterFile.
            if MstFileStat not = 00
            Display "Master Lab9b-master.dat could not be opened,"
               " status " MstFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Open Output WorkFile.
            Move "N" to EOF
            Perform Until Finished
            Read MasterFile
            at end
            Move "Y" to EOF
            not at end
            Add 1 to MasterCount
            Perform 110-NormalizeName
            Move NormName to WrkNorm
            Move MstYear to WrkYear
            Move MstRating to WrkRating
            Move MstNumber to WrkNumber
            Move MstName to WrkName
            Move MstGen to WrkGen
            Move MstCopies to WrkCopies
            Write WorkRec
            end-perform
            Close WorkFile.
            Close MasterFile.


        110-NormalizeName.
            Move MstName to NormWork
            Inspect NormWork Converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            Evaluate True
            when NormWork(1:4) = "THE "
            Move NormWork(5:46) to NormName
            Move NormName to NormWork
            when NormWork(1:3) = "AN "
            Move NormWork(4:47) to NormName
            Move NormName to NormWork
            when NormWork(1:2) = "A "
            Move NormWork(3:48) to NormName
            Move NormName to NormWork
            end-evaluate
            Move Spaces to NormName
            Move 0 to NormLen
            Perform Varying NormSub from 1 by 1
               Until NormSub > 50
            Move NormWork(NormSub:1) to NormChar
            if (NormChar >= "A" and NormChar <= "Z")
               or NormChar Numeric
            Add 1 to NormLen
            Move NormChar to NormName(NormLen:1)
            end-if
            end-perform.


        200-FindDuplicates.
            Open Input SortedFile.
            Open Output MergePairFile.
            Open Output DupReportFile.
            Write DupReportLine from
               "Likely Duplicate Titles - Lab9Dup"
            Write DupReportLine from
               "Matched on normalized name, year and rating - approve a
      -        " pair on Lab9-mrgpairs.dat for Lab9Merge"
            Move "N" to EOF
            Perform Until Finished
            Read SortedFile
            at end
            Move "Y" to EOF
            not at end
            Move SdNorm to ThisNorm
            Move SdYear to ThisYear
            Move SdRating to ThisRating
            if FirstGroup or ThisKey not = PrevKey
            Perform 210-CloseGroup
            Move "N" to FirstVar
            Move ThisKey to PrevKey
            Move 0 to GroupCount
            end-if
            if GroupCount < 20
            Add 1 to GroupCount
            Move SdNumber to GpNumber(GroupCount)
            Move SdName to GpName(GroupCount)
            Move SdGen to GpGen(GroupCount)
            Move SdRating to GpRating(GroupCount)
            Move SdYear to GpYear(GroupCount)
            Move SdCopies to GpCopies(GroupCount)
            else
            Display "Duplicate group over 20 titles - movie "
               SdNumber " not paired"
            end-if
            end-perform
            Perform 210-CloseGroup
            if PairCount = 0
            Write DupReportLine from Spaces
            Write DupReportLine from "   No likely duplicates found"
            end-if
            Write DupReportLine from Spaces
            Move Spaces to ReportOut
            String "Titles read: " MasterCount
               "  Duplicate groups: " DupGroups
               "  Pairs for review: " PairCount
               delimited by size into ReportOut
            Write DupReportLine from ReportOut
            Display ReportOut
            Close DupReportFile.
            Close MergePairFile.
            Close SortedFile.


        210-CloseGroup.
            if GroupCount > 1
            Add 1 to DupGroups
            Perform 220-WritePair
               Varying GroupSub from 2 by 1
               Until GroupSub > GroupCount
            end-if.


        220-WritePair.
            Add 1 to PairCount
            Write DupReportLine from Spaces
            Move Spaces to ReportOut
            String GpNumber(1) " " GpName(1) " | "
               GpNumber(GroupSub) " " GpName(GroupSub)
               delimited by size into ReportOut
            Write DupReportLine from ReportOut
            Move Spaces to ReportOut
            String "      " GpGen(1) " " GpRating(1) " " GpYear(1)
               " copies " GpCopies(1) "         | "
               "      " GpGen(GroupSub) " " GpRating(GroupSub) " "
               GpYear(GroupSub) " copies " GpCopies(GroupSub)
               delimited by size into ReportOut
            Write DupReportLine from ReportOut
            Move Spaces to MergePairRec
            Move GpNumber(1) to MpNumberA
            Move GpNumber(GroupSub) to MpNumberB
            Move GpName(1) to MpName
            Write MergePairRec.
