      *Lab9Merge Tyler Zysberg
      *Merge duplicate titles approved on Lab9-mrgpairs.dat - every
      *open rental, hold and rental history row for the retired
      *number moves to the surviving number, the retired copies are
      *added to the survivor with a C transaction and the retired
      *number is deleted with a D transaction, both written to
      *Lab9-rentadj.dat for the next Lab9Edit/Lab9b run, and each
      *row moved is logged to Lab9-mrglog.dat. History rows move on
      *Lab9-renthist.dat and on every archived history file named in
      *Lab9-rollsrc.dat, so a Lab9Roll REBUILD keeps the merge
      *The retired number's monthly totals on the rental rollup
      *Lab9-rollup.dat are folded into the survivor's
      *The survivor is the number keyed on the pair, else the lower
      *number. Copy counts start from the last C image still pending
      *on Lab9-rentadj.dat, and a number with a pending D is not
      *merged. A row that cannot be moved stops that pair before its
      *C and D are written and leaves the worksheet for a rerun. Run
      *ahead of the nightly stream - it is refused while a night is
      *running, since its C and D images would be lost

       identification Division.
       Program-ID. Lab9Merge.

       Environment Division.
       Input-Output Section.
       File-Control.
       Select Optional MergePairFile
          Assign to "Lab9-mrgpairs.dat"
          Organization is line sequential
          Status is PairFileStat.

       Select MasterFile
          Assign to "Lab9b-master.dat"
          Organization is Indexed
          Access Mode is Random
          Record Key is MstNumber
          Alternate Record Key is MstGen With Duplicates
          Status is MstFileStat.

       Select OpenRentFile
          Assign to "Lab9-openrent.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is OrKey
          Status is OrFileStat.

       Select HoldFile
          Assign to "Lab9-holds.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is HldKey
          Status is HldFileStat.

       Select Optional RentHistFile
          Assign Using HistName
          Organization is line sequential
          Status is HstFileStat.

       Select RollupFile
          Assign to "Lab9-rollup.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is RuKey
          Status is RuFileStat.

       Select Optional SrcListFile
          Assign to "Lab9-rollsrc.dat"
          Organization is line sequential
          Status is ListFileStat.

       Select HistWorkFile
          Assign to "Lab9-mrgwork.dat"
          Organization is line sequential.

       Select Optional RentAdjFile
          Assign to "Lab9-rentadj.dat"
          Organization is line sequential
          Status is AdjFileStat.

       Select Optional MergeLogFile
          Assign to "Lab9-mrglog.dat"
          Organization is line sequential
          Status is LogFileStat.

       Select MergeReportFile
          Assign to "Lab9-mrgrpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
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

        FD MasterFile.
        01 MasterRec.
           05 MstNumber Pic 9(5).
           05 MstName Pic X(50).
           05 MstGen Pic X(20).
           05 MstRating Pic X(5).
           05 MstYear Pic 9(4).
           05 MstCopies Pic 9(3).

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

        FD RentHistFile.
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

        FD SrcListFile.
        01 SrcListRec Pic X(40).

        FD HistWorkFile.
        01 HistWorkRec Pic X(50).

        FD RentAdjFile.
        01 RentAdjRec.
           05 AdjAction Pic X.
           05 AdjNumber Pic 9(5).
           05 AdjName Pic X(50).
           05 AdjGen Pic X(20).
           05 AdjRating Pic X(5).
           05 AdjYear Pic 9(4).
           05 AdjCopies Pic 9(3).

        FD MergeLogFile.
        01 MergeLogRec.
           05 MgDate Pic 9(8).
           05 MgSep1 Pic X.
           05 MgTime Pic 9(8).
           05 MgSep2 Pic X.
           05 MgFile Pic X(8).
           05 MgSep3 Pic X.
           05 MgAction Pic X(7).
           05 MgSep4 Pic X.
           05 MgFrom Pic 9(5).
           05 MgSep5 Pic X.
           05 MgTo Pic 9(5).
           05 MgSep6 Pic X.
           05 MgMember Pic X(10).
           05 MgSep7 Pic X.
           05 MgDetail Pic X(30).

        FD MergeReportFile.
        01 MergeReportLine Pic X(110).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 PairFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 BizState Pic X.
        01 MstFileStat Pic 99.
        01 OrFileStat Pic 99.
        01 HldFileStat Pic 99.
        01 HstFileStat Pic 99.
        01 ListFileStat Pic 99.
        01 HistName Pic X(40).
        01 HistFileTag Pic X(8).
        01 FileMoved Pic 9(7).
        01 ListEOF Pic X.
           88 ListDone Value "Y".
        01 RuFileStat Pic 99.
        01 AdjFileStat Pic 99.
        01 LogFileStat Pic 99.
        01 EOF Pic X.
           88 Finished Value "Y".
        01 ScanEOF Pic X.
           88 ScanDone Value "Y".
        01 RunDate Pic 9(8).
        01 RunTime Pic 9(8).
        01 PairCount Pic 9(3) value 0.
        01 PairTable.
           05 PairEntry Occurs 0 to 100 Times
              Depending on PairCount
              Indexed by PairIdx.
              10 PrKeep Pic 9(5).
              10 PrRetire Pic 9(5).
              10 PrKeepCopies Pic 9(3).
              10 PrRetireCopies Pic 9(3).
              10 PrStopped Pic X.
        01 PairSub Pic 9(3).
        01 PairVar Pic X.
           88 PairUsed Value "Y".
        01 KeepNumber Pic 9(5).
        01 RetireNumber Pic 9(5).
        01 KeepCopies Pic 9(3).
        01 RetireCopies Pic 9(3).
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
        01 RejReason Pic X(40).
        01 MoveCount Pic 9(3).
        01 MoveTable.
           05 MoveEntry Occurs 200 Times.
              10 MvMember Pic X(10).
              10 MvDate Pic 9(8).
              10 MvCopy Pic 9(3).
              10 MvPickDate Pic 9(8).
        01 MoveSub Pic 9(3).
        01 MoveFailVar Pic X.
           88 MoveFailed Value "Y".
        01 StoppedPairs Pic 9(5) value 0.
        01 HoldVar Pic X.
           88 SurvivorHold Value "Y".
        01 NewCopy Pic 9(4).
        01 NewCopies Pic 9(4).
        01 ReadPairs Pic 9(5) value 0.
        01 MergedPairs Pic 9(5) value 0.
        01 RejectedPairs Pic 9(5) value 0.
        01 RentalsMoved Pic 9(5) value 0.
        01 HoldsMoved Pic 9(5) value 0.
        01 HoldsDropped Pic 9(5) value 0.
        01 HistMoved Pic 9(7) value 0.
        01 RollVar Pic X value "N".
           88 RollupOpen Value "Y".
        01 RollCount Pic 9(3).
        01 RollTable.
           05 RollEntry Occurs 0 to 600 Times
              Depending on RollCount.
              10 RtMonth Pic 9(6).
              10 RtRentals Pic 9(7).
              10 RtDaysOut Pic 9(9).
              10 RtLateDays Pic 9(7).
              10 RtFee Pic 9(7)V99.
              10 RtLastIn Pic 9(8).
        01 RollSub Pic 9(3).
        01 RollMoved Pic 9(5) value 0.
        01 ReportOut Pic X(110).

        Procedure Division.
        000-Main.
            Perform 105-ReadBizDate
            if BizState = "N"
            Display "Nightly stream is running for business date "
               BizDate " - merge after it closes"
            Move 8 to Return-Code
            Stop Run
            end-if
            Move BizDate to RunDate
            Accept RunTime from Time
            Open Input MasterFile.
            if MstFileStat not = 00
            Display "Master Lab9b-master.dat could not be opened,"
               " status " MstFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Open I-O OpenRentFile.
            if OrFileStat = 35
            Open Output OpenRentFile
            Close OpenRentFile
            Open I-O OpenRentFile
            end-if
            Open I-O HoldFile.
            if HldFileStat = 35
            Open Output HoldFile
            Close HoldFile
            Open I-O HoldFile
            end-if
            Open I-O RollupFile.
            if RuFileStat = 00
            Move "Y" to RollVar
            else
            Display "Rental rollup Lab9-rollup.dat could not be"
               " opened, status " RuFileStat " - run Lab9Roll REBUILD"
               " after the merge"
            end-if
            Open Output MergeReportFile.
            Write MergeReportLine from
               "Duplicate Title Merge - Lab9Merge"
            Write MergeReportLine from Spaces
            Open Extend MergeLogFile.
            Perform 102-LoadPendingAdj
            Open Extend RentAdjFile.
            Perform 100-LoadPairs
            Perform 200-MergePair
               Varying PairSub from 1 by 1
               Until PairSub > PairCount
            if PairCount > 0
            Perform 300-MoveHistory
            end-if
            Perform 400-WriteTotals
            Close RentAdjFile.
            Close MergeLogFile.
            Close MergeReportFile.
            if RollupOpen
            Close RollupFile
            end-if
            Close HoldFile.
            Close OpenRentFile.
            Close MasterFile.
            if ReadPairs > 0 and StoppedPairs = 0
            Open Output MergePairFile
            Close MergePairFile
            end-if
            stop run.


        100-LoadPairs.
            Open Input MergePairFile
            Move "N" to EOF
            if PairFileStat not = 00
            Move "Y" to EOF
            end-if
            Perform Until Finished
            Read MergePairFile
            at end
            Move "Y" to EOF
            not at end
            Add 1 to ReadPairs
            if MpApprove = "Y" or MpApprove = "y"
            Perform 110-CheckPair
            end-if
            end-perform
            Close MergePairFile.


        102-LoadPendingAdj.
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
            Perform 103-FindPending
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


        103-FindPending.
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


        110-CheckPair.
            Move Spaces to RejReason
            if MpNumberA not Numeric or MpNumberB not Numeric
               or MpNumberA = MpNumberB
            Move "movie numbers not valid" to RejReason
            else
            if MpNumberA < MpNumberB
            Move MpNumberA to KeepNumber
            Move MpNumberB to RetireNumber
            else
            Move MpNumberB to KeepNumber
            Move MpNumberA to RetireNumber
            end-if
            if MpKeepX Numeric
            if MpKeepX = MpNumberA
            Move MpNumberA to KeepNumber
            Move MpNumberB to RetireNumber
            else
            if MpKeepX = MpNumberB
            Move MpNumberB to KeepNumber
            Move MpNumberA to RetireNumber
            else
            Move "survivor is not one of the pair" to RejReason
            end-if
            end-if
            end-if
            end-if
            if RejReason = Spaces
            Perform 115-CheckPairUsed
            if PairUsed
            Move "number already in another merge" to RejReason
            end-if
            end-if
            if RejReason = Spaces
            Move RetireNumber to MstNumber
            Read MasterFile
            if MstFileStat not = 00
            Move "retired number not on master" to RejReason
            else
            Move MstCopies to RetireCopies
            Move RetireNumber to FindNumber
            Perform 103-FindPending
            if PendFound
            if PdDelete(PendSub) = "Y"
            Move "retired number has a pending delete" to RejReason
            else
            if PdChange(PendSub) = "Y"
            Move PdCopies(PendSub) to RetireCopies
            end-if
            end-if
            end-if
            end-if
            end-if
            if RejReason = Spaces
            Move KeepNumber to MstNumber
            Read MasterFile
            if MstFileStat not = 00
            Move "surviving number not on master" to RejReason
            else
            Move MstCopies to KeepCopies
            Move KeepNumber to FindNumber
            Perform 103-FindPending
            if PendFound
            if PdDelete(PendSub) = "Y"
            Move "surviving number has a pending delete" to RejReason
            else
            if PdChange(PendSub) = "Y"
            Move PdCopies(PendSub) to KeepCopies
            end-if
            end-if
            end-if
            end-if
            end-if
            if RejReason = Spaces
            Perform 120-CheckMemberConflict
            end-if
            if RejReason = Spaces
            if PairCount < 100
            Add 1 to PairCount
            Move KeepNumber to PrKeep(PairCount)
            Move RetireNumber to PrRetire(PairCount)
            Move KeepCopies to PrKeepCopies(PairCount)
            Move RetireCopies to PrRetireCopies(PairCount)
            Move "N" to PrStopped(PairCount)
            else
            Move "merge table full - rerun for this pair" to RejReason
            end-if
            end-if
            if RejReason not = Spaces
            Add 1 to RejectedPairs
            Move Spaces to ReportOut
            String "REJECT " MpNumberA " " MpNumberB " " RejReason
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            end-if.


        115-CheckPairUsed.
            Move "N" to PairVar
            if PairCount > 0
            Set PairIdx to 1
            Search PairEntry
            when PrKeep(PairIdx) = KeepNumber
               or PrKeep(PairIdx) = RetireNumber
               or PrRetire(PairIdx) = KeepNumber
               or PrRetire(PairIdx) = RetireNumber
            Move "Y" to PairVar
            end-search
            end-if.


        120-CheckMemberConflict.
            Move RetireNumber to OrNumber
            Move Low-Values to OrMember
            Start OpenRentFile Key not less than OrKey
            Move "N" to ScanEOF
            if OrFileStat not = 00
            Move "Y" to ScanEOF
            end-if
            Perform Until ScanDone
            Read OpenRentFile Next Record
            at end
            Move "Y" to ScanEOF
            not at end
            if OrNumber not = RetireNumber
            Move "Y" to ScanEOF
            else
            Move OrMember to MvMember(1)
            Move KeepNumber to OrNumber
            Read OpenRentFile
            if OrFileStat = 00
            String "member " MvMember(1) " has both titles out"
               delimited by size into RejReason
            Move "Y" to ScanEOF
            else
            Move RetireNumber to OrNumber
            Move MvMember(1) to OrMember
            Start OpenRentFile Key greater than OrKey
            if OrFileStat not = 00
            Move "Y" to ScanEOF
            end-if
            end-if
            end-if
            end-perform.


        200-MergePair.
            Move PrKeep(PairSub) to KeepNumber
            Move PrRetire(PairSub) to RetireNumber
            Move PrKeepCopies(PairSub) to KeepCopies
            Move PrRetireCopies(PairSub) to RetireCopies
            Move Spaces to ReportOut
            String "MERGE  " RetireNumber " into " KeepNumber
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            Move "N" to MoveFailVar
            Perform 210-MoveRentals
            if not MoveFailed
            Perform 220-MoveHolds
            end-if
            if MoveFailed
            Move "Y" to PrStopped(PairSub)
            Add 1 to StoppedPairs
            Move Spaces to ReportOut
            String "   merge of " RetireNumber " stopped - no C or D"
               " written, pair left on Lab9-mrgpairs.dat to rerun"
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            else
            Perform 230-WriteMasterTrans
            if RollupOpen
            Perform 250-MoveRollup
            end-if
            Add 1 to MergedPairs
            end-if.


        210-MoveRentals.
            Move 1 to MoveCount
            Perform 212-RentalPass
               Until MoveCount = 0 or MoveFailed.


        212-RentalPass.
            Move 0 to MoveCount
            Move RetireNumber to OrNumber
            Move Low-Values to OrMember
            Start OpenRentFile Key not less than OrKey
            Move "N" to ScanEOF
            if OrFileStat not = 00
            Move "Y" to ScanEOF
            end-if
            Perform Until ScanDone
            Read OpenRentFile Next Record
            at end
            Move "Y" to ScanEOF
            not at end
            if OrNumber not = RetireNumber or MoveCount = 200
            Move "Y" to ScanEOF
            else
            Add 1 to MoveCount
            Move OrMember to MvMember(MoveCount)
            Move OrDate to MvDate(MoveCount)
            Move 0 to MvCopy(MoveCount)
            if OrCopy Numeric
            Move OrCopy to MvCopy(MoveCount)
            end-if
            end-if
            end-perform
            Perform 215-MoveRental
               Varying MoveSub from 1 by 1
               Until MoveSub > MoveCount or MoveFailed.


        215-MoveRental.
            Move KeepNumber to OrNumber
            Move MvMember(MoveSub) to OrMember
            Move MvDate(MoveSub) to OrDate
            Move 0 to OrCopy
            if MvCopy(MoveSub) > 0
            Compute NewCopy = KeepCopies + MvCopy(MoveSub)
            if NewCopy <= 999
            Move NewCopy to OrCopy
            end-if
            end-if
            Write OpenRentRec
            if OrFileStat = 00
            Move RetireNumber to OrNumber
            Move MvMember(MoveSub) to OrMember
            Delete OpenRentFile
            if OrFileStat not = 00
            Move "Y" to MoveFailVar
            Move Spaces to ReportOut
            String "   open rental for member " MvMember(MoveSub)
               " copied but not removed from " RetireNumber
               ", status " OrFileStat
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            else
            Add 1 to RentalsMoved
            Move Spaces to MergeLogRec
            Move "OPENRENT" to MgFile
            Move "MOVED" to MgAction
            Move MvMember(MoveSub) to MgMember
            String "out " MvDate(MoveSub) " copy " OrCopy
               delimited by size into MgDetail
            Perform 240-WriteLog
            end-if
            else
            Move Spaces to ReportOut
            String "   open rental for member " MvMember(MoveSub)
               " could not be moved, status " OrFileStat
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            Move "Y" to MoveFailVar
            end-if.


        220-MoveHolds.
            Move 1 to MoveCount
            Perform 222-HoldPass
               Until MoveCount = 0 or MoveFailed.


        222-HoldPass.
            Move 0 to MoveCount
            Move RetireNumber to HldNumber
            Move Zero to HldDate
            Move Low-Values to HldMember
            Start HoldFile Key not less than HldKey
            Move "N" to ScanEOF
            if HldFileStat not = 00
            Move "Y" to ScanEOF
            end-if
            Perform Until ScanDone
            Read HoldFile Next Record
            at end
            Move "Y" to ScanEOF
            not at end
            if HldNumber not = RetireNumber or MoveCount = 200
            Move "Y" to ScanEOF
            else
            Add 1 to MoveCount
            Move HldMember to MvMember(MoveCount)
            Move HldDate to MvDate(MoveCount)
            Move 0 to MvPickDate(MoveCount)
            if HldPickDate Numeric
            Move HldPickDate to MvPickDate(MoveCount)
            end-if
            end-if
            end-perform
            Perform 225-MoveHold
               Varying MoveSub from 1 by 1
               Until MoveSub > MoveCount or MoveFailed.


        225-MoveHold.
            Perform 226-CheckSurvivorHold
            Move Spaces to MergeLogRec
            Move "HOLDS" to MgFile
            Move MvMember(MoveSub) to MgMember
            if SurvivorHold
            Perform 227-DeleteRetiredHold
            if not MoveFailed
            Add 1 to HoldsDropped
            Move "DROPPED" to MgAction
            String "held " MvDate(MoveSub) " - already on survivor"
               delimited by size into MgDetail
            Perform 240-WriteLog
            end-if
            else
            Move KeepNumber to HldNumber
            Move MvDate(MoveSub) to HldDate
            Move MvMember(MoveSub) to HldMember
            Move MvPickDate(MoveSub) to HldPickDate
            Write HoldRec
            if HldFileStat = 00
            Perform 227-DeleteRetiredHold
            if not MoveFailed
            Add 1 to HoldsMoved
            Move "MOVED" to MgAction
            String "held " MvDate(MoveSub) " picked "
               MvPickDate(MoveSub)
               delimited by size into MgDetail
            Perform 240-WriteLog
            end-if
            else
            Move Spaces to ReportOut
            String "   hold for member " MvMember(MoveSub)
               " could not be moved, status " HldFileStat
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            Move "Y" to MoveFailVar
            end-if
            end-if.


        226-CheckSurvivorHold.
            Move "N" to HoldVar
            Move KeepNumber to HldNumber
            Move Zero to HldDate
            Move Low-Values to HldMember
            Start HoldFile Key not less than HldKey
            Move "N" to EOF
            if HldFileStat not = 00
            Move "Y" to EOF
            end-if
            Perform Until Finished
            Read HoldFile Next Record
            at end
            Move "Y" to EOF
            not at end
            if HldNumber not = KeepNumber
            Move "Y" to EOF
            else
            if HldMember = MvMember(MoveSub)
            Move "Y" to HoldVar
            Move "Y" to EOF
            end-if
            end-if
            end-perform.


        227-DeleteRetiredHold.
            Move RetireNumber to HldNumber
            Move MvDate(MoveSub) to HldDate
            Move MvMember(MoveSub) to HldMember
            Delete HoldFile
            if HldFileStat not = 00
            Move "Y" to MoveFailVar
            Move Spaces to ReportOut
            String "   hold for member " MvMember(MoveSub)
               " not removed from " RetireNumber
               ", status " HldFileStat
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            end-if.


        230-WriteMasterTrans.
            Compute NewCopies = KeepCopies + RetireCopies
            if NewCopies > 999
            Move 999 to NewCopies
            end-if
            Move KeepNumber to MstNumber
            Read MasterFile
            Move Spaces to RentAdjRec
            Move "C" to AdjAction
            Move MstNumber to AdjNumber
            Move MstName to AdjName
            Move MstGen to AdjGen
            Move MstRating to AdjRating
            Move MstYear to AdjYear
            Move NewCopies to AdjCopies
            Write RentAdjRec
            Move Spaces to MergeLogRec
            Move "MASTER" to MgFile
            Move "CHANGE" to MgAction
            String "copies " KeepCopies " now " AdjCopies
               delimited by size into MgDetail
            Perform 240-WriteLog
            Move RetireNumber to MstNumber
            Read MasterFile
            Move Spaces to RentAdjRec
            Move "D" to AdjAction
            Move MstNumber to AdjNumber
            Move MstName to AdjName
            Move MstGen to AdjGen
            Move MstRating to AdjRating
            Move MstYear to AdjYear
            Move RetireCopies to AdjCopies
            Write RentAdjRec
            Move Spaces to MergeLogRec
            Move "MASTER" to MgFile
            Move "DELETE" to MgAction
            String "copies " RetireCopies " added to survivor"
               delimited by size into MgDetail
            Perform 240-WriteLog.


        240-WriteLog.
            Move RunDate to MgDate
            Move RunTime to MgTime
            Move RetireNumber to MgFrom
            Move KeepNumber to MgTo
            Write MergeLogRec.


        250-MoveRollup.
            Move 0 to RollCount
            Move Spaces to RuKey
            Move "T" to RuType
            Move RetireNumber to RuTitle
            Move 0 to RuMonth
            Start RollupFile Key not less than RuKey
            Move "N" to ScanEOF
            if RuFileStat not = 00
            Move "Y" to ScanEOF
            end-if
            Perform Until ScanDone
            Read RollupFile Next Record
            at end
            Move "Y" to ScanEOF
            not at end
            if RuType not = "T" or RuTitle not = RetireNumber
            Move "Y" to ScanEOF
            else
            if RollCount < 600
            Add 1 to RollCount
            Move RuMonth to RtMonth(RollCount)
            Move RuRentals to RtRentals(RollCount)
            Move RuDaysOut to RtDaysOut(RollCount)
            Move RuLateDays to RtLateDays(RollCount)
            Move RuFee to RtFee(RollCount)
            Move RuLastIn to RtLastIn(RollCount)
            end-if
            end-if
            end-perform
            Perform 255-MoveRollMonth
               Varying RollSub from 1 by 1
               Until RollSub > RollCount.


        255-MoveRollMonth.
            Move Spaces to RuKey
            Move "T" to RuType
            Move RetireNumber to RuTitle
            Move RtMonth(RollSub) to RuMonth
            Delete RollupFile
            Move Spaces to RollRec
            Move "T" to RuType
            Move KeepNumber to RuTitle
            Move RtMonth(RollSub) to RuMonth
            Read RollupFile
            if RuFileStat = 00
            Add RtRentals(RollSub) to RuRentals
            Add RtDaysOut(RollSub) to RuDaysOut
            Add RtLateDays(RollSub) to RuLateDays
            Add RtFee(RollSub) to RuFee
            if RtLastIn(RollSub) > RuLastIn
            Move RtLastIn(RollSub) to RuLastIn
            end-if
            Rewrite RollRec
            else
            Move Spaces to RollRec
            Move "T" to RuType
            Move KeepNumber to RuTitle
            Move RtMonth(RollSub) to RuMonth
            Move RtRentals(RollSub) to RuRentals
            Move RtDaysOut(RollSub) to RuDaysOut
            Move RtLateDays(RollSub) to RuLateDays
            Move RtFee(RollSub) to RuFee
            Move RtLastIn(RollSub) to RuLastIn
            Write RollRec
            end-if
            Add 1 to RollMoved
            Move Spaces to MergeLogRec
            Move "ROLLUP" to MgFile
            Move "MOVED" to MgAction
            String "month " RtMonth(RollSub) " rentals "
               RtRentals(RollSub)
               delimited by size into MgDetail
            Perform 240-WriteLog.


        300-MoveHistory.
            Move "Lab9-renthist.dat" to HistName
            Move "RENTHIST" to HistFileTag
            Perform 305-MoveHistFile
            Move "ARCHHIST" to HistFileTag
            Open Input SrcListFile
            if ListFileStat = 00
            Move "N" to ListEOF
            Perform Until ListDone
            Read SrcListFile
            at end
            Move "Y" to ListEOF
            not at end
            if SrcListRec not = Spaces
            Move SrcListRec to HistName
            Perform 305-MoveHistFile
            end-if
            end-perform
            end-if
            Close SrcListFile.


        305-MoveHistFile.
            Move 0 to FileMoved
            Open Input RentHistFile
            if HstFileStat = 00
            Open Output HistWorkFile
            Move "N" to EOF
            Perform Until Finished
            Read RentHistFile
            at end
            Move "Y" to EOF
            not at end
            Perform 310-CheckHistRow
            Write HistWorkRec from HistRec
            end-perform
            Close HistWorkFile
            end-if
            Close RentHistFile
            if FileMoved > 0
            Perform 320-RewriteHistory
            Move Spaces to ReportOut
            String HistName " rows moved " FileMoved
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            end-if.


        310-CheckHistRow.
            Set PairIdx to 1
            Search PairEntry
            when PrRetire(PairIdx) = HstNumber
               and PrStopped(PairIdx) = "N"
            Move PrRetire(PairIdx) to RetireNumber
            Move PrKeep(PairIdx) to KeepNumber
            Move KeepNumber to HstNumber
            Add 1 to HistMoved
            Add 1 to FileMoved
            Move Spaces to MergeLogRec
            Move HistFileTag to MgFile
            Move "MOVED" to MgAction
            Move HstMember to MgMember
            String "out " HstOutDate " in " HstInDate
               delimited by size into MgDetail
            Perform 240-WriteLog
            end-search.


        320-RewriteHistory.
            Open Input HistWorkFile
            Open Output RentHistFile
            Move "N" to EOF
            Perform Until Finished
            Read HistWorkFile
            at end
            Move "Y" to EOF
            not at end
            Write HistRec from HistWorkRec
            end-perform
            Close RentHistFile
            Close HistWorkFile.


        400-WriteTotals.
            Write MergeReportLine from Spaces
            Move Spaces to ReportOut
            String "Pairs read: " ReadPairs "  Merged: " MergedPairs
               "  Rejected: " RejectedPairs "  Stopped: " StoppedPairs
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            Display ReportOut
            Move Spaces to ReportOut
            String "Open rentals moved: " RentalsMoved
               "  Holds moved: " HoldsMoved
               "  Holds dropped: " HoldsDropped
               "  History rows moved: " HistMoved
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            Display ReportOut
            Move Spaces to ReportOut
            String "Rollup title months moved: " RollMoved
               delimited by size into ReportOut
            Write MergeReportLine from ReportOut
            Display ReportOut.


        105-ReadBizDate.
            Move 0 to BizDate
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
            Move BdState to BizState
            end-read
            end-if
            Close BizDateFile
            if BizDate = 0
            Accept BizDate from Date Yyyymmdd
            end-if.
