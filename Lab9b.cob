      *Lab9b Tyler Zysberg
      *Check a file for a record using a hash function
      *The copy adjustments Lab9Edit took from Lab9-rentadj.dat are
      *posted with the batch, so the file is emptied once the batch
      *is registered
	   
	   identification Division.
       Program-ID. Lab9b.
          Assign to "Lab9b-gen3.dat"
          Organization is line sequential.

       Select Optional RentAdjFile
          Assign to "Lab9-rentadj.dat"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD inputfile.
        FD Gen3File.
        01 Gen3Rec Pic X(87).

        FD RentAdjFile.
        01 RentAdjRec Pic X(88).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 GenreTableCount Pic 99 value 0.
        01 GenreTable.
        01 GenreVar Pic X.
           88 GenreOK Value "Y".
        01 GenFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 BatFileStat Pic 99.
        01 GenCtlStat Pic 99.
        01 GenCtl.

        Procedure Division.
        000-Main.
            Perform 126-ReadBizDate
	    	Open I-O Outputfile.
            if OutFileStat = 35
            Open Output Outputfile
            Move OutRating to RejRating
            Move OutYear to RejYear
            Move OutCopies to RejCopies
            Move BizDate to LogDate
            Move LogDate to RejDate
            Write GenreRejectRec
            Add 1 to RejCount
            Move Space to PbSep
            Move SaveDate to PbDate
            Write BatchControlRec
            Close BatchControlFile
            Open Output RentAdjFile
            Close RentAdjFile.


        121-AbortBatch.
            Close Gen3File
            end-evaluate
            Close Indexfile
            Move BizDate to LogDate
            Evaluate CtlNext
            when 1
            Move LogDate to CtlDate1
            Move OutCopies to SusCopies
            Move OutFileStat to SusStat
            Move 0 to SusCycle
            Move BizDate to LogDate
            Move LogDate to SusFirstDate
            Write SuspenseRec
            Add 1 to SusCount.


        103-WriteDeleteLog.
            Move BizDate to LogDate
            Accept LogTime from Time
            Move MovieNum to LogMovNumber
            Move LogDate to LogDateOut
            Close Indexfile
            end-if.

 

        126-ReadBizDate.
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
