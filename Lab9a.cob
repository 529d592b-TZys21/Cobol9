          Assign to "Lab9a-hlthrpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD inputfile.
        FD HealthReportFile.
        01 HealthReportLine Pic X(80).

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
        01 BatchVar Pic X.
           88 BatchOK Value "Y".

        Procedure Division.
        000-Main.
            Perform 120-ReadBizDate
            Perform 118-ReadTableSize
            Perform 107-ReadCheckpoint
            Open Input inputfile.
            Move OutNumber to RejNumber
            Move OutName to RejName
            Move OutGen to RejGen
            Move BizDate to LogDate
            Move LogDate to RejDate
            Write GenreRejectRec
            Add 1 to RejectCount


        106-WriteDeleteLog.
            Move BizDate to LogDate
            Accept LogTime from Time
            Move DeleteNumber to LogMovNumber
            Move LogDate to LogDateOut
            Write DeleteLogRec.


 

        120-ReadBizDate.
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
