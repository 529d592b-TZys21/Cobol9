          Assign to "Lab9-susprpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD SuspenseFile.
        FD SuspReportFile.
        01 SuspReportLine Pic X(110).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 SusFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 OutFileStat Pic 99.
        01 LogFileStat Pic 99.
        01 ParmFileStat Pic 99.
        Procedure Division.
        000-Main.
            Perform 100-ReadParm
            Perform 110-ReadBizDate
            Move BizDate to RunDate
            Accept RunTime from Time
            Compute TodayInt = Function Integer-of-Date(RunDate)
            Open I-O Outputfile.
            end-perform
            Close SuspenseFile
            Close WorkFile.


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
