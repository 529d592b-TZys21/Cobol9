      *Lab9Age Tyler Zysberg
      *Nightly aging of the member ledger Lab9-ledger.dat - spreads
      *each member's balance over the charges that make it up,
      *oldest paid off first, into current, 31-60, 61-90 and over
      *90 day buckets, and suspends on Lab9-members.dat any active
      *member whose balance past 30 days is over the threshold in
      *Lab9-ageparm.dat, logging the change to Lab9-memlog.dat

       identification Division.
       Program-ID. Lab9Age.

       Environment Division.
       Input-Output Section.
       File-Control.
       Select Optional AgeParmFile
          Assign to "Lab9-ageparm.dat"
          Organization is line sequential
          Status is ParmFileStat.

       Select Optional LedgerFile
          Assign to "Lab9-ledger.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is LgKey
          Status is LgFileStat.

       Select MemberFile
          Assign to "Lab9-members.dat"
          Organization is Indexed
          Access Mode is Random
          Record Key is MemNumber
          Status is MemFileStat.

       Select Optional MemberLogFile
          Assign to "Lab9-memlog.dat"
          Organization is line sequential
          Status is LogFileStat.

       Select AgeReportFile
          Assign to "Lab9-agerpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD AgeParmFile.
        01 AgeParmRec.
           05 AgThreshold Pic 9(5)V99.

        FD LedgerFile.
        01 LedgerRec.
           05 LgKey.
              10 LgMember Pic X(10).
              10 LgDate Pic 9(8).
              10 LgSeq Pic 9(3).
           05 LgType Pic X.
           05 LgAmount Pic S9(7)V99 Sign Leading Separate.
           05 LgRef Pic X(30).
           05 LgPostDate Pic 9(8).

        FD MemberFile.
        01 MemRec.
           05 MemNumber Pic X(10).
           05 MemName Pic X(30).
           05 MemPhone Pic X(12).
           05 MemStat Pic X.
           05 MemJoined Pic 9(8).

        FD MemberLogFile.
        01 MemberLogRec.
           05 MlUser Pic X(8).
           05 MlSep1 Pic X.
           05 MlDate Pic 9(8).
           05 MlSep2 Pic X.
           05 MlTime Pic 9(8).
           05 MlSep3 Pic X.
           05 MlNumber Pic X(10).
           05 MlSep4 Pic X.
           05 MlField Pic X(6).
           05 MlSep5 Pic X.
           05 MlBefore Pic X(30).
           05 MlSep6 Pic X.
           05 MlAfter Pic X(30).

        FD AgeReportFile.
        01 AgeReportLine Pic X(132).

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
        01 LgFileStat Pic 99.
        01 MemFileStat Pic 99.
        01 LogFileStat Pic 99.
        01 LedEOF Pic X.
           88 LedgerDone Value "Y".
        01 MemEOF Pic X.
           88 MemberDone Value "Y".
        01 Threshold Pic 9(5)V99 value 25.00.
        01 RunDate Pic 9(8).
        01 RunTime Pic 9(8).
        01 RunInt Pic 9(8).
        01 AgeDays Pic S9(5).
        01 AgeMember Pic X(10).
        01 OldStat Pic X.
        01 MemBalance Pic S9(7)V99.
        01 CreditLeft Pic 9(7)V99.
        01 OpenAmount Pic 9(7)V99.
        01 AgeCurrent Pic 9(7)V99.
        01 Age30 Pic 9(7)V99.
        01 Age60 Pic 9(7)V99.
        01 Age90 Pic 9(7)V99.
        01 PastDue Pic 9(7)V99.
        01 TotBalance Pic S9(9)V99 value 0.
        01 TotCurrent Pic 9(9)V99 value 0.
        01 Tot30 Pic 9(9)V99 value 0.
        01 Tot60 Pic 9(9)V99 value 0.
        01 Tot90 Pic 9(9)V99 value 0.
        01 MemberCount Pic 9(5) value 0.
        01 OwingCount Pic 9(5) value 0.
        01 SuspendCount Pic 9(5) value 0.
        01 ActionOut Pic X(20).
        01 NameOut Pic X(30).
        01 BalOut Pic -(7)9.99.
        01 CurOut Pic Z(6)9.99.
        01 B30Out Pic Z(6)9.99.
        01 B60Out Pic Z(6)9.99.
        01 B90Out Pic Z(6)9.99.
        01 TotBalOut Pic -(9)9.99.
        01 ThreshOut Pic Z(4)9.99.
        01 ReportOut Pic X(132).

        Procedure Division.
        000-Main.
            Perform 100-ReadParm
            Perform 105-ReadBizDate
            Move BizDate to RunDate
            Accept RunTime from Time
            Compute RunInt = Function Integer-of-Date(RunDate)
            Open Input LedgerFile.
            Open I-O MemberFile.
            if MemFileStat not = 00
            Display "Member master Lab9-members.dat could not be"
               " opened, status " MemFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Open Extend MemberLogFile.
            Open Output AgeReportFile.
            Perform 110-WriteHeading
            Move "N" to LedEOF
            Move Low-Values to LgMember
            Move Zero to LgDate
            Move Zero to LgSeq
            Start LedgerFile Key not less than LgKey
            if LgFileStat not = 00
            Move "Y" to LedEOF
            end-if
            Perform Until LedgerDone
            Read LedgerFile Next Record
            at end
            Move "Y" to LedEOF
            not at end
            Perform 200-AgeMember
            end-perform
            Perform 300-WriteTotals
            Close AgeReportFile.
            Close MemberLogFile.
            Close MemberFile.
            Close LedgerFile.
            stop run.


        100-ReadParm.
            Open Input AgeParmFile
            if ParmFileStat = 00
            Read AgeParmFile
            at end
            continue
            not at end
            if AgThreshold Numeric
            Move AgThreshold to Threshold
            end-if
            end-read
            end-if
            Close AgeParmFile.


        110-WriteHeading.
            Write AgeReportLine from
               "Member Ledger Aging - Lab9Age"
            Move Threshold to ThreshOut
            Move Spaces to ReportOut
            String "Run date " RunDate "  suspend when past 30 days"
               " is over " ThreshOut
               delimited by size into ReportOut
            Write AgeReportLine from ReportOut
            Write AgeReportLine from Spaces
            Write AgeReportLine from
               "Member     Name                              Balance
      -        "    Current      31-60      61-90    Over 90"
            Write AgeReportLine from Spaces.


        200-AgeMember.
            Move LgMember to AgeMember
            Add 1 to MemberCount
            Move 0 to MemBalance
            Move 0 to CreditLeft
            Move 0 to AgeCurrent
            Move 0 to Age30
            Move 0 to Age60
            Move 0 to Age90
            Perform 205-StartMember
            Perform Until MemberDone
            Read LedgerFile Next Record
            at end
            Move "Y" to MemEOF
            not at end
            if LgMember not = AgeMember
            Move "Y" to MemEOF
            else
            Add LgAmount to MemBalance
            if LgAmount < 0
            Subtract LgAmount from CreditLeft
            end-if
            end-if
            end-perform
            Perform 205-StartMember
            Perform Until MemberDone
            Read LedgerFile Next Record
            at end
            Move "Y" to MemEOF
            not at end
            if LgMember not = AgeMember
            Move "Y" to MemEOF
            else
            if LgAmount > 0
            Perform 210-AgeCharge
            end-if
            end-if
            end-perform
            if MemBalance not = 0
            Perform 220-ReportMember
            end-if
            Move AgeMember to LgMember
            Move 99999999 to LgDate
            Move 999 to LgSeq
            Start LedgerFile Key greater than LgKey
            if LgFileStat not = 00
            Move "Y" to LedEOF
            end-if.


        205-StartMember.
            Move AgeMember to LgMember
            Move Zero to LgDate
            Move Zero to LgSeq
            Start LedgerFile Key not less than LgKey
            Move "N" to MemEOF
            if LgFileStat not = 00
            Move "Y" to MemEOF
            end-if.


        210-AgeCharge.
            Move LgAmount to OpenAmount
            if CreditLeft > 0
            if CreditLeft >= OpenAmount
            Subtract OpenAmount from CreditLeft
            Move 0 to OpenAmount
            else
            Subtract CreditLeft from OpenAmount
            Move 0 to CreditLeft
            end-if
            end-if
            if OpenAmount > 0
            Compute AgeDays = RunInt - Function Integer-of-Date(LgDate)
            Evaluate True
            when AgeDays <= 30
            Add OpenAmount to AgeCurrent
            when AgeDays <= 60
            Add OpenAmount to Age30
            when AgeDays <= 90
            Add OpenAmount to Age60
            when other
            Add OpenAmount to Age90
            end-evaluate
            end-if.


        220-ReportMember.
            Add 1 to OwingCount
            Compute PastDue = Age30 + Age60 + Age90
            Move Spaces to ActionOut
            Move "*not on member file*" to NameOut
            Move AgeMember to MemNumber
            Read MemberFile
            if MemFileStat = 00
            Move MemName to NameOut
            if MemStat = "S"
            Move "already suspended" to ActionOut
            else
            if MemBalance > 0 and PastDue > Threshold
            Perform 230-SuspendMember
            end-if
            end-if
            end-if
            Add MemBalance to TotBalance
            Add AgeCurrent to TotCurrent
            Add Age30 to Tot30
            Add Age60 to Tot60
            Add Age90 to Tot90
            Move MemBalance to BalOut
            Move AgeCurrent to CurOut
            Move Age30 to B30Out
            Move Age60 to B60Out
            Move Age90 to B90Out
            Move Spaces to ReportOut
            String AgeMember " " NameOut " " BalOut " " CurOut " "
               B30Out " " B60Out " " B90Out "  " ActionOut
               delimited by size into ReportOut
            Write AgeReportLine from ReportOut.


        230-SuspendMember.
            Move MemStat to OldStat
            Move "S" to MemStat
            Rewrite MemRec
            if MemFileStat = 00
            Add 1 to SuspendCount
            Move "SUSPENDED" to ActionOut
            Move Spaces to MemberLogRec
            Move "LAB9AGE" to MlUser
            Move RunDate to MlDate
            Move RunTime to MlTime
            Move MemNumber to MlNumber
            Move "STATUS" to MlField
            Move OldStat to MlBefore
            Move "S" to MlAfter
            Write MemberLogRec
            else
            Move "SUSPEND FAILED" to ActionOut
            Display "Could not suspend member " MemNumber
               " status " MemFileStat
            end-if.


        300-WriteTotals.
            Write AgeReportLine from Spaces
            Move TotBalance to TotBalOut
            Move Spaces to ReportOut
            String "Total balance " TotBalOut
               delimited by size into ReportOut
            Write AgeReportLine from ReportOut
            Move TotCurrent to TotBalOut
            Move Spaces to ReportOut
            String "  current     " TotBalOut
               delimited by size into ReportOut
            Write AgeReportLine from ReportOut
            Move Tot30 to TotBalOut
            Move Spaces to ReportOut
            String "  31-60 days  " TotBalOut
               delimited by size into ReportOut
            Write AgeReportLine from ReportOut
            Move Tot60 to TotBalOut
            Move Spaces to ReportOut
            String "  61-90 days  " TotBalOut
               delimited by size into ReportOut
            Write AgeReportLine from ReportOut
            Move Tot90 to TotBalOut
            Move Spaces to ReportOut
            String "  over 90     " TotBalOut
               delimited by size into ReportOut
            Write AgeReportLine from ReportOut
            Write AgeReportLine from Spaces
            Move Spaces to ReportOut
            String "Members on ledger: " MemberCount
               "  With a balance: " OwingCount
               "  Suspended tonight: " SuspendCount
               delimited by size into ReportOut
            Write AgeReportLine from ReportOut
            Display ReportOut.


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
