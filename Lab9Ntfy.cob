      *Lab9Ntfy Tyler Zysberg
      *Nightly notice extract for the messaging vendor - overdue
      *rentals step up at 7, 14 and 30 days past the checkout date
      *and picked holds get a ready-for-pick-up notice. Each notice
      *is sent once, tracked on Lab9-ntchist.dat, and members with
      *no usable phone go to Lab9-ntfyexc.txt for mail follow-up

       identification Division.
       Program-ID. Lab9Ntfy.

       Environment Division.
       Input-Output Section.
       File-Control.
       Select OpenRentFile
          Assign to "Lab9-openrent.dat"
          Organization is Indexed
          Access Mode is Sequential
          Record Key is OrKey
          Status is OrFileStat.

       Select HoldFile
          Assign to "Lab9-holds.dat"
          Organization is Indexed
          Access Mode is Sequential
          Record Key is HldKey
          Status is HldFileStat.

       Select MemberFile
          Assign to "Lab9-members.dat"
          Organization is Indexed
          Access Mode is Random
          Record Key is MemNumber
          Status is MemFileStat.

       Select Optional MasterFile
          Assign to "Lab9b-master.dat"
          Organization is Indexed
          Access Mode is Random
          Record Key is MstNumber
          Alternate Record Key is MstGen With Duplicates
          Status is MstFileStat.

       Select Optional HoldParmFile
          Assign to "Lab9-holdparm.dat"
          Organization is line sequential
          Status is HpFileStat.

       Select NoticeHistFile
          Assign to "Lab9-ntchist.dat"
          Organization is Indexed
          Access Mode is Random
          Record Key is NhKey
          Status is NhFileStat.

       Select NoticeFile
          Assign to "Lab9-notice.dat"
          Organization is line sequential.

       Select NoticeExcFile
          Assign to "Lab9-ntfyexc.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
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

        FD MemberFile.
        01 MemRec.
           05 MemNumber Pic X(10).
           05 MemName Pic X(30).
           05 MemPhone Pic X(12).
           05 MemStat Pic X.
           05 MemJoined Pic 9(8).

        FD MasterFile.
        01 MasterRec.
           05 MstNumber Pic 9(5).
           05 MstName Pic X(50).
           05 MstGen Pic X(20).
           05 MstRating Pic X(5).
           05 MstYear Pic 9(4).
           05 MstCopies Pic 9(3).

        FD HoldParmFile.
        01 HoldParmRec.
           05 HpDays Pic 9(3).

        FD NoticeHistFile.
        01 NoticeHistRec.
           05 NhKey.
              10 NhMember Pic X(10).
              10 NhNumber Pic 9(5).
              10 NhType Pic X(4).
              10 NhRefDate Pic 9(8).
           05 NhSentDate Pic 9(8).
           05 NhPhoneOK Pic X.

        FD NoticeFile.
        01 NoticeRec.
           05 NtMember Pic X(10).
           05 NtName Pic X(30).
           05 NtPhone Pic X(10).
           05 NtNumber Pic 9(5).
           05 NtTitle Pic X(50).
           05 NtType Pic X(4).
           05 NtDate Pic 9(8).

        FD NoticeExcFile.
        01 NoticeExcLine Pic X(140).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 OrFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 HldFileStat Pic 99.
        01 MemFileStat Pic 99.
        01 MstFileStat Pic 99.
        01 HpFileStat Pic 99.
        01 NhFileStat Pic 99.
        01 EOF Pic X.
           88 Finished Value "Y".
        01 PhoneVar Pic X.
           88 PhoneUsable Value "Y".
        01 HoldDays Pic 9(3) value 14.
        01 RunDate Pic 9(8).
        01 TodayInt Pic 9(8).
        01 DaysOut Pic S9(5).
        01 NoticeType Pic X(4).
        01 NoticeMember Pic X(10).
        01 NoticeNumber Pic 9(5).
        01 NoticeRefDate Pic 9(8).
        01 NoticeDate Pic 9(8).
        01 PhoneDigits Pic X(10).
        01 DigitCount Pic 99.
        01 PhoneSub Pic 99.
        01 MemberName Pic X(30).
        01 TitleOut Pic X(50).
        01 OverdueCount Pic 9(5) value 0.
        01 HoldReadyCount Pic 9(5) value 0.
        01 AlreadySentCount Pic 9(5) value 0.
        01 ExceptionCount Pic 9(5) value 0.
        01 NoticeCount Pic 9(5) value 0.
        01 ReportOut Pic X(140).

        Procedure Division.
        000-Main.
            Perform 100-ReadHoldParm
            Perform 110-ReadBizDate
            Move BizDate to RunDate
            Compute TodayInt = Function Integer-of-Date(RunDate)
            Open Input MemberFile.
            if MemFileStat not = 00
            Display "Member master Lab9-members.dat could not be"
               " opened, status " MemFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Open Input MasterFile.
            Open I-O NoticeHistFile.
            if NhFileStat = 35
            Open Output NoticeHistFile
            Close NoticeHistFile
            Open I-O NoticeHistFile
            end-if
            if NhFileStat not = 00
            Display "Notice history Lab9-ntchist.dat could not be"
               " opened, status " NhFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Open Output NoticeFile.
            Open Output NoticeExcFile.
            Write NoticeExcLine from
               "Notice Exceptions for Mail Follow-up - Lab9Ntfy"
            Move Spaces to ReportOut
            String "Run date " RunDate
               delimited by size into ReportOut
            Write NoticeExcLine from ReportOut
            Write NoticeExcLine from Spaces
            Perform 200-OverdueNotices
            Perform 300-HoldNotices
            Perform 500-WriteTotals
            Close NoticeExcFile.
            Close NoticeFile.
            Close NoticeHistFile.
            Close MasterFile.
            Close MemberFile.
            stop run.


        100-ReadHoldParm.
            Open Input HoldParmFile
            if HpFileStat = 00
            Read HoldParmFile
            at end
            continue
            not at end
            if HpDays Numeric and HpDays > 0
            Move HpDays to HoldDays
            end-if
            end-read
            end-if
            Close HoldParmFile.


        200-OverdueNotices.
            Open Input OpenRentFile
            if OrFileStat = 00
            Move "N" to EOF
            Perform Until Finished
            Read OpenRentFile
            at end
            Move "Y" to EOF
            not at end
            Compute DaysOut =
               TodayInt - Function Integer-of-Date(OrDate)
            Move Spaces to NoticeType
            Evaluate True
            when DaysOut > 30
            Move "OD30" to NoticeType
            when DaysOut > 14
            Move "OD14" to NoticeType
            when DaysOut > 7
            Move "OD07" to NoticeType
            end-evaluate
            if NoticeType not = Spaces
            Move OrMember to NoticeMember
            Move OrNumber to NoticeNumber
            Move OrDate to NoticeRefDate
            Compute NoticeDate = Function Date-of-Integer(
               Function Integer-of-Date(OrDate) + 7)
            Perform 400-IssueNotice
            end-if
            end-perform
            Close OpenRentFile
            else
            Display "Open rentals Lab9-openrent.dat could not be"
               " opened, status " OrFileStat " - no overdue notices"
            end-if.


        300-HoldNotices.
            Open Input HoldFile
            if HldFileStat = 00
            Move "N" to EOF
            Perform Until Finished
            Read HoldFile
            at end
            Move "Y" to EOF
            not at end
            if HldPickDate Numeric and HldPickDate > 0
            Move "HOLD" to NoticeType
            Move HldMember to NoticeMember
            Move HldNumber to NoticeNumber
            Move HldPickDate to NoticeRefDate
            Compute NoticeDate = Function Date-of-Integer(
               Function Integer-of-Date(HldPickDate) + HoldDays)
            Perform 400-IssueNotice
            end-if
            end-perform
            Close HoldFile
            else
            Display "Holds Lab9-holds.dat could not be"
               " opened, status " HldFileStat " - no hold notices"
            end-if.


        400-IssueNotice.
            Move NoticeMember to NhMember
            Move NoticeNumber to NhNumber
            Move NoticeType to NhType
            Move NoticeRefDate to NhRefDate
            Read NoticeHistFile
            if NhFileStat = 00
            Add 1 to AlreadySentCount
            else
            Perform 410-LookupMember
            Move NoticeNumber to MstNumber
            Read MasterFile
            if MstFileStat = 00
            Move MstName to TitleOut
            else
            Move "(no longer on master)" to TitleOut
            end-if
            if NoticeType = "HOLD"
            Add 1 to HoldReadyCount
            else
            Add 1 to OverdueCount
            end-if
            if PhoneUsable
            Perform 420-WriteNotice
            else
            Perform 430-WriteException
            end-if
            Move NoticeMember to NhMember
            Move NoticeNumber to NhNumber
            Move NoticeType to NhType
            Move NoticeRefDate to NhRefDate
            Move RunDate to NhSentDate
            Move PhoneVar to NhPhoneOK
            Write NoticeHistRec
            if NhFileStat not = 00
            Display "Notice history write failed for member "
               NoticeMember " status " NhFileStat
            end-if
            end-if.


        410-LookupMember.
            Move "N" to PhoneVar
            Move Spaces to PhoneDigits
            Move NoticeMember to MemNumber
            Read MemberFile
            if MemFileStat = 00
            Move MemName to MemberName
            Move 0 to DigitCount
            Perform Varying PhoneSub from 1 by 1
               Until PhoneSub > 12
            if MemPhone(PhoneSub:1) Numeric
            Add 1 to DigitCount
            if DigitCount <= 10
            Move MemPhone(PhoneSub:1) to PhoneDigits(DigitCount:1)
            end-if
            end-if
            end-perform
            if DigitCount = 10
            Move "Y" to PhoneVar
            end-if
            else
            Move "*not on member file*" to MemberName
            Move Spaces to MemPhone
            end-if.


        420-WriteNotice.
            Move Spaces to NoticeRec
            Move NoticeMember to NtMember
            Move MemberName to NtName
            Move PhoneDigits to NtPhone
            Move NoticeNumber to NtNumber
            Move TitleOut to NtTitle
            Move NoticeType to NtType
            Move NoticeDate to NtDate
            Write NoticeRec
            Add 1 to NoticeCount.


        430-WriteException.
            Add 1 to ExceptionCount
            Move Spaces to ReportOut
            String NoticeType " " NoticeMember " " MemberName
               " phone " MemPhone " " NoticeNumber " "
               TitleOut " date " NoticeDate
               delimited by size into ReportOut
            Write NoticeExcLine from ReportOut.


        500-WriteTotals.
            if ExceptionCount = 0
            Write NoticeExcLine from "   None"
            end-if
            Write NoticeExcLine from Spaces
            Move Spaces to ReportOut
            String "Overdue: " OverdueCount
               "  Hold ready: " HoldReadyCount
               "  Sent to vendor: " NoticeCount
               "  Exceptions: " ExceptionCount
               "  Already sent: " AlreadySentCount
               delimited by size into ReportOut
            Write NoticeExcLine from ReportOut
            Display ReportOut.


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
