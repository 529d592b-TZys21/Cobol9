      *Lab9MemM Tyler Zysberg
      *Intraday maintenance on Lab9-members.dat - add a member,
      *change name or phone, suspend or reactivate, with a confirm
      *step and a change log with before and after images. The
      *operator signs on against Lab9-oper.dat first, adding members
      *and changing status need their own authority, and refusals
      *and failed sign-ons go to Lab9-seclog.dat

       identification Division.
       Program-ID. Lab9MemM.
          Organization is line sequential
          Status is LogFileStat.

       Select OperFile
          Assign to "Lab9-oper.dat"
          Organization is Indexed
          Access Mode is Random
          Record Key is OpId
          Status is OperFileStat.

       Select Optional SecLogFile
          Assign to "Lab9-seclog.dat"
          Organization is line sequential
          Status is SecFileStat.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD MemberFile.
           05 MlSep6 Pic X.
           05 MlAfter Pic X(30).

        FD OperFile.
        01 OperRec.
           05 OpId Pic X(8).
           05 OpName Pic X(30).
           05 OpPin Pic X(8).
           05 OpStat Pic X.
           05 OpFails Pic 9.
           05 OpAuth.
              10 OpMaint Pic X.
              10 OpMemM Pic X.
              10 OpMemAdd Pic X.
              10 OpMemStat Pic X.
              10 OpGenM Pic X.
              10 OpGenAdd Pic X.
              10 OpGenRen Pic X.
              10 OpGenRet Pic X.
              10 OpAdmin Pic X.
           05 OpLastDate Pic 9(8).

        FD SecLogFile.
        01 SecLogRec.
           05 SlOper Pic X(8).
           05 SlSep1 Pic X.
           05 SlDate Pic 9(8).
           05 SlSep2 Pic X.
           05 SlTime Pic 9(8).
           05 SlSep3 Pic X.
           05 SlProgram Pic X(8).
           05 SlSep4 Pic X.
           05 SlEvent Pic X(8).
           05 SlSep5 Pic X.
           05 SlDetail Pic X(50).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 MemFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 LogFileStat Pic 99.
        01 OperFileStat Pic 99.
        01 SecFileStat Pic 99.
        01 OperId Pic X(8).
        01 SignPin Pic X(8).
        01 SignTries Pic 9.
        01 MaxFails Pic 9 value 3.
        01 SignVar Pic X.
           88 SignedOn Value "Y".
        01 MayAddVar Pic X.
           88 MayAdd Value "Y".
        01 MayStatVar Pic X.
           88 MayChangeStatus Value "Y".
        01 SecEvent Pic X(8).
        01 SecDetail Pic X(50).
        01 InqMember Pic X(10).
        01 NewName Pic X(30).
        01 NewPhone Pic X(12).

        Procedure Division.
        000-Main.
            Perform 145-ReadBizDate
            Open Extend SecLogFile.
            Perform 150-SignOn
            Open I-O MemberFile.
            if MemFileStat = 35
            Open Output MemberFile
            Stop Run
            end-if
            Open Extend MemberLogFile.
            Move "X" to InqMember
            Perform Until InqMember = Spaces
            Display "Enter member number to maintain (blank = done): "
            end-perform
            Close MemberLogFile.
            Close MemberFile.
            Close SecLogFile.
            Display AddCount " members added, " UpdateCount
               " members updated this session"
            stop run.
            Move InqMember to MemNumber
            Read MemberFile
            if MemFileStat not = 00
            if MayAdd
            Perform 140-AddMember
            else
            Display "Member " InqMember " not on file - operator "
               OperId " is not authorized to add members"
            Move "REFUSED" to SecEvent
            Move Spaces to SecDetail
            String "add member " InqMember
               delimited by size into SecDetail
            Perform 160-WriteSecLog
            end-if
            else
            Display "  " MemNumber " " MemName " " MemPhone " "
               MemStat " joined " MemJoined
            Move MemName to OldName
            end-if
            if NewStat = "A" or NewStat = "S"
            if NewStat not = MemStat
            if MayChangeStatus
            Move NewStat to MemStat
            Move "Y" to StatChanged
            else
            Display "Operator " OperId " is not authorized to"
               " suspend or reactivate - status kept"
            Move "REFUSED" to SecEvent
            Move Spaces to SecDetail
            String "status " MemStat " to " NewStat " member "
               MemNumber
               delimited by size into SecDetail
            Perform 160-WriteSecLog
            end-if
            end-if
            else
            if NewStat not = Space


        130-WriteChangeLog.
            Move BizDate to LogDate
            Accept LogTime from Time
            if NameChanged = "Y"
            Perform 131-BuildLogRecord

        131-BuildLogRecord.
            Move Spaces to MemberLogRec
            Move OperId to MlUser
            Move LogDate to MlDate
            Move LogTime to MlTime
            Move MemNumber to MlNumber.
            Display "Phone: " with no advancing
            Accept MemPhone
            Move "A" to MemStat
            Move BizDate to MemJoined
            Write MemRec
            if MemFileStat = 00
            Add 1 to AddCount


        141-WriteAddLog.
            Move BizDate to LogDate
            Accept LogTime from Time
            Perform 131-BuildLogRecord
            Move "ADD   " to MlField
            Move Spaces to MlBefore
            Move MemName to MlAfter
            Write MemberLogRec.


        150-SignOn.
            Open I-O OperFile.
            if OperFileStat not = 00
            Display "Operator file Lab9-oper.dat could not be opened,"
               " status " OperFileStat " - sign-on not possible"
            Move 8 to Return-Code
            Stop Run
            end-if
            Move "N" to SignVar
            Move 0 to SignTries
            Perform Until SignedOn or SignTries = MaxFails
            Add 1 to SignTries
            Display "Operator id: " with no advancing
            Move Spaces to OperId
            Accept OperId
            Display "PIN: " with no advancing
            Move Spaces to SignPin
            Accept SignPin
            Perform 151-CheckOperator
            end-perform
            Close OperFile.
            if not SignedOn
            Close SecLogFile
            Display "Sign-on failed - no maintenance done"
            Move 8 to Return-Code
            Stop Run
            end-if.


        151-CheckOperator.
            Move OperId to OpId
            Read OperFile
            Evaluate True
            when OperFileStat not = 00
            Move "NOOPER" to SecEvent
            Move "operator id not on file" to SecDetail
            Perform 160-WriteSecLog
            Display "Sign-on refused"
            when OpStat = "L"
            Move "LOCKED" to SecEvent
            Move "sign-on attempt while locked" to SecDetail
            Perform 160-WriteSecLog
            Display "Operator " OperId " is locked - see supervisor"
            when OpStat not = "A"
            Move "INACTIVE" to SecEvent
            Move "sign-on attempt while inactive" to SecDetail
            Perform 160-WriteSecLog
            Display "Sign-on refused"
            when OpPin not = SignPin
            Perform 152-BadPin
            when OpMemM not = "Y"
            Move "NOAUTH" to SecEvent
            Move "not authorized for Lab9MemM" to SecDetail
            Perform 160-WriteSecLog
            Display "Operator " OperId " is not authorized for"
               " member maintenance"
            when other
            Move 0 to OpFails
            Move BizDate to OpLastDate
            Rewrite OperRec
            Move "Y" to SignVar
            Move OpMemAdd to MayAddVar
            Move OpMemStat to MayStatVar
            Display "Signed on as " OpName
            end-evaluate.


        152-BadPin.
            if OpFails < 9
            Add 1 to OpFails
            end-if
            if OpFails >= MaxFails
            Move "L" to OpStat
            Move "LOCKOUT" to SecEvent
            Move "locked after repeated PIN failures" to SecDetail
            Display "Operator " OperId " is now locked - see supervisor"
            else
            Move "BADPIN" to SecEvent
            Move "wrong PIN" to SecDetail
            Display "Sign-on refused"
            end-if
            Rewrite OperRec
            Perform 160-WriteSecLog.


        160-WriteSecLog.
            Move BizDate to LogDate
            Accept LogTime from Time
            Move Spaces to SecLogRec
            Move OperId to SlOper
            Move LogDate to SlDate
            Move LogTime to SlTime
            Move "LAB9MEMM" to SlProgram
            Move SecEvent to SlEvent
            Move SecDetail to SlDetail
            Write SecLogRec.


        145-ReadBizDate.
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
