      *Lab9OpM Tyler Zysberg
      *Maintain the operator file Lab9-oper.dat used for sign-on by
      *Lab9Maint, Lab9MemM and Lab9GenM - add an operator, change
      *name or PIN, lock, unlock or deactivate, and set authorities.
      *Needs an operator with admin authority, except when the file
      *is empty and the first operator is being set up. Every change
      *goes to the security log Lab9-seclog.dat (PINs are never
      *logged)

       identification Division.
       Program-ID. Lab9OpM.

       Environment Division.
       Input-Output Section.
       File-Control.
       Select OperFile
          Assign to "Lab9-oper.dat"
          Organization is Indexed
          Access Mode is Dynamic
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
        01 OperFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 SecFileStat Pic 99.
        01 OperId Pic X(8).
        01 SignPin Pic X(8).
        01 SignTries Pic 9.
        01 MaxFails Pic 9 value 3.
        01 SignVar Pic X.
           88 SignedOn Value "Y".
        01 SetupVar Pic X value "N".
           88 FirstSetup Value "Y".
        01 SecEvent Pic X(8).
        01 SecDetail Pic X(50).
        01 DetailPtr Pic 99.
        01 InqOper Pic X(8).
        01 NewName Pic X(30).
        01 NewPin Pic X(8).
        01 NewStat Pic X.
        01 NewAuth Pic X(9).
        01 AuthCount Pic 99.
        01 AuthVar Pic X.
           88 AuthOK Value "Y".
        01 ConfirmVar Pic X.
        01 NameChanged Pic X.
        01 PinChanged Pic X.
        01 StatChanged Pic X.
        01 AuthChanged Pic X.
        01 LogDate Pic 9(8).
        01 LogTime Pic 9(8).
        01 AddCount Pic 9(5) value 0.
        01 UpdateCount Pic 9(5) value 0.

        Procedure Division.
        000-Main.
            Perform 175-ReadBizDate
            Open I-O OperFile.
            if OperFileStat = 35
            Open Output OperFile
            Close OperFile
            Open I-O OperFile
            end-if
            if OperFileStat not = 00
            Display "Operator file Lab9-oper.dat could not be opened,"
               " status " OperFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Open Extend SecLogFile.
            Perform 170-CheckEmpty
            if FirstSetup
            Display "Operator file is empty - set up the first"
               " operator; it is given every authority"
            Move "*SETUP*" to OperId
            Display "First operator id: " with no advancing
            Move Spaces to InqOper
            Accept InqOper
            if InqOper not = Spaces
            Perform 140-AddOperator
            end-if
            else
            Perform 150-SignOn
            Move "X" to InqOper
            Perform Until InqOper = Spaces
            Display "Enter operator id to maintain (blank = done): "
               with no advancing
            Move Spaces to InqOper
            Accept InqOper
            if InqOper not = Spaces
            Perform 100-MaintainOperator
            end-if
            end-perform
            end-if
            Close SecLogFile.
            Close OperFile.
            Display AddCount " operators added, " UpdateCount
               " operators updated this session"
            stop run.


        100-MaintainOperator.
            Move InqOper to OpId
            Read OperFile
            if OperFileStat not = 00
            Perform 140-AddOperator
            else
            Display "  " OpId " " OpName " status " OpStat
               " fails " OpFails " last sign-on " OpLastDate
            Display "  authorities Maint MemM MemAdd MemStat GenM"
               " GenAdd GenRen GenRet Admin: " OpAuth
            Move "N" to NameChanged
            Move "N" to PinChanged
            Move "N" to StatChanged
            Move "N" to AuthChanged
            Perform 110-ChangeName
            Perform 115-ChangePin
            Perform 120-ChangeStatus
            Perform 125-ChangeAuth
            if NameChanged = "Y" or PinChanged = "Y"
               or StatChanged = "Y" or AuthChanged = "Y"
            Display "Apply these changes (Y/N)? " with no advancing
            Accept ConfirmVar
            if ConfirmVar = "Y" or ConfirmVar = "y"
            Rewrite OperRec
            if OperFileStat = 00
            Add 1 to UpdateCount
            Perform 135-WriteChangeLog
            Display "Operator updated"
            else
            Display "Rewrite failed, status " OperFileStat
               " - nothing changed"
            end-if
            else
            Display "Changes abandoned"
            end-if
            else
            Display "Nothing changed"
            end-if
            end-if.


        110-ChangeName.
            Display "New name (blank = keep): " with no advancing
            Move Spaces to NewName
            Accept NewName
            if NewName not = Spaces
            Move NewName to OpName
            Move "Y" to NameChanged
            end-if.


        115-ChangePin.
            Display "New PIN (blank = keep): " with no advancing
            Move Spaces to NewPin
            Accept NewPin
            if NewPin not = Spaces
            Move NewPin to OpPin
            Move 0 to OpFails
            Move "Y" to PinChanged
            end-if.


        120-ChangeStatus.
            Display "New status A=active L=locked I=inactive"
               " (blank = keep): " with no advancing
            Move Space to NewStat
            Accept NewStat
            Inspect NewStat Converting "ali" to "ALI"
            if NewStat = "A" or NewStat = "L" or NewStat = "I"
            if NewStat not = OpStat
            if OpId = OperId and NewStat not = "A"
            Display "You cannot lock or deactivate your own"
               " operator id - status kept"
            else
            Move NewStat to OpStat
            if NewStat = "A"
            Move 0 to OpFails
            end-if
            Move "Y" to StatChanged
            end-if
            end-if
            else
            if NewStat not = Space
            Display "Status " NewStat " not recognized - status kept"
            end-if
            end-if.


        125-ChangeAuth.
            Display "New authorities, 9 Y/N flags (blank = keep): "
               with no advancing
            Move Spaces to NewAuth
            Accept NewAuth
            if NewAuth not = Spaces
            Perform 130-ValidateAuth
            if AuthOK
            if OpId = OperId and NewAuth(9:1) not = "Y"
            Display "You cannot remove your own admin authority"
               " - authorities kept"
            else
            Move NewAuth to OpAuth
            Move "Y" to AuthChanged
            end-if
            else
            Display "Authorities " NewAuth " not all Y or N"
               " - authorities kept"
            end-if
            end-if.


        130-ValidateAuth.
            Inspect NewAuth Converting "yn" to "YN"
            Move 0 to AuthCount
            Inspect NewAuth Tallying AuthCount for all "Y" all "N"
            if AuthCount = 9
            Move "Y" to AuthVar
            else
            Move "N" to AuthVar
            end-if.


        135-WriteChangeLog.
            Move "OPCHG" to SecEvent
            Move Spaces to SecDetail
            Move 1 to DetailPtr
            String OpId " changed:"
               delimited by size into SecDetail with pointer DetailPtr
            if NameChanged = "Y"
            String " NAME"
               delimited by size into SecDetail with pointer DetailPtr
            end-if
            if PinChanged = "Y"
            String " PIN"
               delimited by size into SecDetail with pointer DetailPtr
            end-if
            if StatChanged = "Y"
            String " STATUS " OpStat
               delimited by size into SecDetail with pointer DetailPtr
            end-if
            if AuthChanged = "Y"
            String " AUTH " OpAuth
               delimited by size into SecDetail with pointer DetailPtr
            end-if
            Perform 160-WriteSecLog.


        140-AddOperator.
            Display "Operator " InqOper " not on file - add (Y/N)? "
               with no advancing
            Accept ConfirmVar
            if ConfirmVar = "Y" or ConfirmVar = "y"
            Move Spaces to OperRec
            Move InqOper to OpId
            Display "Name: " with no advancing
            Accept OpName
            Display "PIN: " with no advancing
            Accept OpPin
            if FirstSetup
            Move "YYYYYYYYY" to OpAuth
            else
            Display "Authorities Maint MemM MemAdd MemStat GenM"
               " GenAdd GenRen GenRet Admin (9 Y/N): "
               with no advancing
            Move Spaces to NewAuth
            Accept NewAuth
            Perform 130-ValidateAuth
            if AuthOK
            Move NewAuth to OpAuth
            else
            Display "Authorities not all Y or N - none given"
            Move "NNNNNNNNN" to OpAuth
            end-if
            end-if
            Move "A" to OpStat
            Move 0 to OpFails
            Move 0 to OpLastDate
            if OpPin = Spaces
            Display "A PIN is required - operator not added"
            else
            Write OperRec
            if OperFileStat = 00
            Add 1 to AddCount
            Move "OPADD" to SecEvent
            Move Spaces to SecDetail
            String OpId " added AUTH " OpAuth
               delimited by size into SecDetail
            Perform 160-WriteSecLog
            Display "Operator added"
            else
            Display "Write failed, status " OperFileStat
               " - operator not added"
            end-if
            end-if
            end-if.


        150-SignOn.
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
            if not SignedOn
            Close SecLogFile
            Close OperFile
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
            when OpAdmin not = "Y"
            Move "NOAUTH" to SecEvent
            Move "not authorized for Lab9OpM" to SecDetail
            Perform 160-WriteSecLog
            Display "Operator " OperId " is not authorized for"
               " operator maintenance"
            when other
            Move 0 to OpFails
            Move BizDate to OpLastDate
            Rewrite OperRec
            Move "Y" to SignVar
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
            Move "LAB9OPM" to SlProgram
            Move SecEvent to SlEvent
            Move SecDetail to SlDetail
            Write SecLogRec.


        170-CheckEmpty.
            Move Low-Values to OpId
            Start OperFile Key is not less than OpId
            if OperFileStat not = 00
            Move "Y" to SetupVar
            end-if.


        175-ReadBizDate.
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
