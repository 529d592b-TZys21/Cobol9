      *Lab9Maint Tyler Zysberg
      *Intraday maintenance on Lab9b-master.dat - look up a record,
      *change name or genre with a confirm step, and log every
      *update with before and after images. The operator signs on
      *against Lab9-oper.dat first and the operator id is stamped on
      *every log record; failed sign-ons go to Lab9-seclog.dat

       identification Division.
       Program-ID. Lab9Maint.
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
        FD Outputfile.
           05 ClSep6 Pic X.
           05 ClAfter Pic X(50).

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
        01 OutFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 GenFileStat Pic 99.
        01 LogFileStat Pic 99.
        01 OperFileStat Pic 99.
        01 SecFileStat Pic 99.
        01 GenreTableCount Pic 99 value 0.
        01 GenreTable.
           05 GenreEntry Occurs 0 to 25 Times
           88 GenreOK Value "Y".
        01 EOF Pic X.
           88 Finished Value "Y".
        01 OperId Pic X(8).
        01 SignPin Pic X(8).
        01 SignTries Pic 9.
        01 MaxFails Pic 9 value 3.
        01 SignVar Pic X.
           88 SignedOn Value "Y".
        01 SecEvent Pic X(8).
        01 SecDetail Pic X(50).
        01 InqNumber Pic 9(5).
        01 NewName Pic X(50).
        01 NewGenre Pic X(20).

        Procedure Division.
        000-Main.
            Perform 145-ReadBizDate
            Open Extend SecLogFile.
            Perform 160-SignOn
            Perform 140-LoadGenres
            Open I-O Outputfile.
            if OutFileStat not = 00
            Stop Run
            end-if
            Open Extend ChangeLogFile.
            Move 1 to InqNumber
            Perform Until InqNumber = 0
            Display "Enter movie number to maintain (0 = done): "
            end-perform
            Close ChangeLogFile.
            Close Outputfile.
            Close SecLogFile.
            Display UpdateCount " records updated this session"
            stop run.



        130-WriteChangeLog.
            Move BizDate to LogDate
            Accept LogTime from Time
            if NameChanged = "Y"
            Perform 131-BuildLogRecord

        131-BuildLogRecord.
            Move Spaces to ChangeLogRec
            Move OperId to ClUser
            Move LogDate to ClDate
            Move LogTime to ClTime
            Move OutNumber to ClNumber.
            end-if
            end-search
            end-if.


        160-SignOn.
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
            Perform 161-CheckOperator
            end-perform
            Close OperFile.
            if not SignedOn
            Close SecLogFile
            Display "Sign-on failed - no maintenance done"
            Move 8 to Return-Code
            Stop Run
            end-if.


        161-CheckOperator.
            Move OperId to OpId
            Read OperFile
            Evaluate True
            when OperFileStat not = 00
            Move "NOOPER" to SecEvent
            Move "operator id not on file" to SecDetail
            Perform 170-WriteSecLog
            Display "Sign-on refused"
            when OpStat = "L"
            Move "LOCKED" to SecEvent
            Move "sign-on attempt while locked" to SecDetail
            Perform 170-WriteSecLog
            Display "Operator " OperId " is locked - see supervisor"
            when OpStat not = "A"
            Move "INACTIVE" to SecEvent
            Move "sign-on attempt while inactive" to SecDetail
            Perform 170-WriteSecLog
            Display "Sign-on refused"
            when OpPin not = SignPin
            Perform 162-BadPin
            when OpMaint not = "Y"
            Move "NOAUTH" to SecEvent
            Move "not authorized for Lab9Maint" to SecDetail
            Perform 170-WriteSecLog
            Display "Operator " OperId " is not authorized for"
               " title maintenance"
            when other
            Move 0 to OpFails
            Move BizDate to OpLastDate
            Rewrite OperRec
            Move "Y" to SignVar
            Display "Signed on as " OpName
            end-evaluate.


        162-BadPin.
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
            Perform 170-WriteSecLog.


        170-WriteSecLog.
            Move BizDate to LogDate
            Accept LogTime from Time
            Move Spaces to SecLogRec
            Move OperId to SlOper
            Move LogDate to SlDate
            Move LogTime to SlTime
            Move "LAB9MAIN" to SlProgram
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
