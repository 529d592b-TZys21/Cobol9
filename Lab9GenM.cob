      *Lab9GenM Tyler Zysberg
      *Maintain the genre reference list and cascade renames
      *through the genre alternate index on Lab9b-master.dat. The
      *operator signs on against Lab9-oper.dat first; add, rename
      *and retire each need their own authority, every add, rename,
      *retire and cascaded master change is logged on Lab9b-chglog.dat
      *under the operator id, and refusals and failed sign-ons go to
      *Lab9-seclog.dat

       identification Division.
       Program-ID. Lab9GenM.
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

       Select GenMReportFile
          Assign to "Lab9-genmrpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD GenTransFile.
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

        FD GenMReportFile.
        01 GenMReportLine Pic X(100).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 TrnFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 GenFileStat Pic 99.
        01 IdxFileStat Pic 99.
        01 OutFileStat Pic 99.
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
        01 MayRenVar Pic X.
           88 MayRename Value "Y".
        01 MayRetVar Pic X.
           88 MayRetire Value "Y".
        01 SecEvent Pic X(8).
        01 SecDetail Pic X(50).
        01 LogDate Pic 9(8).
        01 LogTime Pic 9(8).
        01 GenLogField Pic X(6).
        01 GenreTableCount Pic 99 value 0.
        01 GenreTable.
           05 GenreEntry Occurs 0 to 25 Times
        01 RenameCount Pic 9(3) value 0.
        01 RetireCount Pic 9(3) value 0.
        01 ErrorCount Pic 9(3) value 0.
        01 RefusedCount Pic 9(3) value 0.
        01 ReportOut Pic X(100).

        Procedure Division.
        000-Main.
            Perform 105-ReadBizDate
            Open Extend SecLogFile.
            Perform 200-SignOn
            Perform 100-LoadGenres
            Open Input GenTransFile.
            if TrnFileStat not = 00
            Close ChangeLogFile.
            Close GenMReportFile.
            Close GenTransFile.
            Close SecLogFile.
            stop run.


        110-ApplyTrans.
            Evaluate GtAction
            when "A"
            if MayAdd
            Perform 120-AddGenre
            else
            Perform 115-RefuseTrans
            end-if
            when "R"
            if MayRename
            Perform 130-RenameGenre
            else
            Perform 115-RefuseTrans
            end-if
            when "X"
            if MayRetire
            Perform 140-RetireGenre
            else
            Perform 115-RefuseTrans
            end-if
            when other
            Move Spaces to ReportOut
            String "ERROR  bad action " GenTransRec
            end-evaluate.


        115-RefuseTrans.
            Move Spaces to ReportOut
            String "REFUSE " GenTransRec " - operator " OperId
               " not authorized"
               delimited by size into ReportOut
            Perform 180-WriteReportLine
            Add 1 to RefusedCount
            Move "REFUSED" to SecEvent
            Move Spaces to SecDetail
            String "action " GtAction " genre " GtGenre
               delimited by size into SecDetail
            Perform 210-WriteSecLog.


        120-AddGenre.
            Move GtGenre to OldGenre
            Perform 150-FindGenre
               delimited by size into ReportOut
            Perform 180-WriteReportLine
            Add 1 to AddCount
            Move "GENADD" to GenLogField
            Move GtGenre to NewGenre
            Perform 175-WriteGenreLog
            else
            Move Spaces to ReportOut
            String "ERROR  genre already on list " GtGenre
               delimited by size into ReportOut
            Perform 180-WriteReportLine
            Add 1 to AddCount
            Move "GENADD" to GenLogField
            Move GtGenre to NewGenre
            Perform 175-WriteGenreLog
            else
            Move Spaces to ReportOut
            String "ERROR  genre list full - cannot add " GtGenre
            Move GtNewGenre to NewGenre
            Perform 160-CascadeRename
            Add 1 to RenameCount
            Move "GENREN" to GenLogField
            Perform 175-WriteGenreLog
            end-if
            end-if.

               delimited by size into ReportOut
            Perform 180-WriteReportLine
            Add 1 to RetireCount
            Move "GENRET" to GenLogField
            Move Spaces to NewGenre
            Perform 175-WriteGenreLog
            else
            Move Spaces to ReportOut
            String "ERROR  genre not on list " GtGenre


        170-WriteCascadeLog.
            Move BizDate to LogDate
            Accept LogTime from Time
            Move Spaces to ChangeLogRec
            Move OperId to ClUser
            Move LogDate to ClDate
            Move LogTime to ClTime
            Move OutNumber to ClNumber
            Write ChangeLogRec.


        175-WriteGenreLog.
            Move BizDate to LogDate
            Accept LogTime from Time
            Move Spaces to ChangeLogRec
            Move OperId to ClUser
            Move LogDate to ClDate
            Move LogTime to ClTime
            Move 0 to ClNumber
            Move GenLogField to ClField
            if GenLogField = "GENADD"
            Move Spaces to ClBefore
            else
            Move OldGenre to ClBefore
            end-if
            Move NewGenre to ClAfter
            Write ChangeLogRec.


        180-WriteReportLine.
            Write GenMReportLine from ReportOut.

            Move Spaces to ReportOut
            String "Added: " AddCount "  Renamed: " RenameCount
               "  Retired: " RetireCount "  Errors: " ErrorCount
               "  Refused: " RefusedCount
               delimited by size into ReportOut
            Write GenMReportLine from Spaces
            Write GenMReportLine from ReportOut
            Display ReportOut.


        200-SignOn.
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
            Perform 201-CheckOperator
            end-perform
            Close OperFile.
            if not SignedOn
            Close SecLogFile
            Display "Sign-on failed - no maintenance done"
            Move 8 to Return-Code
            Stop Run
            end-if.


        201-CheckOperator.
            Move OperId to OpId
            Read OperFile
            Evaluate True
            when OperFileStat not = 00
            Move "NOOPER" to SecEvent
            Move "operator id not on file" to SecDetail
            Perform 210-WriteSecLog
            Display "Sign-on refused"
            when OpStat = "L"
            Move "LOCKED" to SecEvent
            Move "sign-on attempt while locked" to SecDetail
            Perform 210-WriteSecLog
            Display "Operator " OperId " is locked - see supervisor"
            when OpStat not = "A"
            Move "INACTIVE" to SecEvent
            Move "sign-on attempt while inactive" to SecDetail
            Perform 210-WriteSecLog
            Display "Sign-on refused"
            when OpPin not = SignPin
            Perform 202-BadPin
            when OpGenM not = "Y"
            Move "NOAUTH" to SecEvent
            Move "not authorized for Lab9GenM" to SecDetail
            Perform 210-WriteSecLog
            Display "Operator " OperId " is not authorized for"
               " genre maintenance"
            when other
            Move 0 to OpFails
            Move BizDate to OpLastDate
            Rewrite OperRec
            Move "Y" to SignVar
            Move OpGenAdd to MayAddVar
            Move OpGenRen to MayRenVar
            Move OpGenRet to MayRetVar
            Display "Signed on as " OpName
            end-evaluate.


        202-BadPin.
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
            Perform 210-WriteSecLog.


        210-WriteSecLog.
            Move BizDate to LogDate
            Accept LogTime from Time
            Move Spaces to SecLogRec
            Move OperId to SlOper
            Move LogDate to SlDate
            Move LogTime to SlTime
            Move "LAB9GENM" to SlProgram
            Move SecEvent to SlEvent
            Move SecDetail to SlDetail
            Write SecLogRec.


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
