      *Lab9Strm Tyler Zysberg
      *Drive the nightly stream Lab9Edit, Lab9b, Lab9Rent, Lab9Roll,
      *Lab9Ntfy, Lab9Pay, Lab9Age, Lab9Vfy, Lab9Xtr, Lab9Bal in order,
      *recording each step's start, end and return code in
      *Lab9-strmctl.dat -
      *halts on a return code of 8 and on
      *rerun resumes at the failed step instead of from the top
      *Run with parameter RESET to force a fresh night
      *The night's business date is kept in Lab9-bizdate.dat, which
      *every dated program reads in place of the clock - it is
      *checked here before the first step and closed and moved to the
      *next day only after Lab9Bal ends OK. DATE=yyyymmdd overrides
      *it for a catch-up run; a date already closed is refused

       identification Division.
       Program-ID. Lab9Strm.
          Organization is line sequential
          Status is CtlFileStat.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD StrmCtlFile.
        01 StrmCtlRec.
           05 ScStep Pic 99.
           05 ScSep1 Pic X.
           05 ScName Pic X(8).
           05 ScSep2 Pic X.
           05 ScSep7 Pic X.
           05 ScStatus Pic X(4).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 CtlFileStat Pic 99.
        01 BizFileStat Pic 99.
        01 EOF Pic X.
           88 Finished Value "Y".
        01 StepCount Pic 99 value 10.
        01 StepTable.
           05 StepEntry Occurs 12 Times.
              10 StepName Pic X(8).
              10 StepCmd Pic X(20).
              10 StepStartDate Pic 9(8).
              10 StepEndTime Pic 9(8).
              10 StepRc Pic 99.
              10 StepStat Pic X(4).
        01 StepSub Pic 99.
        01 CtlSub Pic 99.
        01 StartStep Pic 99.
        01 OkVar Pic X.
           88 AllStepsOK Value "Y".
        01 SeqVar Pic X.
           88 SequenceGood Value "Y".
        01 CmdWork Pic X(20).
        01 RcWork Pic S9(9).
        01 RunParm Pic X(40).
        01 ParmWord1 Pic X(20).
        01 ParmWord2 Pic X(20).
        01 ParmWord Pic X(20).
        01 ResetVar Pic X.
           88 ResetRequested Value "Y".
        01 OverrideDate Pic 9(8) value 0.
        01 ClockDate Pic 9(8).
        01 BizDate Pic 9(8).
        01 BizState Pic X.
           88 NightOpen Value "N".
        01 BizClosed Pic 9(8).

        Procedure Division.
        000-Main.
            Perform 110-BuildSteps
            Move Spaces to RunParm
            Accept RunParm from Command-Line
            Perform 105-ReadParm
            if not ResetRequested
            Perform 120-ReadControl
            end-if
            Move "Y" to OkVar
            Move "N" to OkVar
            end-if
            end-perform
            Perform 130-ReadBizDate
            if AllStepsOK and NightOpen
            Display "Previous night for business date " BizDate
               " finished all steps"
            Perform 150-CloseBizDate
            end-if
            if AllStepsOK
            Perform 115-ClearSteps
            end-if
            Move 8 to Return-Code
            Stop Run
            end-if
            Perform 140-SetBizDate
            if StartStep > 1
            Display "Resuming the stream at step " StartStep " "
               StepName(StartStep)
               Varying StepSub from StartStep by 1
               Until StepSub > StepCount
            Display "Nightly stream complete - all steps OK"
            Perform 150-CloseBizDate
            stop run.


        105-ReadParm.
            Move "N" to ResetVar
            Move Spaces to ParmWord1
            Move Spaces to ParmWord2
            Unstring RunParm delimited by all Spaces
               into ParmWord1 ParmWord2
            Move ParmWord1 to ParmWord
            Perform 106-CheckParmWord
            Move ParmWord2 to ParmWord
            Perform 106-CheckParmWord.


        106-CheckParmWord.
            Evaluate True
            when ParmWord = Spaces
            continue
            when ParmWord = "RESET"
            Move "Y" to ResetVar
            when ParmWord(1:5) = "DATE=" and ParmWord(6:8) Numeric
               and ParmWord(14:7) = Spaces
            Move ParmWord(6:8) to OverrideDate
            if Function Test-Date-Yyyymmdd(OverrideDate) not = 0
            Display "Override date " OverrideDate " is not a valid"
               " date"
            Move 8 to Return-Code
            Stop Run
            end-if
            when other
            Display "Parameter " ParmWord " not recognized - use"
               " RESET and/or DATE=yyyymmdd"
            Move 8 to Return-Code
            Stop Run
            end-evaluate.


        110-BuildSteps.
            Move Spaces to StepTable
            Move "Lab9Edit" to StepName(1)
            Move "./Lab9b" to StepCmd(2)
            Move "Lab9Rent" to StepName(3)
            Move "./Lab9Rent" to StepCmd(3)
            Move "Lab9Roll" to StepName(4)
            Move "./Lab9Roll" to StepCmd(4)
            Move "Lab9Ntfy" to StepName(5)
            Move "./Lab9Ntfy" to StepCmd(5)
            Move "Lab9Pay" to StepName(6)
            Move "./Lab9Pay" to StepCmd(6)
            Move "Lab9Age" to StepName(7)
            Move "./Lab9Age" to StepCmd(7)
            Move "Lab9Vfy" to StepName(8)
            Move "./Lab9Vfy" to StepCmd(8)
            Move "Lab9Xtr" to StepName(9)
            Move "./Lab9Xtr" to StepCmd(9)
            Move "Lab9Bal" to StepName(10)
            Move "./Lab9Bal" to StepCmd(10)
            Perform 115-ClearSteps.


            Close StrmCtlFile.


        130-ReadBizDate.
            Move 0 to BizDate
            Move 0 to BizClosed
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
            if BdClosed Numeric
            Move BdClosed to BizClosed
            end-if
            if BdState = "N"
            Move "N" to BizState
            end-if
            end-read
            end-if
            Close BizDateFile.


        140-SetBizDate.
            Accept ClockDate from Date Yyyymmdd
            if BizDate = 0
            Move ClockDate to BizDate
            end-if
            if OverrideDate not = 0
            if NightOpen and StartStep > 1
               and OverrideDate not = BizDate
            Display "Business date " BizDate " is part way through the"
               " stream - finish it or rerun with RESET to change date"
            Move 8 to Return-Code
            Stop Run
            end-if
            Move OverrideDate to BizDate
            else
            if Function Integer-of-Date(BizDate) <
               Function Integer-of-Date(ClockDate) - 1
            Display "Business date " BizDate " is more than a day"
               " behind today " ClockDate
            Display "Rerun with DATE=yyyymmdd to confirm a catch-up"
               " date"
            Move 8 to Return-Code
            Stop Run
            end-if
            end-if
            if BizDate <= BizClosed
            Display "Business date " BizDate " has already closed -"
               " last closed date is " BizClosed
            Move 8 to Return-Code
            Stop Run
            end-if
            if BizDate > ClockDate
            Display "Business date " BizDate " is later than today "
               ClockDate " - refused"
            Move 8 to Return-Code
            Stop Run
            end-if
            Move "N" to BizState
            Perform 160-WriteBizDate
            Display "Nightly stream for business date " BizDate.


        150-CloseBizDate.
            Move BizDate to BizClosed
            Compute BizDate = Function Date-of-Integer(
               Function Integer-of-Date(BizClosed) + 1)
            Move "D" to BizState
            Perform 160-WriteBizDate
            Display "Business date " BizClosed " closed - next business"
               " date " BizDate.


        160-WriteBizDate.
            Open Output BizDateFile
            Move Spaces to BizDateRec
            Move BizDate to BdDate
            Move BizState to BdState
            Move BizClosed to BdClosed
            Write BizDateRec
            Close BizDateFile.


        200-RunStep.
            Display "Starting step " StepSub " "
               StepName(StepSub)
