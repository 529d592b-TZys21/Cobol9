      *Lab9Pay Tyler Zysberg
      *Post the counter's payment and adjustment feed from
      *Lab9-paytrans.dat to the member ledger Lab9-ledger.dat -
      *payments and credit adjustments post as negative amounts,
      *debit adjustments as positive, and anything that fails the
      *edit is listed on Lab9-payrpt.txt and left off the ledger
      *The feed is a batch with a header (batch number and date) and
      *a trailer count. The whole batch is checked before anything is
      *posted - a batch already on Lab9-payctl.dat, older than the
      *last one posted, or with a bad trailer stops the run. Once
      *posted the batch is registered and Lab9-paytrans.dat emptied

       identification Division.
       Program-ID. Lab9Pay.

       Environment Division.
       Input-Output Section.
       File-Control.
       Select Optional PayTransFile
          Assign to "Lab9-paytrans.dat"
          Organization is line sequential
          Status is PtFileStat.

       Select Optional PayCtlFile
          Assign to "Lab9-payctl.dat"
          Organization is line sequential
          Status is CtlFileStat.

       Select MemberFile
          Assign to "Lab9-members.dat"
          Organization is Indexed
          Access Mode is Random
          Record Key is MemNumber
          Status is MemFileStat.

       Select LedgerFile
          Assign to "Lab9-ledger.dat"
          Organization is Indexed
          Access Mode is Dynamic
          Record Key is LgKey
          Status is LgFileStat.

       Select PayReportFile
          Assign to "Lab9-payrpt.txt"
          Organization is line sequential.

       Select Optional BizDateFile
          Assign to "Lab9-bizdate.dat"
          Organization is line sequential
          Status is BizFileStat.

        Data Division.
        File Section.
        FD PayTransFile.
        01 PayTransRec.
           05 PtType Pic X.
           05 PtMember Pic X(10).
           05 PtDateX Pic X(8).
           05 PtSign Pic X.
           05 PtAmountX Pic X(9).
           05 PtRef Pic X(30).
        01 PayHeaderRec.
           05 PhType Pic X.
           05 PhBatch Pic 9(6).
           05 PhDate Pic 9(8).
           05 Filler Pic X(44).
        01 PayTrailerRec.
           05 PlType Pic X.
           05 PlCount Pic 9(7).
           05 Filler Pic X(51).

        FD PayCtlFile.
        01 PayCtlRec.
           05 PcBatch Pic 9(6).
           05 PcSep Pic X.
           05 PcDate Pic 9(8).

        FD MemberFile.
        01 MemRec.
           05 MemNumber Pic X(10).
           05 MemName Pic X(30).
           05 MemPhone Pic X(12).
           05 MemStat Pic X.
           05 MemJoined Pic 9(8).

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

        FD PayReportFile.
        01 PayReportLine Pic X(110).

        FD BizDateFile.
        01 BizDateRec.
           05 BdDate Pic 9(8).
           05 BdSep1 Pic X.
           05 BdState Pic X.
           05 BdSep2 Pic X.
           05 BdClosed Pic 9(8).

        Working-Storage Section.
        01 PtFileStat Pic 99.
        01 CtlFileStat Pic 99.
        01 EmptyVar Pic X.
           88 EmptyFeed Value "Y".
        01 TrailerVar Pic X.
           88 TrailerSeen Value "Y".
        01 BatchVar Pic X.
           88 BatchOK Value "Y".
        01 SaveBatch Pic 9(6).
        01 SaveDate Pic 9(8).
        01 MaxBatchDate Pic 9(8).
        01 CheckCount Pic 9(7).
        01 BizFileStat Pic 99.
        01 BizDate Pic 9(8).
        01 MemFileStat Pic 99.
        01 LgFileStat Pic 99.
        01 EOF Pic X.
           88 Finished Value "Y".
        01 WriteVar Pic X.
           88 Written Value "Y".
        01 RunDate Pic 9(8).
        01 EditDate Pic 9(8).
        01 PayAmtWork.
           05 PayAmtX Pic X(9).
        01 PayAmtNum Redefines PayAmtWork Pic 9(7)V99.
        01 PostAmount Pic S9(7)V99.
        01 RejReason Pic X(19).
        01 ReadCount Pic 9(5) value 0.
        01 PayCount Pic 9(5) value 0.
        01 AdjCount Pic 9(5) value 0.
        01 RejectCount Pic 9(5) value 0.
        01 PayTotal Pic 9(7)V99 value 0.
        01 AdjTotal Pic S9(7)V99 value 0.
        01 AmountOut Pic -(7)9.99.
        01 ReportOut Pic X(110).

        Procedure Division.
        000-Main.
            Perform 105-ReadBizDate
            Move BizDate to RunDate
            Perform 300-CheckBatch
            Open Input PayTransFile.
            Open Input MemberFile.
            if MemFileStat not = 00
            Display "Member master Lab9-members.dat could not be"
               " opened, status " MemFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Open I-O LedgerFile.
            if LgFileStat = 35
            Open Output LedgerFile
            Close LedgerFile
            Open I-O LedgerFile
            end-if
            if LgFileStat not = 00
            Display "Member ledger Lab9-ledger.dat could not be"
               " opened, status " LgFileStat
            Move 8 to Return-Code
            Stop Run
            end-if
            Open Output PayReportFile.
            Write PayReportLine from
               "Payment and Adjustment Posting - Lab9Pay"
            if EmptyFeed
            Write PayReportLine from
               "No payment batch on Lab9-paytrans.dat"
            else
            Move Spaces to ReportOut
            String "Batch " SaveBatch " dated " SaveDate
               delimited by size into ReportOut
            Write PayReportLine from ReportOut
            Write PayReportLine from Spaces
            Read PayTransFile
            Move "N" to EOF
            Perform Until Finished
            Read PayTransFile
            at end
            Move "Y" to EOF
            not at end
            if PlType = "T"
            Move "Y" to EOF
            else
            Add 1 to ReadCount
            Perform 100-EditTrans
            end-if
            end-perform
            end-if
            Perform 200-WriteTotals
            Close PayReportFile.
            Close LedgerFile.
            Close MemberFile.
            Close PayTransFile.
            if not EmptyFeed
            Perform 330-RegisterBatch
            end-if
            stop run.


        100-EditTrans.
            Move Spaces to RejReason
            if PtType not = "P" and PtType not = "A"
            Move "bad type code      " to RejReason
            else
            Move PtMember to MemNumber
            Read MemberFile
            if MemFileStat not = 00
            Move "member not on file " to RejReason
            else
            Move Zero to EditDate
            if PtDateX Numeric
            Move PtDateX to EditDate
            end-if
            if PtDateX not Numeric
               or Function Test-Date-Yyyymmdd(EditDate) not = 0
            Move "bad date           " to RejReason
            else
            Move PtAmountX to PayAmtX
            if PayAmtX not Numeric
            Move "bad amount         " to RejReason
            else
            if PayAmtNum = 0
            Move "zero amount        " to RejReason
            else
            if PtType = "A" and PtSign not = "+"
               and PtSign not = "-" and PtSign not = Space
            Move "bad sign           " to RejReason
            end-if
            end-if
            end-if
            end-if
            end-if
            end-if
            if RejReason = Spaces
            Perform 110-PostLedger
            else
            Perform 130-WriteReject
            end-if.


        110-PostLedger.
            if PtType = "P" or PtSign = "-"
            Compute PostAmount = 0 - PayAmtNum
            else
            Move PayAmtNum to PostAmount
            end-if
            Move Spaces to LedgerRec
            Move PtMember to LgMember
            Move EditDate to LgDate
            Move PtType to LgType
            Move PostAmount to LgAmount
            Move PtRef to LgRef
            Move RunDate to LgPostDate
            Perform 120-WriteLedger
            if Written
            Move PostAmount to AmountOut
            Move Spaces to ReportOut
            if PtType = "P"
            Add 1 to PayCount
            Add PayAmtNum to PayTotal
            String "PAYMENT    " PtMember " " MemName " " EditDate
               " " AmountOut " " PtRef
               delimited by size into ReportOut
            else
            Add 1 to AdjCount
            Add PostAmount to AdjTotal
            String "ADJUSTMENT " PtMember " " MemName " " EditDate
               " " AmountOut " " PtRef
               delimited by size into ReportOut
            end-if
            Write PayReportLine from ReportOut
            else
            Move "could not post     " to RejReason
            Perform 130-WriteReject
            end-if.


        120-WriteLedger.
            Move "N" to WriteVar
            Move 1 to LgSeq
            Perform Until Written or LgSeq = 999
            Write LedgerRec
            Evaluate LgFileStat
            when 00
            Move "Y" to WriteVar
            when 22
            Add 1 to LgSeq
            when other
            Display "Ledger write failed for member " LgMember
               " status " LgFileStat
            Move 999 to LgSeq
            end-evaluate
            end-perform.


        130-WriteReject.
            Add 1 to RejectCount
            Move Spaces to ReportOut
            String "REJECT " PayTransRec " " RejReason
               delimited by size into ReportOut
            Write PayReportLine from ReportOut.


        200-WriteTotals.
            Write PayReportLine from Spaces
            Move Spaces to ReportOut
            String "Read: " ReadCount "  Payments: " PayCount
               "  Adjustments: " AdjCount "  Rejected: " RejectCount
               delimited by size into ReportOut
            Write PayReportLine from ReportOut
            Display ReportOut
            Move PayTotal to AmountOut
            Move Spaces to ReportOut
            String "Payments received " AmountOut
               delimited by size into ReportOut
            Write PayReportLine from ReportOut
            Move AdjTotal to AmountOut
            Move Spaces to ReportOut
            String "Net adjustments   " AmountOut
               delimited by size into ReportOut
            Write PayReportLine from ReportOut.


        300-CheckBatch.
            Move "N" to EmptyVar
            Open Input PayTransFile
            Read PayTransFile
            at end
            Move "Y" to EmptyVar
            end-read
            if not EmptyFeed
            if PhType not = "H"
            Display "Payment feed Lab9-paytrans.dat has no header"
               " record"
            Perform 320-AbortBatch
            end-if
            if PhBatch not Numeric or PhDate not Numeric
            Display "Payment feed header has a bad batch number or"
               " date"
            Perform 320-AbortBatch
            end-if
            Move PhBatch to SaveBatch
            Move PhDate to SaveDate
            Move 0 to CheckCount
            Move "N" to TrailerVar
            Move "N" to EOF
            Perform Until Finished
            Read PayTransFile
            at end
            Move "Y" to EOF
            not at end
            if PlType = "T"
            Move "Y" to TrailerVar
            Move "Y" to EOF
            else
            Add 1 to CheckCount
            end-if
            end-perform
            if not TrailerSeen
            Display "Payment feed Lab9-paytrans.dat has no trailer"
               " record"
            Perform 320-AbortBatch
            end-if
            if PlCount not Numeric or PlCount not = CheckCount
            Display "Trailer count " PlCount
               " does not match detail count " CheckCount
            Perform 320-AbortBatch
            end-if
            Perform 310-VerifyBatchControl
            end-if
            Close PayTransFile.


        310-VerifyBatchControl.
            Move "Y" to BatchVar
            Move 0 to MaxBatchDate
            Open Input PayCtlFile
            Move "N" to EOF
            if CtlFileStat not = 00
            Move "Y" to EOF
            end-if
            Perform Until Finished
            Read PayCtlFile
            at end
            Move "Y" to EOF
            not at end
            if PcBatch = SaveBatch
            Move "N" to BatchVar
            end-if
            if PcDate > MaxBatchDate
            Move PcDate to MaxBatchDate
            end-if
            end-perform
            Close PayCtlFile
            if not BatchOK
            Display "Payment batch " SaveBatch
               " has already been posted"
            Perform 320-AbortBatch
            end-if
            if SaveDate < MaxBatchDate
            Display "Payment batch " SaveBatch " dated " SaveDate
               " is older than the last posted batch"
            Perform 320-AbortBatch
            end-if.


        320-AbortBatch.
            Display "Payment batch control failure - nothing posted"
            Move 8 to Return-Code
            Stop Run.


        330-RegisterBatch.
            Open Extend PayCtlFile
            Move SaveBatch to PcBatch
            Move Space to PcSep
            Move SaveDate to PcDate
            Write PayCtlRec
            Close PayCtlFile
            Open Output PayTransFile
            Close PayTransFile.


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
