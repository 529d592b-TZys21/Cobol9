      *Lab9Vfy Tyler Zysberg
      *Standalone integrity verifier for Lab9b-master.dat - flags
      *genres off the active list, ratings outside the edit list,
      *years outside 1900-2099, zero copy counts, open rentals
      *pointing at titles no longer on the master, and titles with
      *more open rentals than MstCopies; returns 8 when anything is
      *found so the stream can be held

       identification Division.
       Program-ID. Lab9Vfy.
              10 OrNumber Pic 9(5).
              10 OrMember Pic X(10).
           05 OrDate Pic 9(8).
           05 OrCopy Pic 9(3).

        FD VfyReportFile.
        01 VfyReportLine Pic X(110).
        01 MasterCount Pic 9(5) value 0.
        01 OpenCount Pic 9(5) value 0.
        01 ExceptionCount Pic 9(5) value 0.
        01 PrevNumber Pic 9(5).
        01 PrevName Pic X(50).
        01 PrevCopies Pic 9(3).
        01 PrevVar Pic X.
           88 PrevOnMaster Value "Y".
        01 TitleRentals Pic 9(5).
        01 ReportOut Pic X(110).

        Procedure Division.
        300-VerifyOpenRentals.
            Open Input OpenRentFile.
            Open Input Outputfile.
            Move 0 to PrevNumber
            Move 0 to TitleRentals
            Move "N" to PrevVar
            Move "N" to EOF
            Perform Until Finished
            Read OpenRentFile Next Record
            Move "Y" to EOF
            not at end
            Add 1 to OpenCount
            if OrNumber not = PrevNumber
            Perform 310-CheckCopyCount
            Move OrNumber to PrevNumber
            Move 0 to TitleRentals
            Move "N" to PrevVar
            end-if
            Add 1 to TitleRentals
            Move OrNumber to OutNumber
            Read Outputfile
            if OutFileStat not = 00
               " since " OrDate " but not on master"
               delimited by size into ReportOut
            Perform 230-WriteException
            else
            Move "Y" to PrevVar
            Move OutName to PrevName
            Move OutCopies to PrevCopies
            end-if
            end-perform
            Perform 310-CheckCopyCount
            Close Outputfile.
            Close OpenRentFile.


        310-CheckCopyCount.
            if PrevOnMaster and TitleRentals > PrevCopies
            Move Spaces to ReportOut
            String "OVEROUT " PrevNumber " " PrevName
               " open rentals " TitleRentals " exceed copies "
               PrevCopies
               delimited by size into ReportOut
            Perform 230-WriteException
            end-if.
