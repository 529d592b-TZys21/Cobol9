      *Lab9Edit Tyler Zysberg
      *Edit coded movie transactions ahead of Lab9b posting
      *The C and D transactions written to Lab9-rentadj.dat by
      *Lab9Rent (copies lost or damaged) and Lab9Merge are
      *edited into the same batch ahead of the keyed transactions, so
      *a keyed C built on a pending copy count is posted after it -
      *Lab9b empties the file once the batch is posted

       identification Division.
       Program-ID. Lab9Edit.
          Organization is line sequential
          Status is TrnFileStat.

       Select Optional RentAdjFile
          Assign to "Lab9-rentadj.dat"
          Organization is line sequential
          Status is AdjFileStat.

       Select ValidFile
          Assign to "Lab9-validtrans.dat"
          Organization is line sequential.
           05 TrlCount Pic 9(7).
           05 Filler Pic X(80).

        FD RentAdjFile.
        01 RentAdjRec Pic X(88).

        FD ValidFile.
        01 ValidRecord Pic X(88).

        Working-Storage Section.
        01 TrnFileStat Pic 99.
        01 MstFileStat Pic 99.
        01 AdjFileStat Pic 99.
        01 AdjEOF Pic X.
           88 AdjDone Value "Y".
        01 AdjCount Pic 9(5) value 0.
        01 EOF Pic X.
           88 Finished Value "Y".
        01 MstVar Pic X.
            Open Input MasterFile.
            Perform 300-ReadBatchHeader
            Perform 200-WriteHeading
            Perform 150-ReadRentAdj
            Move "N" to EOF
            Move "N" to TrailerVar
            Perform Until Finished
            end-if.


        150-ReadRentAdj.
            Open Input RentAdjFile
            if AdjFileStat = 00
            Move "N" to AdjEOF
            Perform Until AdjDone
            Read RentAdjFile into TransRecord
            at end
            Move "Y" to AdjEOF
            not at end
            Add 1 to AdjCount
            Perform 100-EditTransaction
            end-perform
            end-if
            Close RentAdjFile.


        300-ReadBatchHeader.
            Read TransFile
            at end
               "  Rejected: " RejectCount
               delimited by size into ReportOut
            Write EditReportLine from Spaces
            Write EditReportLine from ReportOut
            Move Spaces to ReportOut
            String "Rental copy adjustments from Lab9-rentadj.dat: "
               AdjCount
               delimited by size into ReportOut
            Write EditReportLine from ReportOut.
