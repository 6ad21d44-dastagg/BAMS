    select AccountsExportFile assign to AccountsExportFileName
        organization is line sequential.

    select optional BursaryLedgerFile assign to BursaryLedgerFileName
        organization is line sequential
        file status is BursaryLedgerStatus.

data division.
file section.
fd AttendeesFile is global.
fd AccountsExportFile.
    01 AccountsExportLine pic x(60).

fd BursaryLedgerFile.
    copy BursaryLedger replacing BursaryLedger by
        ==BursaryLedgerRecord.
        88 EndOfBursaryLedger value high-values==.

working-storage section.
    01 AttendeesFileName pic x(20) value spaces.
    01 AttendeeStatus pic x(2).
    01 AccountsExportFileName pic x(40) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.

    01 BursaryLedgerFileName pic x(20) value "bursary-ledger.dat".
    01 BursaryLedgerStatus pic x(2) value spaces.
        88 BursaryLedgerOpenOk value "00".

    01 CurrentTimestamp pic x(21) value spaces.

    01 ExportEventCode pic x(6) value spaces.
        02 DetailAmountPaid pic 9(5)v99.
        02 DetailPaidDate pic x(8).

    01 ExportBursaryRecord.
        02 BursaryRecordType pic x.
            88 BursaryRecordDonation value "G".
            88 BursaryRecordAward value "A".
            88 BursaryRecordReversal value "R".
        02 BursaryAuthCode pic x(6).
        02 BursaryAmount pic 9(5)v99.
        02 BursaryDate pic x(8).
        02 BursaryNote pic x(30).

    01 ExportTrailerRecord.
        02 TrailerRecordType pic x value "T".
        02 TrailerRecordCount pic 9(6).
        02 TrailerHashAmountToPay pic 9(9)v99.
        02 TrailerHashAmountPaid pic 9(9)v99.
        02 TrailerHashDonations pic 9(9)v99.
        02 TrailerHashAwards pic 9(9)v99.

    01 DetailRecordCount pic 9(6) value zero.
    01 HashTotalAmountToPay pic 9(9)v99 value zero.
    01 HashTotalAmountPaid pic 9(9)v99 value zero.
    01 DonationRecordCount pic 9(6) value zero.
    01 AwardRecordCount pic 9(6) value zero.
    01 HashTotalDonations pic 9(9)v99 value zero.
    01 HashTotalAwards pic 9(9)v99 value zero.

linkage section.
    01 AttendeesFileNameParm pic x(20).
        end-read
    end-perform
    close AttendeesFile
    perform WriteBursaryRecords

    move DetailRecordCount to TrailerRecordCount
    move HashTotalAmountToPay to TrailerHashAmountToPay
    move HashTotalAmountPaid to TrailerHashAmountPaid
    move HashTotalDonations to TrailerHashDonations
    move HashTotalAwards to TrailerHashAwards
    move ExportTrailerRecord to AccountsExportLine
    write AccountsExportLine

    display "Detail records exported: " DetailRecordCount
    display "Hash total amount to pay: " HashTotalAmountToPay
    display "Hash total amount paid:   " HashTotalAmountPaid
    display "Bursary donations exported: " DonationRecordCount
    display "Hash total donations:     " HashTotalDonations
    display "Bursary awards exported:    " AwardRecordCount
    display "Hash total awards:        " HashTotalAwards
    display "Accounts export written to " function trim(AccountsExportFileName)
    move zero to return-code
    goback.
    write AccountsExportLine
.

WriteBursaryRecords.
    open input BursaryLedgerFile
    if BursaryLedgerOpenOk then
        read BursaryLedgerFile
            at end set EndOfBursaryLedger to true
        end-read
        perform until EndOfBursaryLedger
            if LedgerMasterName equal to AttendeesFileName then
                perform WriteBursaryRecord
            end-if
            read BursaryLedgerFile
                at end set EndOfBursaryLedger to true
            end-read
        end-perform
    end-if
    close BursaryLedgerFile
.

WriteBursaryRecord.
    evaluate true
        when LedgerDonation
            set BursaryRecordDonation to true
            add 1 to DonationRecordCount
            add LedgerAmount to HashTotalDonations
        when LedgerAward
            set BursaryRecordAward to true
            add 1 to AwardRecordCount
            add LedgerAmount to HashTotalAwards
        when LedgerAwardReversal
            set BursaryRecordReversal to true
            add 1 to AwardRecordCount
            subtract LedgerAmount from HashTotalAwards
    end-evaluate
    if LedgerDonation or LedgerAward or LedgerAwardReversal then
        move LedgerAuthCode to BursaryAuthCode
        move LedgerAmount to BursaryAmount
        move LedgerTimestamp(1:8) to BursaryDate
        move LedgerNote to BursaryNote
        move ExportBursaryRecord to AccountsExportLine
        write AccountsExportLine
    end-if
.

end program AccountingExport.
