    select CashUpReportFile assign to CashUpReportFileName
        organization is line sequential.

    select optional BursaryLedgerFile assign to BursaryLedgerFileName
        organization is line sequential
        file status is BursaryLedgerStatus.

data division.
file section.
fd PaymentsJournalFile.
fd CashUpReportFile.
    01 CashUpReportLine pic x(80).

fd BursaryLedgerFile.
    copy BursaryLedger replacing BursaryLedger by
        ==BursaryLedgerRecord.
        88 EndOfBursaryLedger value high-values==.

working-storage section.
    01 PaymentsJournalFileName pic x(40) value spaces.
    01 PaymentsJournalStatus pic x(2) value spaces.

    01 CashUpReportFileName pic x(40) value spaces.

    01 BursaryLedgerFileName pic x(20) value "bursary-ledger.dat".
    01 BursaryLedgerStatus pic x(2) value spaces.
        88 BursaryLedgerOpenOk value "00".

    01 CurrentTimestamp pic x(21) value spaces.

    01 JournalOperatorText pic x(10) value spaces.
    01 JournalLineCount pic 9(5) value zero.
    01 EventToDateTotal pic 9(8)v99 value zero.
    01 CashUpDayTotal pic 9(7)v99 value zero.
    01 DonationCount pic 9(5) value zero.
    01 DonationsToDate pic 9(8)v99 value zero.
    01 CashUpDayDonations pic 9(7)v99 value zero.

    01 DeclaredAmountInput pic x(12) value spaces.
    01 DeclaredAmount pic s9(7)v99 value zero.
        end-read
    end-perform
    close PaymentsJournalFile
    perform AccumulateBursaryDonations

    if JournalLineCount equal to zero and DonationCount equal to zero then
        display "Payments journal is empty - nothing to cash up"
        goback
    end-if
    end-if
.

AccumulateBursaryDonations.
    open input BursaryLedgerFile
    if BursaryLedgerOpenOk then
        read BursaryLedgerFile
            at end set EndOfBursaryLedger to true
        end-read
        perform until EndOfBursaryLedger
            if LedgerDonation
                and LedgerMasterName equal to IndexedAttendeesFileName
            then
                perform AccumulateDonation
            end-if
            read BursaryLedgerFile
                at end set EndOfBursaryLedger to true
            end-read
        end-perform
    end-if
    close BursaryLedgerFile
.

AccumulateDonation.
    add 1 to DonationCount
    move LedgerOperatorId to JournalOperatorText
    move LedgerAmount to JournalAmount
    move LedgerTimestamp(1:8) to JournalDate
    add JournalAmount to DonationsToDate
    perform AccumulateDayTotal
    if JournalDate equal to CashUpDate then
        add JournalAmount to CashUpDayTotal
        add JournalAmount to CashUpDayDonations
        perform AccumulateOperatorTotal
    end-if
.

AccumulateDayTotal.
    move "N" to EntryFound
    perform varying TableIdx from 1 by 1
        move "No postings recorded for this date" to CashUpReportLine
        write CashUpReportLine
    else
        move "Operator   Postings  Takings    Declared   Over/Short"
            to CashUpReportLine
        write CashUpReportLine
        perform varying TableIdx from 1 by 1
    write CashUpReportLine
    move CashUpDayTotal to ReportAmount
    move spaces to CashUpReportLine
    string "Takings total for the day:  " delimited by size
        ReportAmount delimited by size
        into CashUpReportLine
    end-string
    write CashUpReportLine
    move CashUpDayDonations to ReportAmount
    move spaces to CashUpReportLine
    string "  of which bursary fund:    " delimited by size
        ReportAmount delimited by size
        into CashUpReportLine
    end-string

    move CashUpDayTotal to ReportAmount
    display " "
    display "Takings total for " CashUpDate ": " function trim(ReportAmount)
    move TotalOverShort to ReportSignedAmount
    display "Over/short for the day: " function trim(ReportSignedAmount)
.
        into CashUpReportLine
    end-string
    write CashUpReportLine
    move DonationsToDate to ReportAmount
    move spaces to CashUpReportLine
    string "Bursary fund donations:      " delimited by size
        ReportAmount delimited by size
        " over " delimited by size
        DonationCount delimited by size
        " donation(s)" delimited by size
        into CashUpReportLine
    end-string
    write CashUpReportLine
    move "Takings by day include the bursary fund donations;"
        to CashUpReportLine
    write CashUpReportLine
    move "the journal total alone is what the master should hold."
        to CashUpReportLine
    write CashUpReportLine
    move "Check against the master amount-paid totals" to CashUpReportLine
    write CashUpReportLine
    move "reported by the master file integrity check" to CashUpReportLine
