identification division.
program-id. PriceAttendees is initial.

environment division.
input-output section.
file-control.
    select optional AttendeesFile assign to IndexedAttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select FeeVarianceReportFile assign to FeeVarianceReportFileName
        organization is line sequential.

    select optional AuditLogFile assign to AuditLogFileName
        organization is line sequential
        file status is AuditLogStatus.

    select optional BursaryLedgerFile assign to BursaryLedgerFileName
        organization is line sequential
        file status is BursaryLedgerStatus.

data division.
file section.
fd AttendeesFile is global.
    copy DD-Attendee replacing Attendee by
        ==AttendeeRecord is global.
        88 EndOfAttendeesFile value high-values==.

fd FeeVarianceReportFile.
    01 FeeVarianceReportLine pic x(120).

fd AuditLogFile.
    01 AuditLogLine pic x(140).

fd BursaryLedgerFile.
    copy BursaryLedger replacing BursaryLedger by
        ==BursaryLedgerRecord.
        88 EndOfBursaryLedger value high-values==.

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 IndexedFileNotFound value "35".

    01 FeeVarianceReportFileName pic x(40) value spaces.

    01 AuditLogFileName pic x(30) value spaces.
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".

    01 BursaryLedgerFileName pic x(20) value "bursary-ledger.dat".
    01 BursaryLedgerStatus pic x(2) value spaces.
        88 BursaryLedgerOpenOk value "00".

    01 AwardTable.
        02 AwardEntry occurs 2000 times.
            03 AwardAuthCode pic x(6).
            03 AwardTotal pic 9(5)v99.
    01 AwardCount pic 9(4) value zero.
    01 AwardIdx pic 9(4) value zero.
    01 AwardFound pic x value "N".
        88 AwardEntryFound value "Y".

    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "REPRICE".

    01 PricingEventCode pic x(6) value spaces.
    01 CalculatedFee pic 9(5)v99 value zero.
    01 FeeNights pic 9(3) value zero.
    01 FeeResult pic x value "N".
        88 FeeCalculated value "Y".
        88 FeeNotAvailable value "N".
    01 FeeDifference pic s9(6)v99 value zero.

    01 VarianceTable.
        02 VarianceEntry occurs 2000 times.
            03 VarianceAuthCode pic x(6).
            03 VarianceCalculatedFee pic 9(5)v99.
    01 VarianceCount pic 9(4) value zero.
    01 VarianceOverflowCount pic 9(4) value zero.
    01 VarianceIdx pic 9(4) value zero.

    01 PricedCount pic 9(4) value zero.
    01 UnpricedCount pic 9(4) value zero.
    01 CorrectedCount pic 9(4) value zero.
    01 TotalKeyedFees pic 9(7)v99 value zero.
    01 TotalCalculatedFees pic 9(7)v99 value zero.
    01 TotalFeeDifference pic s9(7)v99 value zero.

    01 ReportKeyedAmount pic z(4)9.99.
    01 ReportCalculatedAmount pic z(4)9.99.
    01 ReportDifference pic -(5)9.99.
    01 ReportTotal pic z(6)9.99.
    01 ReportSignedTotal pic -(6)9.99.
    01 ReportNights pic zz9.
    01 ReportKids pic -9.

    01 EditedFieldName pic x(20) value "AmountToPay".
    01 EditedOldValue pic x(40) value spaces.
    01 EditedNewValue pic x(40) value spaces.

    01 ApplyConfirm pic x value spaces.
        88 ApplyConfirmed value "Y" "y".

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 WorkingEventCode pic x(6).
    01 OperatorId pic x(10).

procedure division using IndexedAttendeesFileName, WorkingEventCode,
        OperatorId.

    move spaces to FeeVarianceReportFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-fee-variance.txt" delimited by size
        into FeeVarianceReportFileName
    end-string

    perform LoadBursaryAwards
    open output FeeVarianceReportFile
    perform WriteReportHeader

    open input AttendeesFile
    read AttendeesFile next record
        at end set EndOfAttendeesFile to true
    end-read
    perform until EndOfAttendeesFile
        if not AttendeeNotComing of AttendeeRecord then
            perform PriceOneAttendee
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform
    close AttendeesFile

    perform WriteReportTotals
    close FeeVarianceReportFile

    display "Bookings priced:          " PricedCount
    display "Fee variances found:      " VarianceCount
    if UnpricedCount greater than zero then
        display "No price bands on file:   " UnpricedCount
    end-if
    display "Fee variance report written to "
        function trim(FeeVarianceReportFileName)
    if VarianceOverflowCount greater than zero then
        display "WARNING - " VarianceOverflowCount
            " variances beyond the 2000-entry limit cannot be corrected"
            " this run"
    end-if

    if VarianceCount greater than zero then
        display "Set AmountToPay to the calculated fee for all "
            VarianceCount " variance(s)? (Y/N): " with no advancing
        move spaces to ApplyConfirm
        accept ApplyConfirm
        if ApplyConfirmed then
            perform ApplyFeeCorrections
            display "AmountToPay corrected: " CorrectedCount
        else
            display "No corrections applied - report only"
        end-if
    end-if
    goback.

PriceOneAttendee.
    if EventCode of AttendeeRecord not equal to spaces then
        move EventCode of AttendeeRecord to PricingEventCode
    else
        move WorkingEventCode to PricingEventCode
    end-if
    call "CalculateFee" using PricingEventCode,
        ArrivalDay of AttendeeRecord, NumberOfKids of AttendeeRecord,
        StayingLate of AttendeeRecord, CalculatedFee, FeeNights, FeeResult

    if FeeNotAvailable then
        add 1 to UnpricedCount
        move spaces to FeeVarianceReportLine
        string AuthCode of AttendeeRecord delimited by size
            "   " delimited by size
            Name of AttendeeRecord delimited by size
            " " delimited by size
            PricingEventCode delimited by size
            " no price bands on file - not priced" delimited by size
            into FeeVarianceReportLine
        end-string
        write FeeVarianceReportLine
    else
        perform DeductBursaryAward
        add 1 to PricedCount
        add AmountToPay of AttendeeRecord to TotalKeyedFees
        add CalculatedFee to TotalCalculatedFees
        if CalculatedFee not equal to AmountToPay of AttendeeRecord then
            perform RecordFeeVariance
        end-if
    end-if
.

LoadBursaryAwards.
    open input BursaryLedgerFile
    if BursaryLedgerOpenOk then
        read BursaryLedgerFile
            at end set EndOfBursaryLedger to true
        end-read
        perform until EndOfBursaryLedger
            if (LedgerAward or LedgerAwardReversal)
                and LedgerMasterName equal to IndexedAttendeesFileName
            then
                perform AddAwardToTable
            end-if
            read BursaryLedgerFile
                at end set EndOfBursaryLedger to true
            end-read
        end-perform
    end-if
    close BursaryLedgerFile
.

AddAwardToTable.
    move "N" to AwardFound
    perform varying AwardIdx from 1 by 1
        until AwardIdx greater than AwardCount
        if AwardAuthCode(AwardIdx) equal to LedgerAuthCode then
            if LedgerAwardReversal then
                subtract LedgerAmount from AwardTotal(AwardIdx)
            else
                add LedgerAmount to AwardTotal(AwardIdx)
            end-if
            move "Y" to AwardFound
        end-if
    end-perform
    if not AwardEntryFound and LedgerAward and AwardCount less than 2000 then
        add 1 to AwardCount
        move LedgerAuthCode to AwardAuthCode(AwardCount)
        move LedgerAmount to AwardTotal(AwardCount)
    end-if
.

DeductBursaryAward.
    perform varying AwardIdx from 1 by 1
        until AwardIdx greater than AwardCount
        if AwardAuthCode(AwardIdx) equal to AuthCode of AttendeeRecord then
            if AwardTotal(AwardIdx) less than CalculatedFee then
                subtract AwardTotal(AwardIdx) from CalculatedFee
            else
                move zero to CalculatedFee
            end-if
        end-if
    end-perform
.

RecordFeeVariance.
    compute FeeDifference = CalculatedFee - AmountToPay of AttendeeRecord
    add FeeDifference to TotalFeeDifference
    if VarianceCount less than 2000 then
        add 1 to VarianceCount
        move AuthCode of AttendeeRecord to VarianceAuthCode(VarianceCount)
        move CalculatedFee to VarianceCalculatedFee(VarianceCount)
    else
        add 1 to VarianceOverflowCount
    end-if

    move AmountToPay of AttendeeRecord to ReportKeyedAmount
    move CalculatedFee to ReportCalculatedAmount
    move FeeDifference to ReportDifference
    move FeeNights to ReportNights
    if NumberOfKids of AttendeeRecord is numeric then
        move NumberOfKids of AttendeeRecord to ReportKids
    else
        move zero to ReportKids
    end-if
    move spaces to FeeVarianceReportLine
    move AuthCode of AttendeeRecord to FeeVarianceReportLine(1:6)
    move Name of AttendeeRecord to FeeVarianceReportLine(10:25)
    move PricingEventCode to FeeVarianceReportLine(36:6)
    move ArrivalDay of AttendeeRecord to FeeVarianceReportLine(43:3)
    move ReportNights to FeeVarianceReportLine(48:3)
    move ReportKids to FeeVarianceReportLine(53:2)
    move StayingLate of AttendeeRecord to FeeVarianceReportLine(57:5)
    move ReportKeyedAmount to FeeVarianceReportLine(63:8)
    move ReportCalculatedAmount to FeeVarianceReportLine(73:8)
    move ReportDifference to FeeVarianceReportLine(83:9)
    write FeeVarianceReportLine
.

WriteReportHeader.
    move "BarnCamp Fee Variance Report - AmountToPay against event price bands"
        to FeeVarianceReportLine
    write FeeVarianceReportLine
    move "Calculated fees are net of any bursary fund awards"
        to FeeVarianceReportLine
    write FeeVarianceReportLine
    move spaces to FeeVarianceReportLine
    write FeeVarianceReportLine
    move "AuthCode Name                      Event  Day Nights Kids Late      Keyed Calculated Difference"
        to FeeVarianceReportLine
    write FeeVarianceReportLine
.

WriteReportTotals.
    move spaces to FeeVarianceReportLine
    write FeeVarianceReportLine
    move spaces to FeeVarianceReportLine
    string "Bookings priced: " delimited by size
        PricedCount delimited by size
        "  variances: " delimited by size
        VarianceCount delimited by size
        "  not priced: " delimited by size
        UnpricedCount delimited by size
        into FeeVarianceReportLine
    end-string
    write FeeVarianceReportLine
    move TotalKeyedFees to ReportTotal
    move spaces to FeeVarianceReportLine
    string "Total keyed AmountToPay (priced bookings): " delimited by size
        ReportTotal delimited by size
        into FeeVarianceReportLine
    end-string
    write FeeVarianceReportLine
    move TotalCalculatedFees to ReportTotal
    move spaces to FeeVarianceReportLine
    string "Total calculated fees:                     " delimited by size
        ReportTotal delimited by size
        into FeeVarianceReportLine
    end-string
    write FeeVarianceReportLine
    move TotalFeeDifference to ReportSignedTotal
    move spaces to FeeVarianceReportLine
    string "Net under(+)/over(-) charge:               " delimited by size
        ReportSignedTotal delimited by size
        into FeeVarianceReportLine
    end-string
    write FeeVarianceReportLine
.

ApplyFeeCorrections.
    perform OpenIndexedFileForUpdate
    perform varying VarianceIdx from 1 by 1
        until VarianceIdx greater than VarianceCount
        move VarianceAuthCode(VarianceIdx) to AuthCode of AttendeeRecord
        read AttendeesFile key is AuthCode of AttendeeRecord
            invalid key set NoSuchRecord to true
        end-read
        if NoSuchRecord then
            display "REFUSED - " VarianceAuthCode(VarianceIdx)
                " is no longer on file"
        else
            perform ApplyOneFeeCorrection
        end-if
    end-perform
    close AttendeesFile
.

ApplyOneFeeCorrection.
    move AmountToPay of AttendeeRecord to ReportKeyedAmount
    move ReportKeyedAmount to EditedOldValue
    move VarianceCalculatedFee(VarianceIdx) to AmountToPay of AttendeeRecord
    move AmountToPay of AttendeeRecord to ReportCalculatedAmount
    move ReportCalculatedAmount to EditedNewValue
    rewrite AttendeeRecord
        invalid key
            display "REFUSED - rewrite failed for "
                VarianceAuthCode(VarianceIdx) ", status " AttendeeStatus
        not invalid key
            add 1 to CorrectedCount
            call "LogTransaction" using
                IndexedAttendeesFileName, OperatorId, TransactionType,
                AttendeeRecord
            perform WriteAuditRecord
    end-rewrite
.

OpenIndexedFileForUpdate.
    call "BackupAttendees" using IndexedAttendeesFileName
    open i-o AttendeesFile
    if IndexedFileNotFound then
        open output AttendeesFile
        close AttendeesFile
        open i-o AttendeesFile
    end-if
.

WriteAuditRecord.
    move function current-date to CurrentTimestamp
    move spaces to AuditLogFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-audit.log" delimited by size
        into AuditLogFileName
    end-string
    open extend AuditLogFile
    if not AuditLogOpenOk then
        open output AuditLogFile
    end-if

    move spaces to AuditLogLine
    string function trim(OperatorId) delimited by size
        " | " delimited by size
        AuthCode of AttendeeRecord delimited by size
        " | REPRICE " delimited by size
        function trim(EditedFieldName) delimited by size
        " | " delimited by size
        function trim(EditedOldValue) delimited by size
        " -> " delimited by size
        function trim(EditedNewValue) delimited by size
        " | " delimited by size
        CurrentTimestamp delimited by size
        into AuditLogLine
    end-string
    write AuditLogLine

    close AuditLogFile
.

end program PriceAttendees.
