        organization is line sequential
        file status is AuditLogStatus.

    select optional BursaryLedgerFile assign to BursaryLedgerFileName
        organization is line sequential
        file status is BursaryLedgerStatus.

data division.
file section.
fd AttendeesFile is global.
fd AuditLogFile.
    01 AuditLogLine pic x(140).

fd BursaryLedgerFile.
    copy BursaryLedger replacing BursaryLedger by
        ==BursaryLedgerRecord.
        88 EndOfBursaryLedger value high-values==.

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".

    01 BursaryLedgerFileName pic x(20) value "bursary-ledger.dat".
    01 BursaryLedgerStatus pic x(2) value spaces.
        88 BursaryLedgerOpenOk value "00".
    01 AwardedTotal pic s9(6)v99 value zero.
    01 AwardedEdited pic z(4)9.99.

    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "EDIT".

    01 FieldInput pic x(40) value spaces.
    01 EditedFieldName pic x(20) value spaces.
    01 KidsInput pic x(2) value spaces.
    01 KidsEdited pic -9.

    01 CalculatedFee pic 9(5)v99 value zero.
    01 FeeNights pic 9(3) value zero.
    01 FeeResult pic x value "N".
        88 FeeCalculated value "Y".
        88 FeeNotAvailable value "N".
    01 AmountEdited pic z(4)9.99.
    01 FeeEdited pic z(4)9.99.
    01 FeeConfirm pic x value spaces.
        88 FeeConfirmed value "Y" "y".

    01 HistoryFoundFlag pic x value "N".
        88 ReturningAttendeeFound value "Y".
    01 HistoryName pic x(25) value spaces.
    perform EditStayingLate
    perform EditNumberOfKids
    perform EditArrivalDay
    perform ShowCalculatedFee

    if ChangedFieldCount greater than zero then
        rewrite AttendeeRecord
                perform LogFieldChange
            not invalid key
                display "Record updated - " ChangedFieldCount " field(s) changed"
                call "LogTransaction" using
                    IndexedAttendeesFileName, OperatorId, TransactionType,
                    AttendeeRecord
        end-rewrite
    else
        display "No changes made"
    end-if
.

ShowCalculatedFee.
    call "CalculateFee" using EventCode of AttendeeRecord,
        ArrivalDay of AttendeeRecord, NumberOfKids of AttendeeRecord,
        StayingLate of AttendeeRecord, CalculatedFee, FeeNights, FeeResult
    move AmountToPay of AttendeeRecord to AmountEdited
    if FeeNotAvailable then
        display "Amount to pay    [" function trim(AmountEdited)
            "] - no price bands on file for event "
            EventCode of AttendeeRecord
    else
        perform DeductBursaryAward
        move CalculatedFee to FeeEdited
        display "Amount to pay    [" function trim(AmountEdited)
            "] calculated fee " function trim(FeeEdited)
            " for " FeeNights " night(s)"
        if AwardedTotal greater than zero then
            move AwardedTotal to AwardedEdited
            display "                  after bursary awards of "
                function trim(AwardedEdited)
        end-if
        if CalculatedFee not equal to AmountToPay of AttendeeRecord then
            display "Set amount to pay to the calculated fee? (Y/N): "
                with no advancing
            move spaces to FeeConfirm
            accept FeeConfirm
            if FeeConfirmed then
                move "AmountToPay" to EditedFieldName
                move AmountEdited to EditedOldValue
                move CalculatedFee to AmountToPay of AttendeeRecord
                move FeeEdited to EditedNewValue
                perform LogFieldChange
            end-if
        end-if
    end-if
.

DeductBursaryAward.
    move zero to AwardedTotal
    open input BursaryLedgerFile
    if BursaryLedgerOpenOk then
        read BursaryLedgerFile
            at end set EndOfBursaryLedger to true
        end-read
        perform until EndOfBursaryLedger
            if LedgerAuthCode equal to AuthCode of AttendeeRecord
                and LedgerMasterName equal to IndexedAttendeesFileName
            then
                evaluate true
                    when LedgerAward
                        add LedgerAmount to AwardedTotal
                    when LedgerAwardReversal
                        subtract LedgerAmount from AwardedTotal
                end-evaluate
            end-if
            read BursaryLedgerFile
                at end set EndOfBursaryLedger to true
            end-read
        end-perform
    end-if
    close BursaryLedgerFile
    if AwardedTotal greater than zero then
        if AwardedTotal less than CalculatedFee then
            subtract AwardedTotal from CalculatedFee
        else
            move zero to CalculatedFee
        end-if
    end-if
.

LogFieldChange.
    add 1 to ChangedFieldCount

