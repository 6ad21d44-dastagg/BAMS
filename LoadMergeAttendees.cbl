        88 MasterAttendeeNotComing value "N".
    01 MasterAmountPaid pic 9(5)v99 value zero.
    01 MasterPaidDate pic x(8) value spaces.
    01 MasterAmountToPay pic 9(5)v99 value zero.

    01 NewAttendeeCount pic 9(4) value zero.
    01 UpdatedAttendeeCount pic 9(4) value zero.
    01 SiteCapacityLimit pic 9(4) value zero.

    01 CurrentTimestamp pic x(21) value spaces.
    01 LoadOperatorId pic x(10) value "BATCH".
    01 TransactionType pic x(12) value "LOADMERGE".

    01 NightlyHeadcounts.
        02 NightlyHeadcount occurs 7 times pic 9(5) value zero.
            move AttendanceStatus of AttendeeRecord to MasterAttendanceStatus
            move AmountPaid of AttendeeRecord to MasterAmountPaid
            move PaidDate of AttendeeRecord to MasterPaidDate
            move AmountToPay of AttendeeRecord to MasterAmountToPay
            move corresponding SeqAttendeeRecord to AttendeeRecord
            perform KeepOnSiteChanges
            perform StampEventCode
                invalid key
                    display "LoadMergeAttendees: rewrite failed for AuthCode "
                        AuthCode of AttendeeRecord ", status " AttendeeStatus
                not invalid key
                    call "LogTransaction" using
                        IndexedAttendeesFileName, LoadOperatorId, TransactionType,
                        AttendeeRecord
            end-rewrite
            add 1 to UpdatedAttendeeCount
        else
                invalid key
                    display "LoadMergeAttendees: write failed for AuthCode "
                        AuthCode of AttendeeRecord ", status " AttendeeStatus
                not invalid key
                    call "LogTransaction" using
                        IndexedAttendeesFileName, LoadOperatorId, TransactionType,
                        AttendeeRecord
            end-write
            add 1 to NewAttendeeCount
        end-if
        move MasterAmountPaid to AmountPaid of AttendeeRecord
        move MasterPaidDate to PaidDate of AttendeeRecord
    end-if
    move MasterAmountToPay to AmountToPay of AttendeeRecord
    if AmountPaid of AttendeeRecord greater than zero
        or AmountPaid of AttendeeRecord not less than
            AmountToPay of AttendeeRecord
    then
        set AttendeePaid of AttendeeRecord to true
    else
        set AttendeeNotPaid of AttendeeRecord to true
