        88 AuditLogOpenOk value "00" "05".

    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "WALKUP".
    01 NoticeType pic x(12) value "WALKUP".
    01 NoticeDetail pic x(80) value spaces.

    01 NewAuthCode pic x(6) value spaces.
    01 CandidateNumber pic 9(6) value zero.
    01 ArrivalDayInput pic x(10) value spaces.
    01 KidsInput pic x(2) value spaces.
    01 AmountInput pic x(10) value spaces.
    01 StayingLateInput pic x(5) value spaces.

    01 CalculatedFee pic 9(5)v99 value zero.
    01 FeeNights pic 9(3) value zero.
    01 FeeResult pic x value "N".
        88 FeeCalculated value "Y".
        88 FeeNotAvailable value "N".
    01 FeeKids pic s9 value zero.
    01 DisplayFee pic z(4)9.99.

    01 RegisterConfirm pic x value spaces.
        88 RegisterConfirmed value "Y" "y".
    display "Number of kids (0-5): " with no advancing
    move spaces to KidsInput
    accept KidsInput
    display "Staying late (Y/N): " with no advancing
    move spaces to StayingLateInput
    accept StayingLateInput
    move function upper-case(StayingLateInput) to StayingLateInput
    perform OfferCalculatedFee
    display "Amount to pay: " with no advancing
    move spaces to AmountInput
    accept AmountInput
    if AmountInput equal to spaces and FeeCalculated then
        move DisplayFee to AmountInput
    end-if
    if FeeCalculated
        and function numval(AmountInput) not equal to CalculatedFee
    then
        display "NOTE - amount differs from the calculated fee of "
            function trim(DisplayFee)
    end-if

    display "Register " function trim(NameInput) " and check in now? (Y/N): "
        with no advancing
            display "REFUSED - write failed, status " AttendeeStatus
            close AttendeesFile
            goback
        not invalid key
            call "LogTransaction" using
                IndexedAttendeesFileName, OperatorId, TransactionType,
                AttendeeRecord
            perform QueueWalkUpNotification
    end-write
    close AttendeesFile

    end-if
    goback.

QueueWalkUpNotification.
    move spaces to NoticeDetail
    if AttendeeWaitlisted of AttendeeRecord then
        string "Registered at the gate on the waitlist, AuthCode "
            delimited by size
            NewAuthCode delimited by size
            into NoticeDetail
        end-string
    else
        string "Registered at the gate, AuthCode " delimited by size
            NewAuthCode delimited by size
            into NoticeDetail
        end-string
    end-if
    call "QueueNotification" using
        IndexedAttendeesFileName, NoticeType, NoticeDetail, AttendeeRecord
.

LookUpReturningAttendee.
    move "N" to HistoryFoundFlag
    call "HistoryLookup" using
    end-if
.

OfferCalculatedFee.
    move zero to FeeKids
    if KidsInput(1:1) is numeric and KidsInput(2:1) equal to space
        and KidsInput(1:1) not greater than "5"
    then
        move function numval(KidsInput) to FeeKids
    end-if
    call "CalculateFee" using WorkingEventCode, ArrivalDayInput(1:3),
        FeeKids, StayingLateInput, CalculatedFee, FeeNights, FeeResult
    if FeeCalculated then
        move CalculatedFee to DisplayFee
        display "Calculated fee for " FeeNights " night(s): "
            function trim(DisplayFee) " - ENTER accepts it"
    else
        display "No price bands on file for this event - key the amount"
    end-if
.

LoadEventCapacity.
    move zero to SiteCapacityLimit
    if WorkingEventCode not equal to spaces then
            move zero to NumberOfKids of AttendeeRecord
        end-if
    end-if
    move StayingLateInput to StayingLate of AttendeeRecord
    move function numval(AmountInput) to AmountToPay of AttendeeRecord
    move zero to AmountPaid of AttendeeRecord
    set AttendeeNotPaid of AttendeeRecord to true
