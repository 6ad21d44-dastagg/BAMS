identification division.
program-id. CalculateFee is initial.

environment division.
input-output section.
file-control.
    select optional EventsFile assign to EventsFileName
        organization is line sequential
        file status is EventsStatus.

data division.
file section.
fd EventsFile.
    copy Event replacing Event by
        ==EventRecord.
        88 EndOfEventsFile value high-values==.

working-storage section.
    01 EventsFileName pic x(20) value "events.dat".
    01 EventsStatus pic x(2) value spaces.

    01 PriceBandsFound pic x value "N".
        88 EventPriceBandsFound value "Y".
    01 AdultNightRate pic 9(5)v99 value zero.
    01 ChildNightRate pic 9(5)v99 value zero.
    01 LateStayRate pic 9(5)v99 value zero.
    01 EventStartText pic x(8) value spaces.
    01 EventEndText pic x(8) value spaces.

    01 EventStartNumeric pic 9(8) value zero.
    01 EventEndNumeric pic 9(8) value zero.
    01 EventStartInteger pic 9(7) value zero.
    01 EventEndInteger pic 9(7) value zero.
    01 EventNights pic 9(3) value zero.
    01 StartDayNumber pic 9 value zero.
    01 ArrivalDayNumber pic 9 value zero.
    01 ArrivalDayUpper pic x(3) value spaces.
    01 ArrivalOffset pic 9 value zero.

    01 ChildCount pic 9 value zero.

linkage section.
    01 FeeEventCode pic x(6).
    01 FeeArrivalDay pic x(3).
    01 FeeNumberOfKids pic s9.
    01 FeeStayingLate pic x(5).
        88 FeeStayingLateYes value "TRUE" "YES" "Yes" "Y".
    01 CalculatedFee pic 9(5)v99.
    01 FeeNights pic 9(3).
    01 FeeResult pic x.
        88 FeeCalculated value "Y".
        88 FeeNotAvailable value "N".

procedure division using FeeEventCode, FeeArrivalDay, FeeNumberOfKids,
        FeeStayingLate, CalculatedFee, FeeNights, FeeResult.

    move zero to CalculatedFee
    move zero to FeeNights
    set FeeNotAvailable to true
    if FeeEventCode equal to spaces then
        goback
    end-if

    perform LoadEventPriceBands
    if not EventPriceBandsFound then
        goback
    end-if

    perform CountNightsStayed
    perform ComputePartyFee
    set FeeCalculated to true
    goback.

LoadEventPriceBands.
    move "N" to PriceBandsFound
    open input EventsFile
    if EventsStatus not equal to "00" then
        close EventsFile
    else
        read EventsFile
            at end set EndOfEventsFile to true
        end-read
        perform until EndOfEventsFile
            if EventCode of EventRecord equal to FeeEventCode
                and AdultPriceBand of EventRecord is numeric
                and ChildPriceBand of EventRecord is numeric
                and LateStayPriceBand of EventRecord is numeric
            then
                move "Y" to PriceBandsFound
                move AdultPriceBand of EventRecord to AdultNightRate
                move ChildPriceBand of EventRecord to ChildNightRate
                move LateStayPriceBand of EventRecord to LateStayRate
                move EventStartDate of EventRecord to EventStartText
                move EventEndDate of EventRecord to EventEndText
            end-if
            read EventsFile
                at end set EndOfEventsFile to true
            end-read
        end-perform
        close EventsFile
    end-if
    if AdultNightRate equal to zero and ChildNightRate equal to zero
        and LateStayRate equal to zero
    then
        move "N" to PriceBandsFound
    end-if
.

CountNightsStayed.
    move 1 to EventNights
    move zero to EventStartNumeric
    move zero to EventEndNumeric
    if EventStartText is numeric and EventEndText is numeric then
        move EventStartText to EventStartNumeric
        move EventEndText to EventEndNumeric
    end-if
    if EventEndNumeric greater than EventStartNumeric
        and function test-date-yyyymmdd(EventStartNumeric) equal to zero
        and function test-date-yyyymmdd(EventEndNumeric) equal to zero
    then
        compute EventStartInteger =
            function integer-of-date(EventStartNumeric)
        compute EventEndInteger =
            function integer-of-date(EventEndNumeric)
        compute EventNights = EventEndInteger - EventStartInteger
        compute StartDayNumber =
            function mod(EventStartInteger - 1, 7) + 1
        perform MapArrivalDayNumber
        if ArrivalDayNumber greater than zero then
            compute ArrivalOffset =
                function mod(ArrivalDayNumber - StartDayNumber + 7, 7)
            if ArrivalOffset less than EventNights then
                subtract ArrivalOffset from EventNights
            end-if
        end-if
    end-if
    move EventNights to FeeNights
.

MapArrivalDayNumber.
    move function upper-case(FeeArrivalDay) to ArrivalDayUpper
    evaluate ArrivalDayUpper
        when "MON" move 1 to ArrivalDayNumber
        when "TUE" move 2 to ArrivalDayNumber
        when "WED" move 3 to ArrivalDayNumber
        when "THU" move 4 to ArrivalDayNumber
        when "FRI" move 5 to ArrivalDayNumber
        when "SAT" move 6 to ArrivalDayNumber
        when "SUN" move 7 to ArrivalDayNumber
        when other move zero to ArrivalDayNumber
    end-evaluate
.

ComputePartyFee.
    move zero to ChildCount
    if FeeNumberOfKids is numeric and FeeNumberOfKids greater than zero then
        move FeeNumberOfKids to ChildCount
    end-if
    compute CalculatedFee =
        EventNights * (AdultNightRate + ChildCount * ChildNightRate)
    if FeeStayingLateYes then
        compute CalculatedFee =
            CalculatedFee + LateStayRate * (1 + ChildCount)
    end-if
.

end program CalculateFee.
