        88 FilterIsPaid value "PAID".
        88 FilterIsUnpaid value "UNPAID".
        88 FilterIsArrival value "ARRIVAL".
        88 FilterIsGroup value "GROUP".
    01 FilterArrivalDay pic x(3) value spaces.
    01 FilterGroupLead pic x(6) value spaces.
    01 FilterPrompt pic x(10) value spaces.
    01 FilterPromptAsKeyed pic x(10) value spaces.

    01 AuditLogFileName pic x(30) value spaces.
    01 AuditLogStatus pic x(2) value spaces.
    move 1 to WS-SortKey
    move "ALL" to FilterMode
    move spaces to FilterArrivalDay
    move spaces to FilterGroupLead
    perform LoadAndSortAttendees

    move zero to PageOffset
            if ArrivalDay of AttendeeRecord equal to FilterArrivalDay then
                perform AddCurrentRecordToTable
            end-if
        when FilterIsGroup
            if GroupLeadAuthCode of AttendeeRecord equal to FilterGroupLead then
                perform AddCurrentRecordToTable
            end-if
    end-evaluate
.

.

PromptForFilter.
    display "Filter (ALL/PAID/UNPAID/FRI/G=lead): " at line 24 column 1
    move spaces to FilterPrompt
    accept FilterPrompt at line 24 column 41
    move FilterPrompt to FilterPromptAsKeyed
    move function upper-case(FilterPrompt) to FilterPrompt
    move spaces to FilterGroupLead
    evaluate true
        when FilterPrompt equal to spaces or "ALL"
            move "ALL" to FilterMode
            move spaces to FilterArrivalDay
        when FilterPrompt(1:2) equal to "G="
            move "GROUP" to FilterMode
            move FilterPromptAsKeyed(3:6) to FilterGroupLead
        when FilterPrompt equal to "PAID"
            move "PAID" to FilterMode
        when FilterPrompt equal to "UNPAID"
        function trim(SortKeyName) delimited by size
        " - filter: " delimited by size
        function trim(FilterMode) delimited by size
        " " delimited by size
        FilterGroupLead delimited by space
        into ScreenHeader
    end-string

