identification division.
program-id. ShiftRota is initial.

environment division.
input-output section.
file-control.
    select optional AttendeesFile assign to IndexedAttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional ShiftsFile assign to ShiftsFileName
        organization is line sequential
        file status is ShiftsStatus.

    select optional ShiftAssignmentsFile assign to ShiftAssignmentsFileName
        organization is line sequential
        file status is ShiftAssignmentsStatus.

    select ShiftReportFile assign to ShiftReportFileName
        organization is line sequential.

    select optional AuditLogFile assign to AuditLogFileName
        organization is line sequential
        file status is AuditLogStatus.

data division.
file section.
fd AttendeesFile is global.
    copy DD-Attendee replacing Attendee by
        ==AttendeeRecord is global.
        88 EndOfAttendeesFile value high-values==.

fd ShiftsFile.
    copy Shift replacing Shift by
        ==ShiftRecord.
        88 EndOfShiftsFile value high-values==.

fd ShiftAssignmentsFile.
    copy ShiftAssignment replacing ShiftAssignment by
        ==ShiftAssignmentRecord.
        88 EndOfShiftAssignmentsFile value high-values==.

fd ShiftReportFile.
    01 ShiftReportLine pic x(100).

fd AuditLogFile.
    01 AuditLogLine pic x(80).

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 IndexedFileNotFound value "35".

    01 ShiftsFileName pic x(40) value spaces.
    01 ShiftsStatus pic x(2) value spaces.
    01 ShiftAssignmentsFileName pic x(40) value spaces.
    01 ShiftAssignmentsStatus pic x(2) value spaces.
    01 ShiftReportFileName pic x(40) value spaces.

    01 AuditLogFileName pic x(30) value spaces.
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".
    01 AuditOperationName pic x(20) value spaces.
    01 AuditAuthCode pic x(6) value spaces.
    01 AuditDetail pic x(10) value spaces.
    01 CurrentTimestamp pic x(21) value spaces.

    01 ShiftTable.
        02 ShiftEntry occurs 200 times.
            03 TabShiftId pic x(6).
            03 TabShiftDay pic x(3).
            03 TabShiftStart pic x(4).
            03 TabShiftEnd pic x(4).
            03 TabShiftTask pic x(20).
            03 TabShiftNeeded pic 9(2).
            03 TabShiftDayNumber pic 9.
            03 TabShiftFilled pic 9(2).
    01 ShiftCount pic 9(3) value zero.
    01 ShiftIdx pic 9(3) value zero.
    01 MatchedShiftIdx pic 9(3) value zero.
    01 OtherShiftIdx pic 9(3) value zero.

    01 SortPass pic 9(3) value zero.
    01 SortIdx pic 9(3) value zero.
    01 SwapShiftEntry.
        02 SwapShiftId pic x(6).
        02 SwapShiftDay pic x(3).
        02 SwapShiftStart pic x(4).
        02 SwapShiftEnd pic x(4).
        02 SwapShiftTask pic x(20).
        02 SwapShiftNeeded pic 9(2).
        02 SwapShiftDayNumber pic 9.
        02 SwapShiftFilled pic 9(2).
    01 SortKeyLeft pic x(5) value spaces.
    01 SortKeyRight pic x(5) value spaces.

    01 AssignmentTable.
        02 AssignmentEntry occurs 1000 times.
            03 TabAssignedShiftId pic x(6).
            03 TabAssignedAuthCode pic x(6).
            03 TabAssignedTimestamp pic x(21).
            03 TabAssignedLive pic x.
                88 AssignmentIsLive value "Y".
    01 AssignmentCount pic 9(4) value zero.
    01 AssignmentIdx pic 9(4) value zero.
    01 MatchedAssignmentIdx pic 9(4) value zero.

    01 RotaChoice pic x value spaces.
        88 ChoiceIsNewShift value "N" "n".
        88 ChoiceIsAssign value "A" "a".
        88 ChoiceIsRemove value "X" "x".
        88 ChoiceIsRota value "R" "r".
        88 ChoiceIsUnfilled value "U" "u".
        88 ChoiceIsPerAttendee value "P" "p".
        88 ChoiceIsFinished value space.

    01 ShiftIdInput pic x(6) value spaces.
    01 AuthCodeInput pic x(6) value spaces.
    01 DayInput pic x(3) value spaces.
    01 StartTimeInput pic x(4) value spaces.
    01 EndTimeInput pic x(4) value spaces.
    01 TaskInput pic x(20) value spaces.
    01 NeededInput pic x(2) value spaces.

    01 DayText pic x(3) value spaces.
    01 DayNumber pic 9 value zero.
    01 ArrivalDayNumber pic 9 value zero.
    01 ArrivalDayUpper pic x(3) value spaces.
    01 RotaDayFilter pic x(3) value spaces.

    01 ShiftClashFound pic x value "N".
        88 ShiftClashes value "Y".
    01 ClashingShiftId pic x(6) value spaces.
    01 AttendeeShiftCount pic 9(3) value zero.

    01 VacantPlaces pic 9(2) value zero.
    01 VacantIdx pic 9(2) value zero.
    01 DeadLinesShown pic 9(2) value zero.
    01 DeadLineLabel pic x(13) value spaces.
    01 UnfilledCount pic 9(3) value zero.
    01 TotalShortfall pic 9(4) value zero.
    01 ReportNeeded pic z9.
    01 ReportFilled pic z9.
    01 ReportShortfall pic z9.
    01 PreviousDay pic x(3) value spaces.
    01 VacantReason pic x(30) value spaces.

    01 KeepRostering pic x value "Y".
        88 RosteringShouldContinue value "Y".

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 OperatorId pic x(10).

procedure division using IndexedAttendeesFileName, OperatorId.
    perform BuildShiftFileNames
    perform LoadShiftTable
    perform LoadAssignmentTable

    open input AttendeesFile

    perform until not RosteringShouldContinue
        display " "
        display "Volunteer shifts - " ShiftCount " shift(s), "
            AssignmentCount " assignment(s) on file"
        display "(N)ew shift, (A)ssign, (X) remove assignment, (R)ota,"
            " (U)nfilled, (P)er-attendee, ENTER to finish: "
            with no advancing
        move spaces to RotaChoice
        accept RotaChoice
        evaluate true
            when ChoiceIsNewShift perform AddShift
            when ChoiceIsAssign perform AssignAttendeeToShift
            when ChoiceIsRemove perform RemoveAssignment
            when ChoiceIsRota perform RunRotaSheet
            when ChoiceIsUnfilled perform RunUnfilledShiftsReport
            when ChoiceIsPerAttendee perform RunAttendeeShiftList
            when ChoiceIsFinished move "N" to KeepRostering
            when other display "Please choose N, A, X, R, U or P"
        end-evaluate
    end-perform

    close AttendeesFile
    goback.

BuildShiftFileNames.
    move spaces to ShiftsFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-shifts.dat" delimited by size
        into ShiftsFileName
    end-string
    move spaces to ShiftAssignmentsFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-shift-assignments.dat" delimited by size
        into ShiftAssignmentsFileName
    end-string
.

LoadShiftTable.
    move zero to ShiftCount
    open input ShiftsFile
    if ShiftsStatus not equal to "00" then
        close ShiftsFile
    else
        read ShiftsFile
            at end set EndOfShiftsFile to true
        end-read
        perform until EndOfShiftsFile or ShiftCount equal to 200
            if ShiftId of ShiftRecord not equal to spaces then
                add 1 to ShiftCount
                move ShiftId of ShiftRecord to TabShiftId(ShiftCount)
                move ShiftDay of ShiftRecord to TabShiftDay(ShiftCount)
                move ShiftStartTime of ShiftRecord
                    to TabShiftStart(ShiftCount)
                move ShiftEndTime of ShiftRecord to TabShiftEnd(ShiftCount)
                move ShiftTask of ShiftRecord to TabShiftTask(ShiftCount)
                if ShiftPeopleNeeded of ShiftRecord is numeric then
                    move ShiftPeopleNeeded of ShiftRecord
                        to TabShiftNeeded(ShiftCount)
                else
                    move 1 to TabShiftNeeded(ShiftCount)
                end-if
                move TabShiftDay(ShiftCount) to DayText
                perform MapDayNumber
                move DayNumber to TabShiftDayNumber(ShiftCount)
                move zero to TabShiftFilled(ShiftCount)
            end-if
            read ShiftsFile
                at end set EndOfShiftsFile to true
            end-read
        end-perform
        close ShiftsFile
    end-if
.

SaveShiftTable.
    open output ShiftsFile
    perform varying ShiftIdx from 1 by 1
        until ShiftIdx greater than ShiftCount
        move spaces to ShiftRecord
        move TabShiftId(ShiftIdx) to ShiftId of ShiftRecord
        move TabShiftDay(ShiftIdx) to ShiftDay of ShiftRecord
        move TabShiftStart(ShiftIdx) to ShiftStartTime of ShiftRecord
        move TabShiftEnd(ShiftIdx) to ShiftEndTime of ShiftRecord
        move TabShiftTask(ShiftIdx) to ShiftTask of ShiftRecord
        move TabShiftNeeded(ShiftIdx) to ShiftPeopleNeeded of ShiftRecord
        write ShiftRecord
    end-perform
    close ShiftsFile
.

LoadAssignmentTable.
    move zero to AssignmentCount
    open input ShiftAssignmentsFile
    if ShiftAssignmentsStatus not equal to "00" then
        close ShiftAssignmentsFile
    else
        read ShiftAssignmentsFile
            at end set EndOfShiftAssignmentsFile to true
        end-read
        perform until EndOfShiftAssignmentsFile
            or AssignmentCount equal to 1000
            if AssignedShiftId of ShiftAssignmentRecord not equal to spaces
            then
                add 1 to AssignmentCount
                move AssignedShiftId of ShiftAssignmentRecord
                    to TabAssignedShiftId(AssignmentCount)
                move AssignedAuthCode of ShiftAssignmentRecord
                    to TabAssignedAuthCode(AssignmentCount)
                move AssignedTimestamp of ShiftAssignmentRecord
                    to TabAssignedTimestamp(AssignmentCount)
                move "N" to TabAssignedLive(AssignmentCount)
            end-if
            read ShiftAssignmentsFile
                at end set EndOfShiftAssignmentsFile to true
            end-read
        end-perform
        close ShiftAssignmentsFile
    end-if
.

SaveAssignmentTable.
    open output ShiftAssignmentsFile
    perform varying AssignmentIdx from 1 by 1
        until AssignmentIdx greater than AssignmentCount
        move spaces to ShiftAssignmentRecord
        move TabAssignedShiftId(AssignmentIdx)
            to AssignedShiftId of ShiftAssignmentRecord
        move TabAssignedAuthCode(AssignmentIdx)
            to AssignedAuthCode of ShiftAssignmentRecord
        move TabAssignedTimestamp(AssignmentIdx)
            to AssignedTimestamp of ShiftAssignmentRecord
        write ShiftAssignmentRecord
    end-perform
    close ShiftAssignmentsFile
.

MapDayNumber.
    move function upper-case(DayText) to DayText
    evaluate DayText
        when "MON" move 1 to DayNumber
        when "TUE" move 2 to DayNumber
        when "WED" move 3 to DayNumber
        when "THU" move 4 to DayNumber
        when "FRI" move 5 to DayNumber
        when "SAT" move 6 to DayNumber
        when "SUN" move 7 to DayNumber
        when other move zero to DayNumber
    end-evaluate
.

MapArrivalDayNumber.
    move function upper-case(ArrivalDay of AttendeeRecord)
        to ArrivalDayUpper
    evaluate ArrivalDayUpper
        when "MON" move 1 to ArrivalDayNumber
        when "TUE" move 2 to ArrivalDayNumber
        when "WED" move 3 to ArrivalDayNumber
        when "THU" move 4 to ArrivalDayNumber
        when "FRI" move 5 to ArrivalDayNumber
        when "SAT" move 6 to ArrivalDayNumber
        when "SUN" move 7 to ArrivalDayNumber
        when other move 1 to ArrivalDayNumber
    end-evaluate
.

FindShift.
    move zero to MatchedShiftIdx
    perform varying ShiftIdx from 1 by 1
        until ShiftIdx greater than ShiftCount
        if TabShiftId(ShiftIdx) equal to ShiftIdInput then
            move ShiftIdx to MatchedShiftIdx
        end-if
    end-perform
.

AddShift.
    if ShiftCount equal to 200 then
        display "REFUSED - shift file is full (200 entries)"
    else
        display "Shift ID: " with no advancing
        move spaces to ShiftIdInput
        accept ShiftIdInput
        move function upper-case(ShiftIdInput) to ShiftIdInput
        perform FindShift
        evaluate true
            when ShiftIdInput equal to spaces
                display "No shift ID given"
            when MatchedShiftIdx not equal to zero
                display "REFUSED - shift " function trim(ShiftIdInput)
                    " is already on file"
            when other
                perform AddShiftEntry
        end-evaluate
    end-if
.

AddShiftEntry.
    display "Day (e.g. SAT): " with no advancing
    move spaces to DayInput
    accept DayInput
    move DayInput to DayText
    perform MapDayNumber
    display "Start time (HHMM): " with no advancing
    move spaces to StartTimeInput
    accept StartTimeInput
    display "End time (HHMM): " with no advancing
    move spaces to EndTimeInput
    accept EndTimeInput
    display "Task (e.g. KITCHEN): " with no advancing
    move spaces to TaskInput
    accept TaskInput
    display "People needed: " with no advancing
    move spaces to NeededInput
    accept NeededInput
    evaluate true
        when DayNumber equal to zero
            display "REFUSED - day must be MON to SUN"
        when StartTimeInput is not numeric or EndTimeInput is not numeric
            display "REFUSED - times must be 4 digits, e.g. 0730"
        when StartTimeInput not less than EndTimeInput
            display "REFUSED - end time must be after start time"
        when TaskInput equal to spaces
            display "REFUSED - a task is required"
        when NeededInput(1:1) is not numeric
            or (NeededInput(2:1) is not numeric
                and NeededInput(2:1) not equal to space)
            display "REFUSED - people needed must be a number"
        when function numval(NeededInput) equal to zero
            display "REFUSED - people needed must be at least 1"
        when other
            add 1 to ShiftCount
            move ShiftIdInput to TabShiftId(ShiftCount)
            move DayText to TabShiftDay(ShiftCount)
            move StartTimeInput to TabShiftStart(ShiftCount)
            move EndTimeInput to TabShiftEnd(ShiftCount)
            move function upper-case(TaskInput) to TabShiftTask(ShiftCount)
            move function numval(NeededInput) to TabShiftNeeded(ShiftCount)
            move DayNumber to TabShiftDayNumber(ShiftCount)
            move zero to TabShiftFilled(ShiftCount)
            perform SaveShiftTable
            display "Added shift " function trim(ShiftIdInput) " "
                DayText " " StartTimeInput "-" EndTimeInput " "
                function trim(TabShiftTask(ShiftCount))
            move "SHIFT-ADD" to AuditOperationName
            move ShiftIdInput to AuditAuthCode
            move spaces to AuditDetail
            perform WriteAuditRecord
    end-evaluate
.

AssignAttendeeToShift.
    display "Shift ID: " with no advancing
    move spaces to ShiftIdInput
    accept ShiftIdInput
    move function upper-case(ShiftIdInput) to ShiftIdInput
    perform FindShift
    if MatchedShiftIdx equal to zero then
        display "REFUSED - no shift " function trim(ShiftIdInput)
            " on file"
    else
        perform CountLiveAssignments
        display "AuthCode: " with no advancing
        move spaces to AuthCodeInput
        accept AuthCodeInput
        move AuthCodeInput to AuthCode of AttendeeRecord
        read AttendeesFile key is AuthCode of AttendeeRecord
            invalid key set NoSuchRecord to true
        end-read
        perform MapArrivalDayNumber
        evaluate true
            when NoSuchRecord
                display "REFUSED - no attendee found with AuthCode "
                    AuthCodeInput
            when AttendeeNotComing of AttendeeRecord
                display "REFUSED - "
                    function trim(Name of AttendeeRecord)
                    " is marked as not coming"
            when AttendeeWaitlisted of AttendeeRecord
                display "REFUSED - "
                    function trim(Name of AttendeeRecord)
                    " is waitlisted for a place"
            when ArrivalDayNumber greater than
                TabShiftDayNumber(MatchedShiftIdx)
                display "REFUSED - "
                    function trim(Name of AttendeeRecord)
                    " arrives " ArrivalDay of AttendeeRecord
                    ", after the " TabShiftDay(MatchedShiftIdx) " shift"
            when other
                perform CheckShiftPlaceAndAssign
        end-evaluate
    end-if
.

CheckShiftPlaceAndAssign.
    move zero to MatchedAssignmentIdx
    move "N" to ShiftClashFound
    perform varying AssignmentIdx from 1 by 1
        until AssignmentIdx greater than AssignmentCount
        if TabAssignedAuthCode(AssignmentIdx) equal to AuthCodeInput then
            if TabAssignedShiftId(AssignmentIdx) equal to ShiftIdInput then
                move AssignmentIdx to MatchedAssignmentIdx
            else
                if not ShiftClashes then
                    perform CheckAssignmentClash
                end-if
            end-if
        end-if
    end-perform
    evaluate true
        when MatchedAssignmentIdx not equal to zero
            display "REFUSED - " function trim(Name of AttendeeRecord)
                " is already on shift " function trim(ShiftIdInput)
        when ShiftClashes
            display "REFUSED - " function trim(Name of AttendeeRecord)
                " is already on shift "
                function trim(ClashingShiftId)
                " at an overlapping time"
        when TabShiftFilled(MatchedShiftIdx) not less than
            TabShiftNeeded(MatchedShiftIdx)
            display "REFUSED - shift " function trim(ShiftIdInput)
                " already has the " TabShiftNeeded(MatchedShiftIdx)
                " people it needs"
        when AssignmentCount equal to 1000
            display "REFUSED - assignment file is full (1000 entries)"
        when other
            perform ApplyShiftAssignment
    end-evaluate
.

CheckAssignmentClash.
    perform varying OtherShiftIdx from 1 by 1
        until OtherShiftIdx greater than ShiftCount or ShiftClashes
        if TabShiftId(OtherShiftIdx) equal to TabAssignedShiftId(AssignmentIdx)
            and TabShiftDayNumber(OtherShiftIdx)
                equal to TabShiftDayNumber(MatchedShiftIdx)
            and TabShiftStart(OtherShiftIdx)
                less than TabShiftEnd(MatchedShiftIdx)
            and TabShiftStart(MatchedShiftIdx)
                less than TabShiftEnd(OtherShiftIdx)
        then
            move "Y" to ShiftClashFound
            move TabShiftId(OtherShiftIdx) to ClashingShiftId
        end-if
    end-perform
.

ApplyShiftAssignment.
    move function current-date to CurrentTimestamp
    add 1 to AssignmentCount
    move ShiftIdInput to TabAssignedShiftId(AssignmentCount)
    move AuthCodeInput to TabAssignedAuthCode(AssignmentCount)
    move CurrentTimestamp to TabAssignedTimestamp(AssignmentCount)
    move "Y" to TabAssignedLive(AssignmentCount)
    perform SaveAssignmentTable
    display "ASSIGNED - " function trim(Name of AttendeeRecord) " to "
        function trim(ShiftIdInput) " " TabShiftDay(MatchedShiftIdx) " "
        TabShiftStart(MatchedShiftIdx) "-" TabShiftEnd(MatchedShiftIdx) " "
        function trim(TabShiftTask(MatchedShiftIdx))
    move "SHIFT-ASSIGN" to AuditOperationName
    move AuthCodeInput to AuditAuthCode
    move ShiftIdInput to AuditDetail
    perform WriteAuditRecord
.

RemoveAssignment.
    display "Shift ID: " with no advancing
    move spaces to ShiftIdInput
    accept ShiftIdInput
    move function upper-case(ShiftIdInput) to ShiftIdInput
    display "AuthCode: " with no advancing
    move spaces to AuthCodeInput
    accept AuthCodeInput
    move zero to MatchedAssignmentIdx
    perform varying AssignmentIdx from 1 by 1
        until AssignmentIdx greater than AssignmentCount
        if TabAssignedShiftId(AssignmentIdx) equal to ShiftIdInput
            and TabAssignedAuthCode(AssignmentIdx) equal to AuthCodeInput
        then
            move AssignmentIdx to MatchedAssignmentIdx
        end-if
    end-perform
    if MatchedAssignmentIdx equal to zero then
        display "REFUSED - " AuthCodeInput " is not on shift "
            function trim(ShiftIdInput)
    else
        perform varying AssignmentIdx from MatchedAssignmentIdx by 1
            until AssignmentIdx not less than AssignmentCount
            move AssignmentEntry(AssignmentIdx + 1)
                to AssignmentEntry(AssignmentIdx)
        end-perform
        subtract 1 from AssignmentCount
        perform SaveAssignmentTable
        display "Removed " AuthCodeInput " from shift "
            function trim(ShiftIdInput)
        move "SHIFT-REMOVE" to AuditOperationName
        move AuthCodeInput to AuditAuthCode
        move ShiftIdInput to AuditDetail
        perform WriteAuditRecord
    end-if
.

CountLiveAssignments.
    perform varying ShiftIdx from 1 by 1
        until ShiftIdx greater than ShiftCount
        move zero to TabShiftFilled(ShiftIdx)
    end-perform
    perform varying AssignmentIdx from 1 by 1
        until AssignmentIdx greater than AssignmentCount
        perform CheckAssignmentIsLive
        if AssignmentIsLive(AssignmentIdx) then
            perform varying OtherShiftIdx from 1 by 1
                until OtherShiftIdx greater than ShiftCount
                if TabShiftId(OtherShiftIdx)
                    equal to TabAssignedShiftId(AssignmentIdx)
                then
                    add 1 to TabShiftFilled(OtherShiftIdx)
                end-if
            end-perform
        end-if
    end-perform
.

CheckAssignmentIsLive.
    move "N" to TabAssignedLive(AssignmentIdx)
    move TabAssignedAuthCode(AssignmentIdx) to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    if not NoSuchRecord and AttendeeComing of AttendeeRecord then
        move "Y" to TabAssignedLive(AssignmentIdx)
    end-if
.

SortShiftTable.
    perform varying SortPass from 1 by 1
        until SortPass not less than ShiftCount
        perform varying SortIdx from 1 by 1
            until SortIdx not less than ShiftCount
            move TabShiftDayNumber(SortIdx) to SortKeyLeft(1:1)
            move TabShiftStart(SortIdx) to SortKeyLeft(2:4)
            move TabShiftDayNumber(SortIdx + 1) to SortKeyRight(1:1)
            move TabShiftStart(SortIdx + 1) to SortKeyRight(2:4)
            if SortKeyLeft greater than SortKeyRight then
                move ShiftEntry(SortIdx) to SwapShiftEntry
                move ShiftEntry(SortIdx + 1) to ShiftEntry(SortIdx)
                move SwapShiftEntry to ShiftEntry(SortIdx + 1)
            end-if
        end-perform
    end-perform
.

RunRotaSheet.
    display "Day (e.g. SAT, ENTER for all days): " with no advancing
    move spaces to RotaDayFilter
    accept RotaDayFilter
    move function upper-case(RotaDayFilter) to RotaDayFilter

    perform SortShiftTable
    perform CountLiveAssignments

    move spaces to ShiftReportFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-shift-rota.txt" delimited by size
        into ShiftReportFileName
    end-string
    open output ShiftReportFile
    move "BarnCamp Volunteer Shift Rota" to ShiftReportLine
    write ShiftReportLine

    move spaces to PreviousDay
    perform varying ShiftIdx from 1 by 1
        until ShiftIdx greater than ShiftCount
        if RotaDayFilter equal to spaces
            or TabShiftDay(ShiftIdx) equal to RotaDayFilter
        then
            if TabShiftDay(ShiftIdx) not equal to PreviousDay then
                move TabShiftDay(ShiftIdx) to PreviousDay
                move spaces to ShiftReportLine
                write ShiftReportLine
                move spaces to ShiftReportLine
                string "=== " delimited by size
                    TabShiftDay(ShiftIdx) delimited by size
                    " ===" delimited by size
                    into ShiftReportLine
                end-string
                write ShiftReportLine
            end-if
            perform WriteRotaShift
        end-if
    end-perform

    close ShiftReportFile
    display "Rota sheet written to " function trim(ShiftReportFileName)
.

WriteRotaShift.
    move TabShiftNeeded(ShiftIdx) to ReportNeeded
    move TabShiftFilled(ShiftIdx) to ReportFilled
    move spaces to ShiftReportLine
    write ShiftReportLine
    move spaces to ShiftReportLine
    string TabShiftStart(ShiftIdx) delimited by size
        "-" delimited by size
        TabShiftEnd(ShiftIdx) delimited by size
        "  " delimited by size
        TabShiftTask(ShiftIdx) delimited by size
        " (" delimited by size
        function trim(TabShiftId(ShiftIdx)) delimited by size
        ")  " delimited by size
        ReportFilled delimited by size
        " of " delimited by size
        ReportNeeded delimited by size
        " filled" delimited by size
        into ShiftReportLine
    end-string
    write ShiftReportLine

    move zero to VacantPlaces
    if TabShiftFilled(ShiftIdx) less than TabShiftNeeded(ShiftIdx) then
        compute VacantPlaces =
            TabShiftNeeded(ShiftIdx) - TabShiftFilled(ShiftIdx)
    end-if
    move zero to DeadLinesShown
    perform varying AssignmentIdx from 1 by 1
        until AssignmentIdx greater than AssignmentCount
        if TabAssignedShiftId(AssignmentIdx) equal to TabShiftId(ShiftIdx)
        then
            perform WriteRotaAssignmentLine
        end-if
    end-perform

    if DeadLinesShown less than VacantPlaces then
        subtract DeadLinesShown from VacantPlaces
        perform varying VacantIdx from 1 by 1
            until VacantIdx greater than VacantPlaces
            move "    VACANT" to ShiftReportLine
            write ShiftReportLine
        end-perform
    end-if
.

WriteRotaAssignmentLine.
    move TabAssignedAuthCode(AssignmentIdx) to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    move spaces to ShiftReportLine
    if not AssignmentIsLive(AssignmentIdx) then
        perform ChooseDeadLineLabel
    end-if
    evaluate true
        when NoSuchRecord
            string DeadLineLabel delimited by size
                "(was " delimited by size
                TabAssignedAuthCode(AssignmentIdx) delimited by size
                " - no longer on file)" delimited by size
                into ShiftReportLine
            end-string
        when AssignmentIsLive(AssignmentIdx)
            string "    " delimited by size
                TabAssignedAuthCode(AssignmentIdx) delimited by size
                "   " delimited by size
                Name of AttendeeRecord delimited by size
                " " delimited by size
                Telephone of AttendeeRecord delimited by size
                into ShiftReportLine
            end-string
        when other
            if AttendeeWaitlisted of AttendeeRecord then
                move "waitlisted" to VacantReason
            else
                move "cancelled" to VacantReason
            end-if
            string DeadLineLabel delimited by size
                "(was " delimited by size
                function trim(Name of AttendeeRecord) delimited by size
                " - " delimited by size
                function trim(VacantReason) delimited by size
                ")" delimited by size
                into ShiftReportLine
            end-string
    end-evaluate
    write ShiftReportLine
.

ChooseDeadLineLabel.
    if DeadLinesShown less than VacantPlaces then
        add 1 to DeadLinesShown
        move "    VACANT   " to DeadLineLabel
    else
        move "    REFILLED " to DeadLineLabel
    end-if
.

RunUnfilledShiftsReport.
    perform SortShiftTable
    perform CountLiveAssignments
    move zero to UnfilledCount
    move zero to TotalShortfall

    move spaces to ShiftReportFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-unfilled-shifts.txt" delimited by size
        into ShiftReportFileName
    end-string
    open output ShiftReportFile
    move "BarnCamp Unfilled Shifts" to ShiftReportLine
    write ShiftReportLine
    move spaces to ShiftReportLine
    write ShiftReportLine
    move "Day Time      Shift  Task                 Needed Filled Short"
        to ShiftReportLine
    write ShiftReportLine

    perform varying ShiftIdx from 1 by 1
        until ShiftIdx greater than ShiftCount
        if TabShiftFilled(ShiftIdx) less than TabShiftNeeded(ShiftIdx) then
            add 1 to UnfilledCount
            compute VacantPlaces =
                TabShiftNeeded(ShiftIdx) - TabShiftFilled(ShiftIdx)
            add VacantPlaces to TotalShortfall
            move TabShiftNeeded(ShiftIdx) to ReportNeeded
            move TabShiftFilled(ShiftIdx) to ReportFilled
            move VacantPlaces to ReportShortfall
            move spaces to ShiftReportLine
            move TabShiftDay(ShiftIdx) to ShiftReportLine(1:3)
            move TabShiftStart(ShiftIdx) to ShiftReportLine(5:4)
            move "-" to ShiftReportLine(9:1)
            move TabShiftEnd(ShiftIdx) to ShiftReportLine(10:4)
            move TabShiftId(ShiftIdx) to ShiftReportLine(15:6)
            move TabShiftTask(ShiftIdx) to ShiftReportLine(22:20)
            move ReportNeeded to ShiftReportLine(47:2)
            move ReportFilled to ShiftReportLine(54:2)
            move ReportShortfall to ShiftReportLine(60:2)
            write ShiftReportLine
        end-if
    end-perform

    move spaces to ShiftReportLine
    write ShiftReportLine
    move spaces to ShiftReportLine
    string "Unfilled shifts: " delimited by size
        UnfilledCount delimited by size
        "  volunteers still needed: " delimited by size
        TotalShortfall delimited by size
        into ShiftReportLine
    end-string
    write ShiftReportLine
    close ShiftReportFile

    display "Unfilled shifts: " UnfilledCount
        ", volunteers still needed: " TotalShortfall
    display "Unfilled shifts report written to "
        function trim(ShiftReportFileName)
.

RunAttendeeShiftList.
    perform SortShiftTable
    perform CountLiveAssignments

    move spaces to ShiftReportFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-attendee-shifts.txt" delimited by size
        into ShiftReportFileName
    end-string
    open output ShiftReportFile
    move "BarnCamp Volunteer Shifts by Attendee" to ShiftReportLine
    write ShiftReportLine

    initialize AttendeeRecord
    move low-values to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    if not EndOfAttendeesFile then
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-if
    perform until EndOfAttendeesFile
        if AttendeeComing of AttendeeRecord then
            perform WriteAttendeeShifts
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform

    close ShiftReportFile
    display "Per-attendee shift list written to "
        function trim(ShiftReportFileName)
.

WriteAttendeeShifts.
    move zero to AttendeeShiftCount
    perform varying ShiftIdx from 1 by 1
        until ShiftIdx greater than ShiftCount
        perform varying AssignmentIdx from 1 by 1
            until AssignmentIdx greater than AssignmentCount
            if TabAssignedAuthCode(AssignmentIdx)
                    equal to AuthCode of AttendeeRecord
                and TabAssignedShiftId(AssignmentIdx)
                    equal to TabShiftId(ShiftIdx)
            then
                if AttendeeShiftCount equal to zero then
                    move spaces to ShiftReportLine
                    write ShiftReportLine
                    move spaces to ShiftReportLine
                    string AuthCode of AttendeeRecord delimited by size
                        "   " delimited by size
                        function trim(Name of AttendeeRecord)
                            delimited by size
                        "  (arrives " delimited by size
                        ArrivalDay of AttendeeRecord delimited by size
                        ")" delimited by size
                        into ShiftReportLine
                    end-string
                    write ShiftReportLine
                end-if
                add 1 to AttendeeShiftCount
                move spaces to ShiftReportLine
                string "    " delimited by size
                    TabShiftDay(ShiftIdx) delimited by size
                    " " delimited by size
                    TabShiftStart(ShiftIdx) delimited by size
                    "-" delimited by size
                    TabShiftEnd(ShiftIdx) delimited by size
                    "  " delimited by size
                    TabShiftTask(ShiftIdx) delimited by size
                    " (" delimited by size
                    function trim(TabShiftId(ShiftIdx)) delimited by size
                    ")" delimited by size
                    into ShiftReportLine
                end-string
                write ShiftReportLine
            end-if
        end-perform
    end-perform
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
        AuditAuthCode delimited by size
        " | " delimited by size
        function trim(AuditOperationName) delimited by size
        " " delimited by size
        function trim(AuditDetail) delimited by size
        " | " delimited by size
        CurrentTimestamp delimited by size
        into AuditLogLine
    end-string
    write AuditLogLine

    close AuditLogFile
.

end program ShiftRota.
