identification division.
program-id. PaymentReminders is initial.

environment division.
input-output section.
file-control.
    select optional AttendeesFile assign to IndexedAttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional ReminderHistoryFile assign to ReminderHistoryFileName
        organization is line sequential
        file status is ReminderHistoryStatus.

    select RemindersFile assign to RemindersFileName
        organization is line sequential.

    select ReleaseListFile assign to ReleaseListFileName
        organization is line sequential.

    select optional AuditLogFile assign to AuditLogFileName
        organization is line sequential
        file status is AuditLogStatus.

    select optional EventsFile assign to EventsFileName
        organization is line sequential
        file status is EventsStatus.

data division.
file section.
fd AttendeesFile is global.
    copy DD-Attendee replacing Attendee by
        ==AttendeeRecord is global.
        88 EndOfAttendeesFile value high-values==.

fd ReminderHistoryFile.
    01 ReminderHistoryRecord.
        02 HistoryAuthCode pic x(6).
        02 filler pic x.
        02 HistoryStage pic 9.
        02 filler pic x.
        02 HistoryTimestamp pic x(21).
        88 EndOfReminderHistoryFile value high-values.

fd RemindersFile.
    01 RemindersLine pic x(160).

fd ReleaseListFile.
    01 ReleaseListLine pic x(100).

fd AuditLogFile.
    01 AuditLogLine pic x(80).

fd EventsFile.
    copy Event replacing Event by
        ==EventRecord.
        88 EndOfEventsFile value high-values==.

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 IndexedFileNotFound value "35".

    01 ReminderHistoryFileName pic x(40) value spaces.
    01 ReminderHistoryStatus pic x(2) value spaces.
        88 ReminderHistoryOpenOk value "00" "05".
    01 RemindersFileName pic x(40) value spaces.
    01 ReleaseListFileName pic x(40) value spaces.

    01 AuditLogFileName pic x(30) value spaces.
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".
    01 AuditOperationName pic x(20) value spaces.
    01 AuditAuthCode pic x(6) value spaces.

    01 EventsFileName pic x(20) value "events.dat".
    01 EventsStatus pic x(2) value spaces.
    01 SiteCapacityLimit pic 9(4) value zero.

    01 EventDatesTable.
        02 EventDateEntry occurs 20 times.
            03 EventDateCode pic x(6).
            03 EventDateStart pic 9(8).
    01 EventDateCount pic 99 value zero.
    01 EventDateIdx pic 99 value zero.

    01 FirstReminderDays pic 9(3) value 42.
    01 SecondReminderDays pic 9(3) value 28.
    01 FinalNoticeDays pic 9(3) value 14.
    01 PayByDays pic 9(3) value 7.

    01 ReminderEventCode pic x(6) value spaces.
    01 ReminderEventStart pic 9(8) value zero.
    01 TodayDate pic 9(8) value zero.
    01 TodayInteger pic 9(7) value zero.
    01 EventStartInteger pic 9(7) value zero.
    01 DaysToEventStart pic s9(5) value zero.
    01 PayByDate pic 9(8) value zero.

    01 StageDue pic 9 value zero.
    01 StageIssued pic 9 value zero.
    01 StageReleased pic 9 value 4.
    01 StageText pic x(16) value spaces.
    01 StageToRecord pic 9 value zero.

    01 HistoryTable.
        02 HistoryEntry occurs 2000 times.
            03 HistAuthCode pic x(6).
            03 HistStage pic 9.
    01 HistoryCount pic 9(4) value zero.
    01 HistoryIdx pic 9(4) value zero.
    01 HistoryMatchIdx pic 9(4) value zero.

    01 ReleaseTable.
        02 ReleaseEntry occurs 500 times.
            03 ReleaseAuthCode pic x(6).
    01 ReleaseCount pic 9(3) value zero.
    01 ReleaseIdx pic 9(3) value zero.
    01 ReleaseOverflowCount pic 9(4) value zero.
    01 ReleasedCount pic 9(4) value zero.
    01 ReleaseConfirm pic x value spaces.
        88 ReleaseConfirmed value "Y" "y".

    01 FirstReminderCount pic 9(4) value zero.
    01 SecondReminderCount pic 9(4) value zero.
    01 FinalNoticeCount pic 9(4) value zero.
    01 NoEventDateCount pic 9(4) value zero.

    01 Outstanding pic 9(5)v99 value zero.
    01 OutstandingEdited pic z(4)9.99.
    01 PayByEdited pic x(10) value spaces.

    01 NightlyHeadcounts.
        02 NightlyHeadcount occurs 7 times pic 9(5) value zero.
    01 NightIdx pic 9 value zero.
    01 ArrivalDayNumber pic 9 value zero.
    01 ArrivalDayUpper pic x(3) value spaces.
    01 PartySize pic 9(2) value zero.
    01 NightOverCapacity pic x value "N".
        88 PartyDoesNotFit value "Y".

    01 OldestWaitlistedAuthCode pic x(6) value spaces.
    01 OldestWaitlistTimestamp pic x(21) value high-values.
    01 PromotedCount pic 9(4) value zero.

    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "RELEASE".
    01 NoticeType pic x(12) value "CANCEL".
    01 NoticeDetail pic x(80) value spaces.

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 WorkingEventCode pic x(6).
    01 OperatorId pic x(10).
    01 ReminderRunMode pic x(5).
        88 ReminderBatchRun value "BATCH".

procedure division using IndexedAttendeesFileName, WorkingEventCode,
        OperatorId, ReminderRunMode.

    perform BuildReminderFileNames
    move function current-date to CurrentTimestamp
    move CurrentTimestamp(1:8) to TodayDate
    compute TodayInteger = function integer-of-date(TodayDate)

    perform LoadEventStartDates
    perform LoadReminderHistory

    open output RemindersFile
    move "AuthCode,Name,Email,Telephone,Stage,Outstanding,PayBy"
        to RemindersLine
    write RemindersLine
    open output ReleaseListFile
    move "BarnCamp Release List - unpaid bookings past the pay-by date"
        to ReleaseListLine
    write ReleaseListLine
    move spaces to ReleaseListLine
    write ReleaseListLine
    move "AuthCode Name                      Telephone       Outstanding"
        to ReleaseListLine
    write ReleaseListLine

    open input AttendeesFile
    read AttendeesFile next record
        at end set EndOfAttendeesFile to true
    end-read
    perform until EndOfAttendeesFile
        if AttendeeComing of AttendeeRecord
            and AttendeeNotPaid of AttendeeRecord
            and not AttendeeCheckedIn of AttendeeRecord
            and AmountToPay of AttendeeRecord greater than zero
        then
            perform ConsiderOneAttendee
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform
    close AttendeesFile

    close RemindersFile
    close ReleaseListFile

    display "First reminders issued:  " FirstReminderCount
    display "Second reminders issued: " SecondReminderCount
    display "Final notices issued:    " FinalNoticeCount
    display "Listed for release:      " ReleaseCount
    if NoEventDateCount greater than zero then
        display "No event start date:     " NoEventDateCount
    end-if
    if ReleaseOverflowCount greater than zero then
        display "WARNING - " ReleaseOverflowCount
            " further bookings past the pay-by date not listed this run"
    end-if
    display "Reminders written to " function trim(RemindersFileName)
    display "Release list written to " function trim(ReleaseListFileName)

    if ReleaseCount greater than zero and not ReminderBatchRun then
        perform ReleaseListedBookings
        display "Places released: " ReleasedCount
        if PromotedCount greater than zero then
            display "Promoted from the waitlist: " PromotedCount
        end-if
    end-if
    move zero to return-code
    goback.

BuildReminderFileNames.
    move spaces to ReminderHistoryFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-reminder-history.dat" delimited by size
        into ReminderHistoryFileName
    end-string
    move spaces to RemindersFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-reminders.csv" delimited by size
        into RemindersFileName
    end-string
    move spaces to ReleaseListFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-release-list.txt" delimited by size
        into ReleaseListFileName
    end-string
.

LoadEventStartDates.
    move zero to EventDateCount
    open input EventsFile
    if EventsStatus not equal to "00" then
        close EventsFile
    else
        read EventsFile
            at end set EndOfEventsFile to true
        end-read
        perform until EndOfEventsFile
            if EventStartDate of EventRecord is numeric
                and EventDateCount less than 20
            then
                move EventStartDate of EventRecord to ReminderEventStart
                if function test-date-yyyymmdd(ReminderEventStart)
                    equal to zero
                then
                    add 1 to EventDateCount
                    move EventCode of EventRecord
                        to EventDateCode(EventDateCount)
                    move EventStartDate of EventRecord
                        to EventDateStart(EventDateCount)
                end-if
            end-if
            read EventsFile
                at end set EndOfEventsFile to true
            end-read
        end-perform
        close EventsFile
    end-if
.

LoadReminderHistory.
    move zero to HistoryCount
    open input ReminderHistoryFile
    if ReminderHistoryStatus equal to "00" then
        read ReminderHistoryFile
            at end set EndOfReminderHistoryFile to true
        end-read
        perform until EndOfReminderHistoryFile
            if HistoryStage is numeric then
                perform FindHistoryEntry
                if HistoryMatchIdx equal to zero
                    and HistoryCount less than 2000
                then
                    add 1 to HistoryCount
                    move HistoryCount to HistoryMatchIdx
                    move HistoryAuthCode to HistAuthCode(HistoryMatchIdx)
                    move zero to HistStage(HistoryMatchIdx)
                end-if
                if HistoryMatchIdx greater than zero
                    and HistoryStage greater than HistStage(HistoryMatchIdx)
                then
                    move HistoryStage to HistStage(HistoryMatchIdx)
                end-if
            end-if
            read ReminderHistoryFile
                at end set EndOfReminderHistoryFile to true
            end-read
        end-perform
    end-if
    close ReminderHistoryFile
.

FindHistoryEntry.
    move zero to HistoryMatchIdx
    perform varying HistoryIdx from 1 by 1
        until HistoryIdx greater than HistoryCount
            or HistoryMatchIdx greater than zero
        if HistAuthCode(HistoryIdx) equal to HistoryAuthCode then
            move HistoryIdx to HistoryMatchIdx
        end-if
    end-perform
.

ConsiderOneAttendee.
    if EventCode of AttendeeRecord not equal to spaces then
        move EventCode of AttendeeRecord to ReminderEventCode
    else
        move WorkingEventCode to ReminderEventCode
    end-if
    move zero to ReminderEventStart
    perform varying EventDateIdx from 1 by 1
        until EventDateIdx greater than EventDateCount
        if EventDateCode(EventDateIdx) equal to ReminderEventCode then
            move EventDateStart(EventDateIdx) to ReminderEventStart
        end-if
    end-perform
    if ReminderEventStart equal to zero then
        add 1 to NoEventDateCount
    else
        compute EventStartInteger =
            function integer-of-date(ReminderEventStart)
        compute DaysToEventStart = EventStartInteger - TodayInteger
        compute PayByDate =
            function date-of-integer(EventStartInteger - PayByDays)
        perform DecideStageDue
        move AuthCode of AttendeeRecord to HistoryAuthCode
        perform FindHistoryEntry
        move zero to StageIssued
        if HistoryMatchIdx greater than zero then
            move HistStage(HistoryMatchIdx) to StageIssued
        end-if
        evaluate true
            when StageDue equal to zero
                continue
            when StageIssued not less than StageReleased
                continue
            when StageDue equal to StageReleased
                and StageIssued equal to 3
                perform ListForRelease
            when StageDue equal to StageReleased
                move 3 to StageDue
                perform IssueReminder
            when StageDue greater than StageIssued
                perform IssueReminder
        end-evaluate
    end-if
.

DecideStageDue.
    evaluate true
        when DaysToEventStart less than zero
            move zero to StageDue
        when DaysToEventStart not greater than PayByDays
            move StageReleased to StageDue
        when DaysToEventStart not greater than FinalNoticeDays
            move 3 to StageDue
        when DaysToEventStart not greater than SecondReminderDays
            move 2 to StageDue
        when DaysToEventStart not greater than FirstReminderDays
            move 1 to StageDue
        when other
            move zero to StageDue
    end-evaluate
.

IssueReminder.
    evaluate StageDue
        when 1
            move "FIRST REMINDER" to StageText
            move "REMIND-1" to AuditOperationName
            add 1 to FirstReminderCount
        when 2
            move "SECOND REMINDER" to StageText
            move "REMIND-2" to AuditOperationName
            add 1 to SecondReminderCount
        when other
            move "FINAL NOTICE" to StageText
            move "REMIND-FINAL" to AuditOperationName
            add 1 to FinalNoticeCount
    end-evaluate
    perform ComputeOutstanding
    move PayByDate to PayByEdited
    move spaces to RemindersLine
    string AuthCode of AttendeeRecord delimited by size
        "," delimited by size
        function trim(Name of AttendeeRecord) delimited by size
        "," delimited by size
        function trim(Email of AttendeeRecord) delimited by size
        "," delimited by size
        function trim(Telephone of AttendeeRecord) delimited by size
        "," delimited by size
        function trim(StageText) delimited by size
        "," delimited by size
        function trim(OutstandingEdited) delimited by size
        "," delimited by size
        PayByEdited(1:4) delimited by size
        "-" delimited by size
        PayByEdited(5:2) delimited by size
        "-" delimited by size
        PayByEdited(7:2) delimited by size
        into RemindersLine
    end-string
    write RemindersLine

    move StageDue to StageToRecord
    perform RecordReminderStage
    move AuthCode of AttendeeRecord to AuditAuthCode
    perform WriteAuditRecord
.

ListForRelease.
    if ReleaseCount less than 500 then
        add 1 to ReleaseCount
        move AuthCode of AttendeeRecord to ReleaseAuthCode(ReleaseCount)
    else
        add 1 to ReleaseOverflowCount
    end-if
    perform ComputeOutstanding
    move spaces to ReleaseListLine
    move AuthCode of AttendeeRecord to ReleaseListLine(1:6)
    move Name of AttendeeRecord to ReleaseListLine(10:25)
    move Telephone of AttendeeRecord to ReleaseListLine(36:15)
    move OutstandingEdited to ReleaseListLine(53:8)
    write ReleaseListLine
.

ComputeOutstanding.
    move zero to Outstanding
    if AmountToPay of AttendeeRecord greater than AmountPaid of AttendeeRecord
    then
        compute Outstanding =
            AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
    end-if
    move Outstanding to OutstandingEdited
.

RecordReminderStage.
    move function current-date to CurrentTimestamp
    open extend ReminderHistoryFile
    if not ReminderHistoryOpenOk then
        open output ReminderHistoryFile
    end-if
    move spaces to ReminderHistoryRecord
    move AuthCode of AttendeeRecord to HistoryAuthCode
    move StageToRecord to HistoryStage
    move CurrentTimestamp to HistoryTimestamp
    write ReminderHistoryRecord
    close ReminderHistoryFile
.

ReleaseListedBookings.
    perform OpenIndexedFileForUpdate
    perform LoadEventCapacity
    perform varying ReleaseIdx from 1 by 1
        until ReleaseIdx greater than ReleaseCount
        move ReleaseAuthCode(ReleaseIdx) to AuthCode of AttendeeRecord
        read AttendeesFile key is AuthCode of AttendeeRecord
            invalid key set NoSuchRecord to true
        end-read
        evaluate true
            when NoSuchRecord
                display "REFUSED - " ReleaseAuthCode(ReleaseIdx)
                    " is no longer on file"
            when not AttendeeComing of AttendeeRecord
                or not AttendeeNotPaid of AttendeeRecord
                display "Skipped - " function trim(Name of AttendeeRecord)
                    " (" ReleaseAuthCode(ReleaseIdx) ") has paid or"
                    " is no longer coming"
            when other
                perform ComputeOutstanding
                display "Release " function trim(Name of AttendeeRecord)
                    " (" ReleaseAuthCode(ReleaseIdx) "), outstanding "
                    function trim(OutstandingEdited) "? (Y/N): "
                    with no advancing
                move spaces to ReleaseConfirm
                accept ReleaseConfirm
                if ReleaseConfirmed then
                    perform ApplyRelease
                else
                    display "Release abandoned"
                end-if
        end-evaluate
    end-perform
    close AttendeesFile
.

ApplyRelease.
    move function current-date to CurrentTimestamp
    set AttendeeNotComing of AttendeeRecord to true
    rewrite AttendeeRecord
        invalid key
            display "REFUSED - rewrite failed, status " AttendeeStatus
        not invalid key
            add 1 to ReleasedCount
            move "RELEASE" to TransactionType
            call "LogTransaction" using
                IndexedAttendeesFileName, OperatorId, TransactionType,
                AttendeeRecord
            display "RELEASED - " function trim(Name of AttendeeRecord)
                " marked not coming"
            move StageReleased to StageToRecord
            perform RecordReminderStage
            move "RELEASE" to AuditOperationName
            move ReleaseAuthCode(ReleaseIdx) to AuditAuthCode
            perform WriteAuditRecord
            perform QueueReleaseNotification
            perform PromoteFromWaitlist
    end-rewrite
.

QueueReleaseNotification.
    move "CANCEL" to NoticeType
    move "Place released - payment not received by the pay-by deadline"
        to NoticeDetail
    call "QueueNotification" using
        IndexedAttendeesFileName, NoticeType, NoticeDetail, AttendeeRecord
.

QueuePromoteNotification.
    move "PROMOTE" to NoticeType
    move "A place has come free - you are off the waitlist and booked in"
        to NoticeDetail
    call "QueueNotification" using
        IndexedAttendeesFileName, NoticeType, NoticeDetail, AttendeeRecord
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

LoadEventCapacity.
    move zero to SiteCapacityLimit
    if WorkingEventCode not equal to spaces then
        open input EventsFile
        if EventsStatus not equal to "00" then
            close EventsFile
        else
            read EventsFile
                at end set EndOfEventsFile to true
            end-read
            perform until EndOfEventsFile
                if EventCode of EventRecord equal to WorkingEventCode
                    and SiteCapacity of EventRecord is numeric
                then
                    move SiteCapacity of EventRecord
                        to SiteCapacityLimit
                end-if
                read EventsFile
                    at end set EndOfEventsFile to true
                end-read
            end-perform
            close EventsFile
        end-if
    end-if
.

PromoteFromWaitlist.
    perform FindOldestWaitlisted
    if OldestWaitlistedAuthCode not equal to spaces then
        move OldestWaitlistedAuthCode to AuthCode of AttendeeRecord
        read AttendeesFile key is AuthCode of AttendeeRecord
            invalid key set NoSuchRecord to true
        end-read
        if not NoSuchRecord then
            perform CheckPromotedPartyFits
            if PartyDoesNotFit then
                display "Waitlist unchanged - oldest waitlisted party"
                    " still does not fit within capacity"
            else
                set AttendeeComing of AttendeeRecord to true
                move spaces to WaitlistTimestamp of AttendeeRecord
                rewrite AttendeeRecord
                    invalid key
                        display "REFUSED - promotion rewrite failed"
                            ", status " AttendeeStatus
                    not invalid key
                        add 1 to PromotedCount
                        move "PROMOTE" to TransactionType
                        call "LogTransaction" using
                            IndexedAttendeesFileName, OperatorId, TransactionType,
                            AttendeeRecord
                        display "PROMOTED - "
                            function trim(Name of AttendeeRecord)
                            " (" OldestWaitlistedAuthCode
                            ") off the waitlist"
                        move "PROMOTE" to AuditOperationName
                        move OldestWaitlistedAuthCode to AuditAuthCode
                        perform WriteAuditRecord
                        perform QueuePromoteNotification
                end-rewrite
            end-if
        end-if
    end-if
.

FindOldestWaitlisted.
    move spaces to OldestWaitlistedAuthCode
    move high-values to OldestWaitlistTimestamp
    perform varying NightIdx from 1 by 1 until NightIdx greater than 7
        move zero to NightlyHeadcount(NightIdx)
    end-perform

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
            perform AddPartyToNightlyHeadcounts
        end-if
        if AttendeeWaitlisted of AttendeeRecord
            and WaitlistTimestamp of AttendeeRecord
                less than OldestWaitlistTimestamp
        then
            move WaitlistTimestamp of AttendeeRecord
                to OldestWaitlistTimestamp
            move AuthCode of AttendeeRecord
                to OldestWaitlistedAuthCode
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform
.

AddPartyToNightlyHeadcounts.
    perform ComputePartySize
    perform MapArrivalDayNumber
    perform varying NightIdx from ArrivalDayNumber by 1
        until NightIdx greater than 7
        add PartySize to NightlyHeadcount(NightIdx)
    end-perform
.

ComputePartySize.
    move 1 to PartySize
    if NumberOfKids of AttendeeRecord is numeric
        and NumberOfKids of AttendeeRecord greater than zero
    then
        add NumberOfKids of AttendeeRecord to PartySize
    end-if
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

CheckPromotedPartyFits.
    move "N" to NightOverCapacity
    if SiteCapacityLimit greater than zero then
        perform ComputePartySize
        perform MapArrivalDayNumber
        perform varying NightIdx from ArrivalDayNumber by 1
            until NightIdx greater than 7
            if NightlyHeadcount(NightIdx) + PartySize
                greater than SiteCapacityLimit
            then
                move "Y" to NightOverCapacity
            end-if
        end-perform
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
        AuditAuthCode delimited by size
        " | " delimited by size
        function trim(AuditOperationName) delimited by size
        " | " delimited by size
        CurrentTimestamp delimited by size
        into AuditLogLine
    end-string
    write AuditLogLine

    close AuditLogFile
.

end program PaymentReminders.
