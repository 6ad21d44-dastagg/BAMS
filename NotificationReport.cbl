identification division.
program-id. NotificationReport is initial.

environment division.
input-output section.
file-control.
    select optional NotificationQueueFile assign to NotificationQueueFileName
        organization is line sequential
        file status is NotificationQueueStatus.

    select NotificationReportFile assign to NotificationReportFileName
        organization is line sequential.

data division.
file section.
fd NotificationQueueFile.
    copy NotificationQueue replacing NotificationQueue by
        ==NotificationRecord.
        88 EndOfNotificationQueue value high-values==.

fd NotificationReportFile.
    01 NotificationReportLine pic x(132).

working-storage section.
    01 NotificationQueueFileName pic x(40) value spaces.
    01 NotificationQueueStatus pic x(2) value spaces.
    01 NotificationReportFileName pic x(40) value spaces.

    01 MaxDispatchAttempts pic 99 value 5.

    01 CurrentTimestamp pic x(21) value spaces.
    01 ReportDate pic x(8) value spaces.

    01 ReportSection pic x value spaces.
        88 ReportingPending value "P".
        88 ReportingFailed value "F".

    01 PendingCount pic 9(6) value zero.
    01 FailedCount pic 9(6) value zero.
    01 GivenUpCount pic 9(6) value zero.
    01 SentTodayCount pic 9(6) value zero.
    01 SentCount pic 9(6) value zero.
    01 QueuedTodayCount pic 9(6) value zero.

    01 ReportCount pic z(5)9.
    01 RetryNote pic x(16) value spaces.

linkage section.
    01 IndexedAttendeesFileName pic x(20).

procedure division using IndexedAttendeesFileName.
    move spaces to NotificationQueueFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-notifications.dat" delimited by size
        into NotificationQueueFileName
    end-string
    move spaces to NotificationReportFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-notification-report.txt" delimited by size
        into NotificationReportFileName
    end-string
    move function current-date to CurrentTimestamp
    move CurrentTimestamp(1:8) to ReportDate

    open output NotificationReportFile
    move spaces to NotificationReportLine
    string "Notification queue report for " delimited by size
        ReportDate(1:4) "-" ReportDate(5:2) "-" ReportDate(7:2)
            delimited by size
        into NotificationReportLine
    end-string
    write NotificationReportLine

    set ReportingPending to true
    move spaces to NotificationReportLine
    write NotificationReportLine
    move "PENDING - waiting for the next dispatch run"
        to NotificationReportLine
    write NotificationReportLine
    perform WriteColumnHeadings
    perform ReportQueueSection

    set ReportingFailed to true
    move spaces to NotificationReportLine
    write NotificationReportLine
    move "FAILED - gateway did not accept the message"
        to NotificationReportLine
    write NotificationReportLine
    perform WriteColumnHeadings
    perform ReportQueueSection

    perform WriteSummary
    close NotificationReportFile

    display "Pending notifications: " PendingCount
    display "Failed notifications:  " FailedCount
    display "Notification report written to "
        function trim(NotificationReportFileName)
    move zero to return-code
    goback.

WriteColumnHeadings.
    move spaces to NotificationReportLine
    string "AuthCode Type         Queued               Tries "
            delimited by size
        "Last attempt          Email / telephone / message"
            delimited by size
        into NotificationReportLine
    end-string
    write NotificationReportLine
.

ReportQueueSection.
    open input NotificationQueueFile
    if NotificationQueueStatus equal to "00" then
        read NotificationQueueFile
            at end set EndOfNotificationQueue to true
        end-read
        perform until EndOfNotificationQueue
            perform ReportOneNotification
            read NotificationQueueFile
                at end set EndOfNotificationQueue to true
            end-read
        end-perform
    end-if
    close NotificationQueueFile
.

ReportOneNotification.
    evaluate true
        when ReportingPending
            if NotificationTimestamp of NotificationRecord(1:8)
                equal to ReportDate
            then
                add 1 to QueuedTodayCount
            end-if
            if NotificationSent of NotificationRecord then
                add 1 to SentCount
                if NotificationLastAttempt of NotificationRecord(1:8)
                    equal to ReportDate
                then
                    add 1 to SentTodayCount
                end-if
            end-if
            if NotificationPending of NotificationRecord then
                add 1 to PendingCount
                move spaces to RetryNote
                perform WriteNotificationLines
            end-if
        when ReportingFailed
            if NotificationFailed of NotificationRecord then
                add 1 to FailedCount
                if NotificationAttempts of NotificationRecord
                    less than MaxDispatchAttempts
                then
                    move "will retry" to RetryNote
                else
                    add 1 to GivenUpCount
                    move "NO MORE RETRIES" to RetryNote
                end-if
                perform WriteNotificationLines
            end-if
    end-evaluate
.

WriteNotificationLines.
    move spaces to NotificationReportLine
    string NotificationAuthCode of NotificationRecord delimited by size
        "   " delimited by size
        NotificationType of NotificationRecord delimited by size
        " " delimited by size
        NotificationTimestamp of NotificationRecord(1:14) delimited by size
        "       " delimited by size
        NotificationAttempts of NotificationRecord delimited by size
        "    " delimited by size
        NotificationLastAttempt of NotificationRecord(1:14)
            delimited by size
        "        " delimited by size
        function trim(NotificationEmail of NotificationRecord)
            delimited by size
        " / " delimited by size
        function trim(NotificationTelephone of NotificationRecord)
            delimited by size
        "  " delimited by size
        RetryNote delimited by size
        into NotificationReportLine
    end-string
    write NotificationReportLine
    move spaces to NotificationReportLine
    string "         " delimited by size
        function trim(NotificationDetail of NotificationRecord)
            delimited by size
        into NotificationReportLine
    end-string
    write NotificationReportLine
.

WriteSummary.
    move spaces to NotificationReportLine
    write NotificationReportLine
    move PendingCount to ReportCount
    move spaces to NotificationReportLine
    string "Pending:                  " ReportCount delimited by size
        into NotificationReportLine
    end-string
    write NotificationReportLine
    move FailedCount to ReportCount
    move spaces to NotificationReportLine
    string "Failed:                   " ReportCount delimited by size
        into NotificationReportLine
    end-string
    write NotificationReportLine
    move GivenUpCount to ReportCount
    move spaces to NotificationReportLine
    string "  of which not retried:   " ReportCount delimited by size
        into NotificationReportLine
    end-string
    write NotificationReportLine
    move QueuedTodayCount to ReportCount
    move spaces to NotificationReportLine
    string "Queued today:             " ReportCount delimited by size
        into NotificationReportLine
    end-string
    write NotificationReportLine
    move SentTodayCount to ReportCount
    move spaces to NotificationReportLine
    string "Sent today:               " ReportCount delimited by size
        into NotificationReportLine
    end-string
    write NotificationReportLine
    move SentCount to ReportCount
    move spaces to NotificationReportLine
    string "Sent this season:         " ReportCount delimited by size
        into NotificationReportLine
    end-string
    write NotificationReportLine
.

end program NotificationReport.
