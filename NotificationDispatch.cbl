identification division.
program-id. NotificationDispatch is initial.

environment division.
input-output section.
file-control.
    select optional NotificationQueueFile assign to NotificationQueueFileName
        organization is line sequential
        file status is NotificationQueueStatus.

    select UpdatedQueueFile assign to UpdatedQueueFileName
        organization is line sequential
        file status is UpdatedQueueStatus.

    select GatewayMessageFile assign to GatewayMessageFileName
        organization is line sequential.

data division.
file section.
fd NotificationQueueFile.
    copy NotificationQueue replacing NotificationQueue by
        ==NotificationRecord.
        88 EndOfNotificationQueue value high-values==.

fd UpdatedQueueFile.
    01 UpdatedQueueLine pic x(212).

fd GatewayMessageFile.
    01 GatewayMessageLine pic x(100).

working-storage section.
    01 NotificationQueueFileName pic x(40) value spaces.
    01 NotificationQueueStatus pic x(2) value spaces.
    01 UpdatedQueueFileName pic x(40) value spaces.
    01 UpdatedQueueStatus pic x(2) value spaces.
    01 UpdatedQueueWriteFailed pic x value "N".
        88 QueueWriteFailed value "Y".
    01 UpdatedQueueFailStatus pic x(2) value spaces.
    01 GatewayMessageFileName pic x(40) value spaces.

    01 GatewayCommand pic x(30) value "./notify-gateway".
    01 ShellCommand pic x(200) value spaces.
    01 MaxDispatchAttempts pic 99 value 5.

    01 CurrentTimestamp pic x(21) value spaces.

    01 QueuedCount pic 9(6) value zero.
    01 SentCount pic 9(6) value zero.
    01 FailedCount pic 9(6) value zero.
    01 RetriedCount pic 9(6) value zero.
    01 GivenUpCount pic 9(6) value zero.

linkage section.
    01 IndexedAttendeesFileName pic x(20).

procedure division using IndexedAttendeesFileName.
    move spaces to NotificationQueueFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-notifications.dat" delimited by size
        into NotificationQueueFileName
    end-string
    move spaces to UpdatedQueueFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-notifications.new" delimited by size
        into UpdatedQueueFileName
    end-string
    move spaces to GatewayMessageFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-notification-out.txt" delimited by size
        into GatewayMessageFileName
    end-string

    open input NotificationQueueFile
    if NotificationQueueStatus not equal to "00" then
        close NotificationQueueFile
        display "NotificationDispatch: no notifications queued"
        move zero to return-code
        goback
    end-if

    open output UpdatedQueueFile
    read NotificationQueueFile
        at end set EndOfNotificationQueue to true
    end-read
    perform until EndOfNotificationQueue
        add 1 to QueuedCount
        perform DispatchOneNotification
        write UpdatedQueueLine from NotificationRecord
        if UpdatedQueueStatus not equal to "00" then
            move "Y" to UpdatedQueueWriteFailed
            move UpdatedQueueStatus to UpdatedQueueFailStatus
        end-if
        read NotificationQueueFile
            at end set EndOfNotificationQueue to true
        end-read
    end-perform
    close NotificationQueueFile
    close UpdatedQueueFile

    if not QueueWriteFailed and UpdatedQueueStatus equal to "00" then
        call "CBL_COPY_FILE" using UpdatedQueueFileName,
            NotificationQueueFileName
    else
        if QueueWriteFailed then
            move UpdatedQueueFailStatus to UpdatedQueueStatus
        end-if
        display "NotificationDispatch: queue not updated, status "
            UpdatedQueueStatus
    end-if
    call "CBL_DELETE_FILE" using UpdatedQueueFileName
    call "CBL_DELETE_FILE" using GatewayMessageFileName

    display "Notifications on queue:  " QueuedCount
    display "Sent this run:           " SentCount
    display "Failed this run:         " FailedCount
    display "  of which retries:      " RetriedCount
    display "Failed, no more retries: " GivenUpCount
    move zero to return-code
    goback.

DispatchOneNotification.
    evaluate true
        when NotificationPending of NotificationRecord
            perform SendNotification
        when NotificationFailed of NotificationRecord
            if NotificationAttempts of NotificationRecord
                less than MaxDispatchAttempts
            then
                add 1 to RetriedCount
                perform SendNotification
            else
                add 1 to GivenUpCount
            end-if
    end-evaluate
.

SendNotification.
    move function current-date to CurrentTimestamp
    add 1 to NotificationAttempts of NotificationRecord
    move CurrentTimestamp to NotificationLastAttempt of NotificationRecord
    if NotificationEmail of NotificationRecord equal to spaces
        and NotificationTelephone of NotificationRecord equal to spaces
    then
        set NotificationFailed of NotificationRecord to true
        move MaxDispatchAttempts to NotificationAttempts of NotificationRecord
        add 1 to FailedCount
        display "NOT SENT " NotificationAuthCode of NotificationRecord
            " - no email or telephone on the booking"
    else
        perform WriteGatewayMessage
        move spaces to ShellCommand
        string function trim(GatewayCommand) delimited by size
            " " delimited by size
            function trim(GatewayMessageFileName) delimited by size
            into ShellCommand
        end-string
        move zero to return-code
        call "SYSTEM" using ShellCommand
        if return-code equal to zero then
            set NotificationSent of NotificationRecord to true
            add 1 to SentCount
        else
            set NotificationFailed of NotificationRecord to true
            add 1 to FailedCount
            display "FAILED   " NotificationAuthCode of NotificationRecord
                " " function trim(NotificationType of NotificationRecord)
                ", gateway return code " return-code
        end-if
    end-if
.

WriteGatewayMessage.
    open output GatewayMessageFile
    move spaces to GatewayMessageLine
    string "TYPE: " delimited by size
        function trim(NotificationType of NotificationRecord)
            delimited by size
        into GatewayMessageLine
    end-string
    write GatewayMessageLine
    move spaces to GatewayMessageLine
    string "AUTHCODE: " delimited by size
        NotificationAuthCode of NotificationRecord delimited by size
        into GatewayMessageLine
    end-string
    write GatewayMessageLine
    move spaces to GatewayMessageLine
    string "EMAIL: " delimited by size
        function trim(NotificationEmail of NotificationRecord)
            delimited by size
        into GatewayMessageLine
    end-string
    write GatewayMessageLine
    move spaces to GatewayMessageLine
    string "TELEPHONE: " delimited by size
        function trim(NotificationTelephone of NotificationRecord)
            delimited by size
        into GatewayMessageLine
    end-string
    write GatewayMessageLine
    move spaces to GatewayMessageLine
    string "MESSAGE: " delimited by size
        function trim(NotificationDetail of NotificationRecord)
            delimited by size
        into GatewayMessageLine
    end-string
    write GatewayMessageLine
    close GatewayMessageFile
.

end program NotificationDispatch.
