identification division.
program-id. QueueNotification is initial.

environment division.
input-output section.
file-control.
    select optional NotificationQueueFile assign to NotificationQueueFileName
        organization is line sequential
        file status is NotificationQueueStatus.

data division.
file section.
fd NotificationQueueFile.
    copy NotificationQueue replacing NotificationQueue by NotificationRecord.

working-storage section.
    01 NotificationQueueFileName pic x(40) value spaces.
    01 NotificationQueueStatus pic x(2) value spaces.
        88 NotificationQueueOpenOk value "00" "05".

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 NoticeType pic x(12).
    01 NoticeDetail pic x(80).
    copy DD-Attendee replacing Attendee by NotifiedAttendee.

procedure division using IndexedAttendeesFileName, NoticeType,
        NoticeDetail, NotifiedAttendee.
    move spaces to NotificationQueueFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-notifications.dat" delimited by size
        into NotificationQueueFileName
    end-string
    open extend NotificationQueueFile
    if not NotificationQueueOpenOk then
        open output NotificationQueueFile
    end-if

    move spaces to NotificationRecord
    move function current-date to NotificationTimestamp
    move AuthCode of NotifiedAttendee to NotificationAuthCode
    move NoticeType to NotificationType
    set NotificationPending to true
    move zero to NotificationAttempts
    move Email of NotifiedAttendee to NotificationEmail
    move Telephone of NotifiedAttendee to NotificationTelephone
    move NoticeDetail to NotificationDetail
    write NotificationRecord
    if NotificationQueueStatus not equal to "00" then
        display "QueueNotification: write failed for AuthCode "
            AuthCode of NotifiedAttendee ", status " NotificationQueueStatus
    end-if

    close NotificationQueueFile
    goback.

end program QueueNotification.
