identification division.
program-id. CheckOutDesk.

environment division.
input-output section.
file-control.
    select optional AttendeesFile assign to IndexedAttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional AuditLogFile assign to AuditLogFileName
        organization is line sequential
        file status is AuditLogStatus.

data division.
file section.
fd AttendeesFile is global.
    copy DD-Attendee replacing Attendee by
        ==AttendeeRecord is global.
        88 EndOfAttendeesFile value high-values==.

fd AuditLogFile.
    01 AuditLogLine pic x(80).

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 IndexedFileNotFound value "35".

    01 CurrentTimestamp pic x(21) value spaces.

    01 AuditLogFileName pic x(30) value spaces.
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".
    01 AuditOperationName pic x(20) value spaces.
    01 TransactionType pic x(12) value "CHECKOUT".

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 AuthCodeToCheckOut pic x(6).
    01 CheckOutResult pic x(90).
    01 OperatorId pic x(10).

procedure division using
        IndexedAttendeesFileName, AuthCodeToCheckOut, CheckOutResult,
        OperatorId.

    move spaces to CheckOutResult
    move function current-date to CurrentTimestamp
    perform OpenIndexedFileForUpdate
    move AuthCodeToCheckOut to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read

    evaluate true
        when NoSuchRecord
            move "CHECKOUT-REFUSED" to AuditOperationName
            string "REFUSED - no attendee found with AuthCode " delimited by size
                AuthCodeToCheckOut delimited by size
                into CheckOutResult
            end-string
        when not AttendeeCheckedIn of AttendeeRecord
            move "CHECKOUT-REFUSED" to AuditOperationName
            string "REFUSED - " delimited by size
                function trim(Name of AttendeeRecord) delimited by size
                " never checked in - nothing to check out" delimited by size
                into CheckOutResult
            end-string
        when AttendeeCheckedOut of AttendeeRecord
            move "CHECKOUT-REFUSED" to AuditOperationName
            string "REFUSED - " delimited by size
                function trim(Name of AttendeeRecord) delimited by size
                " already checked out at " delimited by size
                CheckOutTimestamp of AttendeeRecord delimited by size
                into CheckOutResult
            end-string
        when other
            set AttendeeCheckedOut of AttendeeRecord to true
            move CurrentTimestamp to CheckOutTimestamp of AttendeeRecord
            rewrite AttendeeRecord
                invalid key
                    move "CHECKOUT-FAILED" to AuditOperationName
                    string "REFUSED - rewrite failed, status " delimited by size
                        AttendeeStatus delimited by size
                        into CheckOutResult
                not invalid key
                    move "CHECKOUT" to AuditOperationName
                    call "LogTransaction" using
                        IndexedAttendeesFileName, OperatorId, TransactionType,
                        AttendeeRecord
                    string "CHECKED OUT - " delimited by size
                        function trim(Name of AttendeeRecord) delimited by size
                        " left site at " delimited by size
                        CurrentTimestamp delimited by size
                        into CheckOutResult
            end-rewrite
    end-evaluate

    perform WriteAuditRecord

    close AttendeesFile
    goback.

OpenIndexedFileForUpdate.
    call "BackupAttendees" using IndexedAttendeesFileName
    open i-o AttendeesFile
    if IndexedFileNotFound then
        open output AttendeesFile
        close AttendeesFile
        open i-o AttendeesFile
    end-if
.

WriteAuditRecord.
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
        AuthCodeToCheckOut delimited by size
        " | " delimited by size
        function trim(AuditOperationName) delimited by size
        " | " delimited by size
        CurrentTimestamp delimited by size
        into AuditLogLine
    end-string
    write AuditLogLine

    close AuditLogFile
.

end program CheckOutDesk.
