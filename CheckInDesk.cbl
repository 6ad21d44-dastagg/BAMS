        88 AuditLogOpenOk value "00" "05".
    01 AuditOperationName pic x(20) value spaces.
    01 AllocationNote pic x(18) value spaces.
    01 TransactionType pic x(12) value "CHECKIN".

linkage section.
    01 IndexedAttendeesFileName pic x(20).
                into CheckInResult
            end-string
        when AttendeeCheckedIn of AttendeeRecord
            and not AttendeeCheckedOut of AttendeeRecord
            move "CHECKIN-REFUSED" to AuditOperationName
            string "REFUSED - " delimited by size
                function trim(Name of AttendeeRecord) delimited by size
        when other
            set AttendeeCheckedIn of AttendeeRecord to true
            move CurrentTimestamp to CheckInTimestamp of AttendeeRecord
            set AttendeeNotCheckedOut of AttendeeRecord to true
            move spaces to CheckOutTimestamp of AttendeeRecord
            rewrite AttendeeRecord
                invalid key
                    move "CHECKIN-FAILED" to AuditOperationName
                        into CheckInResult
                not invalid key
                    move "CHECKIN" to AuditOperationName
                    call "LogTransaction" using
                        IndexedAttendeesFileName, OperatorId, TransactionType,
                        AttendeeRecord
                    if AttendeeNotAllocated of AttendeeRecord then
                        move "no pitch allocated" to AllocationNote
                    else
