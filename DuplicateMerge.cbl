    01 AuditAuthCode pic x(6) value spaces.

    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "MERGE".

    01 LiveAttendeeCount pic 9(4) value zero.
    01 LiveAttendeeTable.
                display "REFUSED - rewrite failed for " DroppedAuthCode
                    ", status " AttendeeStatus
            not invalid key
                call "LogTransaction" using
                    IndexedAttendeesFileName, OperatorId, TransactionType,
                    AttendeeRecord
                perform ApplyMergeToSurvivor
        end-rewrite
    end-if
                    ", status " AttendeeStatus
            not invalid key
                add 1 to MergedCount
                call "LogTransaction" using
                    IndexedAttendeesFileName, OperatorId, TransactionType,
                    AttendeeRecord
                perform RemoveDroppedFromTable
                move DroppedAmountPaid to ReportAmount
                display "MERGED - " DroppedAuthCode " into "
