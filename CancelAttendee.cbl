    01 PromotedCount pic 9(4) value zero.

    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "CANCEL".
    01 NoticeType pic x(12) value "CANCEL".
    01 NoticeDetail pic x(80) value spaces.

    01 AuthCodeToCancel pic x(6) value spaces.
    01 CancelConfirm pic x value spaces.
        88 CancelConfirmed value "Y" "y".

    01 RefundDue pic z(4)9.99.

    01 LeadOfGroup pic x(6) value spaces.
    01 GroupCancelChoice pic x value spaces.
        88 CancelOneMember value "O" "o".
        88 CancelWholeGroup value "G" "g".
    01 GroupMemberTable.
        02 GroupMemberAuthCode occurs 50 times pic x(6).
    01 GroupMemberCount pic 99 value zero.
    01 GroupMemberIdx pic 99 value zero.
    01 GroupPaidTotal pic 9(5)v99 value zero.
    01 CancellationCount pic 9(4) value zero.

    01 KeepCancelling pic x value "Y".
        when AttendeeNotComing of AttendeeRecord
            display "REFUSED - " function trim(Name of AttendeeRecord)
                " is already marked as not coming"
        when AttendeeNotInGroup of AttendeeRecord
            perform ConfirmSingleCancellation
        when other
            perform ChooseOneOrWholeGroup
    end-evaluate
.

ConfirmSingleCancellation.
    move AmountPaid of AttendeeRecord to RefundDue
    display "Cancel " function trim(Name of AttendeeRecord)
        " (" AuthCode of AttendeeRecord "), paid to date "
        function trim(RefundDue) "? (Y/N): " with no advancing
    move spaces to CancelConfirm
    accept CancelConfirm
    if CancelConfirmed then
        perform ApplyCancellation
    else
        display "Cancellation abandoned"
    end-if
.

ChooseOneOrWholeGroup.
    move GroupLeadAuthCode of AttendeeRecord to LeadOfGroup
    display function trim(Name of AttendeeRecord)
        " is in the group led by " LeadOfGroup
        " - cancel (O)ne booking or the whole (G)roup? " with no advancing
    move spaces to GroupCancelChoice
    accept GroupCancelChoice
    evaluate true
        when CancelOneMember
            perform ConfirmSingleCancellation
        when CancelWholeGroup
            perform ConfirmGroupCancellation
        when other
            display "Cancellation abandoned"
    end-evaluate
.

ConfirmGroupCancellation.
    perform CollectGroupMembers
    if GroupMemberCount equal to zero then
        display "REFUSED - no bookings left to cancel in group "
            LeadOfGroup
    else
        move GroupPaidTotal to RefundDue
        display "Cancel all " GroupMemberCount " booking(s) in group "
            LeadOfGroup ", paid to date " function trim(RefundDue)
            "? (Y/N): " with no advancing
        move spaces to CancelConfirm
        accept CancelConfirm
        if CancelConfirmed then
            perform varying GroupMemberIdx from 1 by 1
                until GroupMemberIdx greater than GroupMemberCount
                perform CancelOneGroupMember
            end-perform
        else
            display "Cancellation abandoned"
        end-if
    end-if
.

CollectGroupMembers.
    move zero to GroupMemberCount
    move zero to GroupPaidTotal
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
        if GroupLeadAuthCode of AttendeeRecord equal to LeadOfGroup
            and not AttendeeNotComing of AttendeeRecord
            and GroupMemberCount less than 50
        then
            add 1 to GroupMemberCount
            move AuthCode of AttendeeRecord
                to GroupMemberAuthCode(GroupMemberCount)
            add AmountPaid of AttendeeRecord to GroupPaidTotal
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform
.

CancelOneGroupMember.
    move GroupMemberAuthCode(GroupMemberIdx) to AuthCodeToCancel
    move AuthCodeToCancel to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    if Successful and not AttendeeNotComing of AttendeeRecord then
        move AmountPaid of AttendeeRecord to RefundDue
        perform ApplyCancellation
    end-if
.

ApplyCancellation.
    move function current-date to CurrentTimestamp
    set AttendeeNotComing of AttendeeRecord to true
            display "REFUSED - rewrite failed, status " AttendeeStatus
        not invalid key
            add 1 to CancellationCount
            move "CANCEL" to TransactionType
            call "LogTransaction" using
                IndexedAttendeesFileName, OperatorId, TransactionType,
                AttendeeRecord
            move "CANCEL" to AuditOperationName
            move AuthCodeToCancel to AuditAuthCode
            perform WriteAuditRecord
                display "CANCELLED - " function trim(Name of AttendeeRecord)
                    ", nothing paid, no refund due"
            end-if
            perform QueueCancelNotification
            perform PromoteFromWaitlist
    end-rewrite
.

QueueCancelNotification.
    move "CANCEL" to NoticeType
    move spaces to NoticeDetail
    if AmountPaid of AttendeeRecord greater than zero then
        string "Booking cancelled, refund due " delimited by size
            function trim(RefundDue) delimited by size
            into NoticeDetail
        end-string
    else
        move "Booking cancelled, nothing paid, no refund due" to NoticeDetail
    end-if
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

LoadEventCapacity.
    move zero to SiteCapacityLimit
    if WorkingEventCode not equal to spaces then
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
                        move "PROMOTE" to AuditOperationName
                        move OldestWaitlistedAuthCode to AuditAuthCode
                        perform WriteAuditRecord
                        perform QueuePromoteNotification
                end-rewrite
            end-if
        end-if
