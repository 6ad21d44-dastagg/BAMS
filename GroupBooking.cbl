identification division.
program-id. GroupBooking is initial.

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

    01 AuditLogFileName pic x(30) value spaces.
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".
    01 AuditAuthCode pic x(6) value spaces.
    01 AuditOperationName pic x(20) value spaces.
    01 AuditDetail pic x(10) value spaces.
    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "GROUP".

    01 GroupChoice pic x value spaces.
        88 ChoiceIsLink value "L" "l".
        88 ChoiceIsUnlink value "U" "u".
        88 ChoiceIsShow value "S" "s".
        88 ChoiceIsFinished value space.

    01 LeadAuthCodeInput pic x(6) value spaces.
    01 MemberAuthCodeInput pic x(6) value spaces.
    01 LeadOfGroup pic x(6) value spaces.
    01 LeadName pic x(25) value spaces.
    01 PreviousLead pic x(6) value spaces.

    01 OtherMemberCount pic 9(3) value zero.
    01 GroupPeopleCount pic 9(3) value zero.
    01 GroupOutstanding pic s9(6)v99 value zero.
    01 MemberOutstanding pic s9(6)v99 value zero.
    01 ReportAmount pic z(4)9.99.
    01 ReportTotal pic -(5)9.99.

    01 MoveConfirm pic x value spaces.
        88 MoveConfirmed value "Y" "y".

    01 KeepWorking pic x value "Y".
        88 WorkingShouldContinue value "Y".

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 OperatorId pic x(10).

procedure division using IndexedAttendeesFileName, OperatorId.
    perform OpenIndexedFileForUpdate

    perform until not WorkingShouldContinue
        display " "
        display "Group bookings - (L)ink member to lead, (U)nlink member,"
            " (S)how group, ENTER to finish: " with no advancing
        move spaces to GroupChoice
        accept GroupChoice
        evaluate true
            when ChoiceIsLink perform LinkMemberToLead
            when ChoiceIsUnlink perform UnlinkMember
            when ChoiceIsShow perform ShowOneGroup
            when ChoiceIsFinished move "N" to KeepWorking
            when other display "Please choose L, U or S"
        end-evaluate
    end-perform

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

LinkMemberToLead.
    display "Lead booker AuthCode: " with no advancing
    move spaces to LeadAuthCodeInput
    accept LeadAuthCodeInput
    display "Member AuthCode to add: " with no advancing
    move spaces to MemberAuthCodeInput
    accept MemberAuthCodeInput

    move LeadAuthCodeInput to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    evaluate true
        when LeadAuthCodeInput equal to spaces
            or MemberAuthCodeInput equal to spaces
            display "Both AuthCodes are needed"
        when LeadAuthCodeInput equal to MemberAuthCodeInput
            display "REFUSED - a booking cannot be linked to itself"
        when NoSuchRecord
            display "REFUSED - no attendee found with AuthCode "
                LeadAuthCodeInput
        when AttendeeNotComing of AttendeeRecord
            display "REFUSED - lead booker "
                function trim(Name of AttendeeRecord)
                " is marked as not coming"
        when not AttendeeNotInGroup of AttendeeRecord
            and GroupLeadAuthCode of AttendeeRecord not equal to
                LeadAuthCodeInput
            display "REFUSED - " LeadAuthCodeInput
                " is a member of group "
                GroupLeadAuthCode of AttendeeRecord
                " - link to that lead booker instead"
        when other
            move Name of AttendeeRecord to LeadName
            perform CheckMemberAndLink
    end-evaluate
.

CheckMemberAndLink.
    move MemberAuthCodeInput to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    evaluate true
        when NoSuchRecord
            display "REFUSED - no attendee found with AuthCode "
                MemberAuthCodeInput
        when GroupLeadAuthCode of AttendeeRecord equal to
            LeadAuthCodeInput
            display function trim(Name of AttendeeRecord)
                " is already in the group led by " LeadAuthCodeInput
        when GroupLeadAuthCode of AttendeeRecord equal to
            MemberAuthCodeInput
            display "REFUSED - " function trim(Name of AttendeeRecord)
                " leads a group of their own - unlink its members first"
        when not AttendeeNotInGroup of AttendeeRecord
            display function trim(Name of AttendeeRecord)
                " is in the group led by "
                GroupLeadAuthCode of AttendeeRecord
                " - move to " LeadAuthCodeInput "? (Y/N): "
                with no advancing
            move spaces to MoveConfirm
            accept MoveConfirm
            if MoveConfirmed then
                move GroupLeadAuthCode of AttendeeRecord to PreviousLead
                perform ApplyLink
                if Successful then
                    move PreviousLead to LeadOfGroup
                    perform DissolveGroupIfEmpty
                end-if
            else
                display "Group unchanged"
            end-if
        when other
            perform ApplyLink
    end-evaluate
.

ApplyLink.
    move LeadAuthCodeInput to GroupLeadAuthCode of AttendeeRecord
    rewrite AttendeeRecord
        invalid key
            display "REFUSED - rewrite failed, status " AttendeeStatus
        not invalid key
            display "LINKED - " function trim(Name of AttendeeRecord)
                " to the group led by " function trim(LeadName)
            move MemberAuthCodeInput to AuditAuthCode
            move "GROUP-LINK" to AuditOperationName
            move LeadAuthCodeInput to AuditDetail
            perform WriteAuditRecord
            call "LogTransaction" using
                IndexedAttendeesFileName, OperatorId, TransactionType,
                AttendeeRecord
            perform MarkLeadOfGroup
    end-rewrite
.

MarkLeadOfGroup.
    move LeadAuthCodeInput to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    if Successful and AttendeeNotInGroup of AttendeeRecord then
        move LeadAuthCodeInput to GroupLeadAuthCode of AttendeeRecord
        rewrite AttendeeRecord
            invalid key
                display "Lead booker rewrite failed, status "
                    AttendeeStatus
            not invalid key
                call "LogTransaction" using
                    IndexedAttendeesFileName, OperatorId, TransactionType,
                    AttendeeRecord
        end-rewrite
    end-if
    move "00" to AttendeeStatus
.

UnlinkMember.
    display "Member AuthCode to remove from its group: "
        with no advancing
    move spaces to MemberAuthCodeInput
    accept MemberAuthCodeInput
    move MemberAuthCodeInput to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    evaluate true
        when NoSuchRecord
            display "REFUSED - no attendee found with AuthCode "
                MemberAuthCodeInput
        when AttendeeNotInGroup of AttendeeRecord
            display function trim(Name of AttendeeRecord)
                " is not in a group"
        when GroupLeadAuthCode of AttendeeRecord equal to
            MemberAuthCodeInput
            move MemberAuthCodeInput to LeadOfGroup
            perform CountOtherMembers
            if OtherMemberCount greater than zero then
                display "REFUSED - " MemberAuthCodeInput
                    " leads a group with " OtherMemberCount
                    " other member(s) - unlink them first"
            else
                perform ApplyUnlink
            end-if
        when other
            move GroupLeadAuthCode of AttendeeRecord to LeadOfGroup
            perform ApplyUnlink
            if Successful then
                perform DissolveGroupIfEmpty
            end-if
    end-evaluate
.

ApplyUnlink.
    move MemberAuthCodeInput to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    move GroupLeadAuthCode of AttendeeRecord to AuditDetail
    move spaces to GroupLeadAuthCode of AttendeeRecord
    rewrite AttendeeRecord
        invalid key
            display "REFUSED - rewrite failed, status " AttendeeStatus
        not invalid key
            display "UNLINKED - " function trim(Name of AttendeeRecord)
                " is no longer in a group"
            move MemberAuthCodeInput to AuditAuthCode
            move "GROUP-UNLINK" to AuditOperationName
            perform WriteAuditRecord
            call "LogTransaction" using
                IndexedAttendeesFileName, OperatorId, TransactionType,
                AttendeeRecord
    end-rewrite
.

DissolveGroupIfEmpty.
    perform CountOtherMembers
    if OtherMemberCount equal to zero then
        move LeadOfGroup to AuthCode of AttendeeRecord
        read AttendeesFile key is AuthCode of AttendeeRecord
            invalid key set NoSuchRecord to true
        end-read
        if Successful
            and GroupLeadAuthCode of AttendeeRecord equal to LeadOfGroup
        then
            move spaces to GroupLeadAuthCode of AttendeeRecord
            rewrite AttendeeRecord
                not invalid key
                    display "Group led by " LeadOfGroup
                        " has no members left and is closed"
                    move LeadOfGroup to AuditAuthCode
                    move "GROUP-UNLINK" to AuditOperationName
                    move LeadOfGroup to AuditDetail
                    perform WriteAuditRecord
                    call "LogTransaction" using
                        IndexedAttendeesFileName, OperatorId, TransactionType,
                        AttendeeRecord
            end-rewrite
        end-if
    end-if
    move "00" to AttendeeStatus
.

CountOtherMembers.
    move zero to OtherMemberCount
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
            and AuthCode of AttendeeRecord not equal to LeadOfGroup
        then
            add 1 to OtherMemberCount
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform
.

ShowOneGroup.
    display "AuthCode of lead booker or any member: " with no advancing
    move spaces to MemberAuthCodeInput
    accept MemberAuthCodeInput
    move MemberAuthCodeInput to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    evaluate true
        when NoSuchRecord
            display "No attendee found with AuthCode "
                MemberAuthCodeInput
        when AttendeeNotInGroup of AttendeeRecord
            display function trim(Name of AttendeeRecord)
                " is not in a group"
        when other
            move GroupLeadAuthCode of AttendeeRecord to LeadOfGroup
            perform ListGroupMembers
    end-evaluate
.

ListGroupMembers.
    move zero to GroupPeopleCount
    move zero to GroupOutstanding
    display "Group led by " LeadOfGroup ":"
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
        if GroupLeadAuthCode of AttendeeRecord equal to LeadOfGroup then
            perform DisplayGroupMember
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform
    move GroupOutstanding to ReportTotal
    display GroupPeopleCount " booking(s), group outstanding "
        function trim(ReportTotal)
.

DisplayGroupMember.
    add 1 to GroupPeopleCount
    compute MemberOutstanding = AmountToPay of AttendeeRecord
        - AmountPaid of AttendeeRecord
    if AttendeeComing of AttendeeRecord
        and MemberOutstanding greater than zero
    then
        add MemberOutstanding to GroupOutstanding
    end-if
    if MemberOutstanding less than zero then
        move zero to ReportAmount
    else
        move MemberOutstanding to ReportAmount
    end-if
    if AuthCode of AttendeeRecord equal to LeadOfGroup then
        display "  LEAD   " AuthCode of AttendeeRecord " "
            Name of AttendeeRecord " status "
            AttendanceStatus of AttendeeRecord " owes " ReportAmount
            " space " AllocatedSpace of AttendeeRecord
    else
        display "  MEMBER " AuthCode of AttendeeRecord " "
            Name of AttendeeRecord " status "
            AttendanceStatus of AttendeeRecord " owes " ReportAmount
            " space " AllocatedSpace of AttendeeRecord
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
        " " delimited by size
        function trim(AuditDetail) delimited by size
        " | " delimited by size
        CurrentTimestamp delimited by size
        into AuditLogLine
    end-string
    write AuditLogLine

    close AuditLogFile
.

end program GroupBooking.
