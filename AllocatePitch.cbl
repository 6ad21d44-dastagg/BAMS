        88 AuditLogOpenOk value "00" "05".

    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "ALLOCATE".
    01 NoticeType pic x(12) value "ALLOCATE".
    01 NoticeDetail pic x(80) value spaces.
    01 PreviousSpaceId pic x(6) value spaces.

    01 SpaceTable.
        02 SpaceEntry occurs 200 times.
        88 ReallocateConfirmed value "Y" "y".
    01 FamilyConfirm pic x value spaces.
        88 FamilyConfirmed value "Y" "y".
    01 ZoneConfirm pic x value spaces.
        88 ZoneConfirmed value "Y" "y".

    01 LeadOfGroup pic x(6) value spaces.
    01 GroupZoneName pic x(10) value spaces.
    01 AllocatingPartySize pic 9(2) value zero.
    01 GroupSpacesShown pic 9(3) value zero.
    01 FreePlacesShown pic zz9.

    01 KeepAllocating pic x value "Y".
        88 AllocatingShouldContinue value "Y".
.

ChooseAndAssignSpace.
    move spaces to GroupZoneName
    if not AttendeeNotInGroup of AttendeeRecord then
        perform FindGroupZone
    end-if

    display "Space ID (pitch or bunk): " with no advancing
    move spaces to SpaceIdInput
    accept SpaceIdInput
            KnownSpaceCapacity(ChosenSpaceIdx)
            " places taken, party of " PartySize " does not fit"
    else
        if GroupZoneName not equal to spaces
            and KnownSpaceZone(ChosenSpaceIdx) not equal to GroupZoneName
        then
            display SpaceIdInput " is in zone "
                function trim(KnownSpaceZone(ChosenSpaceIdx))
                " but the rest of the group is in zone "
                function trim(GroupZoneName)
                " - allocate anyway? (Y/N): " with no advancing
            move spaces to ZoneConfirm
            accept ZoneConfirm
            if ZoneConfirmed then
                perform ConfirmFamilyAndAssign
            else
                display "Allocation abandoned"
            end-if
        else
            perform ConfirmFamilyAndAssign
        end-if
    end-if
.

ConfirmFamilyAndAssign.
    if PartySize greater than 1
        and KnownSpaceFamily(ChosenSpaceIdx) not equal to "Y"
    then
        display SpaceIdInput " is not family-friendly and the party"
            " includes children - allocate anyway? (Y/N): "
            with no advancing
        move spaces to FamilyConfirm
        accept FamilyConfirm
        if FamilyConfirmed then
            perform ApplyAllocation
        else
            display "Allocation abandoned"
        end-if
    else
        perform ApplyAllocation
    end-if
.

FindGroupZone.
    move GroupLeadAuthCode of AttendeeRecord to LeadOfGroup
    perform ComputePartySize
    move PartySize to AllocatingPartySize

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
    perform until EndOfAttendeesFile or GroupZoneName not equal to spaces
        if GroupLeadAuthCode of AttendeeRecord equal to LeadOfGroup
            and AuthCode of AttendeeRecord not equal to AuthCodeToAllocate
            and AttendeeComing of AttendeeRecord
            and not AttendeeNotAllocated of AttendeeRecord
        then
            perform varying SpaceIdx from 1 by 1
                until SpaceIdx greater than SpaceCount
                if KnownSpaceId(SpaceIdx) equal to
                    AllocatedSpace of AttendeeRecord
                then
                    move KnownSpaceZone(SpaceIdx) to GroupZoneName
                end-if
            end-perform
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform

    if GroupZoneName equal to spaces then
        display "Group " LeadOfGroup
            " has no one allocated yet - choose a zone with room for"
            " the whole group"
    else
        perform CountCurrentOccupancy
        display "Group " LeadOfGroup " is in zone "
            function trim(GroupZoneName)
            " - spaces there with room for this party:"
        move zero to GroupSpacesShown
        perform varying SpaceIdx from 1 by 1
            until SpaceIdx greater than SpaceCount
            compute FreePlaces = KnownSpaceCapacity(SpaceIdx)
                - KnownSpaceOccupied(SpaceIdx)
            if KnownSpaceZone(SpaceIdx) equal to GroupZoneName
                and FreePlaces not less than AllocatingPartySize
            then
                add 1 to GroupSpacesShown
                move FreePlaces to FreePlacesShown
                display "  " KnownSpaceId(SpaceIdx) " " FreePlacesShown
                    " free of " KnownSpaceCapacity(SpaceIdx)
            end-if
        end-perform
        if GroupSpacesShown equal to zero then
            display "  none - zone " function trim(GroupZoneName)
                " is full for a party of " AllocatingPartySize
        end-if
    end-if
.

ApplyAllocation.
    move AllocatedSpace of AttendeeRecord to PreviousSpaceId
    move SpaceIdInput to AllocatedSpace of AttendeeRecord
    rewrite AttendeeRecord
        invalid key
                " (zone " function trim(KnownSpaceZone(ChosenSpaceIdx))
                ")"
            perform WriteAuditRecord
            call "LogTransaction" using
                IndexedAttendeesFileName, OperatorId, TransactionType,
                AttendeeRecord
            perform QueueAllocationNotification
    end-rewrite
.

QueueAllocationNotification.
    move spaces to NoticeDetail
    if PreviousSpaceId equal to spaces then
        string "Pitch allocated: " delimited by size
            function trim(SpaceIdInput) delimited by size
            " in zone " delimited by size
            function trim(KnownSpaceZone(ChosenSpaceIdx)) delimited by size
            into NoticeDetail
        end-string
    else
        string "Pitch changed from " delimited by size
            function trim(PreviousSpaceId) delimited by size
            " to " delimited by size
            function trim(SpaceIdInput) delimited by size
            " in zone " delimited by size
            function trim(KnownSpaceZone(ChosenSpaceIdx)) delimited by size
            into NoticeDetail
        end-string
    end-if
    call "QueueNotification" using
        IndexedAttendeesFileName, NoticeType, NoticeDetail, AttendeeRecord
.

LookUpOneAttendee.
    display "AuthCode: " with no advancing
    move spaces to AuthCodeToAllocate
