identification division.
program-id. MusterRoll is initial.

environment division.
input-output section.
file-control.
    select optional AttendeesFile assign to AttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional AccommodationFile assign to AccommodationFileName
        organization is line sequential
        file status is AccommodationStatus.

    select MusterRollFile assign to MusterRollFileName
        organization is line sequential.

    select optional SortedMusterFile assign to SortedMusterFileName
        organization is line sequential.

    select MusterSortWorkFile assign to MusterSortWorkFileName.

data division.
file section.
fd AttendeesFile is global.
    copy DD-Attendee replacing Attendee by
        ==AttendeeRecord is global.
        88 EndOfAttendeesFile value high-values==.

fd AccommodationFile.
    copy Accommodation replacing Accommodation by
        ==AccommodationRecord.
        88 EndOfAccommodationFile value high-values==.

fd MusterRollFile.
    01 MusterRollLine pic x(100).

fd SortedMusterFile.
    01 MusterRecord.
        02 MusterSection pic x.
        02 MusterZone pic x(10).
        02 MusterSpace pic x(6).
        02 MusterName pic x(25).
        02 MusterAuthCode pic x(6).
        02 MusterKids pic 9.
        02 MusterTelephone pic x(15).
        88 EndOfSortedMusterFile value high-values.

sd MusterSortWorkFile.
    01 MusterSortRecord.
        02 SortSection pic x.
        02 SortZone pic x(10).
        02 SortSpace pic x(6).
        02 SortName pic x(25).
        02 SortAuthCode pic x(6).
        02 SortKids pic 9.
        02 SortTelephone pic x(15).

working-storage section.
    01 AttendeesFileName pic x(20) value spaces.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 IndexedFileNotFound value "35".
    01 AccommodationFileName pic x(20) value "accommodation.dat".
    01 AccommodationStatus pic x(2) value spaces.
    01 MusterRollFileName pic x(40) value spaces.
    01 SortedMusterFileName pic x(40) value spaces.
    01 MusterSortWorkFileName pic x(40) value "attendees-muster-sortwork.tmp".
    01 CommandLineArgumentCount pic 9 value zero.

    01 SpaceTable.
        02 SpaceEntry occurs 200 times.
            03 KnownSpaceId pic x(6).
            03 KnownSpaceZone pic x(10).
    01 SpaceCount pic 9(3) value zero.
    01 SpaceIdx pic 9(3) value zero.
    01 EntryFound pic x value "N".
        88 TableEntryFound value "Y".

    01 AllocatedSection pic x value "1".
    01 UnallocatedSection pic x value "2".
    01 UnknownSpaceZone pic x(10) value "UNKNOWN".

    01 PreviousSection pic x value spaces.
    01 PreviousZone pic x(10) value spaces.
    01 PreviousSpace pic x(6) value spaces.
    01 FirstMusterRecord pic x value "Y".
        88 NoRecordsYet value "Y".

    01 PitchAdults pic 9(4) value zero.
    01 PitchKids pic 9(4) value zero.
    01 ZoneAdults pic 9(5) value zero.
    01 ZoneKids pic 9(5) value zero.
    01 SiteAdults pic 9(5) value zero.
    01 SiteKids pic 9(5) value zero.
    01 HeadCount pic 9(5) value zero.

    01 ReportAdults pic zzz9.
    01 ReportKids pic zzz9.
    01 ReportHeadCount pic zzzz9.
    01 ReportRowKids pic 9.

    01 CurrentTimestamp pic x(21) value spaces.

linkage section.
    01 AttendeesFileNameParm pic x(20).

procedure division using AttendeesFileNameParm.
    if AttendeesFileNameParm not equal to spaces then
        move AttendeesFileNameParm to AttendeesFileName
    else
        accept CommandLineArgumentCount from argument-number
        if CommandLineArgumentCount equal to 1 then
            accept AttendeesFileName from argument-value
        else
            move "attendees.dat" to AttendeesFileName
        end-if
    end-if

    move spaces to MusterRollFileName
    string function trim(AttendeesFileName) delimited by size
        "-muster-roll.txt" delimited by size
        into MusterRollFileName
    end-string
    move spaces to SortedMusterFileName
    string function trim(AttendeesFileName) delimited by size
        "-muster-sorted.tmp" delimited by size
        into SortedMusterFileName
    end-string

    perform LoadAccommodationTable

    sort MusterSortWorkFile
        on ascending key SortSection of MusterSortRecord
            SortZone of MusterSortRecord
            SortSpace of MusterSortRecord
            SortName of MusterSortRecord
        input procedure is BuildMusterRecords
        giving SortedMusterFile

    perform WriteReport

    call "CBL_DELETE_FILE" using SortedMusterFileName
    move zero to return-code
    goback.

LoadAccommodationTable.
    move zero to SpaceCount
    open input AccommodationFile
    if AccommodationStatus not equal to "00" then
        close AccommodationFile
    else
        read AccommodationFile
            at end set EndOfAccommodationFile to true
        end-read
        perform until EndOfAccommodationFile or SpaceCount equal to 200
            if SpaceId of AccommodationRecord not equal to spaces then
                add 1 to SpaceCount
                move SpaceId of AccommodationRecord
                    to KnownSpaceId(SpaceCount)
                move SpaceZone of AccommodationRecord
                    to KnownSpaceZone(SpaceCount)
            end-if
            read AccommodationFile
                at end set EndOfAccommodationFile to true
            end-read
        end-perform
        close AccommodationFile
    end-if
.

BuildMusterRecords.
    open input AttendeesFile
    read AttendeesFile next record
        at end set EndOfAttendeesFile to true
    end-read
    perform until EndOfAttendeesFile
        if AttendeeCheckedIn of AttendeeRecord
            and not AttendeeCheckedOut of AttendeeRecord
        then
            perform ReleaseOnSiteAttendee
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform
    close AttendeesFile
.

ReleaseOnSiteAttendee.
    move spaces to MusterSortRecord
    if AttendeeNotAllocated of AttendeeRecord then
        move UnallocatedSection to SortSection of MusterSortRecord
    else
        move AllocatedSection to SortSection of MusterSortRecord
        move AllocatedSpace of AttendeeRecord to SortSpace of MusterSortRecord
        move UnknownSpaceZone to SortZone of MusterSortRecord
        move "N" to EntryFound
        perform varying SpaceIdx from 1 by 1
            until SpaceIdx greater than SpaceCount or TableEntryFound
            if KnownSpaceId(SpaceIdx) equal to AllocatedSpace of AttendeeRecord
            then
                move "Y" to EntryFound
                move KnownSpaceZone(SpaceIdx) to SortZone of MusterSortRecord
            end-if
        end-perform
    end-if
    move Name of AttendeeRecord to SortName of MusterSortRecord
    move AuthCode of AttendeeRecord to SortAuthCode of MusterSortRecord
    move Telephone of AttendeeRecord to SortTelephone of MusterSortRecord
    move zero to SortKids of MusterSortRecord
    if NumberOfKids of AttendeeRecord is numeric
        and NumberOfKids of AttendeeRecord greater than zero
    then
        move NumberOfKids of AttendeeRecord to SortKids of MusterSortRecord
    end-if
    release MusterSortRecord
.

WriteReport.
    open output MusterRollFile
    open input SortedMusterFile

    move function current-date to CurrentTimestamp
    move spaces to MusterRollLine
    string "BarnCamp Emergency Muster Roll - on site at " delimited by size
        CurrentTimestamp(1:4) delimited by size
        "-" delimited by size
        CurrentTimestamp(5:2) delimited by size
        "-" delimited by size
        CurrentTimestamp(7:2) delimited by size
        " " delimited by size
        CurrentTimestamp(9:2) delimited by size
        ":" delimited by size
        CurrentTimestamp(11:2) delimited by size
        into MusterRollLine
    end-string
    write MusterRollLine

    move "Y" to FirstMusterRecord
    read SortedMusterFile
        at end set EndOfSortedMusterFile to true
    end-read
    perform until EndOfSortedMusterFile
        if NoRecordsYet then
            perform StartNewSection
            perform StartNewZone
            move "N" to FirstMusterRecord
        else
            if MusterSection not equal to PreviousSection then
                perform EndPitch
                perform EndZone
                perform StartNewSection
                perform StartNewZone
            else
                if MusterZone not equal to PreviousZone then
                    perform EndPitch
                    perform EndZone
                    perform StartNewZone
                else
                    if MusterSpace not equal to PreviousSpace then
                        perform EndPitch
                    end-if
                end-if
            end-if
        end-if
        move MusterSpace to PreviousSpace
        perform WriteMusterDetailLine
        read SortedMusterFile
            at end set EndOfSortedMusterFile to true
        end-read
    end-perform

    if NoRecordsYet then
        move spaces to MusterRollLine
        write MusterRollLine
        move "Nobody is recorded as on site" to MusterRollLine
        write MusterRollLine
    else
        perform EndPitch
        perform EndZone
    end-if

    move spaces to MusterRollLine
    write MusterRollLine
    compute HeadCount = SiteAdults + SiteKids
    move HeadCount to ReportHeadCount
    move SiteAdults to ReportAdults
    move SiteKids to ReportKids
    move spaces to MusterRollLine
    string "TOTAL ON SITE: " delimited by size
        ReportHeadCount delimited by size
        "  (adults " delimited by size
        ReportAdults delimited by size
        ", kids " delimited by size
        ReportKids delimited by size
        ")" delimited by size
        into MusterRollLine
    end-string
    write MusterRollLine

    close MusterRollFile
    close SortedMusterFile

    display "On site now: " ReportHeadCount " (adults " ReportAdults
        ", kids " ReportKids ")"
    display "Muster roll written to " function trim(MusterRollFileName)
.

StartNewSection.
    move MusterSection to PreviousSection
    move spaces to MusterRollLine
    write MusterRollLine
    if MusterSection equal to UnallocatedSection then
        move "=== UNALLOCATED - no pitch or bunk recorded ===" to MusterRollLine
    else
        move "=== BY ZONE AND PITCH ===" to MusterRollLine
    end-if
    write MusterRollLine
.

StartNewZone.
    move MusterZone to PreviousZone
    move spaces to PreviousSpace
    move zero to ZoneAdults
    move zero to ZoneKids
    move zero to PitchAdults
    move zero to PitchKids
    if MusterSection equal to AllocatedSection then
        move spaces to MusterRollLine
        write MusterRollLine
        move spaces to MusterRollLine
        string "Zone: " delimited by size
            MusterZone delimited by size
            into MusterRollLine
        end-string
        write MusterRollLine
    end-if
    move "  Pitch  AuthCode Name                      Telephone       Kids"
        to MusterRollLine
    write MusterRollLine
.

WriteMusterDetailLine.
    add 1 to PitchAdults
    add MusterKids to PitchKids
    move MusterKids to ReportRowKids
    move spaces to MusterRollLine
    move MusterSpace to MusterRollLine(3:6)
    move MusterAuthCode to MusterRollLine(10:6)
    move MusterName to MusterRollLine(19:25)
    move MusterTelephone to MusterRollLine(45:15)
    move ReportRowKids to MusterRollLine(64:1)
    write MusterRollLine
.

EndPitch.
    if PitchAdults greater than zero then
        if PreviousSection equal to AllocatedSection then
            move PitchAdults to ReportAdults
            move PitchKids to ReportKids
            move spaces to MusterRollLine
            string "         Pitch " delimited by size
                PreviousSpace delimited by size
                ": adults " delimited by size
                ReportAdults delimited by size
                ", kids " delimited by size
                ReportKids delimited by size
                into MusterRollLine
            end-string
            write MusterRollLine
        end-if
        add PitchAdults to ZoneAdults
        add PitchKids to ZoneKids
        move zero to PitchAdults
        move zero to PitchKids
    end-if
.

EndZone.
    add ZoneAdults to SiteAdults
    add ZoneKids to SiteKids
    compute HeadCount = ZoneAdults + ZoneKids
    move HeadCount to ReportHeadCount
    move ZoneAdults to ReportAdults
    move ZoneKids to ReportKids
    move spaces to MusterRollLine
    if PreviousSection equal to UnallocatedSection then
        string "  Unallocated head count: " delimited by size
            ReportHeadCount delimited by size
            "  (adults " delimited by size
            ReportAdults delimited by size
            ", kids " delimited by size
            ReportKids delimited by size
            ")" delimited by size
            into MusterRollLine
        end-string
    else
        string "  Zone " delimited by size
            function trim(PreviousZone) delimited by size
            " head count: " delimited by size
            ReportHeadCount delimited by size
            "  (adults " delimited by size
            ReportAdults delimited by size
            ", kids " delimited by size
            ReportKids delimited by size
            ")" delimited by size
            into MusterRollLine
        end-string
    end-if
    write MusterRollLine
.

end program MusterRoll.
