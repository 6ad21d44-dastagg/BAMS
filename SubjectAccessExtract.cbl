identification division.
program-id. SubjectAccessExtract is initial.

environment division.
input-output section.
file-control.
    select optional AttendeesFile assign to ScanMasterFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional SeqAttendeesFile assign to ScanSeqFileName
        organization is line sequential
        file status is SeqAttendeesStatus.

    select optional ScanAuditFile assign to ScanAuditFileName
        organization is line sequential
        file status is ScanAuditStatus.

    select optional ScanJournalFile assign to ScanJournalFileName
        organization is line sequential
        file status is ScanJournalStatus.

    select optional TransactionLogFile assign to ScanTransactionLogFileName
        organization is line sequential
        file status is TransactionLogStatus.

    select optional NotificationQueueFile assign to ScanNotificationsFileName
        organization is line sequential
        file status is NotificationQueueStatus.

    select optional HistoryFile assign to HistoryFileName
        organization is line sequential
        file status is HistoryStatus.

    select optional EventsFile assign to EventsFileName
        organization is line sequential
        file status is EventsStatus.

    select SubjectReportFile assign to SubjectReportFileName
        organization is line sequential.

    select optional AuditLogFile assign to AuditLogFileName
        organization is line sequential
        file status is AuditLogStatus.

data division.
file section.
fd AttendeesFile is global.
    copy DD-Attendee replacing Attendee by
        ==AttendeeRecord is global.
        88 EndOfAttendeesFile value high-values==.

fd SeqAttendeesFile.
    copy Attendee replacing Attendee by
        ==SeqAttendeeRecord.
        88 EndOfSeqAttendeesFile value high-values==.

fd ScanAuditFile.
    01 ScanAuditLine pic x(80).
        88 EndOfScanAuditFile value high-values.

fd ScanJournalFile.
    01 ScanJournalLine pic x(80).
        88 EndOfScanJournalFile value high-values.

fd TransactionLogFile.
    copy TransactionLog replacing TransactionLog by
        ==TransactionLogRecord.
        88 EndOfTransactionLog value high-values==.

fd NotificationQueueFile.
    copy NotificationQueue replacing NotificationQueue by
        ==NotificationRecord.
        88 EndOfNotificationQueue value high-values==.

fd HistoryFile.
    01 HistoryLine pic x(140).
        88 EndOfHistoryFile value high-values.

fd EventsFile.
    copy Event replacing Event by
        ==EventRecord.
        88 EndOfEventsFile value high-values==.

fd SubjectReportFile.
    01 SubjectReportLine pic x(132).

fd AuditLogFile.
    01 AuditLogLine pic x(80).

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 IndexedFileNotFound value "35".

    01 SeqAttendeesStatus pic x(2) value spaces.
    01 ScanAuditStatus pic x(2) value spaces.
    01 ScanJournalStatus pic x(2) value spaces.
    01 TransactionLogStatus pic x(2) value spaces.
    01 NotificationQueueStatus pic x(2) value spaces.
    01 HistoryFileName pic x(30) value "attendee-history.dat".
    01 HistoryStatus pic x(2) value spaces.
    01 EventsFileName pic x(20) value "events.dat".
    01 EventsStatus pic x(2) value spaces.
    01 SubjectReportFileName pic x(40) value spaces.
    01 AuditLogFileName pic x(30) value spaces.
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".

    01 ScanMasterFileName pic x(60) value spaces.
    01 ScanSeqFileName pic x(60) value spaces.
    01 ScanAuditFileName pic x(60) value spaces.
    01 ScanJournalFileName pic x(60) value spaces.
    01 ScanTransactionLogFileName pic x(60) value spaces.
    01 ScanNotificationsFileName pic x(60) value spaces.
    01 ScanPrefix pic x(13) value spaces.
    01 ScanDescription pic x(40) value spaces.

    01 FileInformation.
        02 FileSizeInBytes pic x(8) comp-x.
        02 FileDateStamp pic x(7).
        02 FileTimeStamp pic x(6).
    01 MasterFilePresent pic x value "N".
        88 MasterFileExists value "Y".
    01 SeqFilePresent pic x value "N".
        88 SeqFileExists value "Y".

    01 CurrentTimestamp pic x(21) value spaces.
    01 CurrentYear pic 9(4) value zero.
    01 ArchiveYear pic 9(4) value zero.
    01 OldestArchiveYear pic 9(4) value zero.
    01 ArchiveYearsSearched pic 99 value 30.

    01 FileSetTable.
        02 FileSetEntry occurs 22 times.
            03 FileSetMasterName pic x(20).
            03 FileSetSeqName pic x(20).
    01 FileSetCount pic 99 value zero.
    01 FileSetIdx pic 99 value zero.
    01 CandidateMasterName pic x(20) value spaces.
    01 CandidateSeqName pic x(20) value spaces.
    01 EntryFound pic x value "N".
        88 TableEntryFound value "Y".

    01 SubjectKeyInput pic x(40) value spaces.
    01 SubjectEmailUpper pic x(40) value spaces.
    01 SubjectAuthCode pic x(6) value spaces.
    01 AtSignCount pic 99 value zero.

    01 ScanningWorkingLiveSet pic x value "N".
        88 WorkingLiveSet value "Y".
    01 RecordIsSubject pic x value "N".
        88 RecordMatchesSubject value "Y".
    01 SetHeaderWritten pic x value "N".
        88 SetHeaderDone value "Y".

    01 SetAuthCodeTable.
        02 SetAuthCode occurs 20 times pic x(6).
    01 SetAuthCodeCount pic 99 value zero.
    01 SetAuthCodeIdx pic 99 value zero.
    01 AuthCodeToFind pic x(6) value spaces.

    copy DD-Attendee replacing Attendee by SubjectAttendee.
    01 SubjectFromMaster pic x value "N".
        88 SubjectRecordFromMaster value "Y".

    01 LineAuthCodeText pic x(6) value spaces.
    01 LineField1 pic x(60) value spaces.
    01 HistEmailText pic x(40) value spaces.

    01 ReportAmountToPay pic z(4)9.99.
    01 ReportAmountPaid pic z(4)9.99.
    01 ReportKids pic -9.

    01 SetsWithRecordsCount pic 9(4) value zero.
    01 RecordsFoundCount pic 9(6) value zero.
    01 LinesFoundCount pic 9(6) value zero.

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 SeqAttendeesFileName pic x(20).
    01 OperatorId pic x(10).

procedure division using IndexedAttendeesFileName, SeqAttendeesFileName,
        OperatorId.
    display "Email address or AuthCode of the person asking: "
        with no advancing
    move spaces to SubjectKeyInput
    accept SubjectKeyInput
    if SubjectKeyInput equal to spaces then
        display "Subject access extract abandoned"
        goback
    end-if

    move function current-date to CurrentTimestamp
    move CurrentTimestamp(1:4) to CurrentYear
    compute OldestArchiveYear = CurrentYear - ArchiveYearsSearched

    perform IdentifySubject
    if SubjectEmailUpper equal to spaces then
        display "No email address known for AuthCode " SubjectAuthCode
            " - only the current booking under that AuthCode is extracted"
    end-if

    move spaces to SubjectReportFileName
    string "subject-access-" delimited by size
        CurrentTimestamp(1:14) delimited by size
        ".txt" delimited by size
        into SubjectReportFileName
    end-string

    open output SubjectReportFile
    perform WriteReportHeader
    perform BuildFileSetTable
    perform varying FileSetIdx from 1 by 1
        until FileSetIdx greater than FileSetCount
        perform ExtractOneFileSet
    end-perform
    perform ExtractHistory
    perform WriteReportFooter
    close SubjectReportFile

    perform WriteAuditRecord

    display "Seasons holding records: " SetsWithRecordsCount
    display "Booking records found:   " RecordsFoundCount
    display "Other lines found:       " LinesFoundCount
    display "Subject access extract written to "
        function trim(SubjectReportFileName)
    goback.

IdentifySubject.
    move spaces to SubjectEmailUpper
    move spaces to SubjectAuthCode
    move zero to AtSignCount
    inspect SubjectKeyInput tallying AtSignCount for all "@"
    if AtSignCount greater than zero then
        move function upper-case(function trim(SubjectKeyInput))
            to SubjectEmailUpper
    else
        move function trim(SubjectKeyInput) to SubjectAuthCode
        perform FindEmailForAuthCode
    end-if
.

FindEmailForAuthCode.
    move spaces to ScanMasterFileName
    move function trim(IndexedAttendeesFileName) to ScanMasterFileName
    open input AttendeesFile
    move SubjectAuthCode to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    if Successful then
        move function upper-case(Email of AttendeeRecord)
            to SubjectEmailUpper
    end-if
    close AttendeesFile

    if SubjectEmailUpper equal to spaces then
        move spaces to ScanSeqFileName
        move function trim(SeqAttendeesFileName) to ScanSeqFileName
        open input SeqAttendeesFile
        if SeqAttendeesStatus equal to "00" then
            read SeqAttendeesFile
                at end set EndOfSeqAttendeesFile to true
            end-read
            perform until EndOfSeqAttendeesFile
                if AuthCode of SeqAttendeeRecord equal to SubjectAuthCode then
                    move function upper-case(Email of SeqAttendeeRecord)
                        to SubjectEmailUpper
                end-if
                read SeqAttendeesFile
                    at end set EndOfSeqAttendeesFile to true
                end-read
            end-perform
        end-if
        close SeqAttendeesFile
    end-if
.

BuildFileSetTable.
    move zero to FileSetCount
    move IndexedAttendeesFileName to CandidateMasterName
    move SeqAttendeesFileName to CandidateSeqName
    perform AddFileSet
    move "attendees.dat" to CandidateMasterName
    move "attendees-seq.dat" to CandidateSeqName
    perform AddFileSet

    open input EventsFile
    if EventsStatus not equal to "00" then
        close EventsFile
    else
        read EventsFile
            at end set EndOfEventsFile to true
        end-read
        perform until EndOfEventsFile
            if EventCode of EventRecord not equal to spaces then
                move spaces to CandidateMasterName
                string "attendees-" delimited by size
                    function trim(EventCode of EventRecord) delimited by size
                    ".dat" delimited by size
                    into CandidateMasterName
                end-string
                move spaces to CandidateSeqName
                string "attseq-" delimited by size
                    function trim(EventCode of EventRecord) delimited by size
                    ".dat" delimited by size
                    into CandidateSeqName
                end-string
                perform AddFileSet
            end-if
            read EventsFile
                at end set EndOfEventsFile to true
            end-read
        end-perform
        close EventsFile
    end-if
.

AddFileSet.
    move "N" to EntryFound
    perform varying FileSetIdx from 1 by 1
        until FileSetIdx greater than FileSetCount
        if FileSetMasterName(FileSetIdx) equal to CandidateMasterName then
            move "Y" to EntryFound
        end-if
    end-perform
    if not TableEntryFound and FileSetCount less than 22 then
        add 1 to FileSetCount
        move CandidateMasterName to FileSetMasterName(FileSetCount)
        move CandidateSeqName to FileSetSeqName(FileSetCount)
    end-if
.

ExtractOneFileSet.
    move spaces to ScanPrefix
    if FileSetIdx equal to 1 then
        move "Y" to ScanningWorkingLiveSet
    else
        move "N" to ScanningWorkingLiveSet
    end-if
    move spaces to ScanDescription
    string "Current season - " delimited by size
        function trim(FileSetMasterName(FileSetIdx)) delimited by size
        into ScanDescription
    end-string
    perform ScanFileSetFiles

    move "N" to ScanningWorkingLiveSet
    perform varying ArchiveYear from CurrentYear by -1
        until ArchiveYear less than OldestArchiveYear
        move spaces to ScanPrefix
        string "archive-" delimited by size
            ArchiveYear delimited by size
            "-" delimited by size
            into ScanPrefix
        end-string
        move spaces to ScanDescription
        string "Season closed " delimited by size
            ArchiveYear delimited by size
            " - " delimited by size
            function trim(FileSetMasterName(FileSetIdx)) delimited by size
            into ScanDescription
        end-string
        perform ScanFileSetFiles
    end-perform
.

ScanFileSetFiles.
    perform BuildScanFileNames
    move "N" to MasterFilePresent
    call "CBL_CHECK_FILE_EXIST" using ScanMasterFileName, FileInformation
    if return-code equal to zero then
        move "Y" to MasterFilePresent
    end-if
    move "N" to SeqFilePresent
    call "CBL_CHECK_FILE_EXIST" using ScanSeqFileName, FileInformation
    if return-code equal to zero then
        move "Y" to SeqFilePresent
    end-if
    move zero to return-code

    move "N" to SetHeaderWritten
    move zero to SetAuthCodeCount
    if MasterFileExists then
        perform ScanMasterFile
    end-if
    if SeqFileExists then
        perform ScanSeqFile
    end-if
    if SetAuthCodeCount greater than zero then
        add 1 to SetsWithRecordsCount
        perform ScanAuditLog
        perform ScanPaymentsJournal
        perform ScanTransactionLog
        perform ScanNotificationQueue
    end-if
.

BuildScanFileNames.
    move spaces to ScanMasterFileName
    string function trim(ScanPrefix) delimited by size
        function trim(FileSetMasterName(FileSetIdx)) delimited by size
        into ScanMasterFileName
    end-string
    move spaces to ScanSeqFileName
    string function trim(ScanPrefix) delimited by size
        function trim(FileSetSeqName(FileSetIdx)) delimited by size
        into ScanSeqFileName
    end-string
    move spaces to ScanAuditFileName
    string function trim(ScanMasterFileName) delimited by size
        "-audit.log" delimited by size
        into ScanAuditFileName
    end-string
    move spaces to ScanJournalFileName
    string function trim(ScanMasterFileName) delimited by size
        "-payments-journal.dat" delimited by size
        into ScanJournalFileName
    end-string
    move spaces to ScanTransactionLogFileName
    string function trim(ScanMasterFileName) delimited by size
        "-transaction.log" delimited by size
        into ScanTransactionLogFileName
    end-string
    move spaces to ScanNotificationsFileName
    string function trim(ScanMasterFileName) delimited by size
        "-notifications.dat" delimited by size
        into ScanNotificationsFileName
    end-string
.

ScanMasterFile.
    open input AttendeesFile
    if Successful then
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            move "N" to RecordIsSubject
            if SubjectEmailUpper not equal to spaces
                and function upper-case(Email of AttendeeRecord)
                    equal to SubjectEmailUpper
            then
                move "Y" to RecordIsSubject
            end-if
            if WorkingLiveSet and SubjectAuthCode not equal to spaces
                and AuthCode of AttendeeRecord equal to SubjectAuthCode
            then
                move "Y" to RecordIsSubject
            end-if
            if RecordMatchesSubject then
                move AttendeeRecord to SubjectAttendee
                move "Y" to SubjectFromMaster
                move "Booking record on the attendee master" to LineField1
                perform WriteSubjectRecord
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    end-if
    close AttendeesFile
.

ScanSeqFile.
    open input SeqAttendeesFile
    if SeqAttendeesStatus equal to "00" then
        read SeqAttendeesFile
            at end set EndOfSeqAttendeesFile to true
        end-read
        perform until EndOfSeqAttendeesFile
            move "N" to RecordIsSubject
            if SubjectEmailUpper not equal to spaces
                and function upper-case(Email of SeqAttendeeRecord)
                    equal to SubjectEmailUpper
            then
                move "Y" to RecordIsSubject
            end-if
            if WorkingLiveSet and SubjectAuthCode not equal to spaces
                and AuthCode of SeqAttendeeRecord equal to SubjectAuthCode
            then
                move "Y" to RecordIsSubject
            end-if
            if RecordMatchesSubject then
                initialize SubjectAttendee
                move corresponding SeqAttendeeRecord to SubjectAttendee
                move "N" to SubjectFromMaster
                move "Booking record on the web booking import file"
                    to LineField1
                perform WriteSubjectRecord
            end-if
            read SeqAttendeesFile
                at end set EndOfSeqAttendeesFile to true
            end-read
        end-perform
    end-if
    close SeqAttendeesFile
.

WriteSubjectRecord.
    add 1 to RecordsFoundCount
    perform WriteSetHeader
    move AuthCode of SubjectAttendee to AuthCodeToFind
    perform AddSetAuthCode

    move spaces to SubjectReportLine
    write SubjectReportLine
    move spaces to SubjectReportLine
    string "  " delimited by size
        function trim(LineField1) delimited by size
        into SubjectReportLine
    end-string
    write SubjectReportLine
    move spaces to SubjectReportLine
    string "    Name: " delimited by size
        function trim(Name of SubjectAttendee) delimited by size
        "   AuthCode: " delimited by size
        AuthCode of SubjectAttendee delimited by size
        into SubjectReportLine
    end-string
    write SubjectReportLine
    move spaces to SubjectReportLine
    string "    Email: " delimited by size
        function trim(Email of SubjectAttendee) delimited by size
        "   Telephone: " delimited by size
        function trim(Telephone of SubjectAttendee) delimited by size
        into SubjectReportLine
    end-string
    write SubjectReportLine
    move NumberOfKids of SubjectAttendee to ReportKids
    move spaces to SubjectReportLine
    string "    Arrival day: " delimited by size
        ArrivalDay of SubjectAttendee delimited by size
        "   Dietary requirement: " delimited by size
        function trim(DietaryRequirement of SubjectAttendee)
            delimited by size
        "   Staying late: " delimited by size
        function trim(StayingLate of SubjectAttendee) delimited by size
        "   Children: " delimited by size
        function trim(ReportKids) delimited by size
        into SubjectReportLine
    end-string
    write SubjectReportLine
    move AmountToPay of SubjectAttendee to ReportAmountToPay
    move AmountPaid of SubjectAttendee to ReportAmountPaid
    move spaces to SubjectReportLine
    string "    Amount to pay: " delimited by size
        function trim(ReportAmountToPay) delimited by size
        "   Amount paid: " delimited by size
        function trim(ReportAmountPaid) delimited by size
        "   Paid: " delimited by size
        PaymentStatus of SubjectAttendee delimited by size
        " " delimited by size
        PaidDate of SubjectAttendee delimited by size
        "   Attending: " delimited by size
        AttendanceStatus of SubjectAttendee delimited by size
        into SubjectReportLine
    end-string
    write SubjectReportLine
    if SubjectRecordFromMaster then
        move spaces to SubjectReportLine
        string "    Event: " delimited by size
            EventCode of SubjectAttendee delimited by size
            "   Checked in: " delimited by size
            CheckedIn of SubjectAttendee delimited by size
            " " delimited by size
            CheckInTimestamp of SubjectAttendee(1:14) delimited by size
            "   Checked out: " delimited by size
            CheckedOut of SubjectAttendee delimited by size
            " " delimited by size
            CheckOutTimestamp of SubjectAttendee(1:14) delimited by size
            into SubjectReportLine
        end-string
        write SubjectReportLine
        move spaces to SubjectReportLine
        string "    Pitch or bunk: " delimited by size
            AllocatedSpace of SubjectAttendee delimited by size
            "   Waitlisted at: " delimited by size
            WaitlistTimestamp of SubjectAttendee(1:14) delimited by size
            "   Group lead booker: " delimited by size
            GroupLeadAuthCode of SubjectAttendee delimited by size
            into SubjectReportLine
        end-string
        write SubjectReportLine
    end-if
.

WriteSetHeader.
    if not SetHeaderDone then
        move "Y" to SetHeaderWritten
        move spaces to SubjectReportLine
        write SubjectReportLine
        move spaces to SubjectReportLine
        string "== " delimited by size
            function trim(ScanDescription) delimited by size
            " ==" delimited by size
            into SubjectReportLine
        end-string
        write SubjectReportLine
    end-if
.

AddSetAuthCode.
    move "N" to EntryFound
    perform varying SetAuthCodeIdx from 1 by 1
        until SetAuthCodeIdx greater than SetAuthCodeCount
        if SetAuthCode(SetAuthCodeIdx) equal to AuthCodeToFind then
            move "Y" to EntryFound
        end-if
    end-perform
    if not TableEntryFound and SetAuthCodeCount less than 20 then
        add 1 to SetAuthCodeCount
        move AuthCodeToFind to SetAuthCode(SetAuthCodeCount)
    end-if
.

FindSetAuthCode.
    move "N" to EntryFound
    perform varying SetAuthCodeIdx from 1 by 1
        until SetAuthCodeIdx greater than SetAuthCodeCount
        if SetAuthCode(SetAuthCodeIdx) equal to AuthCodeToFind then
            move "Y" to EntryFound
        end-if
    end-perform
.

ScanAuditLog.
    move spaces to SubjectReportLine
    write SubjectReportLine
    move "  Audit log entries (operator | AuthCode | action | time)"
        to SubjectReportLine
    write SubjectReportLine
    open input ScanAuditFile
    if ScanAuditStatus equal to "00" then
        read ScanAuditFile
            at end set EndOfScanAuditFile to true
        end-read
        perform until EndOfScanAuditFile
            move spaces to LineField1
            move spaces to LineAuthCodeText
            unstring ScanAuditLine delimited by " | "
                into LineField1, LineAuthCodeText
            end-unstring
            move LineAuthCodeText to AuthCodeToFind
            perform FindSetAuthCode
            if TableEntryFound then
                add 1 to LinesFoundCount
                move spaces to SubjectReportLine
                string "    " delimited by size
                    ScanAuditLine delimited by size
                    into SubjectReportLine
                end-string
                write SubjectReportLine
            end-if
            read ScanAuditFile
                at end set EndOfScanAuditFile to true
            end-read
        end-perform
    end-if
    close ScanAuditFile
.

ScanPaymentsJournal.
    move spaces to SubjectReportLine
    write SubjectReportLine
    move "  Payments received (operator | AuthCode | amount | time)"
        to SubjectReportLine
    write SubjectReportLine
    open input ScanJournalFile
    if ScanJournalStatus equal to "00" then
        read ScanJournalFile
            at end set EndOfScanJournalFile to true
        end-read
        perform until EndOfScanJournalFile
            move spaces to LineField1
            move spaces to LineAuthCodeText
            unstring ScanJournalLine delimited by " | "
                into LineField1, LineAuthCodeText
            end-unstring
            move LineAuthCodeText to AuthCodeToFind
            perform FindSetAuthCode
            if TableEntryFound then
                add 1 to LinesFoundCount
                move spaces to SubjectReportLine
                string "    " delimited by size
                    ScanJournalLine delimited by size
                    into SubjectReportLine
                end-string
                write SubjectReportLine
            end-if
            read ScanJournalFile
                at end set EndOfScanJournalFile to true
            end-read
        end-perform
    end-if
    close ScanJournalFile
.

ScanTransactionLog.
    move spaces to SubjectReportLine
    write SubjectReportLine
    move "  Changes to the booking record (time, change, operator)"
        to SubjectReportLine
    write SubjectReportLine
    open input TransactionLogFile
    if TransactionLogStatus equal to "00" then
        read TransactionLogFile
            at end set EndOfTransactionLog to true
        end-read
        perform until EndOfTransactionLog
            move TranAuthCode of TransactionLogRecord to AuthCodeToFind
            perform FindSetAuthCode
            if TableEntryFound then
                add 1 to LinesFoundCount
                move spaces to SubjectReportLine
                string "    " delimited by size
                    TranTimestamp of TransactionLogRecord(1:14)
                        delimited by size
                    "  " delimited by size
                    TranType of TransactionLogRecord delimited by size
                    " " delimited by size
                    TranAuthCode of TransactionLogRecord delimited by size
                    "  by " delimited by size
                    function trim(TranOperatorId of TransactionLogRecord)
                        delimited by size
                    into SubjectReportLine
                end-string
                write SubjectReportLine
            end-if
            read TransactionLogFile
                at end set EndOfTransactionLog to true
            end-read
        end-perform
    end-if
    close TransactionLogFile
.

ScanNotificationQueue.
    move spaces to SubjectReportLine
    write SubjectReportLine
    move "  Messages sent or queued (time, type, status, message)"
        to SubjectReportLine
    write SubjectReportLine
    open input NotificationQueueFile
    if NotificationQueueStatus equal to "00" then
        read NotificationQueueFile
            at end set EndOfNotificationQueue to true
        end-read
        perform until EndOfNotificationQueue
            move NotificationAuthCode of NotificationRecord to AuthCodeToFind
            perform FindSetAuthCode
            if TableEntryFound then
                add 1 to LinesFoundCount
                move spaces to SubjectReportLine
                string "    " delimited by size
                    NotificationTimestamp of NotificationRecord(1:14)
                        delimited by size
                    "  " delimited by size
                    NotificationType of NotificationRecord delimited by size
                    " " delimited by size
                    NotificationStatus of NotificationRecord delimited by size
                    " to " delimited by size
                    function trim(NotificationEmail of NotificationRecord)
                        delimited by size
                    " / " delimited by size
                    function trim(NotificationTelephone of NotificationRecord)
                        delimited by size
                    into SubjectReportLine
                end-string
                write SubjectReportLine
                move spaces to SubjectReportLine
                string "      " delimited by size
                    function trim(NotificationDetail of NotificationRecord)
                        delimited by size
                    into SubjectReportLine
                end-string
                write SubjectReportLine
            end-if
            read NotificationQueueFile
                at end set EndOfNotificationQueue to true
            end-read
        end-perform
    end-if
    close NotificationQueueFile
.

ExtractHistory.
    move spaces to SubjectReportLine
    write SubjectReportLine
    move "== Returning attendee history ==" to SubjectReportLine
    write SubjectReportLine
    move "  (email | name | telephone | dietary requirement | event | year)"
        to SubjectReportLine
    write SubjectReportLine
    if SubjectEmailUpper not equal to spaces then
        open input HistoryFile
        if HistoryStatus equal to "00" then
            read HistoryFile
                at end set EndOfHistoryFile to true
            end-read
            perform until EndOfHistoryFile
                move spaces to HistEmailText
                unstring HistoryLine delimited by " | "
                    into HistEmailText
                end-unstring
                if function upper-case(HistEmailText)
                    equal to SubjectEmailUpper
                then
                    add 1 to LinesFoundCount
                    move spaces to SubjectReportLine
                    string "    " delimited by size
                        HistoryLine delimited by size
                        into SubjectReportLine
                    end-string
                    write SubjectReportLine
                end-if
                read HistoryFile
                    at end set EndOfHistoryFile to true
                end-read
            end-perform
        end-if
        close HistoryFile
    end-if
.

WriteReportHeader.
    move spaces to SubjectReportLine
    string "Subject access extract produced " delimited by size
        CurrentTimestamp(1:4) "-" CurrentTimestamp(5:2) "-"
            CurrentTimestamp(7:2) " " CurrentTimestamp(9:2) ":"
            CurrentTimestamp(11:2) delimited by size
        " by " delimited by size
        function trim(OperatorId) delimited by size
        into SubjectReportLine
    end-string
    write SubjectReportLine
    move spaces to SubjectReportLine
    string "Requested for: " delimited by size
        function trim(SubjectKeyInput) delimited by size
        into SubjectReportLine
    end-string
    write SubjectReportLine
    move spaces to SubjectReportLine
    string "Matched on email: " delimited by size
        function trim(SubjectEmailUpper) delimited by size
        "   AuthCode: " delimited by size
        SubjectAuthCode delimited by size
        into SubjectReportLine
    end-string
    write SubjectReportLine
.

WriteReportFooter.
    move spaces to SubjectReportLine
    write SubjectReportLine
    move spaces to SubjectReportLine
    string "Seasons holding records: " delimited by size
        SetsWithRecordsCount delimited by size
        "   Booking records: " delimited by size
        RecordsFoundCount delimited by size
        "   Other lines: " delimited by size
        LinesFoundCount delimited by size
        into SubjectReportLine
    end-string
    write SubjectReportLine
    move "End of subject access extract" to SubjectReportLine
    write SubjectReportLine
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
        SubjectAuthCode delimited by size
        " | " delimited by size
        "SUBJECT-ACCESS" delimited by size
        " | " delimited by size
        CurrentTimestamp delimited by size
        into AuditLogLine
    end-string
    write AuditLogLine

    close AuditLogFile
.

end program SubjectAccessExtract.
