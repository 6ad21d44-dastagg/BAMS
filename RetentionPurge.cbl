identification division.
program-id. RetentionPurge is initial.

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

    select optional TransactionLogFile assign to ScanTransactionLogFileName
        organization is line sequential
        file status is TransactionLogStatus.

    select optional NotificationQueueFile assign to ScanNotificationsFileName
        organization is line sequential
        file status is NotificationQueueStatus.

    select optional ClosingTotalsFile assign to ScanClosingFileName
        organization is line sequential
        file status is ClosingTotalsStatus.

    select optional HistoryFile assign to HistoryFileName
        organization is line sequential
        file status is HistoryStatus.

    select optional ArchivedAuditFile assign to ScanAuditFileName
        organization is line sequential
        file status is ArchivedAuditStatus.

    select RewrittenFile assign to RewrittenFileName
        organization is line sequential
        file status is RewrittenStatus.

    select optional EventsFile assign to EventsFileName
        organization is line sequential
        file status is EventsStatus.

    select optional RetentionLogFile assign to RetentionLogFileName
        organization is line sequential
        file status is RetentionLogStatus.

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

fd TransactionLogFile.
    copy TransactionLog replacing TransactionLog by
        ==TransactionLogRecord.
        88 EndOfTransactionLog value high-values==.

fd NotificationQueueFile.
    copy NotificationQueue replacing NotificationQueue by
        ==NotificationRecord.
        88 EndOfNotificationQueue value high-values==.

fd ClosingTotalsFile.
    01 ClosingTotalsLine pic x(80).
        88 EndOfClosingTotalsFile value high-values.

fd HistoryFile.
    01 HistoryLine pic x(140).
        88 EndOfHistoryFile value high-values.

fd ArchivedAuditFile.
    01 ArchivedAuditLine pic x(140).
        88 EndOfArchivedAuditFile value high-values.

fd RewrittenFile.
    01 RewrittenLine pic x(353).

fd EventsFile.
    copy Event replacing Event by
        ==EventRecord.
        88 EndOfEventsFile value high-values==.

fd RetentionLogFile.
    01 RetentionLogLine pic x(132).

fd AuditLogFile.
    01 AuditLogLine pic x(80).

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 IndexedFileNotFound value "35".

    01 SeqAttendeesStatus pic x(2) value spaces.
    01 TransactionLogStatus pic x(2) value spaces.
    01 NotificationQueueStatus pic x(2) value spaces.
    01 ClosingTotalsStatus pic x(2) value spaces.
    01 HistoryFileName pic x(30) value "attendee-history.dat".
    01 HistoryStatus pic x(2) value spaces.
    01 RewrittenFileName pic x(30) value "retention-work.tmp".
    01 RewrittenStatus pic x(2) value spaces.
    01 RewrittenWriteFailed pic x value "N".
        88 RewrittenWriteHasFailed value "Y".
    01 ArchivedAuditStatus pic x(2) value spaces.
    01 EventsFileName pic x(20) value "events.dat".
    01 EventsStatus pic x(2) value spaces.
    01 RetentionLogFileName pic x(30) value "retention-log.txt".
    01 RetentionLogStatus pic x(2) value spaces.
        88 RetentionLogOpenOk value "00" "05".
    01 AuditLogFileName pic x(30) value spaces.
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".

    01 ScanMasterFileName pic x(60) value spaces.
    01 ScanSeqFileName pic x(60) value spaces.
    01 ScanTransactionLogFileName pic x(60) value spaces.
    01 ScanNotificationsFileName pic x(60) value spaces.
    01 ScanClosingFileName pic x(60) value spaces.
    01 ScanAuditFileName pic x(60) value spaces.
    01 ScanPrefix pic x(13) value spaces.
    01 FileToReplace pic x(60) value spaces.

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
    01 CutOffYear pic 9(4) value zero.
    01 NewestPurgedYear pic 9(4) value zero.
    01 ArchiveYearsSearched pic 99 value 30.

    01 DefaultRetentionYears pic 99 value 6.
    01 RetentionYearsInput pic x(2) value spaces.
    01 RetentionYears pic 99 value zero.
    01 PurgeConfirm pic x value spaces.
        88 PurgeConfirmed value "Y" "y".

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

    01 AnonymisedMarker pic x(10) value "ANONYMISED".
    copy DD-Attendee replacing Attendee by LoggedImage.

    01 FileRecordCount pic 9(6) value zero.
    01 FileAnonymisedCount pic 9(6) value zero.
    01 SeasonsPurgedCount pic 9(4) value zero.
    01 TotalAnonymisedCount pic 9(7) value zero.

    01 RecountRecordCount pic 9(6) value zero.
    01 RecountHashAmountToPay pic 9(9)v99 value zero.
    01 RecountHashAmountPaid pic 9(9)v99 value zero.
    01 ClosingRecordCount pic 9(6) value zero.
    01 ClosingHashAmountToPay pic 9(9)v99 value zero.
    01 ClosingHashAmountPaid pic 9(9)v99 value zero.
    01 ClosingAmountText pic x(11) value zeros.
    01 ClosingAmount redefines ClosingAmountText pic 9(9)v99.
    01 ClosingTotalsFound pic x value "N".
        88 ClosingTotalsRead value "Y".

    01 HistEmailText pic x(40) value spaces.
    01 HistNameText pic x(25) value spaces.
    01 HistTelephoneText pic x(15) value spaces.
    01 HistDietText pic x(20) value spaces.
    01 HistEventText pic x(6) value spaces.
    01 HistYearText pic x(4) value spaces.
    01 HistYear pic 9(4) value zero.

    01 AuditOperatorText pic x(10) value spaces.
    01 AuditAuthCodeText pic x(6) value spaces.
    01 AuditActionText pic x(40) value spaces.
    01 AuditValueText pic x(80) value spaces.
    01 AuditTimestampText pic x(21) value spaces.

    01 LogFileName pic x(60) value spaces.
    01 LogOutcome pic x(40) value spaces.

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 SeqAttendeesFileName pic x(20).
    01 OperatorId pic x(10).

procedure division using IndexedAttendeesFileName, SeqAttendeesFileName,
        OperatorId.
    move function current-date to CurrentTimestamp
    move CurrentTimestamp(1:4) to CurrentYear
    compute OldestArchiveYear = CurrentYear - ArchiveYearsSearched

    display "Keep personal data for how many years after a season"
        " closes? [" DefaultRetentionYears "]: " with no advancing
    move spaces to RetentionYearsInput
    accept RetentionYearsInput
    if RetentionYearsInput equal to spaces then
        move DefaultRetentionYears to RetentionYears
    else
        if function trim(RetentionYearsInput) is numeric then
            move function numval(RetentionYearsInput) to RetentionYears
        else
            display "REFUSED - retention period must be a number of years"
            goback
        end-if
    end-if
    if RetentionYears equal to zero then
        display "REFUSED - retention period must be at least one year"
        goback
    end-if
    compute CutOffYear = CurrentYear - RetentionYears
    compute NewestPurgedYear = CutOffYear - 1

    display "Names, email addresses, telephone numbers and dietary"
        " requirements are removed from seasons closed before "
        CutOffYear "."
    display "Amounts, counts and AuthCodes are kept, so closing totals"
        " still reconcile."
    display "Anonymise now? (Y/N): " with no advancing
    move spaces to PurgeConfirm
    accept PurgeConfirm
    if not PurgeConfirmed then
        display "Retention run abandoned"
        goback
    end-if

    open extend RetentionLogFile
    if not RetentionLogOpenOk then
        open output RetentionLogFile
    end-if
    perform WriteRunHeader

    perform BuildFileSetTable
    perform varying FileSetIdx from 1 by 1
        until FileSetIdx greater than FileSetCount
        perform varying ArchiveYear from NewestPurgedYear by -1
            until ArchiveYear less than OldestArchiveYear
            perform PurgeOneArchivedSeason
        end-perform
    end-perform
    perform PurgeHistoryFile

    move spaces to RetentionLogLine
    string "  Seasons processed: " delimited by size
        SeasonsPurgedCount delimited by size
        "   records and lines anonymised: " delimited by size
        TotalAnonymisedCount delimited by size
        into RetentionLogLine
    end-string
    write RetentionLogLine
    close RetentionLogFile

    perform WriteAuditRecord

    display "Seasons processed:       " SeasonsPurgedCount
    display "Records anonymised:      " TotalAnonymisedCount
    display "Details written to " function trim(RetentionLogFileName)
    goback.

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

PurgeOneArchivedSeason.
    perform BuildArchiveFileNames
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

    if MasterFileExists or SeqFileExists then
        add 1 to SeasonsPurgedCount
        move spaces to RetentionLogLine
        write RetentionLogLine
        move spaces to RetentionLogLine
        string "  Season closed " delimited by size
            ArchiveYear delimited by size
            " - " delimited by size
            function trim(FileSetMasterName(FileSetIdx)) delimited by size
            into RetentionLogLine
        end-string
        write RetentionLogLine
        if MasterFileExists then
            perform AnonymiseArchivedMaster
            perform CheckClosingTotals
        end-if
        if SeqFileExists then
            perform AnonymiseArchivedSeqFile
        end-if
        perform AnonymiseArchivedTransactionLog
        perform AnonymiseArchivedNotifications
        perform AnonymiseArchivedAuditLog
        move spaces to RetentionLogLine
        string "    " delimited by size
            function trim(ScanPrefix) delimited by size
            function trim(FileSetMasterName(FileSetIdx)) delimited by size
            "-payments-journal.dat kept as it is" delimited by size
            " (AuthCodes and amounts only)" delimited by size
            into RetentionLogLine
        end-string
        write RetentionLogLine
    end-if
.

BuildArchiveFileNames.
    move spaces to ScanPrefix
    string "archive-" delimited by size
        ArchiveYear delimited by size
        "-" delimited by size
        into ScanPrefix
    end-string
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
    move spaces to ScanClosingFileName
    string function trim(ScanMasterFileName) delimited by size
        "-closing.txt" delimited by size
        into ScanClosingFileName
    end-string
    move spaces to ScanAuditFileName
    string function trim(ScanMasterFileName) delimited by size
        "-audit.log" delimited by size
        into ScanAuditFileName
    end-string
.

AnonymiseArchivedMaster.
    move zero to FileRecordCount
    move zero to FileAnonymisedCount
    move zero to RecountRecordCount
    move zero to RecountHashAmountToPay
    move zero to RecountHashAmountPaid
    open i-o AttendeesFile
    if Successful then
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            add 1 to FileRecordCount
            add 1 to RecountRecordCount
            add AmountToPay of AttendeeRecord to RecountHashAmountToPay
            add AmountPaid of AttendeeRecord to RecountHashAmountPaid
            if Name of AttendeeRecord not equal to AnonymisedMarker then
                move AnonymisedMarker to Name of AttendeeRecord
                move spaces to Email of AttendeeRecord
                move spaces to Telephone of AttendeeRecord
                move spaces to DietaryRequirement of AttendeeRecord
                rewrite AttendeeRecord
                    invalid key
                        display "REFUSED - rewrite failed for AuthCode "
                            AuthCode of AttendeeRecord " in "
                            function trim(ScanMasterFileName)
                            ", status " AttendeeStatus
                    not invalid key
                        add 1 to FileAnonymisedCount
                end-rewrite
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
        move ScanMasterFileName to LogFileName
        move "records" to LogOutcome
    else
        move ScanMasterFileName to LogFileName
        move "NOT OPENED - left unchanged" to LogOutcome
    end-if
    close AttendeesFile
    perform WriteFileLogLine
.

AnonymiseArchivedSeqFile.
    move zero to FileRecordCount
    move zero to FileAnonymisedCount
    open input SeqAttendeesFile
    open output RewrittenFile
    read SeqAttendeesFile
        at end set EndOfSeqAttendeesFile to true
    end-read
    perform until EndOfSeqAttendeesFile
        add 1 to FileRecordCount
        if Name of SeqAttendeeRecord not equal to AnonymisedMarker then
            move AnonymisedMarker to Name of SeqAttendeeRecord
            move spaces to Email of SeqAttendeeRecord
            move spaces to Telephone of SeqAttendeeRecord
            move spaces to DietaryRequirement of SeqAttendeeRecord
            add 1 to FileAnonymisedCount
        end-if
        write RewrittenLine from SeqAttendeeRecord
        perform CheckRewrittenWrite
        read SeqAttendeesFile
            at end set EndOfSeqAttendeesFile to true
        end-read
    end-perform
    close SeqAttendeesFile
    close RewrittenFile
    move ScanSeqFileName to FileToReplace
    perform ReplaceWithRewrittenFile
.

AnonymiseArchivedTransactionLog.
    move zero to FileRecordCount
    move zero to FileAnonymisedCount
    call "CBL_CHECK_FILE_EXIST" using ScanTransactionLogFileName,
        FileInformation
    if return-code equal to zero then
        move zero to return-code
        open input TransactionLogFile
        open output RewrittenFile
        read TransactionLogFile
            at end set EndOfTransactionLog to true
        end-read
        perform until EndOfTransactionLog
            add 1 to FileRecordCount
            if not TranIsBackupCheckpoint of TransactionLogRecord
                and not TranIsRecoveryMarker of TransactionLogRecord
            then
                move TranAfterImage of TransactionLogRecord to LoggedImage
                if Name of LoggedImage not equal to AnonymisedMarker then
                    move AnonymisedMarker to Name of LoggedImage
                    move spaces to Email of LoggedImage
                    move spaces to Telephone of LoggedImage
                    move spaces to DietaryRequirement of LoggedImage
                    move LoggedImage to TranAfterImage of TransactionLogRecord
                    add 1 to FileAnonymisedCount
                end-if
            end-if
            write RewrittenLine from TransactionLogRecord
            perform CheckRewrittenWrite
            read TransactionLogFile
                at end set EndOfTransactionLog to true
            end-read
        end-perform
        close TransactionLogFile
        close RewrittenFile
        move ScanTransactionLogFileName to FileToReplace
        perform ReplaceWithRewrittenFile
    end-if
    move zero to return-code
.

AnonymiseArchivedNotifications.
    move zero to FileRecordCount
    move zero to FileAnonymisedCount
    call "CBL_CHECK_FILE_EXIST" using ScanNotificationsFileName,
        FileInformation
    if return-code equal to zero then
        move zero to return-code
        open input NotificationQueueFile
        open output RewrittenFile
        read NotificationQueueFile
            at end set EndOfNotificationQueue to true
        end-read
        perform until EndOfNotificationQueue
            add 1 to FileRecordCount
            if NotificationEmail of NotificationRecord not equal to spaces
                or NotificationTelephone of NotificationRecord
                    not equal to spaces
            then
                move spaces to NotificationEmail of NotificationRecord
                move spaces to NotificationTelephone of NotificationRecord
                add 1 to FileAnonymisedCount
            end-if
            write RewrittenLine from NotificationRecord
            perform CheckRewrittenWrite
            read NotificationQueueFile
                at end set EndOfNotificationQueue to true
            end-read
        end-perform
        close NotificationQueueFile
        close RewrittenFile
        move ScanNotificationsFileName to FileToReplace
        perform ReplaceWithRewrittenFile
    end-if
    move zero to return-code
.

ReplaceWithRewrittenFile.
    move FileToReplace to LogFileName
    if not RewrittenWriteHasFailed and RewrittenStatus equal to "00" then
        call "CBL_COPY_FILE" using RewrittenFileName, FileToReplace
        if return-code equal to zero then
            move "records" to LogOutcome
        else
            move "NOT REPLACED - copy failed, left unchanged"
                to LogOutcome
            move zero to FileAnonymisedCount
        end-if
    else
        move "NOT REPLACED - work file failed, left unchanged"
            to LogOutcome
        move zero to FileAnonymisedCount
    end-if
    call "CBL_DELETE_FILE" using RewrittenFileName
    move "N" to RewrittenWriteFailed
    move zero to return-code
    perform WriteFileLogLine
.

CheckRewrittenWrite.
    if RewrittenStatus not equal to "00" then
        move "Y" to RewrittenWriteFailed
    end-if
.

AnonymiseArchivedAuditLog.
    move zero to FileRecordCount
    move zero to FileAnonymisedCount
    call "CBL_CHECK_FILE_EXIST" using ScanAuditFileName, FileInformation
    if return-code equal to zero then
        move zero to return-code
        open input ArchivedAuditFile
        open output RewrittenFile
        read ArchivedAuditFile
            at end set EndOfArchivedAuditFile to true
        end-read
        perform until EndOfArchivedAuditFile
            add 1 to FileRecordCount
            perform AnonymiseAuditLine
            write RewrittenLine from ArchivedAuditLine
            perform CheckRewrittenWrite
            read ArchivedAuditFile
                at end set EndOfArchivedAuditFile to true
            end-read
        end-perform
        close ArchivedAuditFile
        close RewrittenFile
        move ScanAuditFileName to FileToReplace
        perform ReplaceWithRewrittenFile
    end-if
    move zero to return-code
.

AnonymiseAuditLine.
    move spaces to AuditOperatorText
    move spaces to AuditAuthCodeText
    move spaces to AuditActionText
    move spaces to AuditValueText
    move spaces to AuditTimestampText
    unstring ArchivedAuditLine delimited by " | "
        into AuditOperatorText, AuditAuthCodeText, AuditActionText,
        AuditValueText, AuditTimestampText
    end-unstring
    if (AuditActionText equal to "EDIT Name"
        or AuditActionText equal to "EDIT Email"
        or AuditActionText equal to "EDIT Telephone"
        or AuditActionText equal to "EDIT DietaryRequirement")
        and AuditTimestampText not equal to spaces
        and AuditValueText not equal to "->"
    then
        add 1 to FileAnonymisedCount
        move spaces to ArchivedAuditLine
        string function trim(AuditOperatorText) delimited by size
            " | " delimited by size
            AuditAuthCodeText delimited by size
            " | " delimited by size
            function trim(AuditActionText) delimited by size
            " | -> | " delimited by size
            AuditTimestampText delimited by size
            into ArchivedAuditLine
        end-string
    end-if
.

WriteFileLogLine.
    add FileAnonymisedCount to TotalAnonymisedCount
    move spaces to RetentionLogLine
    string "    " delimited by size
        function trim(LogFileName) delimited by size
        ": " delimited by size
        FileRecordCount delimited by size
        " " delimited by size
        function trim(LogOutcome) delimited by size
        ", " delimited by size
        FileAnonymisedCount delimited by size
        " anonymised" delimited by size
        into RetentionLogLine
    end-string
    write RetentionLogLine
.

CheckClosingTotals.
    move "N" to ClosingTotalsFound
    move zero to ClosingRecordCount
    move zero to ClosingHashAmountToPay
    move zero to ClosingHashAmountPaid
    open input ClosingTotalsFile
    if ClosingTotalsStatus equal to "00" then
        read ClosingTotalsFile
            at end set EndOfClosingTotalsFile to true
        end-read
        perform until EndOfClosingTotalsFile
            evaluate true
                when ClosingTotalsLine(1:13) equal to "Record count:"
                    and ClosingTotalsLine(22:6) is numeric
                    move ClosingTotalsLine(22:6) to ClosingRecordCount
                    move "Y" to ClosingTotalsFound
                when ClosingTotalsLine(1:19) equal to "Hash amount to pay:"
                    and ClosingTotalsLine(22:11) is numeric
                    move ClosingTotalsLine(22:11) to ClosingAmountText
                    move ClosingAmount to ClosingHashAmountToPay
                when ClosingTotalsLine(1:17) equal to "Hash amount paid:"
                    and ClosingTotalsLine(22:11) is numeric
                    move ClosingTotalsLine(22:11) to ClosingAmountText
                    move ClosingAmount to ClosingHashAmountPaid
            end-evaluate
            read ClosingTotalsFile
                at end set EndOfClosingTotalsFile to true
            end-read
        end-perform
    end-if
    close ClosingTotalsFile

    move spaces to RetentionLogLine
    evaluate true
        when not ClosingTotalsRead
            string "    No closing totals found in " delimited by size
                function trim(ScanClosingFileName) delimited by size
                into RetentionLogLine
            end-string
        when RecountRecordCount equal to ClosingRecordCount
            and RecountHashAmountToPay equal to ClosingHashAmountToPay
            and RecountHashAmountPaid equal to ClosingHashAmountPaid
            string "    Closing totals reconcile: count " delimited by size
                RecountRecordCount delimited by size
                ", hash to pay " delimited by size
                RecountHashAmountToPay delimited by size
                ", hash paid " delimited by size
                RecountHashAmountPaid delimited by size
                into RetentionLogLine
            end-string
        when other
            string "    CLOSING TOTALS DO NOT RECONCILE: count "
                    delimited by size
                RecountRecordCount delimited by size
                "/" delimited by size
                ClosingRecordCount delimited by size
                ", hash to pay " delimited by size
                RecountHashAmountToPay delimited by size
                "/" delimited by size
                ClosingHashAmountToPay delimited by size
                ", hash paid " delimited by size
                RecountHashAmountPaid delimited by size
                "/" delimited by size
                ClosingHashAmountPaid delimited by size
                into RetentionLogLine
            end-string
            display "WARNING - closing totals do not reconcile for "
                function trim(ScanMasterFileName)
    end-evaluate
    write RetentionLogLine
.

PurgeHistoryFile.
    move zero to FileRecordCount
    move zero to FileAnonymisedCount
    call "CBL_CHECK_FILE_EXIST" using HistoryFileName, FileInformation
    if return-code equal to zero then
        move zero to return-code
        open input HistoryFile
        open output RewrittenFile
        read HistoryFile
            at end set EndOfHistoryFile to true
        end-read
        perform until EndOfHistoryFile
            add 1 to FileRecordCount
            perform AnonymiseHistoryLine
            write RewrittenLine from HistoryLine
            perform CheckRewrittenWrite
            read HistoryFile
                at end set EndOfHistoryFile to true
            end-read
        end-perform
        close HistoryFile
        close RewrittenFile
        move spaces to RetentionLogLine
        write RetentionLogLine
        move HistoryFileName to FileToReplace
        perform ReplaceWithRewrittenFile
    end-if
    move zero to return-code
.

AnonymiseHistoryLine.
    move spaces to HistEmailText
    move spaces to HistNameText
    move spaces to HistTelephoneText
    move spaces to HistDietText
    move spaces to HistEventText
    move spaces to HistYearText
    unstring HistoryLine delimited by " | "
        into HistEmailText, HistNameText, HistTelephoneText,
        HistDietText, HistEventText, HistYearText
    end-unstring
    if HistYearText is numeric then
        move HistYearText to HistYear
        if HistYear less than CutOffYear
            and HistEmailText not equal to AnonymisedMarker
        then
            add 1 to FileAnonymisedCount
            move AnonymisedMarker to HistNameText
            move spaces to HistTelephoneText
            move spaces to HistDietText
            move spaces to HistoryLine
            string AnonymisedMarker delimited by size
                " | " delimited by size
                HistNameText delimited by size
                " | " delimited by size
                HistTelephoneText delimited by size
                " | " delimited by size
                HistDietText delimited by size
                " | " delimited by size
                HistEventText delimited by size
                " | " delimited by size
                HistYearText delimited by size
                into HistoryLine
            end-string
        end-if
    end-if
.

WriteRunHeader.
    move spaces to RetentionLogLine
    write RetentionLogLine
    move spaces to RetentionLogLine
    string "Retention run " delimited by size
        CurrentTimestamp(1:4) "-" CurrentTimestamp(5:2) "-"
            CurrentTimestamp(7:2) " " CurrentTimestamp(9:2) ":"
            CurrentTimestamp(11:2) delimited by size
        " by " delimited by size
        function trim(OperatorId) delimited by size
        " - keep " delimited by size
        RetentionYears delimited by size
        " years, anonymise seasons closed before " delimited by size
        CutOffYear delimited by size
        into RetentionLogLine
    end-string
    write RetentionLogLine
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
        "      " delimited by size
        " | " delimited by size
        "RETENTION BEFORE " delimited by size
        CutOffYear delimited by size
        " | " delimited by size
        CurrentTimestamp delimited by size
        into AuditLogLine
    end-string
    write AuditLogLine

    close AuditLogFile
.

end program RetentionPurge.
