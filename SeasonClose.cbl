        organization is line sequential
        file status is AuditLogStatus.

    select optional BursaryLedgerFile assign to BursaryLedgerFileName
        organization is line sequential
        file status is BursaryLedgerStatus.

    select RetaggedLedgerFile assign to RetaggedLedgerFileName
        organization is line sequential
        file status is RetaggedLedgerStatus.

data division.
file section.
fd AttendeesFile is global.
fd AuditLogFile.
    01 AuditLogLine pic x(80).

fd BursaryLedgerFile.
    copy BursaryLedger replacing BursaryLedger by
        ==BursaryLedgerRecord.
        88 EndOfBursaryLedger value high-values==.

fd RetaggedLedgerFile.
    01 RetaggedLedgerLine pic x(121).

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".

    01 BursaryLedgerFileName pic x(20) value "bursary-ledger.dat".
    01 BursaryLedgerStatus pic x(2) value spaces.
        88 BursaryLedgerOpenOk value "00".
    01 RetaggedLedgerFileName pic x(20) value "bursary-ledger.new".
    01 RetaggedLedgerStatus pic x(2) value spaces.
    01 RetaggedEntryCount pic 9(5) value zero.
    01 RetaggedWriteFailed pic x value "N".
        88 RetaggedWriteHasFailed value "Y".

    01 CurrentTimestamp pic x(21) value spaces.
    01 CloseYear pic x(4) value spaces.

    01 ArchiveJournalFileName pic x(60) value spaces.
    01 LiveAuditFileName pic x(40) value spaces.
    01 ArchiveAuditFileName pic x(60) value spaces.
    01 LiveTransactionLogFileName pic x(40) value spaces.
    01 ArchiveTransactionLogFileName pic x(60) value spaces.
    01 LiveNotificationsFileName pic x(40) value spaces.
    01 ArchiveNotificationsFileName pic x(60) value spaces.
    01 LiveReminderHistoryFileName pic x(40) value spaces.
    01 ArchiveReminderHistoryFileName pic x(60) value spaces.
    01 LiveShiftsFileName pic x(40) value spaces.
    01 ArchiveShiftsFileName pic x(60) value spaces.
    01 LiveShiftAssignmentsFileName pic x(40) value spaces.
    01 ArchiveShiftAssignmentsFileName pic x(60) value spaces.

    01 FileInformation.
        02 FileSizeInBytes pic x(8) comp-x.
    display "Season close for " function trim(LiveMasterFileName)
        " - archive as " function trim(ArchiveMasterFileName)
    display "The live master, sequential import file, payments"
        " journal, audit log, transaction log, notification queue,"
        " payment reminder history, shifts and shift assignments"
        " are archived and then removed."
    display "Bursary fund entries for this season are marked with the"
        " archive name; the fund balance carries forward."
    display "Close the season now? (Y/N): " with no advancing
    move spaces to CloseConfirm
    accept CloseConfirm
        into ArchiveAuditFileName
    end-string

    move spaces to LiveTransactionLogFileName
    string function trim(LiveMasterFileName) delimited by size
        "-transaction.log" delimited by size
        into LiveTransactionLogFileName
    end-string
    move spaces to ArchiveTransactionLogFileName
    string "archive-" delimited by size
        CloseYear delimited by size
        "-" delimited by size
        function trim(LiveTransactionLogFileName) delimited by size
        into ArchiveTransactionLogFileName
    end-string

    move spaces to LiveNotificationsFileName
    string function trim(LiveMasterFileName) delimited by size
        "-notifications.dat" delimited by size
        into LiveNotificationsFileName
    end-string
    move spaces to ArchiveNotificationsFileName
    string "archive-" delimited by size
        CloseYear delimited by size
        "-" delimited by size
        function trim(LiveNotificationsFileName) delimited by size
        into ArchiveNotificationsFileName
    end-string

    move spaces to LiveReminderHistoryFileName
    string function trim(LiveMasterFileName) delimited by size
        "-reminder-history.dat" delimited by size
        into LiveReminderHistoryFileName
    end-string
    move spaces to ArchiveReminderHistoryFileName
    string "archive-" delimited by size
        CloseYear delimited by size
        "-" delimited by size
        function trim(LiveReminderHistoryFileName) delimited by size
        into ArchiveReminderHistoryFileName
    end-string

    move spaces to LiveShiftsFileName
    string function trim(LiveMasterFileName) delimited by size
        "-shifts.dat" delimited by size
        into LiveShiftsFileName
    end-string
    move spaces to ArchiveShiftsFileName
    string "archive-" delimited by size
        CloseYear delimited by size
        "-" delimited by size
        function trim(LiveShiftsFileName) delimited by size
        into ArchiveShiftsFileName
    end-string

    move spaces to LiveShiftAssignmentsFileName
    string function trim(LiveMasterFileName) delimited by size
        "-shift-assignments.dat" delimited by size
        into LiveShiftAssignmentsFileName
    end-string
    move spaces to ArchiveShiftAssignmentsFileName
    string "archive-" delimited by size
        CloseYear delimited by size
        "-" delimited by size
        function trim(LiveShiftAssignmentsFileName) delimited by size
        into ArchiveShiftAssignmentsFileName
    end-string

    move spaces to ClosingTotalsFileName
    string "archive-" delimited by size
        CloseYear delimited by size
        perform ArchiveSeqFile
        perform ArchiveJournalFile
        perform ArchiveAuditFile
        perform ArchiveTransactionLog
        perform ArchiveNotificationQueue
        perform ArchiveReminderHistory
        perform ArchiveShiftsFile
        perform ArchiveShiftAssignments
        perform RetagBursaryLedger
        move zero to return-code
        display "Live files archived and removed - the next import"
            " starts a clean season"
    move zero to return-code
.

ArchiveTransactionLog.
    call "CBL_CHECK_FILE_EXIST" using LiveTransactionLogFileName,
        FileInformation
    if return-code equal to zero then
        call "CBL_COPY_FILE" using LiveTransactionLogFileName,
            ArchiveTransactionLogFileName
        if return-code equal to zero then
            call "CBL_DELETE_FILE" using LiveTransactionLogFileName
        end-if
    end-if
    move zero to return-code
.

ArchiveNotificationQueue.
    call "CBL_CHECK_FILE_EXIST" using LiveNotificationsFileName,
        FileInformation
    if return-code equal to zero then
        call "CBL_COPY_FILE" using LiveNotificationsFileName,
            ArchiveNotificationsFileName
        if return-code equal to zero then
            call "CBL_DELETE_FILE" using LiveNotificationsFileName
        end-if
    end-if
    move zero to return-code
.

ArchiveReminderHistory.
    call "CBL_CHECK_FILE_EXIST" using LiveReminderHistoryFileName,
        FileInformation
    if return-code equal to zero then
        call "CBL_COPY_FILE" using LiveReminderHistoryFileName,
            ArchiveReminderHistoryFileName
        if return-code equal to zero then
            call "CBL_DELETE_FILE" using LiveReminderHistoryFileName
        end-if
    end-if
    move zero to return-code
.

ArchiveShiftsFile.
    call "CBL_CHECK_FILE_EXIST" using LiveShiftsFileName,
        FileInformation
    if return-code equal to zero then
        call "CBL_COPY_FILE" using LiveShiftsFileName,
            ArchiveShiftsFileName
        if return-code equal to zero then
            call "CBL_DELETE_FILE" using LiveShiftsFileName
        end-if
    end-if
    move zero to return-code
.

ArchiveShiftAssignments.
    call "CBL_CHECK_FILE_EXIST" using LiveShiftAssignmentsFileName,
        FileInformation
    if return-code equal to zero then
        call "CBL_COPY_FILE" using LiveShiftAssignmentsFileName,
            ArchiveShiftAssignmentsFileName
        if return-code equal to zero then
            call "CBL_DELETE_FILE" using LiveShiftAssignmentsFileName
        end-if
    end-if
    move zero to return-code
.

RetagBursaryLedger.
    open input BursaryLedgerFile
    if BursaryLedgerOpenOk then
        open output RetaggedLedgerFile
        read BursaryLedgerFile
            at end set EndOfBursaryLedger to true
        end-read
        perform until EndOfBursaryLedger
            if LedgerMasterName equal to LiveMasterFileName then
                move ArchiveMasterFileName to LedgerMasterName
                add 1 to RetaggedEntryCount
            end-if
            write RetaggedLedgerLine from BursaryLedgerRecord
            if RetaggedLedgerStatus not equal to "00" then
                move "Y" to RetaggedWriteFailed
            end-if
            read BursaryLedgerFile
                at end set EndOfBursaryLedger to true
            end-read
        end-perform
        close BursaryLedgerFile
        close RetaggedLedgerFile
        if RetaggedWriteHasFailed or RetaggedLedgerStatus not equal to "00"
        then
            display "WARNING - bursary ledger not updated, work file"
                " write failed - entries still carry the live master name"
            call "CBL_DELETE_FILE" using RetaggedLedgerFileName
        else
            move zero to return-code
            if RetaggedEntryCount greater than zero then
                call "CBL_COPY_FILE" using RetaggedLedgerFileName,
                    BursaryLedgerFileName
            end-if
            if return-code not equal to zero then
                display "WARNING - bursary ledger not replaced, retagged"
                    " entries left in " function trim(RetaggedLedgerFileName)
            else
                display "Bursary fund entries moved to the archive: "
                    RetaggedEntryCount " - the fund balance carries forward"
                call "CBL_DELETE_FILE" using RetaggedLedgerFileName
            end-if
        end-if
    else
        close BursaryLedgerFile
    end-if
    move zero to return-code
.

WriteAuditRecord.
    move spaces to AuditLogFileName
    string function trim(IndexedAttendeesFileName) delimited by size
