identification division.
program-id. RecoverAttendees is initial.

environment division.
input-output section.
file-control.
    select optional AttendeesFile assign to IndexedAttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional TransactionLogFile assign to TransactionLogFileName
        organization is line sequential
        file status is TransactionLogStatus.

    select RecoveryReportFile assign to RecoveryReportFileName
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

fd TransactionLogFile.
    copy TransactionLog replacing TransactionLog by
        ==TransactionLogRecord.
        88 EndOfTransactionLog value high-values==.

fd RecoveryReportFile.
    01 RecoveryReportLine pic x(100).

fd AuditLogFile.
    01 AuditLogLine pic x(80).

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 IndexedFileNotFound value "35".

    01 TransactionLogFileName pic x(40) value spaces.
    01 TransactionLogStatus pic x(2) value spaces.
        88 TransactionLogOpenOk value "00" "05".
    01 RecoveryReportFileName pic x(40) value spaces.
    01 AuditLogFileName pic x(30) value spaces.
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".

    01 CurrentTimestamp pic x(21) value spaces.

    01 MasterFileName pic x(40) value spaces.
    01 PreRecoveryFileName pic x(40) value spaces.
    01 GenerationFileName pic x(40) value spaces.
    01 FileInformation.
        02 FileSizeInBytes pic x(8) comp-x.
        02 FileDateStamp pic x(7).
        02 FileTimeStamp pic x(6).

    01 CheckpointTable.
        02 CheckpointEntry occurs 3 times.
            03 CheckpointLine pic 9(7).
            03 CheckpointTime pic x(21).
    01 CheckpointCount pic 9 value zero.
    01 CheckpointIdx pic 9 value zero.
    01 LogLineNumber pic 9(7) value zero.

    01 MarkerTable.
        02 MarkerEntry occurs 50 times.
            03 MarkerLine pic 9(7).
            03 MarkerReplayPoint pic x(14).
    01 MarkerCount pic 99 value zero.
    01 MarkerIdx pic 99 value zero.
    01 EntryLeftOutFlag pic x value "N".
        88 EntryLeftOutEarlier value "Y".

    01 GenerationInput pic x value spaces.
    01 ChosenGeneration pic 9 value zero.
    01 ReplayUpToInput pic x(14) value spaces.
    01 ReplayUpToTime pic x(14) value spaces.
    01 RecoverConfirm pic x value spaces.
        88 RecoverConfirmed value "Y" "y".

    01 ReappliedCount pic 9(6) value zero.
    01 AddedCount pic 9(6) value zero.
    01 ReplacedCount pic 9(6) value zero.
    01 FailedCount pic 9(6) value zero.
    01 BeyondPointCount pic 9(6) value zero.
    01 EarlierRecoveryCount pic 9(6) value zero.
    01 ReplayAction pic x(8) value spaces.

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 SeqAttendeesFileName pic x(20).
    01 OperatorId pic x(10).

procedure division using IndexedAttendeesFileName, SeqAttendeesFileName,
        OperatorId.
    move spaces to MasterFileName
    move function trim(IndexedAttendeesFileName) to MasterFileName
    move spaces to TransactionLogFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-transaction.log" delimited by size
        into TransactionLogFileName
    end-string
    move spaces to RecoveryReportFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-recovery-report.txt" delimited by size
        into RecoveryReportFileName
    end-string
    move spaces to PreRecoveryFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        ".pre-recovery" delimited by size
        into PreRecoveryFileName
    end-string

    perform FindBackupCheckpoints
    if CheckpointCount equal to zero then
        display "REFUSED - no backup checkpoints recorded in "
            function trim(TransactionLogFileName)
        goback
    end-if

    perform ChooseGenerationAndPoint
    if ChosenGeneration equal to zero then
        goback
    end-if

    display "This replaces " function trim(MasterFileName)
        " with generation " ChosenGeneration
        " and replays the transaction log to " ReplayUpToTime
    display "The current master is kept as "
        function trim(PreRecoveryFileName)
    display "Recover now? (Y/N): " with no advancing
    move spaces to RecoverConfirm
    accept RecoverConfirm
    if not RecoverConfirmed then
        display "Recovery abandoned"
        goback
    end-if

    call "CBL_CHECK_FILE_EXIST" using MasterFileName, FileInformation
    if return-code equal to zero then
        call "CBL_COPY_FILE" using MasterFileName, PreRecoveryFileName
        if return-code not equal to zero then
            move zero to return-code
            display "REFUSED - could not save the current master to "
                function trim(PreRecoveryFileName)
            goback
        end-if
    end-if
    call "CBL_COPY_FILE" using GenerationFileName, MasterFileName
    if return-code not equal to zero then
        move zero to return-code
        display "REFUSED - could not restore "
            function trim(GenerationFileName)
        goback
    end-if

    perform ReplayTransactionLog
    perform WriteRecoveryMarker
    perform WriteAuditRecord

    display "Restored generation " ChosenGeneration
        " taken " CheckpointTime(ChosenGeneration)
    display "Transactions reapplied:   " ReappliedCount
        " (" AddedCount " added, " ReplacedCount " replaced)"
    display "Failed to reapply:        " FailedCount
    display "Left out (after " ReplayUpToTime "): " BeyondPointCount
    display "Left out by an earlier recovery: " EarlierRecoveryCount
    display "Recovery report written to "
        function trim(RecoveryReportFileName)

    call "VerifyAttendees" using SeqAttendeesFileName,
        IndexedAttendeesFileName
    goback.

FindBackupCheckpoints.
    initialize CheckpointTable
    move zero to CheckpointCount
    initialize MarkerTable
    move zero to MarkerCount
    move zero to LogLineNumber
    open input TransactionLogFile
    if TransactionLogStatus equal to "00" then
        read TransactionLogFile
            at end set EndOfTransactionLog to true
        end-read
        perform until EndOfTransactionLog
            add 1 to LogLineNumber
            if TranIsBackupCheckpoint then
                perform RecordCheckpoint
            end-if
            if TranIsRecoveryMarker then
                perform RecordRecoveryMarker
            end-if
            read TransactionLogFile
                at end set EndOfTransactionLog to true
            end-read
        end-perform
    end-if
    close TransactionLogFile
.

RecordCheckpoint.
    move CheckpointEntry(2) to CheckpointEntry(3)
    move CheckpointEntry(1) to CheckpointEntry(2)
    move LogLineNumber to CheckpointLine(1)
    move TranTimestamp to CheckpointTime(1)
    if CheckpointCount less than 3 then
        add 1 to CheckpointCount
    end-if
.

RecordRecoveryMarker.
    if TranAfterImage(41:14) not equal to spaces
        and MarkerCount less than 50
    then
        add 1 to MarkerCount
        move LogLineNumber to MarkerLine(MarkerCount)
        move TranAfterImage(41:14) to MarkerReplayPoint(MarkerCount)
    end-if
.

ChooseGenerationAndPoint.
    display " "
    display "Backup generations with a checkpoint in the transaction log:"
    perform varying CheckpointIdx from 1 by 1
        until CheckpointIdx greater than CheckpointCount
        display "  " CheckpointIdx "  " function trim(MasterFileName)
            ".g" CheckpointIdx "  taken " CheckpointTime(CheckpointIdx)
    end-perform
    display "Restore which generation (ENTER to abandon): "
        with no advancing
    move spaces to GenerationInput
    accept GenerationInput
    move zero to ChosenGeneration
    if GenerationInput is numeric then
        move GenerationInput to ChosenGeneration
    end-if
    if ChosenGeneration equal to zero
        or ChosenGeneration greater than CheckpointCount
    then
        move zero to ChosenGeneration
        display "Recovery abandoned"
    else
        perform CheckGenerationFileExists
    end-if

    if ChosenGeneration greater than zero then
        display "Replay up to YYYYMMDDHHMMSS (ENTER for the end of"
            " the log): " with no advancing
        move spaces to ReplayUpToInput
        accept ReplayUpToInput
        move ReplayUpToInput to ReplayUpToTime
        inspect ReplayUpToTime replacing all space by "9"
    end-if
.

CheckGenerationFileExists.
    move spaces to GenerationFileName
    string function trim(MasterFileName) delimited by size
        ".g" delimited by size
        ChosenGeneration delimited by size
        into GenerationFileName
    end-string
    call "CBL_CHECK_FILE_EXIST" using GenerationFileName, FileInformation
    if return-code not equal to zero then
        move zero to return-code
        display "REFUSED - backup file " function trim(GenerationFileName)
            " not found"
        move zero to ChosenGeneration
    end-if
.

ReplayTransactionLog.
    open output RecoveryReportFile
    move spaces to RecoveryReportLine
    string "BarnCamp Master Recovery - generation " delimited by size
        ChosenGeneration delimited by size
        " taken " delimited by size
        CheckpointTime(ChosenGeneration) delimited by size
        ", replayed to " delimited by size
        ReplayUpToTime delimited by size
        into RecoveryReportLine
    end-string
    write RecoveryReportLine
    move spaces to RecoveryReportLine
    write RecoveryReportLine
    move "Timestamp             Operator   Type         AuthCode Action"
        to RecoveryReportLine
    write RecoveryReportLine

    open i-o AttendeesFile
    move zero to LogLineNumber
    open input TransactionLogFile
    read TransactionLogFile
        at end set EndOfTransactionLog to true
    end-read
    perform until EndOfTransactionLog
        add 1 to LogLineNumber
        if LogLineNumber greater than CheckpointLine(ChosenGeneration)
            and not TranIsBackupCheckpoint
            and not TranIsRecoveryMarker
            and TranAuthCode not equal to spaces
        then
            perform CheckLeftOutEarlier
            evaluate true
                when TranTimestamp(1:14) greater than ReplayUpToTime
                    add 1 to BeyondPointCount
                when EntryLeftOutEarlier
                    add 1 to EarlierRecoveryCount
                    perform ReportLeftOutEarlier
                when other
                    perform ReapplyAfterImage
            end-evaluate
        end-if
        read TransactionLogFile
            at end set EndOfTransactionLog to true
        end-read
    end-perform
    close TransactionLogFile
    close AttendeesFile

    move spaces to RecoveryReportLine
    write RecoveryReportLine
    move spaces to RecoveryReportLine
    string "Reapplied " delimited by size
        ReappliedCount delimited by size
        " (added " delimited by size
        AddedCount delimited by size
        ", replaced " delimited by size
        ReplacedCount delimited by size
        "), failed " delimited by size
        FailedCount delimited by size
        ", left out after the recovery point " delimited by size
        BeyondPointCount delimited by size
        into RecoveryReportLine
    end-string
    write RecoveryReportLine
    move spaces to RecoveryReportLine
    string "Left out by an earlier recovery: " delimited by size
        EarlierRecoveryCount delimited by size
        into RecoveryReportLine
    end-string
    write RecoveryReportLine
    close RecoveryReportFile
.

CheckLeftOutEarlier.
    move "N" to EntryLeftOutFlag
    perform varying MarkerIdx from 1 by 1
        until MarkerIdx greater than MarkerCount
        if MarkerLine(MarkerIdx) greater than LogLineNumber
            and TranTimestamp(1:14) greater than MarkerReplayPoint(MarkerIdx)
        then
            move "Y" to EntryLeftOutFlag
        end-if
    end-perform
.

ReportLeftOutEarlier.
    move spaces to RecoveryReportLine
    string TranTimestamp delimited by size
        " " delimited by size
        TranOperatorId delimited by size
        " " delimited by size
        TranType delimited by size
        " " delimited by size
        TranAuthCode delimited by size
        "   " delimited by size
        "LEFT OUT BY AN EARLIER RECOVERY" delimited by size
        into RecoveryReportLine
    end-string
    write RecoveryReportLine
.

ReapplyAfterImage.
    move TranAfterImage to AttendeeRecord
    write AttendeeRecord
        invalid key
            rewrite AttendeeRecord
                invalid key
                    add 1 to FailedCount
                    move "FAILED" to ReplayAction
                not invalid key
                    add 1 to ReappliedCount
                    add 1 to ReplacedCount
                    move "REPLACED" to ReplayAction
            end-rewrite
        not invalid key
            add 1 to ReappliedCount
            add 1 to AddedCount
            move "ADDED" to ReplayAction
    end-write

    move spaces to RecoveryReportLine
    string TranTimestamp delimited by size
        " " delimited by size
        TranOperatorId delimited by size
        " " delimited by size
        TranType delimited by size
        " " delimited by size
        TranAuthCode delimited by size
        "   " delimited by size
        ReplayAction delimited by size
        into RecoveryReportLine
    end-string
    write RecoveryReportLine
.

WriteRecoveryMarker.
    move function current-date to CurrentTimestamp
    open extend TransactionLogFile
    if not TransactionLogOpenOk then
        open output TransactionLogFile
    end-if
    move spaces to TransactionLogRecord
    move CurrentTimestamp to TranTimestamp
    move OperatorId to TranOperatorId
    move "RECOVERY" to TranType
    move GenerationFileName to TranAfterImage(1:40)
    move ReplayUpToTime to TranAfterImage(41:14)
    write TransactionLogRecord
    close TransactionLogFile
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
        "      " delimited by size
        " | RECOVER G" delimited by size
        ChosenGeneration delimited by size
        " TO " delimited by size
        ReplayUpToTime delimited by size
        " | " delimited by size
        CurrentTimestamp delimited by size
        into AuditLogLine
    end-string
    write AuditLogLine

    close AuditLogFile
.

end program RecoverAttendees.
