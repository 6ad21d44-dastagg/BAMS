program-id. BackupAttendees.

environment division.
input-output section.
file-control.
    select optional TransactionLogFile assign to TransactionLogFileName
        organization is line sequential
        file status is TransactionLogStatus.

data division.
file section.
fd TransactionLogFile.
    copy TransactionLog replacing TransactionLog by TransactionLogRecord.

working-storage section.
    01 MasterFileName pic x(40) value spaces.
    01 Generation1FileName pic x(40) value spaces.
        02 FileDateStamp pic x(7).
        02 FileTimeStamp pic x(6).

    01 TransactionLogFileName pic x(40) value spaces.
    01 TransactionLogStatus pic x(2) value spaces.
        88 TransactionLogOpenOk value "00" "05".

linkage section.
    01 IndexedAttendeesFileName pic x(20).

    if return-code not equal to zero then
        display "BackupAttendees: generation copy failed for "
            function trim(MasterFileName)
    else
        perform WriteBackupCheckpoint
    end-if

    move zero to return-code
    goback.

WriteBackupCheckpoint.
    move spaces to TransactionLogFileName
    string function trim(MasterFileName) delimited by size
        "-transaction.log" delimited by size
        into TransactionLogFileName
    end-string
    open extend TransactionLogFile
    if not TransactionLogOpenOk then
        open output TransactionLogFile
    end-if
    move spaces to TransactionLogRecord
    move function current-date to TranTimestamp
    move "BACKUP" to TranType
    move Generation1FileName to TranAfterImage
    write TransactionLogRecord
    close TransactionLogFile
.

end program BackupAttendees.
