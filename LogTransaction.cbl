identification division.
program-id. LogTransaction is initial.

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
    01 TransactionLogFileName pic x(40) value spaces.
    01 TransactionLogStatus pic x(2) value spaces.
        88 TransactionLogOpenOk value "00" "05".

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 OperatorId pic x(10).
    01 TransactionType pic x(12).
    copy DD-Attendee replacing Attendee by LoggedAttendee.

procedure division using IndexedAttendeesFileName, OperatorId,
        TransactionType, LoggedAttendee.
    move spaces to TransactionLogFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-transaction.log" delimited by size
        into TransactionLogFileName
    end-string
    open extend TransactionLogFile
    if not TransactionLogOpenOk then
        open output TransactionLogFile
    end-if

    move spaces to TransactionLogRecord
    move function current-date to TranTimestamp
    move OperatorId to TranOperatorId
    move TransactionType to TranType
    move AuthCode of LoggedAttendee to TranAuthCode
    move LoggedAttendee to TranAfterImage
    write TransactionLogRecord
    if TransactionLogStatus not equal to "00" then
        display "LogTransaction: write failed for AuthCode "
            AuthCode of LoggedAttendee ", status " TransactionLogStatus
    end-if

    close TransactionLogFile
    goback.

end program LogTransaction.
