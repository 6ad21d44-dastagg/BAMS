identification division.
program-id. RecordBursaryEntry is initial.

environment division.
input-output section.
file-control.
    select optional BursaryLedgerFile assign to BursaryLedgerFileName
        organization is line sequential
        file status is BursaryLedgerStatus.

data division.
file section.
fd BursaryLedgerFile.
    copy BursaryLedger replacing BursaryLedger by BursaryLedgerRecord.

working-storage section.
    01 BursaryLedgerFileName pic x(20) value "bursary-ledger.dat".
    01 BursaryLedgerStatus pic x(2) value spaces.
        88 BursaryLedgerOpenOk value "00" "05".

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 OperatorId pic x(10).
    01 BursaryEntryType pic x.
    01 BursaryAuthCode pic x(6).
    01 BursaryAmount pic 9(5)v99.
    01 BursaryNote pic x(30).
    01 BursaryResult pic x(2).

procedure division using IndexedAttendeesFileName, OperatorId,
        BursaryEntryType, BursaryAuthCode, BursaryAmount, BursaryNote,
        BursaryResult.
    open extend BursaryLedgerFile
    if not BursaryLedgerOpenOk then
        open output BursaryLedgerFile
    end-if

    move spaces to BursaryLedgerRecord
    move function current-date to LedgerTimestamp
    move BursaryEntryType to LedgerEntryType
    move BursaryAuthCode to LedgerAuthCode
    move BursaryAmount to LedgerAmount
    move OperatorId to LedgerOperatorId
    move IndexedAttendeesFileName to LedgerMasterName
    move BursaryNote to LedgerNote
    write BursaryLedgerRecord
    move BursaryLedgerStatus to BursaryResult
    if BursaryLedgerStatus not equal to "00" then
        display "RecordBursaryEntry: write failed for AuthCode "
            BursaryAuthCode ", status " BursaryLedgerStatus
    end-if

    close BursaryLedgerFile
    goback.

end program RecordBursaryEntry.
