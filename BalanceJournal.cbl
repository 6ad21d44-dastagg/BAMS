identification division.
program-id. BalanceJournal is initial.

environment division.
input-output section.
file-control.
    select optional AttendeesFile assign to IndexedAttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional SeqAttendeesFile assign to SeqAttendeesFileName
        organization is line sequential
        file status is SeqAttendeesStatus.

    select optional PaymentsJournalFile assign to PaymentsJournalFileName
        organization is line sequential
        file status is PaymentsJournalStatus.

    select BalanceReportFile assign to BalanceReportFileName
        organization is line sequential.

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

fd PaymentsJournalFile.
    01 PaymentsJournalLine pic x(80).
        88 EndOfPaymentsJournal value high-values.

fd BalanceReportFile.
    01 BalanceReportLine pic x(100).

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 IndexedFileNotFound value "35".

    01 SeqAttendeesStatus pic x(2) value spaces.
        88 SeqAttendeesOpenOk value "00".
    01 PaymentsJournalFileName pic x(40) value spaces.
    01 PaymentsJournalStatus pic x(2) value spaces.
        88 PaymentsJournalOpenOk value "00".
    01 BalanceReportFileName pic x(40) value spaces.

    01 CurrentTimestamp pic x(21) value spaces.

    01 JournalOperatorText pic x(10) value spaces.
    01 JournalAuthCodeText pic x(6) value spaces.
    01 JournalAmountText pic x(10) value spaces.
    01 JournalTimestampText pic x(21) value spaces.
    01 JournalAmount pic s9(5)v99 value zero.

    01 ReceiptTable.
        02 ReceiptEntry occurs 3000 times.
            03 ReceiptAuthCode pic x(6).
            03 ReceiptJournalTotal pic 9(7)v99.
            03 ReceiptLineCount pic 9(4).
            03 ReceiptOpeningPaid pic 9(5)v99.
            03 ReceiptOnMaster pic x.
                88 ReceiptAuthCodeOnMaster value "Y".
    01 ReceiptCount pic 9(4) value zero.
    01 ReceiptIdx pic 9(4) value zero.
    01 MatchedReceiptIdx pic 9(4) value zero.
    01 ReceiptOverflowCount pic 9(4) value zero.
    01 AuthCodeToFind pic x(6) value spaces.

    01 JournalLineCount pic 9(6) value zero.
    01 JournalReceiptTotal pic 9(9)v99 value zero.
    01 SeqRecordCount pic 9(6) value zero.
    01 OpeningPaidTotal pic 9(9)v99 value zero.

    01 MasterRecordCount pic 9(6) value zero.
    01 HashTotalAmountToPay pic 9(9)v99 value zero.
    01 HashTotalAmountPaid pic 9(9)v99 value zero.
    01 ExpectedPaidTotal pic 9(9)v99 value zero.

    01 MasterOpeningPaid pic 9(5)v99 value zero.
    01 MasterJournalTotal pic 9(7)v99 value zero.
    01 ExpectedPaid pic 9(7)v99 value zero.
    01 PaidDifference pic s9(7)v99 value zero.
    01 NetDifference pic s9(9)v99 value zero.

    01 ExceptionCount pic 9(5) value zero.
    01 OrphanAuthCodeCount pic 9(5) value zero.
    01 OrphanLineCount pic 9(6) value zero.
    01 OrphanTotal pic 9(9)v99 value zero.

    01 ReportAmount pic z(6)9.99.
    01 ReportOpening pic z(4)9.99.
    01 ReportJournal pic z(6)9.99.
    01 ReportMasterPaid pic z(4)9.99.
    01 ReportDifference pic -(6)9.99.
    01 ReportHashTotal pic z(8)9.99.
    01 ReportSignedTotal pic -(8)9.99.

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 SeqAttendeesFileName pic x(20).

procedure division using IndexedAttendeesFileName, SeqAttendeesFileName.
    move spaces to PaymentsJournalFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-payments-journal.dat" delimited by size
        into PaymentsJournalFileName
    end-string
    move spaces to BalanceReportFileName
    string function trim(IndexedAttendeesFileName) delimited by size
        "-journal-balance.txt" delimited by size
        into BalanceReportFileName
    end-string

    perform LoadJournalReceipts
    perform LoadOpeningWebPaid

    open output BalanceReportFile
    perform WriteReportHeader
    perform CompareMasterWithReceipts
    perform ListOrphanJournalLines
    perform WriteControlTotals
    close BalanceReportFile

    display "Master records:        " MasterRecordCount
    display "Exceptions:            " ExceptionCount
    display "Orphan journal AuthCodes: " OrphanAuthCodeCount
    display "Journal balance report written to "
        function trim(BalanceReportFileName)
    goback.

LoadJournalReceipts.
    open input PaymentsJournalFile
    if not PaymentsJournalOpenOk then
        close PaymentsJournalFile
        display "No payments journal found at "
            function trim(PaymentsJournalFileName)
            " - all receipts taken as zero"
    else
        read PaymentsJournalFile
            at end set EndOfPaymentsJournal to true
        end-read
        perform until EndOfPaymentsJournal
            perform AccumulateJournalLine
            read PaymentsJournalFile
                at end set EndOfPaymentsJournal to true
            end-read
        end-perform
        close PaymentsJournalFile
    end-if
.

AccumulateJournalLine.
    move spaces to JournalOperatorText
    move spaces to JournalAuthCodeText
    move spaces to JournalAmountText
    move spaces to JournalTimestampText
    unstring PaymentsJournalLine delimited by " | "
        into JournalOperatorText, JournalAuthCodeText,
        JournalAmountText, JournalTimestampText
    end-unstring

    if JournalTimestampText not equal to spaces then
        add 1 to JournalLineCount
        move function numval(JournalAmountText) to JournalAmount
        add JournalAmount to JournalReceiptTotal
        move JournalAuthCodeText to AuthCodeToFind
        perform FindOrAddReceiptEntry
        if MatchedReceiptIdx greater than zero then
            add JournalAmount to ReceiptJournalTotal(MatchedReceiptIdx)
            add 1 to ReceiptLineCount(MatchedReceiptIdx)
        end-if
    end-if
.

LoadOpeningWebPaid.
    open input SeqAttendeesFile
    if not SeqAttendeesOpenOk then
        close SeqAttendeesFile
        display "No sequential import found at "
            function trim(SeqAttendeesFileName)
            " - opening web-paid amounts taken as zero"
    else
        read SeqAttendeesFile
            at end set EndOfSeqAttendeesFile to true
        end-read
        perform until EndOfSeqAttendeesFile
            if AuthCode of SeqAttendeeRecord not equal to spaces then
                add 1 to SeqRecordCount
                add AmountPaid of SeqAttendeeRecord to OpeningPaidTotal
                move AuthCode of SeqAttendeeRecord to AuthCodeToFind
                perform FindOrAddReceiptEntry
                if MatchedReceiptIdx greater than zero then
                    move AmountPaid of SeqAttendeeRecord
                        to ReceiptOpeningPaid(MatchedReceiptIdx)
                end-if
            end-if
            read SeqAttendeesFile
                at end set EndOfSeqAttendeesFile to true
            end-read
        end-perform
        close SeqAttendeesFile
    end-if
.

FindReceiptEntry.
    move zero to MatchedReceiptIdx
    perform varying ReceiptIdx from 1 by 1
        until ReceiptIdx greater than ReceiptCount
            or MatchedReceiptIdx greater than zero
        if ReceiptAuthCode(ReceiptIdx) equal to AuthCodeToFind then
            move ReceiptIdx to MatchedReceiptIdx
        end-if
    end-perform
.

FindOrAddReceiptEntry.
    perform FindReceiptEntry
    if MatchedReceiptIdx equal to zero then
        if ReceiptCount less than 3000 then
            add 1 to ReceiptCount
            move ReceiptCount to MatchedReceiptIdx
            move AuthCodeToFind to ReceiptAuthCode(MatchedReceiptIdx)
            move zero to ReceiptJournalTotal(MatchedReceiptIdx)
            move zero to ReceiptLineCount(MatchedReceiptIdx)
            move zero to ReceiptOpeningPaid(MatchedReceiptIdx)
            move "N" to ReceiptOnMaster(MatchedReceiptIdx)
        else
            add 1 to ReceiptOverflowCount
        end-if
    end-if
.

WriteReportHeader.
    move function current-date to CurrentTimestamp
    move spaces to BalanceReportLine
    string "BarnCamp Payments Journal Balancing - " delimited by size
        CurrentTimestamp(1:8) delimited by size
        into BalanceReportLine
    end-string
    write BalanceReportLine
    move spaces to BalanceReportLine
    write BalanceReportLine
    move "Exceptions - master AmountPaid not equal to opening web-paid plus journal receipts"
        to BalanceReportLine
    write BalanceReportLine
    move "AuthCode Name                      Master paid  Web opening   Journal  Difference"
        to BalanceReportLine
    write BalanceReportLine
.

CompareMasterWithReceipts.
    open input AttendeesFile
    read AttendeesFile next record
        at end set EndOfAttendeesFile to true
    end-read
    perform until EndOfAttendeesFile
        perform CompareOneAttendee
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform
    close AttendeesFile

    if ExceptionCount equal to zero then
        move "  none - every AuthCode balances" to BalanceReportLine
        write BalanceReportLine
    end-if
.

CompareOneAttendee.
    add 1 to MasterRecordCount
    add AmountToPay of AttendeeRecord to HashTotalAmountToPay
    add AmountPaid of AttendeeRecord to HashTotalAmountPaid

    move zero to MasterOpeningPaid
    move zero to MasterJournalTotal
    move AuthCode of AttendeeRecord to AuthCodeToFind
    perform FindReceiptEntry
    if MatchedReceiptIdx greater than zero then
        move "Y" to ReceiptOnMaster(MatchedReceiptIdx)
        move ReceiptOpeningPaid(MatchedReceiptIdx) to MasterOpeningPaid
        move ReceiptJournalTotal(MatchedReceiptIdx) to MasterJournalTotal
    end-if
    compute ExpectedPaid = MasterOpeningPaid + MasterJournalTotal
    add ExpectedPaid to ExpectedPaidTotal
    compute PaidDifference = AmountPaid of AttendeeRecord - ExpectedPaid

    if PaidDifference not equal to zero then
        add 1 to ExceptionCount
        move AmountPaid of AttendeeRecord to ReportMasterPaid
        move MasterOpeningPaid to ReportOpening
        move MasterJournalTotal to ReportJournal
        move PaidDifference to ReportDifference
        move spaces to BalanceReportLine
        string AuthCode of AttendeeRecord delimited by size
            "   " delimited by size
            Name of AttendeeRecord delimited by size
            " " delimited by size
            ReportMasterPaid delimited by size
            "     " delimited by size
            ReportOpening delimited by size
            " " delimited by size
            ReportJournal delimited by size
            " " delimited by size
            ReportDifference delimited by size
            into BalanceReportLine
        end-string
        write BalanceReportLine
    end-if
.

ListOrphanJournalLines.
    move spaces to BalanceReportLine
    write BalanceReportLine
    move "Journal receipts for AuthCodes no longer on the master"
        to BalanceReportLine
    write BalanceReportLine
    perform varying ReceiptIdx from 1 by 1
        until ReceiptIdx greater than ReceiptCount
        if ReceiptLineCount(ReceiptIdx) greater than zero
            and not ReceiptAuthCodeOnMaster(ReceiptIdx)
        then
            add 1 to OrphanAuthCodeCount
            add ReceiptLineCount(ReceiptIdx) to OrphanLineCount
            add ReceiptJournalTotal(ReceiptIdx) to OrphanTotal
            move ReceiptJournalTotal(ReceiptIdx) to ReportJournal
            move spaces to BalanceReportLine
            string ReceiptAuthCode(ReceiptIdx) delimited by size
                "   " delimited by size
                ReceiptLineCount(ReceiptIdx) delimited by size
                " journal line(s) totalling " delimited by size
                ReportJournal delimited by size
                into BalanceReportLine
            end-string
            write BalanceReportLine
        end-if
    end-perform
    if OrphanAuthCodeCount equal to zero then
        move "  none" to BalanceReportLine
        write BalanceReportLine
    end-if
    if ReceiptOverflowCount greater than zero then
        move spaces to BalanceReportLine
        string "  WARNING - " delimited by size
            ReceiptOverflowCount delimited by size
            " entries not balanced (more than 3000 AuthCodes)"
                delimited by size
            into BalanceReportLine
        end-string
        write BalanceReportLine
    end-if
.

WriteControlTotals.
    compute NetDifference = HashTotalAmountPaid - ExpectedPaidTotal

    move spaces to BalanceReportLine
    write BalanceReportLine
    move "Control totals (agree the first three to the accounting export trailer)"
        to BalanceReportLine
    write BalanceReportLine

    move spaces to BalanceReportLine
    string "  Master record count:            " delimited by size
        MasterRecordCount delimited by size
        into BalanceReportLine
    end-string
    write BalanceReportLine

    move HashTotalAmountToPay to ReportHashTotal
    move spaces to BalanceReportLine
    string "  Hash total amount to pay:       " delimited by size
        ReportHashTotal delimited by size
        into BalanceReportLine
    end-string
    write BalanceReportLine

    move HashTotalAmountPaid to ReportHashTotal
    move spaces to BalanceReportLine
    string "  Hash total amount paid:         " delimited by size
        ReportHashTotal delimited by size
        into BalanceReportLine
    end-string
    write BalanceReportLine

    move OpeningPaidTotal to ReportHashTotal
    move spaces to BalanceReportLine
    string "  Opening web-paid (all imports): " delimited by size
        ReportHashTotal delimited by size
        " over " delimited by size
        SeqRecordCount delimited by size
        " record(s)" delimited by size
        into BalanceReportLine
    end-string
    write BalanceReportLine

    move JournalReceiptTotal to ReportHashTotal
    move spaces to BalanceReportLine
    string "  Journal receipts (all lines):   " delimited by size
        ReportHashTotal delimited by size
        " over " delimited by size
        JournalLineCount delimited by size
        " line(s)" delimited by size
        into BalanceReportLine
    end-string
    write BalanceReportLine

    move OrphanTotal to ReportHashTotal
    move spaces to BalanceReportLine
    string "  Journal receipts not on master: " delimited by size
        ReportHashTotal delimited by size
        " over " delimited by size
        OrphanLineCount delimited by size
        " line(s)" delimited by size
        into BalanceReportLine
    end-string
    write BalanceReportLine

    move ExpectedPaidTotal to ReportHashTotal
    move spaces to BalanceReportLine
    string "  Expected paid (web + journal):  " delimited by size
        ReportHashTotal delimited by size
        into BalanceReportLine
    end-string
    write BalanceReportLine

    move NetDifference to ReportSignedTotal
    move spaces to BalanceReportLine
    string "  Master paid less expected:      " delimited by size
        ReportSignedTotal delimited by size
        " on " delimited by size
        ExceptionCount delimited by size
        " exception(s)" delimited by size
        into BalanceReportLine
    end-string
    write BalanceReportLine

    move HashTotalAmountToPay to ReportHashTotal
    display "Hash total amount to pay: " function trim(ReportHashTotal)
    move HashTotalAmountPaid to ReportHashTotal
    display "Hash total amount paid:   " function trim(ReportHashTotal)
    move NetDifference to ReportSignedTotal
    display "Master paid less expected: " function trim(ReportSignedTotal)
.

end program BalanceJournal.
