identification division.
program-id. BursaryFund is initial.

environment division.
input-output section.
file-control.
    select optional AttendeesFile assign to IndexedAttendeesFileName
        organization is indexed
        access mode is dynamic
        record key is AuthCode of AttendeeRecord
        file status is AttendeeStatus.

    select optional BursaryLedgerFile assign to BursaryLedgerFileName
        organization is line sequential
        file status is BursaryLedgerStatus.

    select FundStatementFile assign to FundStatementFileName
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

fd BursaryLedgerFile.
    copy BursaryLedger replacing BursaryLedger by
        ==BursaryLedgerRecord.
        88 EndOfBursaryLedger value high-values==.

fd FundStatementFile.
    01 FundStatementLine pic x(100).

fd AuditLogFile.
    01 AuditLogLine pic x(80).

working-storage section.
    01 AttendeeStatus pic x(2).
        88 Successful value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 IndexedFileNotFound value "35".

    01 BursaryLedgerFileName pic x(20) value "bursary-ledger.dat".
    01 BursaryLedgerStatus pic x(2) value spaces.
        88 BursaryLedgerOpenOk value "00".
    01 FundStatementFileName pic x(40) value "bursary-statement.txt".

    01 AuditLogFileName pic x(30) value spaces.
    01 AuditLogStatus pic x(2) value spaces.
        88 AuditLogOpenOk value "00" "05".
    01 AuditAuthCode pic x(6) value spaces.
    01 AuditOperationName pic x(20) value "BURSARY-AWARD".
    01 AuditDetail pic x(10) value spaces.
    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "BURSARY".
    01 NoticeType pic x(12) value "BURSARY".
    01 NoticeDetail pic x(80) value spaces.

    01 BursaryEntryType pic x value "A".
    01 BursaryNote pic x(30) value "AWARDED BY ORGANISER".
    01 BursaryResult pic x(2) value spaces.

    01 FundChoice pic x value spaces.
        88 ChoiceIsAward value "A" "a".
        88 ChoiceIsStatement value "S" "s".
        88 ChoiceIsFinished value space.

    01 AuthCodeToAward pic x(6) value spaces.
    01 AwardAmountInput pic x(10) value spaces.
    01 AwardAmount pic s9(5)v99 value zero.
    01 AwardLedgerAmount pic 9(5)v99 value zero.
    01 AmountOutstanding pic s9(6)v99 value zero.
    01 FundBalance pic s9(8)v99 value zero.

    01 StatementFromInput pic x(8) value spaces.
    01 StatementFromDate pic x(8) value spaces.
    01 OpeningBalance pic s9(8)v99 value zero.
    01 DonationsTotal pic 9(8)v99 value zero.
    01 AwardsTotal pic s9(8)v99 value zero.
    01 ClosingBalance pic s9(8)v99 value zero.
    01 DonationCount pic 9(5) value zero.
    01 AwardCount pic 9(5) value zero.
    01 EntryTypeText pic x(8) value spaces.

    01 ReportAmount pic z(4)9.99.
    01 ReportBalance pic -(7)9.99.
    01 AwardAmountText pic 9(5).99.

    01 KeepWorking pic x value "Y".
        88 WorkingShouldContinue value "Y".

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    01 OperatorId pic x(10).

procedure division using IndexedAttendeesFileName, OperatorId.
    perform OpenIndexedFileForUpdate

    perform until not WorkingShouldContinue
        perform TotalUpFund
        move FundBalance to ReportBalance
        display " "
        display "Bursary fund balance: " function trim(ReportBalance)
        display "Bursary fund - (A)ward a bursary, (S)tatement,"
            " ENTER to finish: " with no advancing
        move spaces to FundChoice
        accept FundChoice
        evaluate true
            when ChoiceIsAward perform AwardBursary
            when ChoiceIsStatement perform WriteFundStatement
            when ChoiceIsFinished move "N" to KeepWorking
            when other display "Please choose A or S"
        end-evaluate
    end-perform

    close AttendeesFile
    goback.

OpenIndexedFileForUpdate.
    call "BackupAttendees" using IndexedAttendeesFileName
    open i-o AttendeesFile
    if IndexedFileNotFound then
        open output AttendeesFile
        close AttendeesFile
        open i-o AttendeesFile
    end-if
.

TotalUpFund.
    move zero to FundBalance
    open input BursaryLedgerFile
    if BursaryLedgerOpenOk then
        read BursaryLedgerFile
            at end set EndOfBursaryLedger to true
        end-read
        perform until EndOfBursaryLedger
            evaluate true
                when LedgerDonation add LedgerAmount to FundBalance
                when LedgerAward subtract LedgerAmount from FundBalance
                when LedgerAwardReversal add LedgerAmount to FundBalance
            end-evaluate
            read BursaryLedgerFile
                at end set EndOfBursaryLedger to true
            end-read
        end-perform
    end-if
    close BursaryLedgerFile
.

AwardBursary.
    display "AuthCode to receive the bursary: " with no advancing
    move spaces to AuthCodeToAward
    accept AuthCodeToAward
    move AuthCodeToAward to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    compute AmountOutstanding =
        AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
    evaluate true
        when AuthCodeToAward equal to spaces
            display "An AuthCode is needed"
        when NoSuchRecord
            display "REFUSED - no attendee found with AuthCode "
                AuthCodeToAward
        when AttendeeNotComing of AttendeeRecord
            display "REFUSED - " function trim(Name of AttendeeRecord)
                " is marked as not coming"
        when AmountOutstanding not greater than zero
            display "REFUSED - " function trim(Name of AttendeeRecord)
                " has nothing left to pay"
        when FundBalance not greater than zero
            display "REFUSED - the bursary fund is empty"
        when other
            perform ChooseAwardAmount
    end-evaluate
.

ChooseAwardAmount.
    move AmountOutstanding to ReportAmount
    display function trim(Name of AttendeeRecord) " owes "
        function trim(ReportAmount)
    display "Bursary amount [ENTER for the full "
        function trim(ReportAmount) "]: " with no advancing
    move spaces to AwardAmountInput
    accept AwardAmountInput
    if AwardAmountInput equal to spaces then
        move AmountOutstanding to AwardAmount
    else
        move function numval(AwardAmountInput) to AwardAmount
    end-if
    move FundBalance to ReportBalance
    evaluate true
        when AwardAmount not greater than zero
            display "REFUSED - amount must be greater than zero"
        when AwardAmount greater than AmountOutstanding
            display "REFUSED - more than the " function trim(ReportAmount)
                " still owed"
        when AwardAmount greater than FundBalance
            display "REFUSED - the fund only holds "
                function trim(ReportBalance)
                ", the award would take it negative"
        when other
            perform ApplyAward
    end-evaluate
.

ApplyAward.
    move AwardAmount to AwardLedgerAmount
    move "A" to BursaryEntryType
    move "AWARDED BY ORGANISER" to BursaryNote
    call "RecordBursaryEntry" using IndexedAttendeesFileName,
        OperatorId, BursaryEntryType, AuthCodeToAward,
        AwardLedgerAmount, BursaryNote, BursaryResult
    if BursaryResult not equal to "00" then
        display "REFUSED - the bursary ledger could not be updated, status "
            BursaryResult " - booking left unchanged"
    else
        perform RewriteAwardedBooking
    end-if
.

RewriteAwardedBooking.
    subtract AwardAmount from AmountToPay of AttendeeRecord
    if AmountPaid of AttendeeRecord not less than
        AmountToPay of AttendeeRecord
    then
        set AttendeePaid of AttendeeRecord to true
    end-if
    rewrite AttendeeRecord
        invalid key
            display "REFUSED - rewrite failed for AuthCode "
                AuthCodeToAward ", status " AttendeeStatus
            perform ReverseLedgerAward
        not invalid key
            call "LogTransaction" using
                IndexedAttendeesFileName, OperatorId, TransactionType,
                AttendeeRecord
            move AuthCodeToAward to AuditAuthCode
            move AwardAmount to AwardAmountText
            move AwardAmountText to AuditDetail
            perform WriteAuditRecord
            move AwardAmount to ReportAmount
            compute AmountOutstanding =
                AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
            move AmountOutstanding to ReportBalance
            display "AWARDED " function trim(ReportAmount) " to "
                function trim(Name of AttendeeRecord)
                ", balance now " function trim(ReportBalance)
            perform QueueBursaryNotification
    end-rewrite
.

ReverseLedgerAward.
    move "R" to BursaryEntryType
    move "AWARD REVERSED - NOT APPLIED" to BursaryNote
    call "RecordBursaryEntry" using IndexedAttendeesFileName,
        OperatorId, BursaryEntryType, AuthCodeToAward,
        AwardLedgerAmount, BursaryNote, BursaryResult
    if BursaryResult not equal to "00" then
        display "WARNING - the award entry for " AuthCodeToAward
            " could not be reversed in the bursary ledger"
    end-if
.

QueueBursaryNotification.
    move spaces to NoticeDetail
    string "Bursary of " delimited by size
        function trim(ReportAmount) delimited by size
        " awarded, balance now " delimited by size
        function trim(ReportBalance) delimited by size
        into NoticeDetail
    end-string
    call "QueueNotification" using
        IndexedAttendeesFileName, NoticeType, NoticeDetail, AttendeeRecord
.

WriteFundStatement.
    display "Statement from [YYYYMMDD, ENTER for all entries]: "
        with no advancing
    move spaces to StatementFromInput
    accept StatementFromInput
    move StatementFromInput to StatementFromDate

    move zero to OpeningBalance
    move zero to DonationsTotal
    move zero to AwardsTotal
    move zero to DonationCount
    move zero to AwardCount

    open output FundStatementFile
    move function current-date to CurrentTimestamp
    move spaces to FundStatementLine
    string "Bursary fund statement - " delimited by size
        CurrentTimestamp(1:4) "-" CurrentTimestamp(5:2) "-"
            CurrentTimestamp(7:2) delimited by size
        into FundStatementLine
    end-string
    write FundStatementLine
    move spaces to FundStatementLine
    if StatementFromDate equal to spaces then
        move "Period: all entries" to FundStatementLine
    else
        string "Period: from " delimited by size
            StatementFromDate(1:4) "-" StatementFromDate(5:2) "-"
                StatementFromDate(7:2) delimited by size
            into FundStatementLine
        end-string
    end-if
    write FundStatementLine

    perform TotalUpOpeningBalance
    move OpeningBalance to ReportBalance
    move spaces to FundStatementLine
    write FundStatementLine
    move spaces to FundStatementLine
    string "Opening balance:    " delimited by size
        ReportBalance delimited by size
        into FundStatementLine
    end-string
    write FundStatementLine
    move spaces to FundStatementLine
    write FundStatementLine
    move "Date       Type     AuthCode     Amount Operator   Master"
        to FundStatementLine
    write FundStatementLine

    open input BursaryLedgerFile
    if BursaryLedgerOpenOk then
        read BursaryLedgerFile
            at end set EndOfBursaryLedger to true
        end-read
        perform until EndOfBursaryLedger
            if LedgerTimestamp(1:8) not less than StatementFromDate then
                perform ListLedgerEntry
            end-if
            read BursaryLedgerFile
                at end set EndOfBursaryLedger to true
            end-read
        end-perform
    end-if
    close BursaryLedgerFile

    compute ClosingBalance = OpeningBalance + DonationsTotal - AwardsTotal
    perform WriteStatementTotals
    close FundStatementFile

    move OpeningBalance to ReportBalance
    display "Opening balance: " function trim(ReportBalance)
    move DonationsTotal to ReportBalance
    display "Donations:       " function trim(ReportBalance)
        " (" DonationCount ")"
    move AwardsTotal to ReportBalance
    display "Awards:          " function trim(ReportBalance)
        " (" AwardCount ")"
    move ClosingBalance to ReportBalance
    display "Closing balance: " function trim(ReportBalance)
    display "Fund statement written to " function trim(FundStatementFileName)
.

TotalUpOpeningBalance.
    open input BursaryLedgerFile
    if BursaryLedgerOpenOk then
        read BursaryLedgerFile
            at end set EndOfBursaryLedger to true
        end-read
        perform until EndOfBursaryLedger
            if LedgerTimestamp(1:8) less than StatementFromDate then
                evaluate true
                    when LedgerDonation
                        add LedgerAmount to OpeningBalance
                    when LedgerAward
                        subtract LedgerAmount from OpeningBalance
                    when LedgerAwardReversal
                        add LedgerAmount to OpeningBalance
                end-evaluate
            end-if
            read BursaryLedgerFile
                at end set EndOfBursaryLedger to true
            end-read
        end-perform
    end-if
    close BursaryLedgerFile
.

ListLedgerEntry.
    evaluate true
        when LedgerDonation
            move "DONATION" to EntryTypeText
            add LedgerAmount to DonationsTotal
            add 1 to DonationCount
        when LedgerAward
            move "AWARD" to EntryTypeText
            add LedgerAmount to AwardsTotal
            add 1 to AwardCount
        when LedgerAwardReversal
            move "REVERSAL" to EntryTypeText
            subtract LedgerAmount from AwardsTotal
        when other
            move "UNKNOWN" to EntryTypeText
    end-evaluate
    move LedgerAmount to ReportAmount
    move spaces to FundStatementLine
    string LedgerTimestamp(1:4) "-" LedgerTimestamp(5:2) "-"
            LedgerTimestamp(7:2) delimited by size
        " " delimited by size
        EntryTypeText delimited by size
        " " delimited by size
        LedgerAuthCode delimited by size
        "   " delimited by size
        ReportAmount delimited by size
        " " delimited by size
        LedgerOperatorId delimited by size
        " " delimited by size
        function trim(LedgerMasterName) delimited by size
        "  " delimited by size
        function trim(LedgerNote) delimited by size
        into FundStatementLine
    end-string
    write FundStatementLine
.

WriteStatementTotals.
    move spaces to FundStatementLine
    write FundStatementLine
    move DonationsTotal to ReportBalance
    move spaces to FundStatementLine
    string "Donations:          " delimited by size
        ReportBalance delimited by size
        " over " delimited by size
        DonationCount delimited by size
        " donation(s)" delimited by size
        into FundStatementLine
    end-string
    write FundStatementLine
    move AwardsTotal to ReportBalance
    move spaces to FundStatementLine
    string "Awards:             " delimited by size
        ReportBalance delimited by size
        " over " delimited by size
        AwardCount delimited by size
        " award(s)" delimited by size
        into FundStatementLine
    end-string
    write FundStatementLine
    move ClosingBalance to ReportBalance
    move spaces to FundStatementLine
    string "Closing balance:    " delimited by size
        ReportBalance delimited by size
        into FundStatementLine
    end-string
    write FundStatementLine
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
        AuditAuthCode delimited by size
        " | " delimited by size
        function trim(AuditOperationName) delimited by size
        " " delimited by size
        function trim(AuditDetail) delimited by size
        " | " delimited by size
        CurrentTimestamp delimited by size
        into AuditLogLine
    end-string
    write AuditLogLine

    close AuditLogFile
.

end program BursaryFund.
