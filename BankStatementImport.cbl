    01 UnmatchedReportFileName pic x(40) value spaces.

    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "BANK-PAYMENT".
    01 NoticeType pic x(12) value "PAYMENT".
    01 NoticeDetail pic x(80) value spaces.
    01 NoticeAmount pic z(4)9.99.
    01 NoticeBalance pic -(5)9.99.

    01 StatementDateText pic x(10) value spaces.
    01 StatementPayerText pic x(40) value spaces.
    01 UnmatchedCount pic 9(4) value zero.
    01 PostedTotal pic 9(7)v99 value zero.
    01 ReportPostedTotal pic z(6)9.99.
    01 DonatedTotal pic 9(7)v99 value zero.
    01 ReportDonatedTotal pic z(6)9.99.

    01 DonationAmount pic 9(5)v99 value zero.
    01 BursaryEntryType pic x value "D".
    01 BursaryNote pic x(30) value "BANK CREDIT OVER AMOUNT DUE".
    01 BursaryResult pic x(2) value spaces.
    01 DonationShown pic z(4)9.99.

    01 LeadOfGroup pic x(6) value spaces.
    01 GroupPaymentRemaining pic s9(5)v99 value zero.
    01 GroupMemberTable.
        02 GroupMemberAuthCode occurs 50 times pic x(6).
    01 GroupMemberCount pic 99 value zero.
    01 GroupMemberIdx pic 99 value zero.
    01 MatchedCountBeforeGroup pic 9(4) value zero.

linkage section.
    01 IndexedAttendeesFileName pic x(20).
    display "Bank credits read:    " CreditCount
    display "Matched and posted:   " MatchedCount
        " (total " function trim(ReportPostedTotal) ")"
    move DonatedTotal to ReportDonatedTotal
    display "To the bursary fund:  " function trim(ReportDonatedTotal)
    display "Unmatched for review: " UnmatchedCount
        " (see " function trim(UnmatchedReportFileName) ")"
    goback.
.

PostMatchedCredit.
    if GroupLeadAuthCode of AttendeeRecord equal to MatchedAuthCode then
        perform SpreadPaymentOverGroup
    else
        perform ApplyPaymentToAttendee
    end-if
.

SpreadPaymentOverGroup.
    move MatchedAuthCode to LeadOfGroup
    move PaymentAmount to GroupPaymentRemaining
    move MatchedCount to MatchedCountBeforeGroup
    perform CollectGroupMembers
    if GroupMemberCount equal to zero then
        display "REFUSED - no one in the group of " LeadOfGroup
            " is coming"
        perform WriteUnmatchedLine
    else
        perform varying GroupMemberIdx from 1 by 1
            until GroupMemberIdx greater than GroupMemberCount
                or GroupPaymentRemaining not greater than zero
            perform ApplyGroupShare
        end-perform
        if GroupPaymentRemaining greater than zero then
            perform DonateGroupRemainder
        end-if
    end-if
    if MatchedCount greater than MatchedCountBeforeGroup then
        compute MatchedCount = MatchedCountBeforeGroup + 1
    end-if
.

DonateGroupRemainder.
    move LeadOfGroup to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    if Successful then
        if AttendeeComing of AttendeeRecord then
            move GroupPaymentRemaining to PaymentAmount
            perform ApplyPaymentToAttendee
        else
            move GroupPaymentRemaining to DonationAmount
            perform CreditBursaryFund
        end-if
    else
        display "REFUSED - lead booker " LeadOfGroup
            " not found - group remainder not posted"
        move GroupPaymentRemaining to PaymentAmount
        perform WriteUnmatchedLine
    end-if
.

CollectGroupMembers.
    move zero to GroupMemberCount
    move LeadOfGroup to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    if Successful and AttendeeComing of AttendeeRecord then
        add 1 to GroupMemberCount
        move LeadOfGroup to GroupMemberAuthCode(GroupMemberCount)
    end-if
    initialize AttendeeRecord
    move low-values to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    if not EndOfAttendeesFile then
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-if
    perform until EndOfAttendeesFile
        if GroupLeadAuthCode of AttendeeRecord equal to LeadOfGroup
            and AuthCode of AttendeeRecord not equal to LeadOfGroup
            and AttendeeComing of AttendeeRecord
            and GroupMemberCount less than 50
        then
            add 1 to GroupMemberCount
            move AuthCode of AttendeeRecord
                to GroupMemberAuthCode(GroupMemberCount)
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
    end-perform
.

ApplyGroupShare.
    move GroupMemberAuthCode(GroupMemberIdx) to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    if Successful then
        compute AmountOutstanding =
            AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
        if AmountOutstanding greater than zero then
            if AmountOutstanding less than GroupPaymentRemaining then
                move AmountOutstanding to PaymentAmount
            else
                move GroupPaymentRemaining to PaymentAmount
            end-if
            perform ApplyPaymentToAttendee
            subtract PaymentAmount from GroupPaymentRemaining
        end-if
    end-if
.

ApplyPaymentToAttendee.
    perform SplitOffDonation
    if PaymentAmount greater than zero then
        perform PostPaymentToBooking
    else
        add 1 to MatchedCount
    end-if
    if DonationAmount greater than zero and Successful then
        perform CreditBursaryFund
    end-if
.

SplitOffDonation.
    move zero to DonationAmount
    compute AmountOutstanding =
        AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
    if PaymentAmount greater than AmountOutstanding then
        if AmountOutstanding greater than zero then
            compute DonationAmount = PaymentAmount - AmountOutstanding
            move AmountOutstanding to PaymentAmount
        else
            move PaymentAmount to DonationAmount
            move zero to PaymentAmount
        end-if
    end-if
.

CreditBursaryFund.
    call "RecordBursaryEntry" using IndexedAttendeesFileName, OperatorId,
        BursaryEntryType, AuthCode of AttendeeRecord, DonationAmount,
        BursaryNote, BursaryResult
    if BursaryResult equal to "00" then
        add DonationAmount to DonatedTotal
        move DonationAmount to DonationShown
        display "DONATED " AuthCode of AttendeeRecord " "
            function trim(DonationShown)
            " over the amount due credited to the bursary fund"
    else
        display "REFUSED - bursary fund credit failed for AuthCode "
            AuthCode of AttendeeRecord ", result " BursaryResult
        if PaymentAmount equal to zero and MatchedCount greater than zero
        then
            subtract 1 from MatchedCount
        end-if
        move DonationAmount to PaymentAmount
        perform WriteUnmatchedLine
    end-if
.

PostPaymentToBooking.
    move function current-date to CurrentTimestamp
    add PaymentAmount to AmountPaid of AttendeeRecord
    move CurrentTimestamp(1:2) to CentuaryPaid of AttendeeRecord
    rewrite AttendeeRecord
        invalid key
            display "REFUSED - rewrite failed for AuthCode "
                AuthCode of AttendeeRecord ", status " AttendeeStatus
            add DonationAmount to PaymentAmount
            perform WriteUnmatchedLine
        not invalid key
            add 1 to MatchedCount
            add PaymentAmount to PostedTotal
            call "LogTransaction" using
                IndexedAttendeesFileName, OperatorId, TransactionType,
                AttendeeRecord
            perform WriteJournalRecord
            display "POSTED  " AuthCode of AttendeeRecord " "
                function trim(Name of AttendeeRecord)
                " (" function trim(MatchMethod) " match)"
            perform QueuePaymentNotification
    end-rewrite
.

QueuePaymentNotification.
    move PaymentAmount to NoticeAmount
    compute AmountOutstanding =
        AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
    move AmountOutstanding to NoticeBalance
    move spaces to NoticeDetail
    string "Bank payment of " delimited by size
        function trim(NoticeAmount) delimited by size
        " received, balance now " delimited by size
        function trim(NoticeBalance) delimited by size
        into NoticeDetail
    end-string
    call "QueueNotification" using
        IndexedAttendeesFileName, NoticeType, NoticeDetail, AttendeeRecord
.

WriteJournalRecord.
    move PaymentAmount to JournalAmount
    move spaces to PaymentsJournalLine
