        88 PaymentsJournalOpenOk value "00" "05".

    01 CurrentTimestamp pic x(21) value spaces.
    01 TransactionType pic x(12) value "PAYMENT".
    01 NoticeType pic x(12) value "PAYMENT".
    01 NoticeDetail pic x(80) value spaces.

    01 AuthCodeToPost pic x(6) value spaces.
    01 PaymentAmountInput pic x(10) value spaces.
    01 PaymentAmount pic s9(5)v99 value zero.
    01 AmountOutstanding pic s9(6)v99 value zero.

    01 DonationAmount pic 9(5)v99 value zero.
    01 BursaryEntryType pic x value "D".
    01 BursaryNote pic x(30) value "DESK PAYMENT OVER AMOUNT DUE".
    01 BursaryResult pic x(2) value spaces.
    01 DonationShown pic z(4)9.99.

    01 ReceiptAmount pic z(4)9.99.
    01 ReceiptBalance pic -(5)9.99.
    01 JournalAmount pic 9(5).99.

    01 PostingCount pic 9(4) value zero.

    01 LeadOfGroup pic x(6) value spaces.
    01 GroupPaymentRemaining pic s9(5)v99 value zero.
    01 GroupRemainderShown pic z(4)9.99.
    01 GroupMemberTable.
        02 GroupMemberAuthCode occurs 50 times pic x(6).
    01 GroupMemberCount pic 99 value zero.
    01 GroupMemberIdx pic 99 value zero.
    01 SpreadConfirm pic x value spaces.
        88 SpreadConfirmed value "Y" "y".

    01 KeepPosting pic x value "Y".
        88 PostingShouldContinue value "Y".

        if PaymentAmount not greater than zero then
            display "REFUSED - amount must be greater than zero"
        else
            perform ChooseGroupOrSinglePosting
        end-if
    end-if
.

ChooseGroupOrSinglePosting.
    move "N" to SpreadConfirm
    if GroupLeadAuthCode of AttendeeRecord equal to AuthCodeToPost then
        display function trim(Name of AttendeeRecord)
            " is a group lead booker - spread over the group? (Y/N): "
            with no advancing
        move spaces to SpreadConfirm
        accept SpreadConfirm
    end-if
    if SpreadConfirmed then
        perform SpreadPaymentOverGroup
    else
        perform ApplyPaymentToAttendee
    end-if
.

SpreadPaymentOverGroup.
    move AuthCodeToPost to LeadOfGroup
    move PaymentAmount to GroupPaymentRemaining
    perform CollectGroupMembers
    if GroupMemberCount equal to zero then
        display "REFUSED - no one in the group of " LeadOfGroup
            " is coming - payment not posted"
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
.

DonateGroupRemainder.
    move LeadOfGroup to AuthCode of AttendeeRecord
    read AttendeesFile key is AuthCode of AttendeeRecord
        invalid key set NoSuchRecord to true
    end-read
    if Successful then
        display "Group fully paid - the remainder goes to the"
            " bursary fund"
        if AttendeeComing of AttendeeRecord then
            move GroupPaymentRemaining to PaymentAmount
            perform ApplyPaymentToAttendee
        else
            move GroupPaymentRemaining to DonationAmount
            perform CreditBursaryFund
        end-if
    else
        move GroupPaymentRemaining to GroupRemainderShown
        display "REFUSED - lead booker " LeadOfGroup " not found, "
            function trim(GroupRemainderShown) " not posted"
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
            if Successful then
                subtract PaymentAmount from GroupPaymentRemaining
            else
                move GroupPaymentRemaining to GroupRemainderShown
                display "REFUSED - group payment stopped at "
                    AuthCode of AttendeeRecord ", "
                    function trim(GroupRemainderShown) " not posted"
                move zero to GroupPaymentRemaining
            end-if
        end-if
    end-if
.

ApplyPaymentToAttendee.
    perform SplitOffDonation
    if PaymentAmount greater than zero then
        perform PostPaymentToBooking
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
        move DonationAmount to DonationShown
        display "DONATION - " function trim(DonationShown)
            " over the amount due credited to the bursary fund"
    else
        move DonationAmount to DonationShown
        display "REFUSED - donation of " function trim(DonationShown)
            " for AuthCode " AuthCode of AttendeeRecord
            " not recorded in the bursary fund - record it by hand"
    end-if
.

PostPaymentToBooking.
    move function current-date to CurrentTimestamp
    add PaymentAmount to AmountPaid of AttendeeRecord
    move CurrentTimestamp(1:2) to CentuaryPaid of AttendeeRecord
            display "REFUSED - rewrite failed, status " AttendeeStatus
        not invalid key
            add 1 to PostingCount
            call "LogTransaction" using
                IndexedAttendeesFileName, OperatorId, TransactionType,
                AttendeeRecord
            perform WriteJournalRecord
            perform PrintReceiptLine
            perform QueuePaymentNotification
    end-rewrite
.

        ", balance now " function trim(ReceiptBalance)
.

QueuePaymentNotification.
    move spaces to NoticeDetail
    string "Payment of " delimited by size
        function trim(ReceiptAmount) delimited by size
        " received, balance now " delimited by size
        function trim(ReceiptBalance) delimited by size
        into NoticeDetail
    end-string
    call "QueueNotification" using
        IndexedAttendeesFileName, NoticeType, NoticeDetail, AttendeeRecord
.

end program PaymentEntry.
