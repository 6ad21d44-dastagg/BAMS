    01 ReportAmount pic z(5)9.99.
    01 ReportGrandTotal pic z(6)9.99.

    01 GroupBalanceTable.
        02 GroupBalanceEntry occurs 200 times.
            03 GroupBalanceLead pic x(6).
            03 GroupBalanceLeadName pic x(25).
            03 GroupBalanceBookings pic 9(3).
            03 GroupBalanceToPay pic 9(7)v99.
            03 GroupBalancePaid pic 9(7)v99.
    01 GroupBalanceCount pic 9(3) value zero.
    01 GroupBalanceIdx pic 9(3) value zero.
    01 MatchedGroupIdx pic 9(3) value zero.
    01 GroupOutstanding pic s9(7)v99 value zero.
    01 ReportGroupToPay pic z(6)9.99.
    01 ReportGroupPaid pic z(6)9.99.
    01 ReportGroupOutstanding pic -(6)9.99.

linkage section.
    01 AttendeesFileNameParm pic x(20).

                move Telephone of Attendee to SortTelephone of BalanceSortRecord
                release BalanceSortRecord
            end-if
            if GroupLeadAuthCode of AttendeeRecord not equal to spaces then
                perform AccumulateGroupBalance
            end-if
        end-if
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
    end-string
    write PaymentReportLine

    if GroupBalanceCount greater than zero then
        perform WriteGroupBalances
    end-if

    close PaymentReportFile
    close SortedBalanceFile

    display "Payment reconciliation report written to " function trim(PaymentReportFileName)
.

AccumulateGroupBalance.
    move zero to MatchedGroupIdx
    perform varying GroupBalanceIdx from 1 by 1
        until GroupBalanceIdx greater than GroupBalanceCount
        if GroupBalanceLead(GroupBalanceIdx) equal to
            GroupLeadAuthCode of AttendeeRecord
        then
            move GroupBalanceIdx to MatchedGroupIdx
        end-if
    end-perform
    if MatchedGroupIdx equal to zero and GroupBalanceCount less than 200 then
        add 1 to GroupBalanceCount
        move GroupBalanceCount to MatchedGroupIdx
        move GroupLeadAuthCode of AttendeeRecord
            to GroupBalanceLead(MatchedGroupIdx)
        move spaces to GroupBalanceLeadName(MatchedGroupIdx)
        move zero to GroupBalanceBookings(MatchedGroupIdx)
        move zero to GroupBalanceToPay(MatchedGroupIdx)
        move zero to GroupBalancePaid(MatchedGroupIdx)
    end-if
    if MatchedGroupIdx greater than zero then
        if AuthCode of AttendeeRecord equal to
            GroupLeadAuthCode of AttendeeRecord
        then
            move Name of AttendeeRecord
                to GroupBalanceLeadName(MatchedGroupIdx)
        end-if
        add 1 to GroupBalanceBookings(MatchedGroupIdx)
        add AmountToPay of AttendeeRecord
            to GroupBalanceToPay(MatchedGroupIdx)
        add AmountPaid of AttendeeRecord
            to GroupBalancePaid(MatchedGroupIdx)
    end-if
.

WriteGroupBalances.
    move spaces to PaymentReportLine
    write PaymentReportLine
    move "Group balances (lead booker and members)" to PaymentReportLine
    write PaymentReportLine
    move "Lead   Lead booker               Bookings     To pay       Paid  Outstanding" to PaymentReportLine
    write PaymentReportLine
    perform varying GroupBalanceIdx from 1 by 1
        until GroupBalanceIdx greater than GroupBalanceCount
        compute GroupOutstanding = GroupBalanceToPay(GroupBalanceIdx)
            - GroupBalancePaid(GroupBalanceIdx)
        move GroupBalanceToPay(GroupBalanceIdx) to ReportGroupToPay
        move GroupBalancePaid(GroupBalanceIdx) to ReportGroupPaid
        move GroupOutstanding to ReportGroupOutstanding
        move spaces to PaymentReportLine
        string GroupBalanceLead(GroupBalanceIdx) delimited by size
            " " delimited by size
            GroupBalanceLeadName(GroupBalanceIdx) delimited by size
            " " delimited by size
            GroupBalanceBookings(GroupBalanceIdx) delimited by size
            "     " delimited by size
            ReportGroupToPay delimited by size
            " " delimited by size
            ReportGroupPaid delimited by size
            " " delimited by size
            ReportGroupOutstanding delimited by size
            into PaymentReportLine
        end-string
        write PaymentReportLine
    end-perform
    display "Groups with bookings: " GroupBalanceCount
.

end program PaymentReport.
