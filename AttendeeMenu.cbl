
    01 StatementFileName pic x(40) value spaces.

    01 ReminderRunMode pic x(5) value "DESK".

    01 AuthCodeToCheckIn pic x(6) value spaces.
    01 CheckInResult pic x(90) value spaces.
    01 AuthCodeToCheckOut pic x(6) value spaces.
    01 CheckOutResult pic x(90) value spaces.
    01 SelectionAction pic x value spaces.
        88 SelectionIsCheckIn value "C" "c".
        88 SelectionIsEdit value "E" "e".
        if not OperatorIsAdmin and MenuChoice not equal to 4 and
            MenuChoice not equal to 7 and MenuChoice not equal to 11 and
            MenuChoice not equal to 17 and MenuChoice not equal to 23 and
            MenuChoice not equal to 29 and MenuChoice not equal to 30 and
            MenuChoice not equal to zero
        then
            display "Not authorised - ask an organiser for that function"
            when 24 perform RunWaitlistReport
            when 25 perform RunSeasonClose
            when 26 perform RunOperatorAdmin
            when 27 perform RunPriceAttendees
            when 28 perform RunPaymentReminders
            when 29 perform RunCheckOutByAuthCode
            when 30 perform RunMusterRoll
            when 31 perform RunShiftRota
            when 32 perform RunGroupBooking
            when 33 perform RunBalanceJournal
            when 34 perform RunRecoverAttendees
            when 35 perform RunNotificationDispatch
            when 36 perform RunNotificationReport
            when 37 perform RunSubjectAccessExtract
            when 38 perform RunRetentionPurge
            when 39 perform RunBursaryFund
            when 0 move "N" to KeepRunning
            when other display "Invalid selection, please choose a number 0-39"
        end-evaluate
.

        display " 11. Walk-up registration and check-in"
        display " 17. Switch working event"
        display " 23. Pitch and bunk allocation"
        display " 29. Check out attendee by AuthCode"
        display " 30. Print emergency muster roll"
    else
        display " 1. Import attendees from CSV (full)"
        display " 2. Import attendees from CSV (delta)"
        display " 24. Run waitlist position report"
        display " 25. Season close (archive and reset)"
        display " 26. Operator administration"
        display " 27. Price bookings and check fee variances"
        display " 28. Send payment reminders and release unpaid places"
        display " 29. Check out attendee by AuthCode"
        display " 30. Print emergency muster roll"
        display " 31. Volunteer shift rota"
        display " 32. Group bookings"
        display " 33. Balance payments journal against the master"
        display " 34. Recover master from backup and transaction log"
        display " 35. Send queued notifications"
        display " 36. Pending and failed notifications report"
        display " 37. Personal data subject access extract"
        display " 38. Anonymise personal data in old seasons"
        display " 39. Bursary fund awards and statement"
    end-if
    display " 0. Exit"
    display "Enter selection: " with no advancing
    call "OperatorAdmin" using IndexedAttendeesFileName, OperatorId
.

RunPriceAttendees.
    call "PriceAttendees" using IndexedAttendeesFileName, WorkingEventCode,
        OperatorId
.

RunPaymentReminders.
    call "PaymentReminders" using IndexedAttendeesFileName, WorkingEventCode,
        OperatorId, ReminderRunMode
.

RunBankStatementImport.
    display "Statement CSV file [bank-statement.csv]: " with no advancing
    move spaces to StatementFileName
    perform CheckInSelectedAuthCode
.

RunCheckOutByAuthCode.
    display "Enter AuthCode to check out: " with no advancing
    move spaces to AuthCodeToCheckOut
    accept AuthCodeToCheckOut
    move spaces to CheckOutResult
    call "CheckOutDesk" using
        IndexedAttendeesFileName, AuthCodeToCheckOut, CheckOutResult,
        OperatorId
    display function trim(CheckOutResult)
.

RunShiftRota.
    call "ShiftRota" using IndexedAttendeesFileName, OperatorId
.

RunGroupBooking.
    call "GroupBooking" using IndexedAttendeesFileName, OperatorId
.

RunBalanceJournal.
    call "BalanceJournal" using IndexedAttendeesFileName,
        SeqAttendeesFileName
.

RunRecoverAttendees.
    call "RecoverAttendees" using IndexedAttendeesFileName,
        SeqAttendeesFileName, OperatorId
.

RunNotificationDispatch.
    call "NotificationDispatch" using IndexedAttendeesFileName
.

RunNotificationReport.
    call "NotificationReport" using IndexedAttendeesFileName
.

RunSubjectAccessExtract.
    call "SubjectAccessExtract" using IndexedAttendeesFileName,
        SeqAttendeesFileName, OperatorId
.

RunRetentionPurge.
    call "RetentionPurge" using IndexedAttendeesFileName,
        SeqAttendeesFileName, OperatorId
.

RunBursaryFund.
    call "BursaryFund" using IndexedAttendeesFileName, OperatorId
.

RunMusterRoll.
    call "MusterRoll" using IndexedAttendeesFileName
.

CheckInSelectedAuthCode.
    move spaces to CheckInResult
    call "CheckInDesk" using
