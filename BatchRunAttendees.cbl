
    01 CurrentTimestamp pic x(21) value spaces.

    01 BatchOperatorId pic x(10) value "BATCH".
    01 ReminderRunMode pic x(5) value "BATCH".

    01 StepCount constant as 7.
    01 StepLatestOutcomes.
        02 StepLatestOutcome occurs 7 times pic x(8) value spaces.
    01 StepNames.
        02 filler pic x(20) value "IMPORT-DELTA".
        02 filler pic x(20) value "LOAD-MERGE".
        02 filler pic x(20) value "CATERING-REPORT".
        02 filler pic x(20) value "PAYMENT-REPORT".
        02 filler pic x(20) value "PAYMENT-REMINDERS".
        02 filler pic x(20) value "NOTIFY-DISPATCH".
        02 filler pic x(20) value "NOTIFY-REPORT".
    01 StepNamesTable redefines StepNames.
        02 StepName occurs 7 times pic x(20).

    01 StepNumberText pic x(4) value spaces.
    01 StepNameText pic x(20) value spaces.
        when 2 perform RunLoadMerge
        when 3 perform RunCateringReport
        when 4 perform RunPaymentReport
        when 5 perform RunPaymentReminders
        when 6 perform RunNotificationDispatch
        when 7 perform RunNotificationReport
    end-evaluate
    if return-code equal to zero then
        perform WriteStepOkRecord
    call "PaymentReport" using IndexedAttendeesFileName
.

RunPaymentReminders.
    call "PaymentReminders" using IndexedAttendeesFileName, WorkingEventCode,
        BatchOperatorId, ReminderRunMode
.

RunNotificationDispatch.
    call "NotificationDispatch" using IndexedAttendeesFileName
.

RunNotificationReport.
    call "NotificationReport" using IndexedAttendeesFileName
.

WriteRunStartedRecord.
    move "RUN-STARTED" to StepNameText
    move "-" to OutcomeText
