01 NotificationQueue.
    02 NotificationTimestamp pic x(21).
    02 filler pic x.
    02 NotificationAuthCode pic x(6).
    02 filler pic x.
    02 NotificationType pic x(12).
    02 filler pic x.
    02 NotificationStatus pic x(7).
        88 NotificationPending value "PENDING".
        88 NotificationSent value "SENT".
        88 NotificationFailed value "FAILED".
    02 filler pic x.
    02 NotificationAttempts pic 99.
    02 filler pic x.
    02 NotificationLastAttempt pic x(21).
    02 filler pic x.
    02 NotificationEmail pic x(40).
    02 filler pic x.
    02 NotificationTelephone pic x(15).
    02 filler pic x.
    02 NotificationDetail pic x(80).
