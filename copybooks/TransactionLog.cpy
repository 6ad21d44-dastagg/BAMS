01 TransactionLog.
    02 TranTimestamp pic x(21).
    02 filler pic x.
    02 TranOperatorId pic x(10).
    02 filler pic x.
    02 TranType pic x(12).
        88 TranIsBackupCheckpoint value "BACKUP".
        88 TranIsRecoveryMarker value "RECOVERY".
    02 filler pic x.
    02 TranAuthCode pic x(6).
    02 filler pic x.
    02 TranAfterImage pic x(300).
