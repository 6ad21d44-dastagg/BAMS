01 BursaryLedger.
    02 LedgerTimestamp pic x(21).
    02 filler pic x.
    02 LedgerEntryType pic x.
        88 LedgerDonation value "D".
        88 LedgerAward value "A".
        88 LedgerAwardReversal value "R".
    02 filler pic x.
    02 LedgerAuthCode pic x(6).
    02 filler pic x.
    02 LedgerAmount pic 9(5)v99.
    02 filler pic x.
    02 LedgerOperatorId pic x(10).
    02 filler pic x.
    02 LedgerMasterName pic x(40).
    02 filler pic x.
    02 LedgerNote pic x(30).
