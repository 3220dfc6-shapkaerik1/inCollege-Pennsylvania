        05 AR-PASSWORD-HASH PIC X(12).
        05 AR-ACCT-TYPE PIC X(5).
        05 AR-ACCT-STATUS PIC X(10).
        05 AR-LAST-LOGIN PIC X(8).

    FD PROFILES-FILE.
    01 PROFILE-RECORD.
    MOVE WS-HASH-VALUE TO AR-PASSWORD-HASH.
    MOVE WS-ROW-ACCT-TYPE TO AR-ACCT-TYPE.
    MOVE "active" TO AR-ACCT-STATUS.
    *> the inactivity clock starts on the day the account is provisioned
    MOVE FUNCTION CURRENT-DATE(1:8) TO AR-LAST-LOGIN.
    WRITE ACCOUNT-RECORD
        INVALID KEY CONTINUE
    END-WRITE.
