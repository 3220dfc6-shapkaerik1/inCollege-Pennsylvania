        05 JR-JOB-ID              PIC 9(5).
        05 JR-POSTED-DATE         PIC X(8).
        05 JR-EMPLOYER-ID         PIC 9(5).
        05 JR-DEADLINE            PIC X(8).
        05 JR-REVIEW-STATUS       PIC X(10).

    FD TEMP-JOBS-FILE.
    01 TMP-JOB-RECORD.
        05 TMP-JR-JOB-ID          PIC 9(5).
        05 TMP-JR-POSTED-DATE     PIC X(8).
        05 TMP-JR-EMPLOYER-ID     PIC 9(5).
        05 TMP-JR-DEADLINE        PIC X(8).
        05 TMP-JR-REVIEW-STATUS   PIC X(10).

    FD JOBS-ARCHIVE-FILE.
    01 ARC-JOB-RECORD.
        05 ARC-JR-JOB-ID          PIC 9(5).
        05 ARC-JR-POSTED-DATE     PIC X(8).
        05 ARC-JR-EMPLOYER-ID     PIC 9(5).
        05 ARC-JR-DEADLINE        PIC X(8).
        05 ARC-JR-REVIEW-STATUS   PIC X(10).

    FD JOB-APPLICATIONS-FILE.
    01 JOB-APPLICATION-RECORD.
        05 JA-JOB-ID              PIC 9(5).
        05 JA-STATUS              PIC X(12).
        05 JA-APPLIED-DATE        PIC X(8).
        05 JA-REFERRER            PIC X(20).
        05 JA-STATUS-DATE         PIC X(8).
        05 JA-DECISION-DATE       PIC X(8).

    FD JOB-APPLICATIONS-ARCHIVE-FILE.
    01 ARC-JOB-APPLICATION-RECORD.
        05 ARC-JA-JOB-ID             PIC 9(5).
        05 ARC-JA-STATUS             PIC X(12).
        05 ARC-JA-APPLIED-DATE       PIC X(8).
        05 ARC-JA-REFERRER           PIC X(20).
        05 ARC-JA-STATUS-DATE        PIC X(8).
        05 ARC-JA-DECISION-DATE      PIC X(8).

    FD CONNECTION-REQUESTS-FILE.
    01 CONNECTION-REQUEST-RECORD.
                    MOVE JR-JOB-ID          TO ARC-JR-JOB-ID
                    MOVE JR-POSTED-DATE     TO ARC-JR-POSTED-DATE
                    MOVE JR-EMPLOYER-ID     TO ARC-JR-EMPLOYER-ID
                    MOVE JR-DEADLINE        TO ARC-JR-DEADLINE
                    MOVE JR-REVIEW-STATUS   TO ARC-JR-REVIEW-STATUS
                    WRITE ARC-JOB-RECORD
                    *> a posting that never received a permanent number
                    *> cannot be matched to applications, so archive the
                    MOVE JR-JOB-ID          TO TMP-JR-JOB-ID
                    MOVE JR-POSTED-DATE     TO TMP-JR-POSTED-DATE
                    MOVE JR-EMPLOYER-ID     TO TMP-JR-EMPLOYER-ID
                    MOVE JR-DEADLINE        TO TMP-JR-DEADLINE
                    MOVE JR-REVIEW-STATUS   TO TMP-JR-REVIEW-STATUS
                    WRITE TMP-JOB-RECORD
                END-IF
        END-READ
                MOVE TMP-JR-JOB-ID          TO JR-JOB-ID
                MOVE TMP-JR-POSTED-DATE     TO JR-POSTED-DATE
                MOVE TMP-JR-EMPLOYER-ID     TO JR-EMPLOYER-ID
                MOVE TMP-JR-DEADLINE        TO JR-DEADLINE
                MOVE TMP-JR-REVIEW-STATUS   TO JR-REVIEW-STATUS
                WRITE JOB-RECORD
        END-READ
    END-PERFORM.
                    MOVE WS-JOB-ID             TO ARC-JA-JOB-ID
                    MOVE JA-STATUS             TO ARC-JA-STATUS
                    MOVE JA-APPLIED-DATE       TO ARC-JA-APPLIED-DATE
                    MOVE JA-REFERRER           TO ARC-JA-REFERRER
                    MOVE JA-STATUS-DATE        TO ARC-JA-STATUS-DATE
                    MOVE JA-DECISION-DATE      TO ARC-JA-DECISION-DATE
                    WRITE ARC-JOB-APPLICATION-RECORD
                    *> the keyed file lets the archived row be deleted
                    *> in place instead of copying the survivors
