PROGRAM-ID. NightlyBatch.

*> End-of-day driver for the batch suite: runs ReconcileBatch, then
*> JobExpiryBatch, then ArchiveBatch, then MatchingBatch, then
*> DigestBatch, then PlatformStatsBatch, always in that order (postings
*> closed for a passed deadline are archived the same night, and only
*> the postings still open are matched to students), so the nightly
*> sequence no longer depends on whoever is on shift. Each step and its
*> outcome is recorded in RUN_CONTROL.DAT; a rerun after a failure
*> resumes at the failed step instead of repeating the completed ones.
*> The driver refuses to start while any of the live system's guard
*> files says a master-file rewrite is in flight, and it ends with a
*> single SUCCESSFUL/FAILED line for the operator log
*> (NIGHTLY_RUN_LOG.TXT) plus a matching return code:
*>   0 = successful (4 from a step is completed-with-warnings)
*>   8 = a step failed; rerun resumes at that step
    01 OUTPUT-LINE PIC X(256).

    *> the fixed nightly sequence and where tonight's run stands
    01 WS-STEP-COUNT PIC 99 VALUE 6.
    01 WS-STEP-TABLE.
        05 WS-STEP-ENTRY OCCURS 6 TIMES.
            10 WS-STEP-NAME   PIC X(20).
            10 WS-STEP-STATUS PIC X(10).
    01 WS-STEP-IDX PIC 99.
    01 WS-RC-IDX PIC 99.

    01 WS-TODAY PIC X(8).
    01 WS-GUARD-BUSY PIC X.

INIT-STEP-TABLE.
    MOVE "RECONCILE" TO WS-STEP-NAME(1).
    MOVE "EXPIRY"    TO WS-STEP-NAME(2).
    MOVE "ARCHIVE"   TO WS-STEP-NAME(3).
    MOVE "MATCH"     TO WS-STEP-NAME(4).
    MOVE "DIGEST"    TO WS-STEP-NAME(5).
    MOVE "STATS"     TO WS-STEP-NAME(6).
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        MOVE "PENDING" TO WS-STEP-STATUS(WS-STEP-IDX)
                ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
            END-CALL
        WHEN 2
            CALL "JobExpiryBatch"
                ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
            END-CALL
        WHEN 3
            CALL "ArchiveBatch"
                ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
            END-CALL
        WHEN 4
            CALL "MatchingBatch"
                ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
            END-CALL
        WHEN 5
            CALL "DigestBatch"
                ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
            END-CALL
        WHEN 6
            CALL "PlatformStatsBatch"
                ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
            END-CALL
