*> This is free-form cobol program
IDENTIFICATION DIVISION.
PROGRAM-ID. JobExpiryBatch.

*> Nightly batch step, run by NightlyBatch ahead of ArchiveBatch:
*> closes every OPEN posting in JOBS.DAT whose application deadline
*> (JR-DEADLINE) is earlier than today, then tells the poster and each
*> applicant still sitting at "received" that the posting has closed.
*> Postings without a deadline are left alone. The expired postings
*> are listed in EXPIRY_REPORT.TXT so staff can answer employer
*> questions the next morning; ArchiveBatch picks the now-CLOSED
*> postings up in the same nightly run.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
              SELECT JOBS-FILE
                  ASSIGN TO "JOBS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOBS-STATUS.
              SELECT TEMP-JOBS-FILE
                  ASSIGN TO "JOBS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-JOBS-STATUS.
              SELECT JOBS-BACKUP-FILE
                  ASSIGN TO "JOBS.BAK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOBS-BACKUP-STATUS.
              SELECT JOBS-GUARD-FILE
                  ASSIGN TO "JOBS_GUARD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOBS-GUARD-STATUS.
              SELECT JOB-APPLICATIONS-FILE
                  ASSIGN TO "JOB_APPLICATIONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JA-APP-ID
                  FILE STATUS IS JOB-APPLICATIONS-STATUS.
              SELECT NOTIFICATIONS-FILE
                  ASSIGN TO "NOTIFICATIONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NT-ID
                  FILE STATUS IS NOTIFICATIONS-STATUS.
              SELECT NOTIFICATION-SEQUENCE-FILE
                  ASSIGN TO "NOTIFICATION_SEQUENCE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NOTIFICATION-SEQUENCE-STATUS.
              SELECT REPORT-FILE
                  ASSIGN TO "EXPIRY_REPORT.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD JOBS-FILE.
    01 JOB-RECORD.
        05 JR-POSTER-USERNAME     PIC X(20).
        05 JR-TITLE               PIC X(50).
        05 JR-DESCRIPTION         PIC X(200).
        05 JR-EMPLOYER            PIC X(50).
        05 JR-LOCATION            PIC X(50).
        05 JR-SALARY              PIC X(30).
        05 JR-STATUS              PIC X(10).
        05 JR-JOB-ID              PIC 9(5).
        05 JR-POSTED-DATE         PIC X(8).
        05 JR-EMPLOYER-ID         PIC 9(5).
        05 JR-DEADLINE            PIC X(8).
        05 JR-REVIEW-STATUS       PIC X(10).

    FD TEMP-JOBS-FILE.
    01 TMP-JOB-RECORD.
        05 TMP-JR-POSTER-USERNAME PIC X(20).
        05 TMP-JR-TITLE           PIC X(50).
        05 TMP-JR-DESCRIPTION     PIC X(200).
        05 TMP-JR-EMPLOYER        PIC X(50).
        05 TMP-JR-LOCATION        PIC X(50).
        05 TMP-JR-SALARY          PIC X(30).
        05 TMP-JR-STATUS          PIC X(10).
        05 TMP-JR-JOB-ID          PIC 9(5).
        05 TMP-JR-POSTED-DATE     PIC X(8).
        05 TMP-JR-EMPLOYER-ID     PIC 9(5).
        05 TMP-JR-DEADLINE        PIC X(8).
        05 TMP-JR-REVIEW-STATUS   PIC X(10).

    FD JOBS-BACKUP-FILE.
    01 JBK-RECORD PIC X(512).

    FD JOBS-GUARD-FILE.
    01 JGD-RECORD PIC X(20).

    FD JOB-APPLICATIONS-FILE.
    01 JOB-APPLICATION-RECORD.
        05 JA-APP-ID              PIC 9(7).
        05 JA-APPLICANT-USERNAME  PIC X(20).
        05 JA-JOB-TITLE           PIC X(50).
        05 JA-JOB-EMPLOYER        PIC X(50).
        05 JA-JOB-LOCATION        PIC X(50).
        05 JA-JOB-ID              PIC 9(5).
        05 JA-STATUS              PIC X(12).
        05 JA-APPLIED-DATE        PIC X(8).
        05 JA-REFERRER            PIC X(20).
        05 JA-STATUS-DATE         PIC X(8).
        05 JA-DECISION-DATE       PIC X(8).

    FD NOTIFICATIONS-FILE.
    01 NOTIFICATION-RECORD.
        05 NT-ID                  PIC 9(7).
        05 NT-USERNAME            PIC X(20).
        05 NT-TEXT                PIC X(120).
        05 NT-DATE                PIC X(8).

    FD NOTIFICATION-SEQUENCE-FILE.
    01 NOTIFICATION-SEQUENCE-RECORD.
        05 NS-LAST-ID             PIC 9(7).

    FD REPORT-FILE.
    01 REPORT-RECORD PIC X(256).

    WORKING-STORAGE SECTION.
    01 JOBS-STATUS PIC X(2).
    01 TEMP-JOBS-STATUS PIC X(2).
    01 JOBS-BACKUP-STATUS PIC X(2).
    01 JOBS-GUARD-STATUS PIC X(2).
    01 JOB-APPLICATIONS-STATUS PIC X(2).
    01 NOTIFICATIONS-STATUS PIC X(2).
    01 NOTIFICATION-SEQUENCE-STATUS PIC X(2).
    01 REPORT-STATUS PIC X(2).

    01 OUTPUT-LINE PIC X(256).
    01 WS-TODAY PIC X(8).

    *> the postings closed on this run, remembered so the poster and
    *> the waiting applicants can be told
    01 EXPIRED-JOB-COUNT PIC 9(5) VALUE 0.
    01 EXPIRED-JOB-TABLE.
        05 EXP-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON EXPIRED-JOB-COUNT
                     INDEXED BY EXP-IDX.
            10 EXP-ID             PIC 9(5).
            10 EXP-TITLE          PIC X(50).
            10 EXP-POSTER         PIC X(20).
    01 WS-JOB-ID PIC 9(5).
    01 WS-JOB-EXPIRED PIC X.
        88 JOB-EXPIRED VALUE 'Y'.

    *> notification being recorded and its record number
    01 WS-NOTIFY-USERNAME PIC X(20).
    01 WS-NOTIFY-TEXT PIC X(120).
    01 WS-LAST-NOTIFICATION-ID PIC 9(7).
    01 WS-NEW-NOTIFICATION-ID PIC 9(7).

    *> counts of what this run closed and who was told
    01 WS-POSTINGS-EXPIRED   PIC 9(5) VALUE 0.
    01 WS-POSTERS-NOTIFIED   PIC 9(5) VALUE 0.
    01 WS-APPLICANTS-NOTIFIED PIC 9(5) VALUE 0.
    01 WS-RECOVER-NEEDED     PIC X VALUE 'N'.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    PERFORM OPEN-REPORT.
    PERFORM RECOVER-JOBS-FILE.
    PERFORM CLOSE-EXPIRED-POSTINGS.
    PERFORM NOTIFY-POSTERS.
    PERFORM NOTIFY-WAITING-APPLICANTS.
    PERFORM WRITE-REPORT-SUMMARY.
    CLOSE REPORT-FILE.
    GOBACK.

OPEN-REPORT.
    OPEN OUTPUT REPORT-FILE.
    MOVE "=== InCollege Posting Expiry Report ===" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Run date: " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    *> utility paragraph mirroring InCollege's WRITE-AND-DISPLAY: both
    *> shows the line on the console and appends it to the report file
    DISPLAY FUNCTION TRIM(OUTPUT-LINE TRAILING).
    MOVE FUNCTION TRIM(OUTPUT-LINE TRAILING) TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO OUTPUT-LINE.

CLOSE-EXPIRED-POSTINGS.
    *> copy JOBS.DAT to JOBS.TMP, turning every open posting whose
    *> deadline is before today into a CLOSED one and listing it
    MOVE 0 TO EXPIRED-JOB-COUNT.

    OPEN INPUT JOBS-FILE.
    IF JOBS-STATUS NOT = "00"
        CLOSE JOBS-FILE
        MOVE "No postings on file." TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.

    MOVE "Postings closed for a passed application deadline:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

    OPEN OUTPUT TEMP-JOBS-FILE.
    PERFORM UNTIL 1 = 2
        READ JOBS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE JOB-RECORD TO TMP-JOB-RECORD
                IF FUNCTION TRIM(JR-STATUS) NOT = "CLOSED" AND
                   JR-DEADLINE IS NUMERIC AND
                   JR-DEADLINE < WS-TODAY
                    MOVE "CLOSED" TO TMP-JR-STATUS
                    ADD 1 TO WS-POSTINGS-EXPIRED
                    IF JR-JOB-ID IS NUMERIC
                        ADD 1 TO EXPIRED-JOB-COUNT
                        MOVE JR-JOB-ID          TO EXP-ID(EXPIRED-JOB-COUNT)
                        MOVE JR-TITLE           TO EXP-TITLE(EXPIRED-JOB-COUNT)
                        MOVE JR-POSTER-USERNAME TO EXP-POSTER(EXPIRED-JOB-COUNT)
                    END-IF
                    MOVE SPACES TO OUTPUT-LINE
                    STRING "  #" JR-JOB-ID DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           FUNCTION TRIM(JR-TITLE) DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           FUNCTION TRIM(JR-EMPLOYER) DELIMITED BY SIZE
                           " | posted by " DELIMITED BY SIZE
                           FUNCTION TRIM(JR-POSTER-USERNAME) DELIMITED BY SIZE
                           " | deadline: " DELIMITED BY SIZE
                           JR-DEADLINE DELIMITED BY SIZE
                           INTO OUTPUT-LINE
                    END-STRING
                    PERFORM WRITE-REPORT-LINE
                END-IF
                WRITE TMP-JOB-RECORD
        END-READ
    END-PERFORM.
    CLOSE JOBS-FILE.
    CLOSE TEMP-JOBS-FILE.

    IF WS-POSTINGS-EXPIRED = 0
        MOVE "  (none)" TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

    *> copy the updated postings back over the live file, behind a
    *> backup generation and guard so a kill mid-copy can be rolled back
    PERFORM BACKUP-JOBS-FILE.
    OPEN INPUT TEMP-JOBS-FILE.
    OPEN OUTPUT JOBS-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-JOBS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-JOB-RECORD TO JOB-RECORD
                WRITE JOB-RECORD
        END-READ
    END-PERFORM.
    CLOSE JOBS-FILE.
    CLOSE TEMP-JOBS-FILE.
    PERFORM FINISH-JOBS-REWRITE.

NOTIFY-POSTERS.
    *> each poster hears that their posting stopped taking applications
    PERFORM VARYING EXP-IDX FROM 1 BY 1
            UNTIL EXP-IDX > EXPIRED-JOB-COUNT
        MOVE EXP-POSTER(EXP-IDX) TO WS-NOTIFY-USERNAME
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING "Your posting closed (application deadline passed): " DELIMITED BY SIZE
               FUNCTION TRIM(EXP-TITLE(EXP-IDX)) DELIMITED BY SIZE
               INTO WS-NOTIFY-TEXT
        END-STRING
        PERFORM RECORD-NOTIFICATION
        ADD 1 TO WS-POSTERS-NOTIFIED
    END-PERFORM.

NOTIFY-WAITING-APPLICANTS.
    *> applicants nobody has acted on yet ("received") are told the
    *> posting closed; those already under review or decided are not
    IF EXPIRED-JOB-COUNT = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT JOB-APPLICATIONS-FILE.
    IF JOB-APPLICATIONS-STATUS NOT = "00"
        CLOSE JOB-APPLICATIONS-FILE
        EXIT PARAGRAPH
    END-IF.

    PERFORM UNTIL 1 = 2
        READ JOB-APPLICATIONS-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-JOB-EXPIRED
                IF JA-JOB-ID IS NUMERIC AND
                   FUNCTION TRIM(JA-STATUS) = "received"
                    MOVE JA-JOB-ID TO WS-JOB-ID
                    PERFORM LOOKUP-EXPIRED-JOB-ID
                END-IF
                IF JOB-EXPIRED
                    MOVE JA-APPLICANT-USERNAME TO WS-NOTIFY-USERNAME
                    MOVE SPACES TO WS-NOTIFY-TEXT
                    STRING "A posting you applied to has closed: " DELIMITED BY SIZE
                           FUNCTION TRIM(EXP-TITLE(EXP-IDX)) DELIMITED BY SIZE
                           INTO WS-NOTIFY-TEXT
                    END-STRING
                    PERFORM RECORD-NOTIFICATION
                    ADD 1 TO WS-APPLICANTS-NOTIFIED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE JOB-APPLICATIONS-FILE.

LOOKUP-EXPIRED-JOB-ID.
    *> finds WS-JOB-ID among the postings closed on this run, leaving
    *> EXP-IDX on the matching entry
    MOVE 'N' TO WS-JOB-EXPIRED.
    IF EXPIRED-JOB-COUNT > 0
        SET EXP-IDX TO 1
        SEARCH EXP-ENTRY
            AT END CONTINUE
            WHEN EXP-ID(EXP-IDX) = WS-JOB-ID
                MOVE 'Y' TO WS-JOB-EXPIRED
        END-SEARCH
    END-IF.

RECORD-NOTIFICATION.
    *> adds one event for WS-NOTIFY-USERNAME to NOTIFICATIONS.DAT, the
    *> same way InCollege does, so it shows in their login summary
    PERFORM GET-NEXT-NOTIFICATION-ID.
    MOVE WS-NEW-NOTIFICATION-ID TO NT-ID.
    MOVE FUNCTION TRIM(WS-NOTIFY-USERNAME) TO NT-USERNAME.
    MOVE WS-NOTIFY-TEXT TO NT-TEXT.
    MOVE WS-TODAY TO NT-DATE.

    OPEN I-O NOTIFICATIONS-FILE.
    IF NOTIFICATIONS-STATUS = "35" *> File not found
        OPEN OUTPUT NOTIFICATIONS-FILE
    END-IF.
    WRITE NOTIFICATION-RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    CLOSE NOTIFICATIONS-FILE.

GET-NEXT-NOTIFICATION-ID.
    *> hands out the next notification record number from
    *> NOTIFICATION_SEQUENCE.DAT (seeding it from the highest number
    *> already in NOTIFICATIONS.DAT the first time it is needed)
    MOVE 0 TO WS-LAST-NOTIFICATION-ID.
    OPEN INPUT NOTIFICATION-SEQUENCE-FILE.
    IF NOTIFICATION-SEQUENCE-STATUS = "00"
        READ NOTIFICATION-SEQUENCE-FILE
            AT END CONTINUE
            NOT AT END MOVE NS-LAST-ID TO WS-LAST-NOTIFICATION-ID
        END-READ
        CLOSE NOTIFICATION-SEQUENCE-FILE
    ELSE
        CLOSE NOTIFICATION-SEQUENCE-FILE
        OPEN INPUT NOTIFICATIONS-FILE
        IF NOTIFICATIONS-STATUS = "00"
            PERFORM UNTIL 1 = 2
                READ NOTIFICATIONS-FILE NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                        IF NT-ID > WS-LAST-NOTIFICATION-ID
                            MOVE NT-ID TO WS-LAST-NOTIFICATION-ID
                        END-IF
                END-READ
            END-PERFORM
        END-IF
        CLOSE NOTIFICATIONS-FILE
    END-IF.

    COMPUTE WS-NEW-NOTIFICATION-ID = WS-LAST-NOTIFICATION-ID + 1.

    MOVE WS-NEW-NOTIFICATION-ID TO NS-LAST-ID.
    OPEN OUTPUT NOTIFICATION-SEQUENCE-FILE.
    WRITE NOTIFICATION-SEQUENCE-RECORD.
    CLOSE NOTIFICATION-SEQUENCE-FILE.

BACKUP-JOBS-FILE.
    *> keep a backup generation of JOBS.DAT and mark its guard before
    *> the live file is emptied for the copy-back (same protocol as
    *> InCollege, so either program's recovery step can roll it back)
    OPEN OUTPUT JOBS-BACKUP-FILE.
    OPEN INPUT JOBS-FILE.
    IF JOBS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ JOBS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    MOVE JOB-RECORD TO JBK-RECORD
                    WRITE JBK-RECORD
            END-READ
        END-PERFORM
    END-IF.
    CLOSE JOBS-FILE.
    CLOSE JOBS-BACKUP-FILE.

    OPEN OUTPUT JOBS-GUARD-FILE.
    MOVE "IN-PROGRESS" TO JGD-RECORD.
    WRITE JGD-RECORD.
    CLOSE JOBS-GUARD-FILE.

FINISH-JOBS-REWRITE.
    *> the rewrite completed; an empty guard means nothing to recover
    OPEN OUTPUT JOBS-GUARD-FILE.
    CLOSE JOBS-GUARD-FILE.

RECOVER-JOBS-FILE.
    *> a guard left saying IN-PROGRESS means a previous run (this job,
    *> ArchiveBatch or InCollege) died between emptying JOBS.DAT and
    *> finishing its rewrite - restore the last good generation before
    *> looking for expired postings
    MOVE 'N' TO WS-RECOVER-NEEDED.
    OPEN INPUT JOBS-GUARD-FILE.
    IF JOBS-GUARD-STATUS = "00"
        READ JOBS-GUARD-FILE
            AT END CONTINUE
            NOT AT END
                IF FUNCTION TRIM(JGD-RECORD) = "IN-PROGRESS"
                    MOVE 'Y' TO WS-RECOVER-NEEDED
                END-IF
        END-READ
    END-IF.
    CLOSE JOBS-GUARD-FILE.
    IF WS-RECOVER-NEEDED = 'N'
        EXIT PARAGRAPH
    END-IF.

    MOVE "Recovering JOBS.DAT from its last backup after an interrupted update."
        TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

    OPEN INPUT JOBS-BACKUP-FILE.
    IF JOBS-BACKUP-STATUS = "00"
        OPEN OUTPUT JOBS-FILE
        PERFORM UNTIL 1 = 2
            READ JOBS-BACKUP-FILE
                AT END EXIT PERFORM
                NOT AT END
                    MOVE JBK-RECORD TO JOB-RECORD
                    WRITE JOB-RECORD
            END-READ
        END-PERFORM
        CLOSE JOBS-FILE
    END-IF.
    CLOSE JOBS-BACKUP-FILE.
    PERFORM FINISH-JOBS-REWRITE.

WRITE-REPORT-SUMMARY.
    MOVE "=== Summary ===" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Postings expired and closed:   " DELIMITED BY SIZE
           WS-POSTINGS-EXPIRED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Posters notified:              " DELIMITED BY SIZE
           WS-POSTERS-NOTIFIED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Waiting applicants notified:   " DELIMITED BY SIZE
           WS-APPLICANTS-NOTIFIED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
