*> This is free-form cobol program
IDENTIFICATION DIVISION.
PROGRAM-ID. AlumniTransitionBatch.

*> Standalone end-of-term batch job, sibling to RosterImportBatch: moves
*> every student account whose class has graduated over to the alumni
*> account type ("alumn" in AR-ACCT-TYPE) and sends each of them a
*> notification inviting them to sign up as a mentor. A class counts
*> as graduated once its PR-GRAD-YEAR is the year of the run or earlier,
*> since the job is run after the term's final grades are in. Admin
*> accounts, disabled or anonymized accounts, accounts already moved
*> over, and accounts without a numeric graduation year on their
*> profile are left alone. Every
*> account moved is listed in ALUMNI_TRANSITION_REPORT.TXT. Run this
*> separately from InCollege itself, against the same working
*> directory as the live data files.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
              SELECT ACCOUNTS-FILE
                  ASSIGN TO "ACCOUNTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AR-USERNAME
                  FILE STATUS IS ACCOUNTS-STATUS.
              SELECT PROFILES-FILE
                  ASSIGN TO "PROFILES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROFILES-STATUS.
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
                  ASSIGN TO "ALUMNI_TRANSITION_REPORT.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD ACCOUNTS-FILE.
    01 ACCOUNT-RECORD.
        05 AR-USERNAME PIC X(20).
        05 AR-PASSWORD-HASH PIC X(12).
        05 AR-ACCT-TYPE PIC X(5).
        05 AR-ACCT-STATUS PIC X(10).
        05 AR-LAST-LOGIN PIC X(8).

    FD PROFILES-FILE.
    01 PROFILE-RECORD.
        05 PR-USERNAME             PIC X(20).
        05 PR-FIRST-NAME           PIC X(20).
        05 PR-LAST-NAME            PIC X(20).
        05 PR-UNIVERSITY           PIC X(40).
        05 PR-MAJOR                PIC X(30).
        05 PR-GRAD-YEAR            PIC 9(4).
        05 PR-ABOUT                PIC X(200).
        05 PR-EXP-COUNT            PIC 9.
        05 PR-EXP                  OCCURS 3 TIMES.
           10 PR-EXP-TITLE         PIC X(30).
           10 PR-EXP-COMPANY       PIC X(30).
           10 PR-EXP-DATES         PIC X(30).
           10 PR-EXP-DESC          PIC X(100).
        05 PR-EDU-COUNT            PIC 9.
        05 PR-EDU                  OCCURS 3 TIMES.
           10 PR-EDU-DEGREE        PIC X(30).
           10 PR-EDU-UNIV          PIC X(40).
           10 PR-EDU-YEARS         PIC X(20).
        05 PR-SKILL-COUNT          PIC 9.
        05 PR-SKILL                OCCURS 3 TIMES.
           10 PR-SKILL-NAME        PIC X(30).
           10 PR-SKILL-LEVEL       PIC X(20).

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
    01 ACCOUNTS-STATUS PIC X(2).
    01 PROFILES-STATUS PIC X(2).
    01 NOTIFICATIONS-STATUS PIC X(2).
    01 NOTIFICATION-SEQUENCE-STATUS PIC X(2).
    01 REPORT-STATUS PIC X(2).

    01 OUTPUT-LINE PIC X(256).
    01 WS-TODAY PIC X(8).
    01 WS-RUN-YEAR PIC 9(4).

    *> graduation year and name of every profile, loaded once so each
    *> account can be checked with a table search
    01 PROFILE-COUNT PIC 9(5) VALUE 0.
    01 PROFILE-TABLE.
        05 PROF-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON PROFILE-COUNT
                      INDEXED BY PROF-IDX.
            10 PROF-USERNAME      PIC X(20).
            10 PROF-NAME          PIC X(41).
            10 PROF-MAJOR         PIC X(30).
            10 PROF-GRAD-YEAR     PIC 9(4).
    01 WS-PROFILE-FOUND PIC X.
        88 PROFILE-FOUND VALUE 'Y'.

    *> notification being recorded and its record number
    01 WS-NOTIFY-USERNAME PIC X(20).
    01 WS-NOTIFY-TEXT PIC X(120).
    01 WS-LAST-NOTIFICATION-ID PIC 9(7).
    01 WS-NEW-NOTIFICATION-ID PIC 9(7).

    *> counts of what this run looked at and changed
    01 WS-ACCOUNTS-READ      PIC 9(5) VALUE 0.
    01 WS-ALREADY-ALUMNI     PIC 9(5) VALUE 0.
    01 WS-NOT-ACTIVE         PIC 9(5) VALUE 0.
    01 WS-NO-GRAD-YEAR       PIC 9(5) VALUE 0.
    01 WS-STILL-ENROLLED     PIC 9(5) VALUE 0.
    01 WS-MOVED-TO-ALUMNI    PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    MOVE WS-TODAY(1:4) TO WS-RUN-YEAR.
    PERFORM OPEN-REPORT.
    PERFORM LOAD-PROFILES.
    PERFORM TRANSITION-GRADUATED-ACCOUNTS.
    PERFORM WRITE-REPORT-SUMMARY.
    CLOSE REPORT-FILE.
    STOP RUN.

OPEN-REPORT.
    OPEN OUTPUT REPORT-FILE.
    MOVE "=== InCollege Alumni Transition Report ===" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Run date: " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Graduated classes: " DELIMITED BY SIZE
           WS-RUN-YEAR DELIMITED BY SIZE
           " and earlier" DELIMITED BY SIZE
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

LOAD-PROFILES.
    MOVE 0 TO PROFILE-COUNT.
    OPEN INPUT PROFILES-FILE.
    IF PROFILES-STATUS NOT = "00"
        CLOSE PROFILES-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL 1 = 2
        READ PROFILES-FILE
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO PROFILE-COUNT
                MOVE PR-USERNAME TO PROF-USERNAME(PROFILE-COUNT)
                MOVE SPACES TO PROF-NAME(PROFILE-COUNT)
                STRING FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                       INTO PROF-NAME(PROFILE-COUNT)
                END-STRING
                MOVE PR-MAJOR TO PROF-MAJOR(PROFILE-COUNT)
                IF PR-GRAD-YEAR IS NUMERIC
                    MOVE PR-GRAD-YEAR TO PROF-GRAD-YEAR(PROFILE-COUNT)
                ELSE
                    MOVE 0 TO PROF-GRAD-YEAR(PROFILE-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PROFILES-FILE.

TRANSITION-GRADUATED-ACCOUNTS.
    *> walk the keyed accounts master in key order, rewriting each
    *> graduated student's row in place as an alumni account
    OPEN I-O ACCOUNTS-FILE.
    IF ACCOUNTS-STATUS NOT = "00"
        MOVE "Error: ACCOUNTS.DAT could not be opened for update." TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        CLOSE ACCOUNTS-FILE
        EXIT PARAGRAPH
    END-IF.

    MOVE "Accounts moved to alumni:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

    PERFORM UNTIL 1 = 2
        READ ACCOUNTS-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-ACCOUNTS-READ
                PERFORM CHECK-ONE-ACCOUNT
        END-READ
    END-PERFORM.
    CLOSE ACCOUNTS-FILE.

    IF WS-MOVED-TO-ALUMNI = 0
        MOVE "  (none)" TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

CHECK-ONE-ACCOUNT.
    *> only student accounts ("user", or blank on rows written before
    *> account types existed) are candidates, and only while the
    *> account is active (disabled and anonymized accounts are not)
    IF FUNCTION TRIM(AR-ACCT-STATUS) NOT = "active" AND
       AR-ACCT-STATUS NOT = SPACES
        ADD 1 TO WS-NOT-ACTIVE
        EXIT PARAGRAPH
    END-IF.
    IF FUNCTION TRIM(AR-ACCT-TYPE) = "alumn"
        ADD 1 TO WS-ALREADY-ALUMNI
        EXIT PARAGRAPH
    END-IF.
    IF FUNCTION TRIM(AR-ACCT-TYPE) NOT = "user" AND
       AR-ACCT-TYPE NOT = SPACES
        EXIT PARAGRAPH
    END-IF.

    PERFORM LOOKUP-PROFILE.
    IF NOT PROFILE-FOUND
        ADD 1 TO WS-NO-GRAD-YEAR
        EXIT PARAGRAPH
    END-IF.
    IF PROF-GRAD-YEAR(PROF-IDX) = 0
        ADD 1 TO WS-NO-GRAD-YEAR
        EXIT PARAGRAPH
    END-IF.
    IF PROF-GRAD-YEAR(PROF-IDX) > WS-RUN-YEAR
        ADD 1 TO WS-STILL-ENROLLED
        EXIT PARAGRAPH
    END-IF.

    MOVE "alumn" TO AR-ACCT-TYPE.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            MOVE SPACES TO OUTPUT-LINE
            STRING "  Error: could not update " DELIMITED BY SIZE
                   FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
                   INTO OUTPUT-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
            EXIT PARAGRAPH
    END-REWRITE.
    ADD 1 TO WS-MOVED-TO-ALUMNI.

    MOVE SPACES TO OUTPUT-LINE.
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
           " | " DELIMITED BY SIZE
           FUNCTION TRIM(PROF-NAME(PROF-IDX)) DELIMITED BY SIZE
           " | " DELIMITED BY SIZE
           FUNCTION TRIM(PROF-MAJOR(PROF-IDX)) DELIMITED BY SIZE
           " | Class of " DELIMITED BY SIZE
           PROF-GRAD-YEAR(PROF-IDX) DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.

    MOVE AR-USERNAME TO WS-NOTIFY-USERNAME.
    MOVE SPACES TO WS-NOTIFY-TEXT.
    STRING "Congratulations, Class of " DELIMITED BY SIZE
           PROF-GRAD-YEAR(PROF-IDX) DELIMITED BY SIZE
           "! Your account is now an alumni account. "
               DELIMITED BY SIZE
           "Sign up as a mentor under Mentorship." DELIMITED BY SIZE
           INTO WS-NOTIFY-TEXT
    END-STRING.
    PERFORM RECORD-NOTIFICATION.

LOOKUP-PROFILE.
    *> finds AR-USERNAME among the loaded profiles, leaving PROF-IDX
    *> on the matching entry
    MOVE 'N' TO WS-PROFILE-FOUND.
    IF PROFILE-COUNT > 0
        SET PROF-IDX TO 1
        SEARCH PROF-ENTRY
            AT END CONTINUE
            WHEN PROF-USERNAME(PROF-IDX) = AR-USERNAME
                MOVE 'Y' TO WS-PROFILE-FOUND
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

WRITE-REPORT-SUMMARY.
    MOVE "=== Summary ===" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Accounts read:                 " DELIMITED BY SIZE
           WS-ACCOUNTS-READ DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Moved to alumni this run:      " DELIMITED BY SIZE
           WS-MOVED-TO-ALUMNI DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Already alumni:                " DELIMITED BY SIZE
           WS-ALREADY-ALUMNI DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Disabled or anonymized:        " DELIMITED BY SIZE
           WS-NOT-ACTIVE DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Students still enrolled:       " DELIMITED BY SIZE
           WS-STILL-ENROLLED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Students with no grad year:    " DELIMITED BY SIZE
           WS-NO-GRAD-YEAR DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
