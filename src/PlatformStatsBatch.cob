*> and breakdowns for career services - postings per employer and
*> open-vs-closed counts, applications per posting, accounts with and
*> without profiles, connection counts per user, graduation-year and
*> major distributions, completion counts per training module, how
*> often students and employers rely on referrals, and the alumni
*> mentorship program's sign-ups, requests and pairings.
*> Run it separately from InCollege itself, against the same working
*> directory as the live data files.

                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JA-APP-ID
                  FILE STATUS IS JOB-APPLICATIONS-STATUS.
              SELECT JOB-APPLICATIONS-ARCHIVE-FILE
                  ASSIGN TO "JOB_APPLICATIONS_ARCHIVE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOB-APPLICATIONS-ARCHIVE-STATUS.
              SELECT SKILL-COMPLETIONS-FILE
                  ASSIGN TO "SKILL_COMPLETIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SKILL-COMPLETIONS-STATUS.
              SELECT REFERRALS-FILE
                  ASSIGN TO "REFERRALS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REFERRALS-STATUS.
              SELECT MENTORS-FILE
                  ASSIGN TO "MENTORS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MENTORS-STATUS.
              SELECT MENTOR-REQUESTS-FILE
                  ASSIGN TO "MENTORSHIP_REQUESTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MENTOR-REQUESTS-STATUS.
              SELECT MENTORSHIPS-FILE
                  ASSIGN TO "MENTORSHIPS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MENTORSHIPS-STATUS.
              SELECT REPORT-FILE
                  ASSIGN TO "PLATFORM_STATS.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
        05 AR-PASSWORD-HASH PIC X(12).
        05 AR-ACCT-TYPE PIC X(5).
        05 AR-ACCT-STATUS PIC X(10).
        05 AR-LAST-LOGIN PIC X(8).

    FD PROFILES-FILE.
    01 PROFILE-RECORD.
        05 JR-JOB-ID              PIC 9(5).
        05 JR-POSTED-DATE         PIC X(8).
        05 JR-EMPLOYER-ID         PIC 9(5).
        05 JR-DEADLINE            PIC X(8).
        05 JR-REVIEW-STATUS       PIC X(10).

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
        05 ARC-JA-APP-ID             PIC 9(7).
        05 ARC-JA-APPLICANT-USERNAME PIC X(20).
        05 ARC-JA-JOB-TITLE          PIC X(50).
        05 ARC-JA-JOB-EMPLOYER       PIC X(50).
        05 ARC-JA-JOB-LOCATION       PIC X(50).
        05 ARC-JA-JOB-ID             PIC 9(5).
        05 ARC-JA-STATUS             PIC X(12).
        05 ARC-JA-APPLIED-DATE       PIC X(8).
        05 ARC-JA-REFERRER           PIC X(20).
        05 ARC-JA-STATUS-DATE        PIC X(8).
        05 ARC-JA-DECISION-DATE      PIC X(8).

    FD SKILL-COMPLETIONS-FILE.
    01 SKILL-COMPLETION-RECORD.
        05 SC-USERNAME            PIC X(20).
        05 SC-SKILL-NAME          PIC X(40).

    FD REFERRALS-FILE.
    01 REFERRAL-RECORD.
        05 RF-REFERRER            PIC X(20).
        05 RF-REFERRED            PIC X(20).
        05 RF-JOB-ID              PIC 9(5).
        05 RF-JOB-TITLE           PIC X(50).
        05 RF-JOB-EMPLOYER        PIC X(50).
        05 RF-NOTE                PIC X(100).
        05 RF-DATE                PIC X(8).

    FD MENTORS-FILE.
    01 MENTOR-RECORD.
        05 MN-USERNAME            PIC X(20).
        05 MN-MAJOR               PIC X(30) OCCURS 3 TIMES.
        05 MN-SKILL               PIC X(30) OCCURS 3 TIMES.
        05 MN-SIGNUP-DATE         PIC X(8).

    FD MENTOR-REQUESTS-FILE.
    01 MENTOR-REQUEST-RECORD.
        05 MQ-STUDENT             PIC X(20).
        05 MQ-MENTOR              PIC X(20).
        05 MQ-NOTE                PIC X(100).
        05 MQ-DATE                PIC X(8).
        05 MQ-STATUS              PIC X(10).
        05 MQ-DECIDED-DATE        PIC X(8).

    FD MENTORSHIPS-FILE.
    01 MENTORSHIP-RECORD.
        05 MP-MENTOR              PIC X(20).
        05 MP-MENTEE              PIC X(20).
        05 MP-SINCE-DATE          PIC X(8).

    FD REPORT-FILE.
    01 REPORT-RECORD PIC X(256).

    01 CONNECTIONS-STATUS PIC X(2).
    01 JOBS-STATUS PIC X(2).
    01 JOB-APPLICATIONS-STATUS PIC X(2).
    01 JOB-APPLICATIONS-ARCHIVE-STATUS PIC X(2).
    01 SKILL-COMPLETIONS-STATUS PIC X(2).
    01 REFERRALS-STATUS PIC X(2).
    01 MENTORS-STATUS PIC X(2).
    01 MENTOR-REQUESTS-STATUS PIC X(2).
    01 MENTORSHIPS-STATUS PIC X(2).
    01 REPORT-STATUS PIC X(2).

    01 OUTPUT-LINE PIC X(256).
    01 WS-TOTAL-CONNECTIONS  PIC 9(5) VALUE 0.
    01 WS-UNMATCHED-APPS     PIC 9(5) VALUE 0.
    01 WS-GRAD-YEAR-TEXT     PIC X(4).
    01 WS-TOTAL-REFERRALS    PIC 9(5) VALUE 0.
    01 WS-REFERRED-APPS      PIC 9(5) VALUE 0.
    01 WS-REFERRED-OFFERS    PIC 9(5) VALUE 0.
    01 WS-ALUMNI-ACCOUNTS    PIC 9(5) VALUE 0.
    01 WS-TOTAL-MENTORS      PIC 9(5) VALUE 0.
    01 WS-TOTAL-MENTOR-REQS  PIC 9(5) VALUE 0.
    01 WS-TOTAL-PAIRINGS     PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    PERFORM OPEN-REPORT.
    PERFORM REPORT-GRAD-YEAR-DISTRIBUTION.
    PERFORM REPORT-MAJOR-DISTRIBUTION.
    PERFORM REPORT-MODULE-COMPLETIONS.
    PERFORM REPORT-REFERRALS.
    PERFORM REPORT-MENTORSHIP.
    CLOSE REPORT-FILE.
    GOBACK.

        CLOSE SKILL-COMPLETIONS-FILE
    END-IF.
    PERFORM PRINT-TALLY.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

REPORT-REFERRALS.
    MOVE "--- Referrals (REFERRALS.DAT) ---" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM RESET-TALLY.

    OPEN INPUT REFERRALS-FILE.
    IF REFERRALS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ REFERRALS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    ADD 1 TO WS-TOTAL-REFERRALS
                    MOVE RF-REFERRER TO WS-TALLY-KEY
                    PERFORM TALLY-KEY
            END-READ
        END-PERFORM
        CLOSE REFERRALS-FILE
    END-IF.

    MOVE SPACES TO OUTPUT-LINE.
    STRING "Total referrals made: " WS-TOTAL-REFERRALS
           DELIMITED BY SIZE INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE "Referrals made per student:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM PRINT-TALLY.

    PERFORM RESET-TALLY.
    OPEN INPUT REFERRALS-FILE.
    IF REFERRALS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ REFERRALS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    MOVE RF-JOB-EMPLOYER TO WS-TALLY-KEY
                    PERFORM TALLY-KEY
            END-READ
        END-PERFORM
        CLOSE REFERRALS-FILE
    END-IF.
    MOVE "Referrals per employer:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM PRINT-TALLY.

    *> referrals that turned into applications, by the employer the
    *> application went to; applications archived with their closed
    *> postings still count
    PERFORM RESET-TALLY.
    OPEN INPUT JOB-APPLICATIONS-FILE.
    IF JOB-APPLICATIONS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ JOB-APPLICATIONS-FILE NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                    IF JA-REFERRER NOT = SPACES
                        ADD 1 TO WS-REFERRED-APPS
                        IF FUNCTION TRIM(JA-STATUS) = "offer"
                            ADD 1 TO WS-REFERRED-OFFERS
                        END-IF
                        MOVE JA-JOB-EMPLOYER TO WS-TALLY-KEY
                        PERFORM TALLY-KEY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-APPLICATIONS-FILE
    END-IF.
    OPEN INPUT JOB-APPLICATIONS-ARCHIVE-FILE.
    IF JOB-APPLICATIONS-ARCHIVE-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ JOB-APPLICATIONS-ARCHIVE-FILE
                AT END EXIT PERFORM
                NOT AT END
                    IF ARC-JA-REFERRER NOT = SPACES
                        ADD 1 TO WS-REFERRED-APPS
                        IF FUNCTION TRIM(ARC-JA-STATUS) = "offer"
                            ADD 1 TO WS-REFERRED-OFFERS
                        END-IF
                        MOVE ARC-JA-JOB-EMPLOYER TO WS-TALLY-KEY
                        PERFORM TALLY-KEY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-APPLICATIONS-ARCHIVE-FILE
    END-IF.

    MOVE SPACES TO OUTPUT-LINE.
    STRING "Referred applications: " WS-REFERRED-APPS
           "  Reaching an offer: " WS-REFERRED-OFFERS
           DELIMITED BY SIZE INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE "Referred applications per employer:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM PRINT-TALLY.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

REPORT-MENTORSHIP.
    MOVE "--- Alumni Mentorship (MENTORS.DAT / MENTORSHIPS.DAT) ---" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

    OPEN INPUT ACCOUNTS-FILE.
    IF ACCOUNTS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ ACCOUNTS-FILE NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                    IF FUNCTION TRIM(AR-ACCT-TYPE) = "alumn"
                        ADD 1 TO WS-ALUMNI-ACCOUNTS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNTS-FILE
    END-IF.

    *> mentors signed up, and how many of them advise on each major
    PERFORM RESET-TALLY.
    OPEN INPUT MENTORS-FILE.
    IF MENTORS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ MENTORS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    ADD 1 TO WS-TOTAL-MENTORS
                    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                        IF MN-MAJOR(I) NOT = SPACES
                            MOVE MN-MAJOR(I) TO WS-TALLY-KEY
                            PERFORM TALLY-KEY
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE MENTORS-FILE
    END-IF.

    MOVE SPACES TO OUTPUT-LINE.
    STRING "Alumni accounts: " WS-ALUMNI-ACCOUNTS
           "  Signed up as mentors: " WS-TOTAL-MENTORS
           DELIMITED BY SIZE INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE "Mentors per major advised on:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM PRINT-TALLY.

    PERFORM RESET-TALLY.
    OPEN INPUT MENTOR-REQUESTS-FILE.
    IF MENTOR-REQUESTS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ MENTOR-REQUESTS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    ADD 1 TO WS-TOTAL-MENTOR-REQS
                    MOVE MQ-STATUS TO WS-TALLY-KEY
                    PERFORM TALLY-KEY
            END-READ
        END-PERFORM
        CLOSE MENTOR-REQUESTS-FILE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Mentorship requests sent: " WS-TOTAL-MENTOR-REQS
           DELIMITED BY SIZE INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE "Requests by status:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM PRINT-TALLY.

    PERFORM RESET-TALLY.
    OPEN INPUT MENTORSHIPS-FILE.
    IF MENTORSHIPS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ MENTORSHIPS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    ADD 1 TO WS-TOTAL-PAIRINGS
                    MOVE MP-MENTOR TO WS-TALLY-KEY
                    PERFORM TALLY-KEY
            END-READ
        END-PERFORM
        CLOSE MENTORSHIPS-FILE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Active mentor/mentee pairings: " WS-TOTAL-PAIRINGS
           DELIMITED BY SIZE INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE "Mentees per mentor:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM PRINT-TALLY.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
