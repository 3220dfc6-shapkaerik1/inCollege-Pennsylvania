*> This is free-form cobol program
IDENTIFICATION DIVISION.
PROGRAM-ID. RetentionBatch.

*> Standalone batch job, sibling to AlumniTransitionBatch: applies the
*> retention policy for accounts nobody has used in a long time, going
*> by the date of each account's last successful login (AR-LAST-LOGIN).
*> The run is controlled by RETENTION_PARM.DAT: the mode in the first
*> ten columns (PREVIEW or RUN, PREVIEW when the file is absent or
*> blank), the inactivity threshold in days in the next five (1095 when
*> blank) and the warning period in days in the five after that (30
*> when blank).
*>   - an account within the warning period of the threshold is sent a
*>     notification telling it the date it must log in by; the warning
*>     is remembered in RETENTION_WARNINGS.DAT so it goes out once per
*>     spell of inactivity
*>   - an account past the threshold whose warning has been out for the
*>     whole warning period is anonymized: its account, profile,
*>     messages, endorsements, event RSVPs, referrals and moderation
*>     reports, and the applications and postings it made (live and
*>     archived), are moved over to a placeholder identity ("former-"
*>     and a number from RETENTION_SEQUENCE.DAT) with the personal
*>     details - message bodies, referral notes, reported content -
*>     cleared, so the history PlatformStatsBatch counts still adds up;
*>     its notifications, connections, pending connection requests,
*>     mentor listing, mentorship requests and pairings, saved searches
*>     and digest opt-out are removed, as when a user deactivates their
*>     own account
*>   - accounts listed in LEGAL_HOLDS.DAT are exempt, as are admin
*>     accounts
*>   - an account with no login date yet (created before login dates
*>     were kept) has its inactivity clock started on the day of the run
*> PREVIEW changes nothing and lists who would be warned or anonymized.
*> Every account warned, anonymized or held back is listed in
*> RETENTION_REPORT.TXT for the records office. Return code 8 means
*> the parameters were rejected and nothing was done; 4 means
*> ACCOUNTS.DAT could not be read or some updates failed, as the report
*> says. Run it separately from InCollege itself, against the same
*> working directory as the live data files.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
              SELECT RETENTION-PARM-FILE
                  ASSIGN TO "RETENTION_PARM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RETENTION-PARM-STATUS.
              SELECT LEGAL-HOLDS-FILE
                  ASSIGN TO "LEGAL_HOLDS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LEGAL-HOLDS-STATUS.
              SELECT RETENTION-WARNINGS-FILE
                  ASSIGN TO "RETENTION_WARNINGS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RETENTION-WARNINGS-STATUS.
              SELECT RETENTION-SEQUENCE-FILE
                  ASSIGN TO "RETENTION_SEQUENCE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RETENTION-SEQUENCE-STATUS.
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
              SELECT TEMP-PROFILES-FILE
                  ASSIGN TO "PROFILES.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-PROFILES-STATUS.
              SELECT MESSAGES-FILE
                  ASSIGN TO "MESSAGES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MSG-ID
                  FILE STATUS IS MESSAGES-STATUS.
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
              SELECT ENDORSEMENTS-FILE
                  ASSIGN TO "ENDORSEMENTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ENDORSEMENTS-STATUS.
              SELECT TEMP-ENDORSEMENTS-FILE
                  ASSIGN TO "ENDORSEMENTS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-ENDORSEMENTS-STATUS.
              SELECT EVENT-RSVPS-FILE
                  ASSIGN TO "EVENT_RSVPS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EVENT-RSVPS-STATUS.
              SELECT TEMP-EVENT-RSVPS-FILE
                  ASSIGN TO "EVENT_RSVPS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-EVENT-RSVPS-STATUS.
              SELECT CONNECTIONS-FILE
                  ASSIGN TO "CONNECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CONNECTIONS-STATUS.
              SELECT TEMP-CONNECTIONS-FILE
                  ASSIGN TO "CONNECTIONS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-CONNECTIONS-STATUS.
              SELECT CONNECTION-REQUESTS-FILE
                  ASSIGN TO "CONNECTION_REQUESTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CONNECTION-REQUESTS-STATUS.
              SELECT TEMP-CONNECTION-REQUESTS-FILE
                  ASSIGN TO "CONNECTION_REQUESTS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-CONNECTION-REQUESTS-STATUS.
              SELECT CONNECTION-REQUESTS-BACKUP-FILE
                  ASSIGN TO "CONNECTION_REQUESTS.BAK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CONNECTION-REQUESTS-BACKUP-STATUS.
              SELECT CONNECTION-REQUESTS-GUARD-FILE
                  ASSIGN TO "CONNECTION_REQUESTS_GUARD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CONNECTION-REQUESTS-GUARD-STATUS.
              SELECT JOB-APPLICATIONS-FILE
                  ASSIGN TO "JOB_APPLICATIONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JA-APP-ID
                  FILE STATUS IS JOB-APPLICATIONS-STATUS.
              SELECT JOB-APPLICATIONS-ARCHIVE-FILE
                  ASSIGN TO "JOB_APPLICATIONS_ARCHIVE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOB-APPLICATIONS-ARCHIVE-STATUS.
              SELECT TEMP-APPLICATIONS-ARCHIVE-FILE
                  ASSIGN TO "JOB_APPLICATIONS_ARCHIVE.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-APPLICATIONS-ARCHIVE-STATUS.
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
              SELECT JOBS-ARCHIVE-FILE
                  ASSIGN TO "JOBS_ARCHIVE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOBS-ARCHIVE-STATUS.
              SELECT TEMP-JOBS-ARCHIVE-FILE
                  ASSIGN TO "JOBS_ARCHIVE.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-JOBS-ARCHIVE-STATUS.
              SELECT MENTORS-FILE
                  ASSIGN TO "MENTORS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MENTORS-STATUS.
              SELECT TEMP-MENTORS-FILE
                  ASSIGN TO "MENTORS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-MENTORS-STATUS.
              SELECT MENTOR-REQUESTS-FILE
                  ASSIGN TO "MENTORSHIP_REQUESTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MENTOR-REQUESTS-STATUS.
              SELECT TEMP-MENTOR-REQUESTS-FILE
                  ASSIGN TO "MENTORSHIP_REQUESTS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-MENTOR-REQUESTS-STATUS.
              SELECT MENTORSHIPS-FILE
                  ASSIGN TO "MENTORSHIPS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MENTORSHIPS-STATUS.
              SELECT TEMP-MENTORSHIPS-FILE
                  ASSIGN TO "MENTORSHIPS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-MENTORSHIPS-STATUS.
              SELECT SAVED-SEARCHES-FILE
                  ASSIGN TO "SAVED_SEARCHES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SAVED-SEARCHES-STATUS.
              SELECT TEMP-SAVED-SEARCHES-FILE
                  ASSIGN TO "SAVED_SEARCHES.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-SAVED-SEARCHES-STATUS.
              SELECT DIGEST-OPTOUTS-FILE
                  ASSIGN TO "DIGEST_OPTOUTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DIGEST-OPTOUTS-STATUS.
              SELECT TEMP-DIGEST-OPTOUTS-FILE
                  ASSIGN TO "DIGEST_OPTOUTS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-DIGEST-OPTOUTS-STATUS.
              SELECT REFERRALS-FILE
                  ASSIGN TO "REFERRALS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REFERRALS-STATUS.
              SELECT TEMP-REFERRALS-FILE
                  ASSIGN TO "REFERRALS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-REFERRALS-STATUS.
              SELECT MODERATION-FLAGS-FILE
                  ASSIGN TO "MODERATION_FLAGS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FL-ID
                  FILE STATUS IS MODERATION-FLAGS-STATUS.
              SELECT REPORT-FILE
                  ASSIGN TO "RETENTION_REPORT.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> run mode, inactivity threshold and warning period
    FD RETENTION-PARM-FILE.
    01 RETENTION-PARM-RECORD.
        05 RP-MODE                PIC X(10).
        05 RP-INACTIVE-DAYS       PIC X(5).
        05 RP-WARN-DAYS           PIC X(5).

    *> accounts the records office has placed on legal hold, with the
    *> office's reference for the hold
    FD LEGAL-HOLDS-FILE.
    01 LEGAL-HOLD-RECORD.
        05 LH-USERNAME            PIC X(20).
        05 LH-REFERENCE           PIC X(30).

    *> one row per warning still outstanding: the account, the last
    *> login date the warning was about, and the day it was sent
    FD RETENTION-WARNINGS-FILE.
    01 RETENTION-WARNING-RECORD.
        05 RW-USERNAME            PIC X(20).
        05 RW-LAST-LOGIN          PIC X(8).
        05 RW-WARNED-DATE         PIC X(8).

    FD RETENTION-SEQUENCE-FILE.
    01 RETENTION-SEQUENCE-RECORD.
        05 RS-LAST-ID             PIC 9(7).

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

    FD TEMP-PROFILES-FILE.
    01 TMP-PROFILE-RECORD PIC X(1327).

    FD MESSAGES-FILE.
    01 MESSAGE-RECORD.
        05 MSG-ID                 PIC 9(7).
        05 MSG-SENDER-USERNAME    PIC X(20).
        05 MSG-RECIPIENT-USERNAME PIC X(20).
        05 MSG-READ-FLAG          PIC X(1).
        05 MSG-BODY               PIC X(200).
        05 MSG-SENT-DATE          PIC X(8).

    FD NOTIFICATIONS-FILE.
    01 NOTIFICATION-RECORD.
        05 NT-ID                  PIC 9(7).
        05 NT-USERNAME            PIC X(20).
        05 NT-TEXT                PIC X(120).
        05 NT-DATE                PIC X(8).

    FD NOTIFICATION-SEQUENCE-FILE.
    01 NOTIFICATION-SEQUENCE-RECORD.
        05 NS-LAST-ID             PIC 9(7).

    FD ENDORSEMENTS-FILE.
    01 ENDORSEMENT-RECORD.
        05 EN-ENDORSER            PIC X(20).
        05 EN-PROFILE-USER        PIC X(20).
        05 EN-SKILL-NAME          PIC X(30).
        05 EN-DATE                PIC X(8).

    FD TEMP-ENDORSEMENTS-FILE.
    01 TMP-ENDORSEMENT-RECORD PIC X(78).

    FD EVENT-RSVPS-FILE.
    01 EVENT-RSVP-RECORD.
        05 ER-EVENT-ID            PIC 9(5).
        05 ER-USERNAME            PIC X(20).
        05 ER-REMINDED            PIC X(1).
        05 ER-DIGESTED            PIC X(1).

    FD TEMP-EVENT-RSVPS-FILE.
    01 TMP-EVENT-RSVP-RECORD PIC X(27).

    FD CONNECTIONS-FILE.
    01 CONNECTION-RECORD.
        05 CONN-USER1               PIC X(20).
        05 CONN-USER2               PIC X(20).
        05 CONN-SINCE-DATE          PIC X(8).

    FD TEMP-CONNECTIONS-FILE.
    01 TMP-CONNECTION-RECORD PIC X(48).

    FD CONNECTION-REQUESTS-FILE.
    01 CONNECTION-REQUEST-RECORD.
        05 CR-SENDER-USERNAME       PIC X(20).
        05 CR-RECIPIENT-USERNAME    PIC X(20).
        05 CR-STATUS                PIC X(10).

    FD TEMP-CONNECTION-REQUESTS-FILE.
    01 TMP-CONNECTION-REQUEST-RECORD PIC X(50).

    FD CONNECTION-REQUESTS-BACKUP-FILE.
    01 CBK-RECORD PIC X(512).

    FD CONNECTION-REQUESTS-GUARD-FILE.
    01 CGD-RECORD PIC X(20).

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

    FD TEMP-APPLICATIONS-ARCHIVE-FILE.
    01 TMP-ARC-APPLICATION-RECORD PIC X(238).

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
    01 TMP-JOB-RECORD PIC X(446).

    FD JOBS-BACKUP-FILE.
    01 JBK-RECORD PIC X(512).

    FD JOBS-GUARD-FILE.
    01 JGD-RECORD PIC X(20).

    FD JOBS-ARCHIVE-FILE.
    01 ARC-JOB-RECORD.
        05 ARC-JR-POSTER-USERNAME PIC X(20).
        05 ARC-JR-TITLE           PIC X(50).
        05 ARC-JR-DESCRIPTION     PIC X(200).
        05 ARC-JR-EMPLOYER        PIC X(50).
        05 ARC-JR-LOCATION        PIC X(50).
        05 ARC-JR-SALARY          PIC X(30).
        05 ARC-JR-STATUS          PIC X(10).
        05 ARC-JR-JOB-ID          PIC 9(5).
        05 ARC-JR-POSTED-DATE     PIC X(8).
        05 ARC-JR-EMPLOYER-ID     PIC 9(5).
        05 ARC-JR-DEADLINE        PIC X(8).
        05 ARC-JR-REVIEW-STATUS   PIC X(10).

    FD TEMP-JOBS-ARCHIVE-FILE.
    01 TMP-ARC-JOB-RECORD PIC X(446).

    FD MENTORS-FILE.
    01 MENTOR-RECORD.
        05 MN-USERNAME            PIC X(20).
        05 MN-MAJOR               PIC X(30) OCCURS 3 TIMES.
        05 MN-SKILL               PIC X(30) OCCURS 3 TIMES.
        05 MN-SIGNUP-DATE         PIC X(8).

    FD TEMP-MENTORS-FILE.
    01 TMP-MENTOR-RECORD PIC X(208).

    FD MENTOR-REQUESTS-FILE.
    01 MENTOR-REQUEST-RECORD.
        05 MQ-STUDENT             PIC X(20).
        05 MQ-MENTOR              PIC X(20).
        05 MQ-NOTE                PIC X(100).
        05 MQ-DATE                PIC X(8).
        05 MQ-STATUS              PIC X(10).
        05 MQ-DECIDED-DATE        PIC X(8).

    FD TEMP-MENTOR-REQUESTS-FILE.
    01 TMP-MENTOR-REQUEST-RECORD PIC X(166).

    FD MENTORSHIPS-FILE.
    01 MENTORSHIP-RECORD.
        05 MP-MENTOR              PIC X(20).
        05 MP-MENTEE              PIC X(20).
        05 MP-SINCE-DATE          PIC X(8).

    FD TEMP-MENTORSHIPS-FILE.
    01 TMP-MENTORSHIP-RECORD PIC X(48).

    FD SAVED-SEARCHES-FILE.
    01 SAVED-SEARCH-RECORD.
        05 SS-USERNAME            PIC X(20).
        05 SS-KEYWORD             PIC X(50).
        05 SS-LAST-SHOWN-ID       PIC 9(5).

    FD TEMP-SAVED-SEARCHES-FILE.
    01 TMP-SAVED-SEARCH-RECORD PIC X(75).

    FD DIGEST-OPTOUTS-FILE.
    01 DIGEST-OPTOUT-RECORD.
        05 DO-USERNAME            PIC X(20).
        05 DO-DATE                PIC X(8).

    FD TEMP-DIGEST-OPTOUTS-FILE.
    01 TMP-DIGEST-OPTOUT-RECORD PIC X(28).

    FD REFERRALS-FILE.
    01 REFERRAL-RECORD.
        05 RF-REFERRER            PIC X(20).
        05 RF-REFERRED            PIC X(20).
        05 RF-JOB-ID              PIC 9(5).
        05 RF-JOB-TITLE           PIC X(50).
        05 RF-JOB-EMPLOYER        PIC X(50).
        05 RF-NOTE                PIC X(100).
        05 RF-DATE                PIC X(8).

    FD TEMP-REFERRALS-FILE.
    01 TMP-REFERRAL-RECORD PIC X(253).

    FD MODERATION-FLAGS-FILE.
    01 MODERATION-FLAG-RECORD.
        05 FL-ID                  PIC 9(7).
        05 FL-REPORTER            PIC X(20).
        05 FL-KIND                PIC X(8).
        05 FL-ITEM-KEY            PIC X(20).
        05 FL-OWNER               PIC X(20).
        05 FL-REASON              PIC X(15).
        05 FL-DATE                PIC X(8).
        05 FL-STATUS              PIC X(10).
        05 FL-CONTENT             PIC X(200).

    FD REPORT-FILE.
    01 REPORT-RECORD PIC X(256).

    WORKING-STORAGE SECTION.
    01 RETENTION-PARM-STATUS PIC X(2).
    01 LEGAL-HOLDS-STATUS PIC X(2).
    01 RETENTION-WARNINGS-STATUS PIC X(2).
    01 RETENTION-SEQUENCE-STATUS PIC X(2).
    01 ACCOUNTS-STATUS PIC X(2).
    01 PROFILES-STATUS PIC X(2).
    01 TEMP-PROFILES-STATUS PIC X(2).
    01 MESSAGES-STATUS PIC X(2).
    01 NOTIFICATIONS-STATUS PIC X(2).
    01 NOTIFICATION-SEQUENCE-STATUS PIC X(2).
    01 ENDORSEMENTS-STATUS PIC X(2).
    01 TEMP-ENDORSEMENTS-STATUS PIC X(2).
    01 EVENT-RSVPS-STATUS PIC X(2).
    01 TEMP-EVENT-RSVPS-STATUS PIC X(2).
    01 CONNECTIONS-STATUS PIC X(2).
    01 TEMP-CONNECTIONS-STATUS PIC X(2).
    01 CONNECTION-REQUESTS-STATUS PIC X(2).
    01 TEMP-CONNECTION-REQUESTS-STATUS PIC X(2).
    01 CONNECTION-REQUESTS-BACKUP-STATUS PIC X(2).
    01 CONNECTION-REQUESTS-GUARD-STATUS PIC X(2).
    01 JOB-APPLICATIONS-STATUS PIC X(2).
    01 JOB-APPLICATIONS-ARCHIVE-STATUS PIC X(2).
    01 TEMP-APPLICATIONS-ARCHIVE-STATUS PIC X(2).
    01 JOBS-STATUS PIC X(2).
    01 TEMP-JOBS-STATUS PIC X(2).
    01 JOBS-BACKUP-STATUS PIC X(2).
    01 JOBS-GUARD-STATUS PIC X(2).
    01 JOBS-ARCHIVE-STATUS PIC X(2).
    01 TEMP-JOBS-ARCHIVE-STATUS PIC X(2).
    01 MENTORS-STATUS PIC X(2).
    01 TEMP-MENTORS-STATUS PIC X(2).
    01 MENTOR-REQUESTS-STATUS PIC X(2).
    01 TEMP-MENTOR-REQUESTS-STATUS PIC X(2).
    01 MENTORSHIPS-STATUS PIC X(2).
    01 TEMP-MENTORSHIPS-STATUS PIC X(2).
    01 SAVED-SEARCHES-STATUS PIC X(2).
    01 TEMP-SAVED-SEARCHES-STATUS PIC X(2).
    01 DIGEST-OPTOUTS-STATUS PIC X(2).
    01 TEMP-DIGEST-OPTOUTS-STATUS PIC X(2).
    01 REFERRALS-STATUS PIC X(2).
    01 TEMP-REFERRALS-STATUS PIC X(2).
    01 MODERATION-FLAGS-STATUS PIC X(2).
    01 REPORT-STATUS PIC X(2).

    01 OUTPUT-LINE PIC X(256).
    01 WS-TODAY PIC X(8).
    01 WS-DATE-NUM PIC 9(8).
    01 WS-TODAY-INT PIC 9(7).
    01 WS-LOGIN-INT PIC 9(7).
    01 WS-WARNED-INT PIC 9(7).
    01 WS-DUE-INT PIC 9(7).
    01 WS-DUE-DATE PIC X(8).
    01 WS-DAYS-INACTIVE PIC 9(7).

    *> run parameters; the defaults are the policy's standard terms and
    *> are overridden by RETENTION_PARM.DAT
    01 WS-RUN-MODE PIC X(10).
        88 PREVIEW-MODE VALUE "PREVIEW".
        88 RUN-MODE VALUE "RUN".
    01 WS-INACTIVE-DAYS PIC 9(5) VALUE 1095.
    01 WS-WARN-DAYS PIC 9(5) VALUE 30.
    *> days of inactivity at which the warning goes out
    01 WS-WARN-START PIC 9(5).
    01 WS-PARM-ERROR PIC X VALUE 'N'.
    01 WS-ACCOUNTS-REVIEWED PIC X VALUE 'N'.

    *> accounts on legal hold
    01 HOLD-COUNT PIC 9(5) VALUE 0.
    01 HOLD-TABLE.
        05 HOLD-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON HOLD-COUNT
                      INDEXED BY HLD-IDX.
            10 HLD-USERNAME       PIC X(20).
            10 HLD-REFERENCE      PIC X(30).
    01 WS-HOLD-FOUND PIC X.
        88 HOLD-FOUND VALUE 'Y'.

    *> outstanding warnings; only rows still marked to keep are written
    *> back at the end of a RUN
    01 WARNING-COUNT PIC 9(5) VALUE 0.
    01 WARNING-TABLE.
        05 WARNING-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON WARNING-COUNT
                         INDEXED BY WRN-IDX.
            10 WRN-USERNAME       PIC X(20).
            10 WRN-LAST-LOGIN     PIC X(8).
            10 WRN-WARNED-DATE    PIC X(8).
            10 WRN-KEEP           PIC X.
    01 WS-WARNING-FOUND PIC X.
        88 WARNING-FOUND VALUE 'Y'.

    *> every account this run warns, anonymizes or holds back, with the
    *> placeholder identity given to each anonymized one
    01 CANDIDATE-COUNT PIC 9(5) VALUE 0.
    01 CANDIDATE-TABLE.
        05 CANDIDATE-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON CANDIDATE-COUNT
                           INDEXED BY CND-IDX.
            10 CND-USERNAME       PIC X(20).
            10 CND-LAST-LOGIN     PIC X(8).
            10 CND-DAYS           PIC 9(7).
            10 CND-ACTION         PIC X.
                88 CND-WARN       VALUE 'W'.
                88 CND-ANONYMIZE  VALUE 'A'.
                88 CND-HOLD       VALUE 'H'.
                88 CND-FAILED     VALUE 'F'.
            10 CND-DUE-DATE       PIC X(8).
            10 CND-REFERENCE      PIC X(30).
            10 CND-PLACEHOLDER    PIC X(20).
    01 WS-CAND-ACTION PIC X.
    01 WS-CAND-REFERENCE PIC X(30).

    *> username being looked up among the anonymized accounts, and the
    *> placeholder found for it
    01 WS-LOOKUP-USERNAME PIC X(20).
    01 WS-PLACEHOLDER PIC X(20).
    01 WS-PLACEHOLDER-FOUND PIC X.
        88 PLACEHOLDER-FOUND VALUE 'Y'.
    01 WS-PLACEHOLDER-ID PIC 9(7).
    01 WS-PLACEHOLDER-FREE PIC X.
    01 WS-SAVED-ACCOUNT.
        05 SAV-PASSWORD-HASH      PIC X(12).
        05 SAV-ACCT-TYPE          PIC X(5).
        05 SAV-LAST-LOGIN         PIC X(8).

    *> notification being recorded and its record number
    01 WS-NOTIFY-USERNAME PIC X(20).
    01 WS-NOTIFY-TEXT PIC X(120).
    01 WS-LAST-NOTIFICATION-ID PIC 9(7).
    01 WS-NEW-NOTIFICATION-ID PIC 9(7).

    *> rewrite bookkeeping
    01 WS-ROW-CHANGED PIC X.
    01 WS-ROW-DROPPED PIC X.
    01 WS-FILE-CHANGES PIC 9(7).
    01 WS-RECOVER-NEEDED PIC X VALUE 'N'.

    *> report listing
    01 WS-LINES-LISTED PIC 9(5).
    01 WS-RESULT-TEXT PIC X(50).

    *> counts of what this run looked at and changed
    01 WS-ACCOUNTS-READ         PIC 9(5) VALUE 0.
    01 WS-ALREADY-ANONYMIZED    PIC 9(5) VALUE 0.
    01 WS-ADMIN-EXEMPT          PIC 9(5) VALUE 0.
    01 WS-CLOCKS-STARTED        PIC 9(5) VALUE 0.
    01 WS-ACCOUNTS-HELD         PIC 9(5) VALUE 0.
    01 WS-ACCOUNTS-WARNED       PIC 9(5) VALUE 0.
    01 WS-AWAITING-DEADLINE     PIC 9(5) VALUE 0.
    01 WS-ANONYMIZE-DUE         PIC 9(5) VALUE 0.
    01 WS-ACCOUNTS-ANONYMIZED   PIC 9(5) VALUE 0.
    01 WS-UPDATE-ERRORS         PIC 9(5) VALUE 0.
    01 WS-PROFILES-CHANGED      PIC 9(7) VALUE 0.
    01 WS-MESSAGES-CHANGED      PIC 9(7) VALUE 0.
    01 WS-NOTIFICATIONS-REMOVED PIC 9(7) VALUE 0.
    01 WS-ENDORSEMENTS-CHANGED  PIC 9(7) VALUE 0.
    01 WS-RSVPS-CHANGED         PIC 9(7) VALUE 0.
    01 WS-CONNECTIONS-REMOVED   PIC 9(7) VALUE 0.
    01 WS-REQUESTS-REMOVED      PIC 9(7) VALUE 0.
    01 WS-APPLICATIONS-CHANGED  PIC 9(7) VALUE 0.
    01 WS-ARC-APPS-CHANGED      PIC 9(7) VALUE 0.
    01 WS-POSTINGS-CHANGED      PIC 9(7) VALUE 0.
    01 WS-ARC-POSTINGS-CHANGED  PIC 9(7) VALUE 0.
    01 WS-MENTORS-REMOVED       PIC 9(7) VALUE 0.
    01 WS-MENTOR-REQUESTS-REMOVED PIC 9(7) VALUE 0.
    01 WS-MENTORSHIPS-REMOVED   PIC 9(7) VALUE 0.
    01 WS-SAVED-SEARCHES-REMOVED PIC 9(7) VALUE 0.
    01 WS-OPTOUTS-REMOVED       PIC 9(7) VALUE 0.
    01 WS-REFERRALS-CHANGED     PIC 9(7) VALUE 0.
    01 WS-FLAGS-CHANGED         PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    MOVE WS-TODAY TO WS-DATE-NUM.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

    PERFORM OPEN-REPORT.
    PERFORM LOAD-RETENTION-PARM.
    IF RUN-MODE
        PERFORM RECOVER-DATA-FILES
    END-IF.
    PERFORM LOAD-LEGAL-HOLDS.
    PERFORM LOAD-RETENTION-WARNINGS.
    PERFORM REVIEW-ACCOUNTS.
    IF RUN-MODE AND WS-ACCOUNTS-REVIEWED = 'Y'
        PERFORM ANONYMIZE-ACCOUNTS
        IF WS-ACCOUNTS-ANONYMIZED > 0
            PERFORM ANONYMIZE-PROFILES
            PERFORM ANONYMIZE-MESSAGES
            PERFORM REMOVE-NOTIFICATIONS
            PERFORM ANONYMIZE-ENDORSEMENTS
            PERFORM ANONYMIZE-EVENT-RSVPS
            PERFORM REMOVE-CONNECTIONS
            PERFORM REMOVE-CONNECTION-REQUESTS
            PERFORM ANONYMIZE-APPLICATIONS
            PERFORM ANONYMIZE-ARCHIVED-APPLICATIONS
            PERFORM ANONYMIZE-POSTINGS
            PERFORM ANONYMIZE-ARCHIVED-POSTINGS
            PERFORM REMOVE-MENTOR-LISTINGS
            PERFORM REMOVE-MENTORSHIP-REQUESTS
            PERFORM REMOVE-MENTORSHIPS
            PERFORM REMOVE-SAVED-SEARCHES
            PERFORM REMOVE-DIGEST-OPTOUTS
            PERFORM ANONYMIZE-REFERRALS
            PERFORM ANONYMIZE-MODERATION-FLAGS
        END-IF
        PERFORM SAVE-RETENTION-WARNINGS
    END-IF.
    PERFORM REPORT-WARNED-ACCOUNTS.
    PERFORM REPORT-ANONYMIZED-ACCOUNTS.
    PERFORM REPORT-HELD-ACCOUNTS.
    PERFORM WRITE-REPORT-SUMMARY.
    CLOSE REPORT-FILE.
    *> updates that failed are a warning for the operator, not a
    *> failure of the run; the report names each one
    IF WS-UPDATE-ERRORS > 0 OR WS-ACCOUNTS-REVIEWED = 'N'
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

OPEN-REPORT.
    OPEN OUTPUT REPORT-FILE.
    MOVE "=== InCollege Account Retention Report ===" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Run date: " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    *> utility paragraph mirroring InCollege's WRITE-AND-DISPLAY: both
    *> shows the line on the console and appends it to the report file
    DISPLAY FUNCTION TRIM(OUTPUT-LINE TRAILING).
    MOVE FUNCTION TRIM(OUTPUT-LINE TRAILING) TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO OUTPUT-LINE.

LOAD-RETENTION-PARM.
    *> no parameter file (or a blank mode) means PREVIEW, so the job
    *> never anonymizes anything unless asked to; a mode or a number of
    *> days that cannot be used stops the run before any file is touched
    MOVE "PREVIEW" TO WS-RUN-MODE.
    OPEN INPUT RETENTION-PARM-FILE.
    IF RETENTION-PARM-STATUS = "00"
        READ RETENTION-PARM-FILE
            AT END CONTINUE
            NOT AT END
                IF RP-MODE NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-MODE))
                        TO WS-RUN-MODE
                END-IF
                IF RP-INACTIVE-DAYS NOT = SPACES
                    IF FUNCTION TRIM(RP-INACTIVE-DAYS) IS NUMERIC
                        MOVE FUNCTION NUMVAL(RP-INACTIVE-DAYS)
                            TO WS-INACTIVE-DAYS
                    ELSE
                        MOVE 'Y' TO WS-PARM-ERROR
                    END-IF
                END-IF
                IF RP-WARN-DAYS NOT = SPACES
                    IF FUNCTION TRIM(RP-WARN-DAYS) IS NUMERIC
                        MOVE FUNCTION NUMVAL(RP-WARN-DAYS) TO WS-WARN-DAYS
                    ELSE
                        MOVE 'Y' TO WS-PARM-ERROR
                    END-IF
                END-IF
        END-READ
    END-IF.
    CLOSE RETENTION-PARM-FILE.

    IF NOT PREVIEW-MODE AND NOT RUN-MODE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Error: Run mode '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-MODE) DELIMITED BY SIZE
               "' in RETENTION_PARM.DAT must be PREVIEW or RUN."
                   DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE 'Y' TO WS-PARM-ERROR
    END-IF.
    *> the warning has to go out some time after the last login, so
    *> the threshold must be longer than the warning period
    IF WS-INACTIVE-DAYS = 0 OR WS-WARN-DAYS = 0 OR
       WS-WARN-DAYS NOT < WS-INACTIVE-DAYS
        MOVE 'Y' TO WS-PARM-ERROR
    END-IF.
    IF WS-PARM-ERROR = 'Y'
        MOVE "Error: RETENTION_PARM.DAT needs a threshold and a shorter warning period, in whole days."
            TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE "No accounts were reviewed." TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        CLOSE REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE WS-WARN-START = WS-INACTIVE-DAYS - WS-WARN-DAYS.

    IF PREVIEW-MODE
        MOVE "Mode: PREVIEW (no account or data file is changed)"
            TO OUTPUT-LINE
    ELSE
        MOVE "Mode: RUN" TO OUTPUT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Inactivity threshold (days): " DELIMITED BY SIZE
           WS-INACTIVE-DAYS DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Warning period (days):       " DELIMITED BY SIZE
           WS-WARN-DAYS DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

LOAD-LEGAL-HOLDS.
    MOVE 0 TO HOLD-COUNT.
    OPEN INPUT LEGAL-HOLDS-FILE.
    IF LEGAL-HOLDS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ LEGAL-HOLDS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    IF LH-USERNAME NOT = SPACES AND HOLD-COUNT < 99999
                        ADD 1 TO HOLD-COUNT
                        MOVE FUNCTION TRIM(LH-USERNAME)
                            TO HLD-USERNAME(HOLD-COUNT)
                        MOVE LH-REFERENCE TO HLD-REFERENCE(HOLD-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE LEGAL-HOLDS-FILE.

LOAD-RETENTION-WARNINGS.
    MOVE 0 TO WARNING-COUNT.
    OPEN INPUT RETENTION-WARNINGS-FILE.
    IF RETENTION-WARNINGS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ RETENTION-WARNINGS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    IF WARNING-COUNT < 99999
                        ADD 1 TO WARNING-COUNT
                        MOVE RW-USERNAME TO WRN-USERNAME(WARNING-COUNT)
                        MOVE RW-LAST-LOGIN TO WRN-LAST-LOGIN(WARNING-COUNT)
                        MOVE RW-WARNED-DATE TO WRN-WARNED-DATE(WARNING-COUNT)
                        MOVE 'N' TO WRN-KEEP(WARNING-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE RETENTION-WARNINGS-FILE.

REVIEW-ACCOUNTS.
    *> walk the keyed accounts master in key order and decide what the
    *> policy does with each account; anonymization is only applied
    *> once the walk is over, since it changes the record keys
    IF RUN-MODE
        OPEN I-O ACCOUNTS-FILE
    ELSE
        OPEN INPUT ACCOUNTS-FILE
    END-IF.
    IF ACCOUNTS-STATUS NOT = "00"
        MOVE "Error: ACCOUNTS.DAT could not be opened; no accounts were reviewed."
            TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        CLOSE ACCOUNTS-FILE
        EXIT PARAGRAPH
    END-IF.

    PERFORM UNTIL 1 = 2
        READ ACCOUNTS-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-ACCOUNTS-READ
                PERFORM REVIEW-ONE-ACCOUNT
        END-READ
    END-PERFORM.
    CLOSE ACCOUNTS-FILE.
    MOVE 'Y' TO WS-ACCOUNTS-REVIEWED.

REVIEW-ONE-ACCOUNT.
    IF FUNCTION TRIM(AR-ACCT-STATUS) = "anonymized"
        ADD 1 TO WS-ALREADY-ANONYMIZED
        EXIT PARAGRAPH
    END-IF.
    IF FUNCTION TRIM(AR-ACCT-TYPE) = "admin"
        ADD 1 TO WS-ADMIN-EXEMPT
        EXIT PARAGRAPH
    END-IF.
    IF AR-LAST-LOGIN IS NOT NUMERIC OR AR-LAST-LOGIN < "16010101"
        PERFORM START-INACTIVITY-CLOCK
        EXIT PARAGRAPH
    END-IF.

    MOVE AR-LAST-LOGIN TO WS-DATE-NUM.
    COMPUTE WS-LOGIN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
    *> a date that is not on the calendar is no better than none
    IF WS-LOGIN-INT = 0
        PERFORM START-INACTIVITY-CLOCK
        EXIT PARAGRAPH
    END-IF.
    IF WS-LOGIN-INT >= WS-TODAY-INT
        MOVE 0 TO WS-DAYS-INACTIVE
    ELSE
        COMPUTE WS-DAYS-INACTIVE = WS-TODAY-INT - WS-LOGIN-INT
    END-IF.
    IF WS-DAYS-INACTIVE < WS-WARN-START
        EXIT PARAGRAPH
    END-IF.

    PERFORM LOOKUP-LEGAL-HOLD.
    IF HOLD-FOUND
        MOVE HLD-REFERENCE(HLD-IDX) TO WS-CAND-REFERENCE
        MOVE SPACES TO WS-DUE-DATE
        MOVE 'H' TO WS-CAND-ACTION
        PERFORM ADD-CANDIDATE
        ADD 1 TO WS-ACCOUNTS-HELD
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-CAND-REFERENCE.

    *> the account is anonymized on the later of the day it reaches the
    *> threshold and the day its warning period runs out, so nobody
    *> loses their data without having been warned first
    PERFORM LOOKUP-WARNING.
    IF WARNING-FOUND
        IF WRN-WARNED-DATE(WRN-IDX) IS NUMERIC AND
           WRN-WARNED-DATE(WRN-IDX) NOT < "16010101"
            MOVE WRN-WARNED-DATE(WRN-IDX) TO WS-DATE-NUM
            COMPUTE WS-WARNED-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
            IF WS-WARNED-INT = 0
                MOVE WS-TODAY-INT TO WS-WARNED-INT
            END-IF
        ELSE
            MOVE WS-TODAY-INT TO WS-WARNED-INT
        END-IF
        PERFORM COMPUTE-DUE-DATE
        IF WS-DUE-INT <= WS-TODAY-INT
            MOVE 'A' TO WS-CAND-ACTION
            PERFORM ADD-CANDIDATE
            ADD 1 TO WS-ANONYMIZE-DUE
        ELSE
            MOVE 'Y' TO WRN-KEEP(WRN-IDX)
            ADD 1 TO WS-AWAITING-DEADLINE
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-TODAY-INT TO WS-WARNED-INT.
    PERFORM COMPUTE-DUE-DATE.
    MOVE 'W' TO WS-CAND-ACTION.
    PERFORM ADD-CANDIDATE.
    ADD 1 TO WS-ACCOUNTS-WARNED.
    IF RUN-MODE
        PERFORM SEND-RETENTION-WARNING
    END-IF.

START-INACTIVITY-CLOCK.
    *> an account created before login dates were kept has nothing to
    *> measure from, so its inactivity is counted from today
    ADD 1 TO WS-CLOCKS-STARTED.
    IF PREVIEW-MODE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-TODAY TO AR-LAST-LOGIN.
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            MOVE SPACES TO OUTPUT-LINE
            STRING "Error: could not record a start date for "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(AR-USERNAME) DELIMITED BY SIZE
                   INTO OUTPUT-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
            ADD 1 TO WS-UPDATE-ERRORS
    END-REWRITE.

COMPUTE-DUE-DATE.
    *> later of the threshold date and the end of the warning period
    COMPUTE WS-DUE-INT = WS-LOGIN-INT + WS-INACTIVE-DAYS.
    IF WS-WARNED-INT + WS-WARN-DAYS > WS-DUE-INT
        COMPUTE WS-DUE-INT = WS-WARNED-INT + WS-WARN-DAYS
    END-IF.
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
    MOVE WS-DATE-NUM TO WS-DUE-DATE.

ADD-CANDIDATE.
    IF CANDIDATE-COUNT < 99999
        ADD 1 TO CANDIDATE-COUNT
        MOVE AR-USERNAME TO CND-USERNAME(CANDIDATE-COUNT)
        MOVE AR-LAST-LOGIN TO CND-LAST-LOGIN(CANDIDATE-COUNT)
        MOVE WS-DAYS-INACTIVE TO CND-DAYS(CANDIDATE-COUNT)
        MOVE WS-CAND-ACTION TO CND-ACTION(CANDIDATE-COUNT)
        MOVE WS-DUE-DATE TO CND-DUE-DATE(CANDIDATE-COUNT)
        MOVE WS-CAND-REFERENCE TO CND-REFERENCE(CANDIDATE-COUNT)
        MOVE SPACES TO CND-PLACEHOLDER(CANDIDATE-COUNT)
    END-IF.

SEND-RETENTION-WARNING.
    *> the warning is an ordinary notification, so it reaches the user
    *> through the daily digest as well as at their next login
    MOVE AR-USERNAME TO WS-NOTIFY-USERNAME.
    MOVE SPACES TO WS-NOTIFY-TEXT.
    STRING "Your account has not been used since " DELIMITED BY SIZE
           AR-LAST-LOGIN DELIMITED BY SIZE
           ". Log in by " DELIMITED BY SIZE
           WS-DUE-DATE DELIMITED BY SIZE
           " to keep it, or its personal details will be removed."
               DELIMITED BY SIZE
           INTO WS-NOTIFY-TEXT
    END-STRING.
    PERFORM RECORD-NOTIFICATION.

    IF WARNING-COUNT < 99999
        ADD 1 TO WARNING-COUNT
        MOVE AR-USERNAME TO WRN-USERNAME(WARNING-COUNT)
        MOVE AR-LAST-LOGIN TO WRN-LAST-LOGIN(WARNING-COUNT)
        MOVE WS-TODAY TO WRN-WARNED-DATE(WARNING-COUNT)
        MOVE 'Y' TO WRN-KEEP(WARNING-COUNT)
    END-IF.

LOOKUP-LEGAL-HOLD.
    MOVE 'N' TO WS-HOLD-FOUND.
    IF HOLD-COUNT > 0
        SET HLD-IDX TO 1
        SEARCH HOLD-ENTRY
            AT END CONTINUE
            WHEN HLD-USERNAME(HLD-IDX) = AR-USERNAME
                MOVE 'Y' TO WS-HOLD-FOUND
        END-SEARCH
    END-IF.

LOOKUP-WARNING.
    *> a warning only counts for the spell of inactivity it was sent
    *> about; once the user logs in again their last login moves on
    MOVE 'N' TO WS-WARNING-FOUND.
    IF WARNING-COUNT > 0
        SET WRN-IDX TO 1
        SEARCH WARNING-ENTRY
            AT END CONTINUE
            WHEN WRN-USERNAME(WRN-IDX) = AR-USERNAME AND
                 WRN-LAST-LOGIN(WRN-IDX) = AR-LAST-LOGIN
                MOVE 'Y' TO WS-WARNING-FOUND
        END-SEARCH
    END-IF.

ANONYMIZE-ACCOUNTS.
    *> each account due is re-keyed to a placeholder identity: the old
    *> row is deleted and the placeholder row written with no password
    *> (so nobody can log in to it) and the status "anonymized"
    IF WS-ANONYMIZE-DUE = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O ACCOUNTS-FILE.
    IF ACCOUNTS-STATUS NOT = "00"
        MOVE "Error: ACCOUNTS.DAT could not be opened for update; nothing was anonymized."
            TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        CLOSE ACCOUNTS-FILE
        ADD WS-ANONYMIZE-DUE TO WS-UPDATE-ERRORS
        PERFORM VARYING CND-IDX FROM 1 BY 1 UNTIL CND-IDX > CANDIDATE-COUNT
            IF CND-ANONYMIZE(CND-IDX)
                MOVE 'F' TO CND-ACTION(CND-IDX)
            END-IF
        END-PERFORM
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING CND-IDX FROM 1 BY 1 UNTIL CND-IDX > CANDIDATE-COUNT
        IF CND-ANONYMIZE(CND-IDX)
            PERFORM ANONYMIZE-ONE-ACCOUNT
        END-IF
    END-PERFORM.
    CLOSE ACCOUNTS-FILE.

ANONYMIZE-ONE-ACCOUNT.
    MOVE CND-USERNAME(CND-IDX) TO AR-USERNAME.
    READ ACCOUNTS-FILE
        INVALID KEY
            MOVE 'F' TO CND-ACTION(CND-IDX)
            ADD 1 TO WS-UPDATE-ERRORS
            EXIT PARAGRAPH
    END-READ.
    MOVE AR-PASSWORD-HASH TO SAV-PASSWORD-HASH.
    MOVE AR-ACCT-TYPE TO SAV-ACCT-TYPE.
    MOVE AR-LAST-LOGIN TO SAV-LAST-LOGIN.

    PERFORM ASSIGN-PLACEHOLDER.

    MOVE CND-USERNAME(CND-IDX) TO AR-USERNAME.
    DELETE ACCOUNTS-FILE
        INVALID KEY
            MOVE 'F' TO CND-ACTION(CND-IDX)
            ADD 1 TO WS-UPDATE-ERRORS
            EXIT PARAGRAPH
    END-DELETE.

    *> the account type and last login stay, for the statistics
    MOVE WS-PLACEHOLDER TO AR-USERNAME.
    MOVE SPACES TO AR-PASSWORD-HASH.
    MOVE SAV-ACCT-TYPE TO AR-ACCT-TYPE.
    MOVE "anonymized" TO AR-ACCT-STATUS.
    MOVE SAV-LAST-LOGIN TO AR-LAST-LOGIN.
    WRITE ACCOUNT-RECORD
        INVALID KEY
            MOVE 'F' TO CND-ACTION(CND-IDX)
            ADD 1 TO WS-UPDATE-ERRORS
            EXIT PARAGRAPH
    END-WRITE.
    MOVE WS-PLACEHOLDER TO CND-PLACEHOLDER(CND-IDX).
    ADD 1 TO WS-ACCOUNTS-ANONYMIZED.

ASSIGN-PLACEHOLDER.
    *> hands out the next "former-nnnnnnn" identity from
    *> RETENTION_SEQUENCE.DAT, stepping past any name already taken
    MOVE 0 TO WS-PLACEHOLDER-ID.
    OPEN INPUT RETENTION-SEQUENCE-FILE.
    IF RETENTION-SEQUENCE-STATUS = "00"
        READ RETENTION-SEQUENCE-FILE
            AT END CONTINUE
            NOT AT END
                IF RS-LAST-ID IS NUMERIC
                    MOVE RS-LAST-ID TO WS-PLACEHOLDER-ID
                END-IF
        END-READ
    END-IF.
    CLOSE RETENTION-SEQUENCE-FILE.

    MOVE 'N' TO WS-PLACEHOLDER-FREE.
    PERFORM UNTIL WS-PLACEHOLDER-FREE = 'Y'
        ADD 1 TO WS-PLACEHOLDER-ID
        MOVE SPACES TO WS-PLACEHOLDER
        STRING "former-" DELIMITED BY SIZE
               WS-PLACEHOLDER-ID DELIMITED BY SIZE
               INTO WS-PLACEHOLDER
        END-STRING
        MOVE WS-PLACEHOLDER TO AR-USERNAME
        READ ACCOUNTS-FILE
            INVALID KEY MOVE 'Y' TO WS-PLACEHOLDER-FREE
        END-READ
    END-PERFORM.

    MOVE WS-PLACEHOLDER-ID TO RS-LAST-ID.
    OPEN OUTPUT RETENTION-SEQUENCE-FILE.
    WRITE RETENTION-SEQUENCE-RECORD.
    CLOSE RETENTION-SEQUENCE-FILE.

LOOKUP-PLACEHOLDER.
    *> finds WS-LOOKUP-USERNAME among the accounts anonymized this run,
    *> leaving its placeholder identity in WS-PLACEHOLDER
    MOVE 'N' TO WS-PLACEHOLDER-FOUND.
    MOVE SPACES TO WS-PLACEHOLDER.
    IF WS-LOOKUP-USERNAME = SPACES OR CANDIDATE-COUNT = 0
        EXIT PARAGRAPH
    END-IF.
    SET CND-IDX TO 1.
    SEARCH CANDIDATE-ENTRY
        AT END CONTINUE
        WHEN CND-USERNAME(CND-IDX) = WS-LOOKUP-USERNAME AND
             CND-PLACEHOLDER(CND-IDX) NOT = SPACES
            MOVE 'Y' TO WS-PLACEHOLDER-FOUND
            MOVE CND-PLACEHOLDER(CND-IDX) TO WS-PLACEHOLDER
    END-SEARCH.

ANONYMIZE-PROFILES.
    *> the profile moves to the placeholder with the personal details
    *> cleared; major and graduation year stay for the statistics
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT PROFILES-FILE.
    IF PROFILES-STATUS NOT = "00"
        CLOSE PROFILES-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-PROFILES-FILE.
    PERFORM UNTIL 1 = 2
        READ PROFILES-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE PR-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO PR-USERNAME
                    MOVE "Former" TO PR-FIRST-NAME
                    MOVE "Member" TO PR-LAST-NAME
                    MOVE SPACES TO PR-UNIVERSITY
                    MOVE SPACES TO PR-ABOUT
                    MOVE 0 TO PR-EXP-COUNT
                    MOVE SPACES TO PR-EXP(1) PR-EXP(2) PR-EXP(3)
                    MOVE 0 TO PR-EDU-COUNT
                    MOVE SPACES TO PR-EDU(1) PR-EDU(2) PR-EDU(3)
                    MOVE 0 TO PR-SKILL-COUNT
                    MOVE SPACES TO PR-SKILL(1) PR-SKILL(2) PR-SKILL(3)
                    ADD 1 TO WS-LINES-LISTED
                END-IF
                MOVE PROFILE-RECORD TO TMP-PROFILE-RECORD
                WRITE TMP-PROFILE-RECORD
        END-READ
    END-PERFORM.
    CLOSE PROFILES-FILE.
    CLOSE TEMP-PROFILES-FILE.
    MOVE WS-LINES-LISTED TO WS-PROFILES-CHANGED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-PROFILES-FILE.
    OPEN OUTPUT PROFILES-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-PROFILES-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-PROFILE-RECORD TO PROFILE-RECORD
                WRITE PROFILE-RECORD
        END-READ
    END-PERFORM.
    CLOSE PROFILES-FILE.
    CLOSE TEMP-PROFILES-FILE.

ANONYMIZE-MESSAGES.
    *> both ends of a conversation are re-keyed; what the anonymized
    *> user wrote is removed, what others wrote to them is kept
    OPEN I-O MESSAGES-FILE.
    IF MESSAGES-STATUS NOT = "00"
        CLOSE MESSAGES-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL 1 = 2
        READ MESSAGES-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-CHANGED
                MOVE MSG-SENDER-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO MSG-SENDER-USERNAME
                    MOVE "[message removed under the account retention policy]"
                        TO MSG-BODY
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                MOVE MSG-RECIPIENT-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO MSG-RECIPIENT-USERNAME
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                IF WS-ROW-CHANGED = 'Y'
                    REWRITE MESSAGE-RECORD
                        INVALID KEY ADD 1 TO WS-UPDATE-ERRORS
                        NOT INVALID KEY ADD 1 TO WS-MESSAGES-CHANGED
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MESSAGES-FILE.

REMOVE-NOTIFICATIONS.
    *> notifications are only of use to their owner
    OPEN I-O NOTIFICATIONS-FILE.
    IF NOTIFICATIONS-STATUS NOT = "00"
        CLOSE NOTIFICATIONS-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL 1 = 2
        READ NOTIFICATIONS-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                MOVE NT-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    DELETE NOTIFICATIONS-FILE
                        INVALID KEY ADD 1 TO WS-UPDATE-ERRORS
                        NOT INVALID KEY ADD 1 TO WS-NOTIFICATIONS-REMOVED
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE NOTIFICATIONS-FILE.

ANONYMIZE-ENDORSEMENTS.
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT ENDORSEMENTS-FILE.
    IF ENDORSEMENTS-STATUS NOT = "00"
        CLOSE ENDORSEMENTS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-ENDORSEMENTS-FILE.
    PERFORM UNTIL 1 = 2
        READ ENDORSEMENTS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-CHANGED
                MOVE EN-ENDORSER TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO EN-ENDORSER
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                MOVE EN-PROFILE-USER TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO EN-PROFILE-USER
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                IF WS-ROW-CHANGED = 'Y'
                    ADD 1 TO WS-LINES-LISTED
                END-IF
                MOVE ENDORSEMENT-RECORD TO TMP-ENDORSEMENT-RECORD
                WRITE TMP-ENDORSEMENT-RECORD
        END-READ
    END-PERFORM.
    CLOSE ENDORSEMENTS-FILE.
    CLOSE TEMP-ENDORSEMENTS-FILE.
    MOVE WS-LINES-LISTED TO WS-ENDORSEMENTS-CHANGED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-ENDORSEMENTS-FILE.
    OPEN OUTPUT ENDORSEMENTS-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-ENDORSEMENTS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-ENDORSEMENT-RECORD TO ENDORSEMENT-RECORD
                WRITE ENDORSEMENT-RECORD
        END-READ
    END-PERFORM.
    CLOSE ENDORSEMENTS-FILE.
    CLOSE TEMP-ENDORSEMENTS-FILE.

ANONYMIZE-EVENT-RSVPS.
    *> RSVPs stay so event attendance still adds up
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT EVENT-RSVPS-FILE.
    IF EVENT-RSVPS-STATUS NOT = "00"
        CLOSE EVENT-RSVPS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-EVENT-RSVPS-FILE.
    PERFORM UNTIL 1 = 2
        READ EVENT-RSVPS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE ER-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO ER-USERNAME
                    ADD 1 TO WS-LINES-LISTED
                END-IF
                MOVE EVENT-RSVP-RECORD TO TMP-EVENT-RSVP-RECORD
                WRITE TMP-EVENT-RSVP-RECORD
        END-READ
    END-PERFORM.
    CLOSE EVENT-RSVPS-FILE.
    CLOSE TEMP-EVENT-RSVPS-FILE.
    MOVE WS-LINES-LISTED TO WS-RSVPS-CHANGED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-EVENT-RSVPS-FILE.
    OPEN OUTPUT EVENT-RSVPS-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-EVENT-RSVPS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-EVENT-RSVP-RECORD TO EVENT-RSVP-RECORD
                WRITE EVENT-RSVP-RECORD
        END-READ
    END-PERFORM.
    CLOSE EVENT-RSVPS-FILE.
    CLOSE TEMP-EVENT-RSVPS-FILE.

REMOVE-CONNECTIONS.
    *> either direction of the anonymized user's pairs is dropped
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT CONNECTIONS-FILE.
    IF CONNECTIONS-STATUS NOT = "00"
        CLOSE CONNECTIONS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-CONNECTIONS-FILE.
    PERFORM UNTIL 1 = 2
        READ CONNECTIONS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-DROPPED
                MOVE CONN-USER1 TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                MOVE CONN-USER2 TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                IF WS-ROW-DROPPED = 'Y'
                    ADD 1 TO WS-LINES-LISTED
                ELSE
                    MOVE CONNECTION-RECORD TO TMP-CONNECTION-RECORD
                    WRITE TMP-CONNECTION-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONNECTIONS-FILE.
    CLOSE TEMP-CONNECTIONS-FILE.
    MOVE WS-LINES-LISTED TO WS-CONNECTIONS-REMOVED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-CONNECTIONS-FILE.
    OPEN OUTPUT CONNECTIONS-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-CONNECTIONS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-CONNECTION-RECORD TO CONNECTION-RECORD
                WRITE CONNECTION-RECORD
        END-READ
    END-PERFORM.
    CLOSE CONNECTIONS-FILE.
    CLOSE TEMP-CONNECTIONS-FILE.

REMOVE-CONNECTION-REQUESTS.
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT CONNECTION-REQUESTS-FILE.
    IF CONNECTION-REQUESTS-STATUS NOT = "00"
        CLOSE CONNECTION-REQUESTS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-CONNECTION-REQUESTS-FILE.
    PERFORM UNTIL 1 = 2
        READ CONNECTION-REQUESTS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-DROPPED
                MOVE CR-SENDER-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                MOVE CR-RECIPIENT-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                IF WS-ROW-DROPPED = 'Y'
                    ADD 1 TO WS-LINES-LISTED
                ELSE
                    MOVE CONNECTION-REQUEST-RECORD
                        TO TMP-CONNECTION-REQUEST-RECORD
                    WRITE TMP-CONNECTION-REQUEST-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONNECTION-REQUESTS-FILE.
    CLOSE TEMP-CONNECTION-REQUESTS-FILE.
    MOVE WS-LINES-LISTED TO WS-REQUESTS-REMOVED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    *> copied back behind a backup generation and guard, the same
    *> protocol InCollege and ArchiveBatch use for this file
    PERFORM BACKUP-CONNECTION-REQUESTS-FILE.
    OPEN INPUT TEMP-CONNECTION-REQUESTS-FILE.
    OPEN OUTPUT CONNECTION-REQUESTS-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-CONNECTION-REQUESTS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-CONNECTION-REQUEST-RECORD
                    TO CONNECTION-REQUEST-RECORD
                WRITE CONNECTION-REQUEST-RECORD
        END-READ
    END-PERFORM.
    CLOSE CONNECTION-REQUESTS-FILE.
    CLOSE TEMP-CONNECTION-REQUESTS-FILE.
    PERFORM FINISH-CONNECTION-REQUESTS-REWRITE.

ANONYMIZE-APPLICATIONS.
    *> applications stay in place under the placeholder so the funnel
    *> and platform statistics still count them
    OPEN I-O JOB-APPLICATIONS-FILE.
    IF JOB-APPLICATIONS-STATUS NOT = "00"
        CLOSE JOB-APPLICATIONS-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL 1 = 2
        READ JOB-APPLICATIONS-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-CHANGED
                MOVE JA-APPLICANT-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO JA-APPLICANT-USERNAME
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                MOVE JA-REFERRER TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO JA-REFERRER
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                IF WS-ROW-CHANGED = 'Y'
                    REWRITE JOB-APPLICATION-RECORD
                        INVALID KEY ADD 1 TO WS-UPDATE-ERRORS
                        NOT INVALID KEY ADD 1 TO WS-APPLICATIONS-CHANGED
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE JOB-APPLICATIONS-FILE.

ANONYMIZE-ARCHIVED-APPLICATIONS.
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT JOB-APPLICATIONS-ARCHIVE-FILE.
    IF JOB-APPLICATIONS-ARCHIVE-STATUS NOT = "00"
        CLOSE JOB-APPLICATIONS-ARCHIVE-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-APPLICATIONS-ARCHIVE-FILE.
    PERFORM UNTIL 1 = 2
        READ JOB-APPLICATIONS-ARCHIVE-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-CHANGED
                MOVE ARC-JA-APPLICANT-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO ARC-JA-APPLICANT-USERNAME
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                MOVE ARC-JA-REFERRER TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO ARC-JA-REFERRER
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                IF WS-ROW-CHANGED = 'Y'
                    ADD 1 TO WS-LINES-LISTED
                END-IF
                MOVE ARC-JOB-APPLICATION-RECORD TO TMP-ARC-APPLICATION-RECORD
                WRITE TMP-ARC-APPLICATION-RECORD
        END-READ
    END-PERFORM.
    CLOSE JOB-APPLICATIONS-ARCHIVE-FILE.
    CLOSE TEMP-APPLICATIONS-ARCHIVE-FILE.
    MOVE WS-LINES-LISTED TO WS-ARC-APPS-CHANGED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-APPLICATIONS-ARCHIVE-FILE.
    OPEN OUTPUT JOB-APPLICATIONS-ARCHIVE-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-APPLICATIONS-ARCHIVE-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-ARC-APPLICATION-RECORD TO ARC-JOB-APPLICATION-RECORD
                WRITE ARC-JOB-APPLICATION-RECORD
        END-READ
    END-PERFORM.
    CLOSE JOB-APPLICATIONS-ARCHIVE-FILE.
    CLOSE TEMP-APPLICATIONS-ARCHIVE-FILE.

ANONYMIZE-POSTINGS.
    *> postings stay in place (and open postings stay open) under the
    *> placeholder poster
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT JOBS-FILE.
    IF JOBS-STATUS NOT = "00"
        CLOSE JOBS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-JOBS-FILE.
    PERFORM UNTIL 1 = 2
        READ JOBS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE JR-POSTER-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO JR-POSTER-USERNAME
                    ADD 1 TO WS-LINES-LISTED
                END-IF
                MOVE JOB-RECORD TO TMP-JOB-RECORD
                WRITE TMP-JOB-RECORD
        END-READ
    END-PERFORM.
    CLOSE JOBS-FILE.
    CLOSE TEMP-JOBS-FILE.
    MOVE WS-LINES-LISTED TO WS-POSTINGS-CHANGED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

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

ANONYMIZE-ARCHIVED-POSTINGS.
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT JOBS-ARCHIVE-FILE.
    IF JOBS-ARCHIVE-STATUS NOT = "00"
        CLOSE JOBS-ARCHIVE-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-JOBS-ARCHIVE-FILE.
    PERFORM UNTIL 1 = 2
        READ JOBS-ARCHIVE-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE ARC-JR-POSTER-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO ARC-JR-POSTER-USERNAME
                    ADD 1 TO WS-LINES-LISTED
                END-IF
                MOVE ARC-JOB-RECORD TO TMP-ARC-JOB-RECORD
                WRITE TMP-ARC-JOB-RECORD
        END-READ
    END-PERFORM.
    CLOSE JOBS-ARCHIVE-FILE.
    CLOSE TEMP-JOBS-ARCHIVE-FILE.
    MOVE WS-LINES-LISTED TO WS-ARC-POSTINGS-CHANGED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-JOBS-ARCHIVE-FILE.
    OPEN OUTPUT JOBS-ARCHIVE-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-JOBS-ARCHIVE-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-ARC-JOB-RECORD TO ARC-JOB-RECORD
                WRITE ARC-JOB-RECORD
        END-READ
    END-PERFORM.
    CLOSE JOBS-ARCHIVE-FILE.
    CLOSE TEMP-JOBS-ARCHIVE-FILE.

REMOVE-MENTOR-LISTINGS.
    *> the mentor sign-up is the user's own offer and goes with them,
    *> as when a user deactivates their own account
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT MENTORS-FILE.
    IF MENTORS-STATUS NOT = "00"
        CLOSE MENTORS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-MENTORS-FILE.
    PERFORM UNTIL 1 = 2
        READ MENTORS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-DROPPED
                MOVE MN-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                IF WS-ROW-DROPPED = 'Y'
                    ADD 1 TO WS-LINES-LISTED
                ELSE
                    MOVE MENTOR-RECORD TO TMP-MENTOR-RECORD
                    WRITE TMP-MENTOR-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MENTORS-FILE.
    CLOSE TEMP-MENTORS-FILE.
    MOVE WS-LINES-LISTED TO WS-MENTORS-REMOVED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-MENTORS-FILE.
    OPEN OUTPUT MENTORS-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-MENTORS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-MENTOR-RECORD TO MENTOR-RECORD
                WRITE MENTOR-RECORD
        END-READ
    END-PERFORM.
    CLOSE MENTORS-FILE.
    CLOSE TEMP-MENTORS-FILE.

REMOVE-MENTORSHIP-REQUESTS.
    *> requests the user sent or received, whatever their status
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT MENTOR-REQUESTS-FILE.
    IF MENTOR-REQUESTS-STATUS NOT = "00"
        CLOSE MENTOR-REQUESTS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-MENTOR-REQUESTS-FILE.
    PERFORM UNTIL 1 = 2
        READ MENTOR-REQUESTS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-DROPPED
                MOVE MQ-STUDENT TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                MOVE MQ-MENTOR TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                IF WS-ROW-DROPPED = 'Y'
                    ADD 1 TO WS-LINES-LISTED
                ELSE
                    MOVE MENTOR-REQUEST-RECORD TO TMP-MENTOR-REQUEST-RECORD
                    WRITE TMP-MENTOR-REQUEST-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MENTOR-REQUESTS-FILE.
    CLOSE TEMP-MENTOR-REQUESTS-FILE.
    MOVE WS-LINES-LISTED TO WS-MENTOR-REQUESTS-REMOVED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-MENTOR-REQUESTS-FILE.
    OPEN OUTPUT MENTOR-REQUESTS-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-MENTOR-REQUESTS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-MENTOR-REQUEST-RECORD TO MENTOR-REQUEST-RECORD
                WRITE MENTOR-REQUEST-RECORD
        END-READ
    END-PERFORM.
    CLOSE MENTOR-REQUESTS-FILE.
    CLOSE TEMP-MENTOR-REQUESTS-FILE.

REMOVE-MENTORSHIPS.
    *> pairings on either side
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT MENTORSHIPS-FILE.
    IF MENTORSHIPS-STATUS NOT = "00"
        CLOSE MENTORSHIPS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-MENTORSHIPS-FILE.
    PERFORM UNTIL 1 = 2
        READ MENTORSHIPS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-DROPPED
                MOVE MP-MENTOR TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                MOVE MP-MENTEE TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                IF WS-ROW-DROPPED = 'Y'
                    ADD 1 TO WS-LINES-LISTED
                ELSE
                    MOVE MENTORSHIP-RECORD TO TMP-MENTORSHIP-RECORD
                    WRITE TMP-MENTORSHIP-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MENTORSHIPS-FILE.
    CLOSE TEMP-MENTORSHIPS-FILE.
    MOVE WS-LINES-LISTED TO WS-MENTORSHIPS-REMOVED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-MENTORSHIPS-FILE.
    OPEN OUTPUT MENTORSHIPS-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-MENTORSHIPS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-MENTORSHIP-RECORD TO MENTORSHIP-RECORD
                WRITE MENTORSHIP-RECORD
        END-READ
    END-PERFORM.
    CLOSE MENTORSHIPS-FILE.
    CLOSE TEMP-MENTORSHIPS-FILE.

REMOVE-SAVED-SEARCHES.
    *> saved searches are only of use to their owner
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT SAVED-SEARCHES-FILE.
    IF SAVED-SEARCHES-STATUS NOT = "00"
        CLOSE SAVED-SEARCHES-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-SAVED-SEARCHES-FILE.
    PERFORM UNTIL 1 = 2
        READ SAVED-SEARCHES-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-DROPPED
                MOVE SS-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                IF WS-ROW-DROPPED = 'Y'
                    ADD 1 TO WS-LINES-LISTED
                ELSE
                    MOVE SAVED-SEARCH-RECORD TO TMP-SAVED-SEARCH-RECORD
                    WRITE TMP-SAVED-SEARCH-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SAVED-SEARCHES-FILE.
    CLOSE TEMP-SAVED-SEARCHES-FILE.
    MOVE WS-LINES-LISTED TO WS-SAVED-SEARCHES-REMOVED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-SAVED-SEARCHES-FILE.
    OPEN OUTPUT SAVED-SEARCHES-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-SAVED-SEARCHES-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-SAVED-SEARCH-RECORD TO SAVED-SEARCH-RECORD
                WRITE SAVED-SEARCH-RECORD
        END-READ
    END-PERFORM.
    CLOSE SAVED-SEARCHES-FILE.
    CLOSE TEMP-SAVED-SEARCHES-FILE.

REMOVE-DIGEST-OPTOUTS.
    *> an anonymized account gets no digest, so its opt-out is moot
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT DIGEST-OPTOUTS-FILE.
    IF DIGEST-OPTOUTS-STATUS NOT = "00"
        CLOSE DIGEST-OPTOUTS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-DIGEST-OPTOUTS-FILE.
    PERFORM UNTIL 1 = 2
        READ DIGEST-OPTOUTS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-DROPPED
                MOVE DO-USERNAME TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE 'Y' TO WS-ROW-DROPPED
                END-IF
                IF WS-ROW-DROPPED = 'Y'
                    ADD 1 TO WS-LINES-LISTED
                ELSE
                    MOVE DIGEST-OPTOUT-RECORD TO TMP-DIGEST-OPTOUT-RECORD
                    WRITE TMP-DIGEST-OPTOUT-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DIGEST-OPTOUTS-FILE.
    CLOSE TEMP-DIGEST-OPTOUTS-FILE.
    MOVE WS-LINES-LISTED TO WS-OPTOUTS-REMOVED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-DIGEST-OPTOUTS-FILE.
    OPEN OUTPUT DIGEST-OPTOUTS-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-DIGEST-OPTOUTS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-DIGEST-OPTOUT-RECORD TO DIGEST-OPTOUT-RECORD
                WRITE DIGEST-OPTOUT-RECORD
        END-READ
    END-PERFORM.
    CLOSE DIGEST-OPTOUTS-FILE.
    CLOSE TEMP-DIGEST-OPTOUTS-FILE.

ANONYMIZE-REFERRALS.
    *> referrals stay under the placeholder so the referral counts still
    *> add up; the note is personal and is cleared whichever side of the
    *> referral was anonymized
    MOVE 0 TO WS-LINES-LISTED.
    OPEN INPUT REFERRALS-FILE.
    IF REFERRALS-STATUS NOT = "00"
        CLOSE REFERRALS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TEMP-REFERRALS-FILE.
    PERFORM UNTIL 1 = 2
        READ REFERRALS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-CHANGED
                MOVE RF-REFERRER TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO RF-REFERRER
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                MOVE RF-REFERRED TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO RF-REFERRED
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                IF WS-ROW-CHANGED = 'Y'
                    MOVE SPACES TO RF-NOTE
                    ADD 1 TO WS-LINES-LISTED
                END-IF
                MOVE REFERRAL-RECORD TO TMP-REFERRAL-RECORD
                WRITE TMP-REFERRAL-RECORD
        END-READ
    END-PERFORM.
    CLOSE REFERRALS-FILE.
    CLOSE TEMP-REFERRALS-FILE.
    MOVE WS-LINES-LISTED TO WS-REFERRALS-CHANGED.
    IF WS-LINES-LISTED = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT TEMP-REFERRALS-FILE.
    OPEN OUTPUT REFERRALS-FILE.
    PERFORM UNTIL 1 = 2
        READ TEMP-REFERRALS-FILE
            AT END EXIT PERFORM
            NOT AT END
                MOVE TMP-REFERRAL-RECORD TO REFERRAL-RECORD
                WRITE REFERRAL-RECORD
        END-READ
    END-PERFORM.
    CLOSE REFERRALS-FILE.
    CLOSE TEMP-REFERRALS-FILE.

ANONYMIZE-MODERATION-FLAGS.
    *> reports stay in the moderation history under the placeholder;
    *> the copy of the reported content is cleared whichever side was
    *> anonymized, and a reported profile is re-keyed with its owner
    OPEN I-O MODERATION-FLAGS-FILE.
    IF MODERATION-FLAGS-STATUS NOT = "00"
        CLOSE MODERATION-FLAGS-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL 1 = 2
        READ MODERATION-FLAGS-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                MOVE 'N' TO WS-ROW-CHANGED
                MOVE FL-REPORTER TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO FL-REPORTER
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                MOVE FL-OWNER TO WS-LOOKUP-USERNAME
                PERFORM LOOKUP-PLACEHOLDER
                IF PLACEHOLDER-FOUND
                    MOVE WS-PLACEHOLDER TO FL-OWNER
                    IF FUNCTION TRIM(FL-KIND) = "profile"
                        MOVE WS-PLACEHOLDER TO FL-ITEM-KEY
                    END-IF
                    MOVE 'Y' TO WS-ROW-CHANGED
                END-IF
                IF WS-ROW-CHANGED = 'Y'
                    MOVE "[content removed under the account retention policy]"
                        TO FL-CONTENT
                    REWRITE MODERATION-FLAG-RECORD
                        INVALID KEY ADD 1 TO WS-UPDATE-ERRORS
                        NOT INVALID KEY ADD 1 TO WS-FLAGS-CHANGED
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MODERATION-FLAGS-FILE.

SAVE-RETENTION-WARNINGS.
    *> keeps the warnings still waiting on their deadline plus the ones
    *> sent today; warnings for accounts that logged in again, were
    *> anonymized or went on hold drop out
    OPEN OUTPUT RETENTION-WARNINGS-FILE.
    PERFORM VARYING WRN-IDX FROM 1 BY 1 UNTIL WRN-IDX > WARNING-COUNT
        IF WRN-KEEP(WRN-IDX) = 'Y'
            MOVE WRN-USERNAME(WRN-IDX) TO RW-USERNAME
            MOVE WRN-LAST-LOGIN(WRN-IDX) TO RW-LAST-LOGIN
            MOVE WRN-WARNED-DATE(WRN-IDX) TO RW-WARNED-DATE
            WRITE RETENTION-WARNING-RECORD
        END-IF
    END-PERFORM.
    CLOSE RETENTION-WARNINGS-FILE.

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

BACKUP-CONNECTION-REQUESTS-FILE.
    OPEN OUTPUT CONNECTION-REQUESTS-BACKUP-FILE.
    OPEN INPUT CONNECTION-REQUESTS-FILE.
    IF CONNECTION-REQUESTS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ CONNECTION-REQUESTS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    MOVE CONNECTION-REQUEST-RECORD TO CBK-RECORD
                    WRITE CBK-RECORD
            END-READ
        END-PERFORM
    END-IF.
    CLOSE CONNECTION-REQUESTS-FILE.
    CLOSE CONNECTION-REQUESTS-BACKUP-FILE.

    OPEN OUTPUT CONNECTION-REQUESTS-GUARD-FILE.
    MOVE "IN-PROGRESS" TO CGD-RECORD.
    WRITE CGD-RECORD.
    CLOSE CONNECTION-REQUESTS-GUARD-FILE.

FINISH-CONNECTION-REQUESTS-REWRITE.
    OPEN OUTPUT CONNECTION-REQUESTS-GUARD-FILE.
    CLOSE CONNECTION-REQUESTS-GUARD-FILE.

RECOVER-DATA-FILES.
    *> a guard left saying IN-PROGRESS means a previous run (this job,
    *> ArchiveBatch or InCollege) died between emptying a master file
    *> and finishing its rewrite - restore the last good generation
    *> before anything here reads it
    PERFORM RECOVER-JOBS-FILE.
    PERFORM RECOVER-CONNECTION-REQUESTS-FILE.

RECOVER-JOBS-FILE.
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

RECOVER-CONNECTION-REQUESTS-FILE.
    MOVE 'N' TO WS-RECOVER-NEEDED.
    OPEN INPUT CONNECTION-REQUESTS-GUARD-FILE.
    IF CONNECTION-REQUESTS-GUARD-STATUS = "00"
        READ CONNECTION-REQUESTS-GUARD-FILE
            AT END CONTINUE
            NOT AT END
                IF FUNCTION TRIM(CGD-RECORD) = "IN-PROGRESS"
                    MOVE 'Y' TO WS-RECOVER-NEEDED
                END-IF
        END-READ
    END-IF.
    CLOSE CONNECTION-REQUESTS-GUARD-FILE.
    IF WS-RECOVER-NEEDED = 'N'
        EXIT PARAGRAPH
    END-IF.

    MOVE "Recovering CONNECTION_REQUESTS.DAT from its last backup after an interrupted update."
        TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

    OPEN INPUT CONNECTION-REQUESTS-BACKUP-FILE.
    IF CONNECTION-REQUESTS-BACKUP-STATUS = "00"
        OPEN OUTPUT CONNECTION-REQUESTS-FILE
        PERFORM UNTIL 1 = 2
            READ CONNECTION-REQUESTS-BACKUP-FILE
                AT END EXIT PERFORM
                NOT AT END
                    MOVE CBK-RECORD TO CONNECTION-REQUEST-RECORD
                    WRITE CONNECTION-REQUEST-RECORD
            END-READ
        END-PERFORM
        CLOSE CONNECTION-REQUESTS-FILE
    END-IF.
    CLOSE CONNECTION-REQUESTS-BACKUP-FILE.
    PERFORM FINISH-CONNECTION-REQUESTS-REWRITE.

REPORT-WARNED-ACCOUNTS.
    IF PREVIEW-MODE
        MOVE "Accounts that would be warned:" TO OUTPUT-LINE
    ELSE
        MOVE "Accounts warned:" TO OUTPUT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE "  Username             | Last login | Days inactive | Log in by"
        TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 0 TO WS-LINES-LISTED.
    PERFORM VARYING CND-IDX FROM 1 BY 1 UNTIL CND-IDX > CANDIDATE-COUNT
        IF CND-WARN(CND-IDX)
            ADD 1 TO WS-LINES-LISTED
            MOVE SPACES TO OUTPUT-LINE
            STRING "  " DELIMITED BY SIZE
                   CND-USERNAME(CND-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CND-LAST-LOGIN(CND-IDX) DELIMITED BY SIZE
                   "   | " DELIMITED BY SIZE
                   CND-DAYS(CND-IDX) DELIMITED BY SIZE
                   "       | " DELIMITED BY SIZE
                   CND-DUE-DATE(CND-IDX) DELIMITED BY SIZE
                   INTO OUTPUT-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    IF WS-LINES-LISTED = 0
        MOVE "  (none)" TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

REPORT-ANONYMIZED-ACCOUNTS.
    IF PREVIEW-MODE
        MOVE "Accounts that would be anonymized:" TO OUTPUT-LINE
    ELSE
        MOVE "Accounts anonymized:" TO OUTPUT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE "  Username             | Last login | Days inactive | Now known as"
        TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 0 TO WS-LINES-LISTED.
    PERFORM VARYING CND-IDX FROM 1 BY 1 UNTIL CND-IDX > CANDIDATE-COUNT
        IF CND-ANONYMIZE(CND-IDX) OR CND-FAILED(CND-IDX)
            ADD 1 TO WS-LINES-LISTED
            MOVE SPACES TO WS-RESULT-TEXT
            IF CND-FAILED(CND-IDX)
                MOVE "Error: could not be anonymized, left unchanged"
                    TO WS-RESULT-TEXT
            ELSE
                MOVE CND-PLACEHOLDER(CND-IDX) TO WS-RESULT-TEXT
            END-IF
            MOVE SPACES TO OUTPUT-LINE
            STRING "  " DELIMITED BY SIZE
                   CND-USERNAME(CND-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CND-LAST-LOGIN(CND-IDX) DELIMITED BY SIZE
                   "   | " DELIMITED BY SIZE
                   CND-DAYS(CND-IDX) DELIMITED BY SIZE
                   "       | " DELIMITED BY SIZE
                   WS-RESULT-TEXT DELIMITED BY SIZE
                   INTO OUTPUT-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    IF WS-LINES-LISTED = 0
        MOVE "  (none)" TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

REPORT-HELD-ACCOUNTS.
    MOVE "Accounts exempt under legal hold (otherwise due a warning or anonymization):"
        TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "  Username             | Last login | Days inactive | Hold reference"
        TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 0 TO WS-LINES-LISTED.
    PERFORM VARYING CND-IDX FROM 1 BY 1 UNTIL CND-IDX > CANDIDATE-COUNT
        IF CND-HOLD(CND-IDX)
            ADD 1 TO WS-LINES-LISTED
            MOVE SPACES TO OUTPUT-LINE
            STRING "  " DELIMITED BY SIZE
                   CND-USERNAME(CND-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CND-LAST-LOGIN(CND-IDX) DELIMITED BY SIZE
                   "   | " DELIMITED BY SIZE
                   CND-DAYS(CND-IDX) DELIMITED BY SIZE
                   "       | " DELIMITED BY SIZE
                   FUNCTION TRIM(CND-REFERENCE(CND-IDX)) DELIMITED BY SIZE
                   INTO OUTPUT-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    IF WS-LINES-LISTED = 0
        MOVE "  (none)" TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

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
    STRING "Warned this run:               " DELIMITED BY SIZE
           WS-ACCOUNTS-WARNED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Warned earlier, not yet due:   " DELIMITED BY SIZE
           WS-AWAITING-DEADLINE DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Due for anonymization:         " DELIMITED BY SIZE
           WS-ANONYMIZE-DUE DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Anonymized this run:           " DELIMITED BY SIZE
           WS-ACCOUNTS-ANONYMIZED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Exempt under legal hold:       " DELIMITED BY SIZE
           WS-ACCOUNTS-HELD DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Admin accounts (exempt):       " DELIMITED BY SIZE
           WS-ADMIN-EXEMPT DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Anonymized on earlier runs:    " DELIMITED BY SIZE
           WS-ALREADY-ANONYMIZED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "No login date (clock started): " DELIMITED BY SIZE
           WS-CLOCKS-STARTED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    IF RUN-MODE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Profiles anonymized:           " DELIMITED BY SIZE
               WS-PROFILES-CHANGED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Messages anonymized:           " DELIMITED BY SIZE
               WS-MESSAGES-CHANGED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Notifications removed:         " DELIMITED BY SIZE
               WS-NOTIFICATIONS-REMOVED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Endorsements anonymized:       " DELIMITED BY SIZE
               WS-ENDORSEMENTS-CHANGED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Event RSVPs anonymized:        " DELIMITED BY SIZE
               WS-RSVPS-CHANGED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Connections removed:           " DELIMITED BY SIZE
               WS-CONNECTIONS-REMOVED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Connection requests removed:   " DELIMITED BY SIZE
               WS-REQUESTS-REMOVED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Applications re-assigned:      " DELIMITED BY SIZE
               WS-APPLICATIONS-CHANGED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Archived applications:         " DELIMITED BY SIZE
               WS-ARC-APPS-CHANGED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Postings re-assigned:          " DELIMITED BY SIZE
               WS-POSTINGS-CHANGED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Archived postings:             " DELIMITED BY SIZE
               WS-ARC-POSTINGS-CHANGED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Mentor listings removed:       " DELIMITED BY SIZE
               WS-MENTORS-REMOVED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Mentorship requests removed:   " DELIMITED BY SIZE
               WS-MENTOR-REQUESTS-REMOVED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Mentorships removed:           " DELIMITED BY SIZE
               WS-MENTORSHIPS-REMOVED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Saved searches removed:        " DELIMITED BY SIZE
               WS-SAVED-SEARCHES-REMOVED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Digest opt-outs removed:       " DELIMITED BY SIZE
               WS-OPTOUTS-REMOVED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Referrals anonymized:          " DELIMITED BY SIZE
               WS-REFERRALS-CHANGED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Moderation reports anonymized: " DELIMITED BY SIZE
               WS-FLAGS-CHANGED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Update errors:                 " DELIMITED BY SIZE
           WS-UPDATE-ERRORS DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
