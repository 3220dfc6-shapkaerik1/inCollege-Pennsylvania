                     ASSIGN TO "SKILL_COMPLETIONS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SKILL-COMPLETIONS-STATUS.
                 SELECT RECOMMENDATIONS-FILE
                     ASSIGN TO "RECOMMENDATIONS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RECOMMENDATIONS-STATUS.
                 SELECT CANDIDATES-FILE
                     ASSIGN TO "CANDIDATES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS CANDIDATES-STATUS.
                 SELECT PROFILE-DRAFT-FILE
                     ASSIGN TO "PROFILE_DRAFT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     ASSIGN TO "JOB_APPLICATIONS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS LEGACY-JOB-APPLICATIONS-STATUS.
                 *> keyed views of the masters at their previous record
                 *> lengths, used only to reload files written before
                 *> fields were appended to the record
                 SELECT PRIOR-ACCOUNTS-FILE
                     ASSIGN TO "ACCOUNTS.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PAC-USERNAME
                     FILE STATUS IS PRIOR-ACCOUNTS-STATUS.
                 SELECT PRIOR-JOB-APPLICATIONS-FILE
                     ASSIGN TO "JOB_APPLICATIONS.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PJA-APP-ID
                     FILE STATUS IS PRIOR-JOB-APPLICATIONS-STATUS.
                 SELECT ENDORSEMENTS-FILE
                     ASSIGN TO "ENDORSEMENTS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     ASSIGN TO "SAVED_SEARCHES.TMP"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS TEMP-SAVED-SEARCHES-STATUS.
                 SELECT MODERATION-FLAGS-FILE
                     ASSIGN TO "MODERATION_FLAGS.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FL-ID
                     FILE STATUS IS MODERATION-FLAGS-STATUS.
                 SELECT FLAG-SEQUENCE-FILE
                     ASSIGN TO "FLAG_SEQUENCE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FLAG-SEQUENCE-STATUS.
                 SELECT REFERRALS-FILE
                     ASSIGN TO "REFERRALS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS REFERRALS-STATUS.
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
                 SELECT DIGEST-OPTOUTS-FILE
                     ASSIGN TO "DIGEST_OPTOUTS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS DIGEST-OPTOUTS-STATUS.
                 SELECT TEMP-DIGEST-OPTOUTS-FILE
                     ASSIGN TO "DIGEST_OPTOUTS.TMP"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS TEMP-DIGEST-OPTOUTS-STATUS.

DATA DIVISION.
       FILE SECTION.
           05 AR-PASSWORD-HASH PIC X(12).
           05 AR-ACCT-TYPE PIC X(5).
           05 AR-ACCT-STATUS PIC X(10).
           *> date of the last successful login, for the retention policy
           05 AR-LAST-LOGIN PIC X(8).

       FD PROFILES-FILE.
       01 PROFILE-RECORD.
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

       FD JOB-APPLICATIONS-FILE.
       01 JOB-APPLICATION-RECORD.
           05 JA-JOB-ID              PIC 9(5).
           05 JA-STATUS              PIC X(12).
           05 JA-APPLIED-DATE        PIC X(8).
           05 JA-REFERRER            PIC X(20).
           *> when JA-STATUS last changed, and when the poster first
           *> moved the application on from "received"
           05 JA-STATUS-DATE         PIC X(8).
           05 JA-DECISION-DATE       PIC X(8).

       FD TEMP-JOB-APPLICATIONS-FILE.
       01 TMP-JOB-APPLICATION-RECORD.
           05 TMP-JA-JOB-ID             PIC 9(5).
           05 TMP-JA-STATUS             PIC X(12).
           05 TMP-JA-APPLIED-DATE       PIC X(8).
       *> whole keyed row at its previous length, for the reload of a
       *> file written before fields were appended
       01 TMP-PRIOR-APPLICATION-RECORD PIC X(202).

       FD ACCOUNTS-BACKUP-FILE.
       01 ABK-RECORD PIC X(512).
           05 SC-USERNAME            PIC X(20).
           05 SC-SKILL-NAME          PIC X(40).

       *> written nightly by MatchingBatch: a student's best-matching
       *> open postings, highest score first, with the reasons
       FD RECOMMENDATIONS-FILE.
       01 RECOMMENDATION-RECORD.
           05 RM-USERNAME            PIC X(20).
           05 RM-JOB-ID              PIC 9(5).
           05 RM-SCORE               PIC 9(3).
           05 RM-RUN-DATE            PIC X(8).
           05 RM-REASONS             PIC X(150).

       *> every qualifying student per posting, from the same run
       FD CANDIDATES-FILE.
       01 CANDIDATE-RECORD.
           05 CD-JOB-ID              PIC 9(5).
           05 CD-USERNAME            PIC X(20).
           05 CD-SCORE               PIC 9(3).
           05 CD-RUN-DATE            PIC X(8).
           05 CD-REASONS             PIC X(150).

       FD PROFILE-DRAFT-FILE.
       01 PROFILE-DRAFT-RECORD.
           05 PD-USERNAME             PIC X(20).
           05 LJA-STATUS             PIC X(12).
           05 LJA-APPLIED-DATE       PIC X(8).

       *> keyed layouts of the masters before the last-login date and
       *> the referral and decision-date fields were appended
       FD PRIOR-ACCOUNTS-FILE.
       01 PRIOR-ACCOUNT-RECORD.
           05 PAC-USERNAME           PIC X(20).
           05 PAC-PASSWORD-HASH      PIC X(12).
           05 PAC-ACCT-TYPE          PIC X(5).
           05 PAC-ACCT-STATUS        PIC X(10).

       FD PRIOR-JOB-APPLICATIONS-FILE.
       01 PRIOR-JOB-APPLICATION-RECORD.
           05 PJA-APP-ID             PIC 9(7).
           05 PJA-DETAIL             PIC X(195).

       *> skill endorsements: one row per endorsement of a connected
       *> user's profile skill
       FD ENDORSEMENTS-FILE.
           05 ER-EVENT-ID            PIC 9(5).
           05 ER-USERNAME            PIC X(20).
           05 ER-REMINDED            PIC X(1).
           05 ER-DIGESTED            PIC X(1).

       FD TEMP-EVENT-RSVPS-FILE.
       01 TMP-EVENT-RSVP-RECORD.
           05 TMP-ER-EVENT-ID        PIC 9(5).
           05 TMP-ER-USERNAME        PIC X(20).
           05 TMP-ER-REMINDED        PIC X(1).
           05 TMP-ER-DIGESTED        PIC X(1).

       *> employer directory: one company record per employer, so
       *> postings and reports agree on who an employer actually is
           05 TMP-LO-FAIL-COUNT      PIC 9(3).
           05 TMP-LO-LOCKED          PIC X(1).

       *> report-abuse flags: one row per report a user raises against
       *> a message, a profile or a posting, with a copy of what the
       *> reporter was shown; admins work them in the moderation queue
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

       FD FLAG-SEQUENCE-FILE.
       01 FLAG-SEQUENCE-RECORD.
           05 FS-LAST-ID             PIC 9(7).

       *> referrals: one row each time a user refers one of their
       *> connections to a posting, with the note they wrote; the
       *> referred person's application then carries the referrer
       FD REFERRALS-FILE.
       01 REFERRAL-RECORD.
           05 RF-REFERRER            PIC X(20).
           05 RF-REFERRED            PIC X(20).
           05 RF-JOB-ID              PIC 9(5).
           05 RF-JOB-TITLE           PIC X(50).
           05 RF-JOB-EMPLOYER        PIC X(50).
           05 RF-NOTE                PIC X(100).
           05 RF-DATE                PIC X(8).

       *> alumni mentors: one row per alumnus signed up to advise, with
       *> the majors and skills they will advise on
       FD MENTORS-FILE.
       01 MENTOR-RECORD.
           05 MN-USERNAME            PIC X(20).
           05 MN-MAJOR               PIC X(30) OCCURS 3 TIMES.
           05 MN-SKILL               PIC X(30) OCCURS 3 TIMES.
           05 MN-SIGNUP-DATE         PIC X(8).

       FD TEMP-MENTORS-FILE.
       01 TMP-MENTOR-RECORD.
           05 TMP-MN-USERNAME        PIC X(20).
           05 TMP-MN-MAJOR           PIC X(30) OCCURS 3 TIMES.
           05 TMP-MN-SKILL           PIC X(30) OCCURS 3 TIMES.
           05 TMP-MN-SIGNUP-DATE     PIC X(8).

       *> mentorship requests from students to mentors: pending until
       *> the mentor accepts or declines
       FD MENTOR-REQUESTS-FILE.
       01 MENTOR-REQUEST-RECORD.
           05 MQ-STUDENT             PIC X(20).
           05 MQ-MENTOR              PIC X(20).
           05 MQ-NOTE                PIC X(100).
           05 MQ-DATE                PIC X(8).
           05 MQ-STATUS              PIC X(10).
           05 MQ-DECIDED-DATE        PIC X(8).

       FD TEMP-MENTOR-REQUESTS-FILE.
       01 TMP-MENTOR-REQUEST-RECORD.
           05 TMP-MQ-STUDENT         PIC X(20).
           05 TMP-MQ-MENTOR          PIC X(20).
           05 TMP-MQ-NOTE            PIC X(100).
           05 TMP-MQ-DATE            PIC X(8).
           05 TMP-MQ-STATUS          PIC X(10).
           05 TMP-MQ-DECIDED-DATE    PIC X(8).

       *> accepted mentor/mentee pairings
       FD MENTORSHIPS-FILE.
       01 MENTORSHIP-RECORD.
           05 MP-MENTOR              PIC X(20).
           05 MP-MENTEE              PIC X(20).
           05 MP-SINCE-DATE          PIC X(8).

       FD TEMP-MENTORSHIPS-FILE.
       01 TMP-MENTORSHIP-RECORD.
           05 TMP-MP-MENTOR          PIC X(20).
           05 TMP-MP-MENTEE          PIC X(20).
           05 TMP-MP-SINCE-DATE      PIC X(8).

       *> users who have turned off the nightly email digest
       FD DIGEST-OPTOUTS-FILE.
       01 DIGEST-OPTOUT-RECORD.
           05 DO-USERNAME            PIC X(20).
           05 DO-DATE                PIC X(8).

       FD TEMP-DIGEST-OPTOUTS-FILE.
       01 TMP-DIGEST-OPTOUT-RECORD.
           05 TMP-DO-USERNAME        PIC X(20).
           05 TMP-DO-DATE            PIC X(8).

       WORKING-STORAGE SECTION.
       *> variables for file handling
       01 INPUT-FILE-STATUS PIC XX.
       01 TEMP-JOBS-STATUS PIC X(2).
       01 JOB-APPLICATIONS-STATUS PIC X(2).
       01 SKILL-COMPLETIONS-STATUS PIC X(2).
       01 RECOMMENDATIONS-STATUS PIC X(2).
       01 CANDIDATES-STATUS PIC X(2).
       01 PROFILE-DRAFT-STATUS PIC X(2).
       01 TEMP-PROFILE-DRAFT-STATUS PIC X(2).
       01 ACTIVITY-REPORT-STATUS PIC X(2).
       01 LEGACY-NOTIFICATIONS-STATUS PIC X(2).
       01 LEGACY-LOCKOUTS-STATUS PIC X(2).
       01 LEGACY-JOB-APPLICATIONS-STATUS PIC X(2).
       01 PRIOR-ACCOUNTS-STATUS PIC X(2).
       01 PRIOR-JOB-APPLICATIONS-STATUS PIC X(2).
       01 EMPLOYERS-STATUS PIC X(2).
       01 EMPLOYER-SEQUENCE-STATUS PIC X(2).
       01 ENDORSEMENTS-STATUS PIC X(2).
       01 MESSAGE-SEQUENCE-STATUS PIC X(2).
       01 NOTIFICATION-SEQUENCE-STATUS PIC X(2).
       01 APPLICATION-SEQUENCE-STATUS PIC X(2).
       01 MODERATION-FLAGS-STATUS PIC X(2).
       01 FLAG-SEQUENCE-STATUS PIC X(2).
       01 REFERRALS-STATUS PIC X(2).
       01 MENTORS-STATUS PIC X(2).
       01 TEMP-MENTORS-STATUS PIC X(2).
       01 MENTOR-REQUESTS-STATUS PIC X(2).
       01 TEMP-MENTOR-REQUESTS-STATUS PIC X(2).
       01 MENTORSHIPS-STATUS PIC X(2).
       01 TEMP-MENTORSHIPS-STATUS PIC X(2).
       01 DIGEST-OPTOUTS-STATUS PIC X(2).
       01 TEMP-DIGEST-OPTOUTS-STATUS PIC X(2).

       *> end of file flag to control main loop
       01 WS-EOF-FLAG PIC A(1) VALUE 'N'.
               10 WS-PASSWORD-HASH PIC X(12).
               10 WS-ACCT-TYPE PIC X(5).
               10 WS-ACCT-STATUS PIC X(10).
               10 WS-LAST-LOGIN PIC X(8).

       *> working storage for profile editing/viewing
       01 WS-PROFILE.
           05 WS-JOB-EMPLOYER        PIC X(50).
           05 WS-JOB-LOCATION        PIC X(50).
           05 WS-JOB-SALARY          PIC X(30).
           05 WS-JOB-DEADLINE        PIC X(8).
       01 WS-SELECTED-JOB-INDEX      PIC 9(3).
       01 WS-CURRENT-JOB-TITLE       PIC X(50).
       01 WS-CURRENT-JOB-EMPLOYER    PIC X(50).
       01 WS-CURRENT-JOB-LOCATION    PIC X(50).
       01 WS-CURRENT-JOB-POSTER      PIC X(20).
       01 WS-CURRENT-JOB-ID          PIC 9(5).
       01 WS-CURRENT-JOB-DEADLINE    PIC X(8).
       01 WS-CURRENT-JOB-DESCRIPTION PIC X(200).
       01 WS-ALREADY-APPLIED         PIC X VALUE 'N'.
           88 HAS-APPLIED            VALUE 'Y'.

       *> sequential to keyed organization
       01 WS-CONVERT-ORG             PIC X VALUE 'N'.
       01 WS-CONVERT-ORG-ID          PIC 9(7).
       01 WS-CONVERT-OPEN-STATUS     PIC X(2).

       *> one-time conversion: stamp a creation date onto rows written
       *> before the transactional files carried one, like the posting
       01 WS-JOB-FILTER-MATCH        PIC X VALUE 'N'.
           88 JOB-FILTER-MATCH       VALUE 'Y'.

       *> application deadlines: postings may carry a last date to
       *> apply (blank = open until closed); the nightly run closes
       *> postings once their deadline has passed
       01 WS-DEADLINE-VARS.
           05 WS-DEADLINE-OK         PIC X VALUE 'N'.
           05 WS-DEADLINE-TEXT       PIC X(30).

       *> posting review: new postings start PENDING and stay out of
       *> student view until an admin APPROVES them (or REJECTS them
       *> with a reason); a blank review status is a posting from
       *> before the queue existed and counts as approved
       01 WS-POSTING-REVIEW-VARS.
           05 WS-JOB-REVIEW-LIVE     PIC X VALUE 'N'.
               88 JOB-REVIEW-LIVE    VALUE 'Y'.
           05 WS-REVIEW-TEXT         PIC X(14).
           05 WS-REVIEW-DECISION     PIC X(80).
           05 WS-REVIEW-REASON       PIC X(80).
           05 WS-REVIEW-PENDING-COUNT PIC 9(5).
           05 WS-REVIEW-TITLE        PIC X(50).

       *> report-abuse flags (MODERATION_FLAGS.DAT): kind is message,
       *> profile or posting; status is open until an admin dismisses
       *> it or acts on it. The queue table counts reports per item and
       *> per owner so repeat offenders stand out.
       01 WS-FLAG-VARS.
           05 WS-FLAG-KIND           PIC X(8).
           05 WS-FLAG-KEY            PIC X(20).
           05 WS-FLAG-OWNER          PIC X(20).
           05 WS-FLAG-CONTENT        PIC X(200).
           05 WS-FLAG-REASON         PIC X(80).
           05 WS-FLAG-CHOICE         PIC X(80).
           05 WS-FLAG-DUPLICATE      PIC X VALUE 'N'.
           05 WS-FLAG-FOUND          PIC X VALUE 'N'.
           05 WS-FLAG-SELECTED       PIC 9(4).
           05 WS-FLAG-SELECTED-ID    PIC 9(7).
           05 WS-FLAG-OUTCOME        PIC X(10).
           05 WS-FLAG-ITEM-REPORTS   PIC 9(4).
           05 WS-FLAG-OWNER-REPORTS  PIC 9(4).
           05 WS-FLAG-OWNER-UPHELD   PIC 9(4).
           05 WS-FLAG-OPEN-COUNT     PIC 9(4).
           05 WS-FLAG-IDX            PIC 9(4).
           05 WS-FLAG-CMP-IDX        PIC 9(4).
           05 WS-FLAG-COUNT          PIC 9(4) VALUE 0.
           05 WS-FLAG-ENTRY OCCURS 999 TIMES.
               10 WS-FLAG-TBL-ID     PIC 9(7).
               10 WS-FLAG-TBL-KIND   PIC X(8).
               10 WS-FLAG-TBL-KEY    PIC X(20).
               10 WS-FLAG-TBL-OWNER  PIC X(20).
               10 WS-FLAG-TBL-STATUS PIC X(10).
               10 WS-FLAG-TBL-REPORTER PIC X(20).
               10 WS-FLAG-TBL-REASON PIC X(15).
               10 WS-FLAG-TBL-DATE   PIC X(8).
       01 WS-NEW-FLAG-ID             PIC 9(7).
       01 WS-LAST-FLAG-ID            PIC 9(7).

       *> skill endorsements: connections vouch for a specific skill
       *> on a profile, one endorsement per person per skill
       01 WS-ENDORSE-VARS.
           05 WS-SS-CHOICE           PIC X(250).
           05 WS-SS-MATCH-COUNT      PIC 9(5).
           05 WS-SS-MAX-SEEN-ID      PIC 9(5).
           05 WS-SS-MIN-PENDING-ID   PIC 9(5).
           05 WS-SS-DUPLICATE        PIC X.
           05 WS-SS-ENTRY OCCURS 50 TIMES.
               10 WS-SS-TBL-KEYWORD  PIC X(50).
           05 WS-NEW-APP-STATUS       PIC X(12).
           05 WS-APP-STATUS-TEXT      PIC X(12).

       *> Recommended for You / Suggested Candidates, both read from
       *> the nightly RECOMMENDATIONS.DAT; rows for postings that have
       *> since closed, or that the student has since applied to, are
       *> skipped
       01 WS-RECOMMEND-VARS.
           05 WS-RECOMMEND-COUNT      PIC 9(5).
           05 WS-RECOMMEND-USER       PIC X(20).
           05 WS-RECOMMEND-JOB-ID     PIC 9(5).
           05 WS-RECOMMEND-LIVE       PIC X VALUE 'N'.
               88 RECOMMEND-LIVE      VALUE 'Y'.
           05 WS-RECOMMEND-APPLIED    PIC X VALUE 'N'.
               88 RECOMMEND-APPLIED   VALUE 'Y'.
           05 WS-RECOMMEND-TITLE      PIC X(50).
           05 WS-RECOMMEND-EMPLOYER   PIC X(50).
           05 WS-RECOMMEND-LOCATION   PIC X(50).
           05 WS-RECOMMEND-DEADLINE   PIC X(8).
           05 WS-RECOMMEND-NAME       PIC X(41).
           05 WS-RECOMMEND-MAJOR      PIC X(30).
           05 WS-RECOMMEND-GRAD-YEAR  PIC X(4).

       *> referrals: a user refers a connection to the posting they are
       *> viewing; the referrer rides along on the referred person's
       *> application and hears about its outcome
       01 WS-REFERRAL-VARS.
           05 WS-REFER-TARGET         PIC X(20).
           05 WS-REFER-NOTE           PIC X(100).
           05 WS-REFER-DUPLICATE      PIC X VALUE 'N'.
           05 WS-APP-REFERRER         PIC X(20).
           05 WS-REVIEW-REFERRER      PIC X(20).

       *> alumni mentorship: alumni sign up to advise on majors and
       *> skills, students browse them and send requests, and the
       *> mentor accepts or declines each one
       01 WS-MENTOR-VARS.
           05 WS-IS-ALUMNI            PIC X VALUE 'N'.
               88 CURRENT-USER-IS-ALUMNI VALUE 'Y'.
           05 WS-MENTOR-MAJOR-COUNT   PIC 9.
           05 WS-MENTOR-SKILL-COUNT   PIC 9.
           05 WS-MENTOR-MAJOR         PIC X(30) OCCURS 3 TIMES.
           05 WS-MENTOR-SKILL         PIC X(30) OCCURS 3 TIMES.
           05 WS-MENTOR-SIGNED-UP     PIC X VALUE 'N'.
           05 WS-MENTOR-BY            PIC X(80).
           05 WS-MENTOR-FILTER        PIC X(50).
           05 WS-MENTOR-MATCH         PIC X VALUE 'N'.
           05 WS-MENTOR-COUNT         PIC 9(3).
           05 WS-MENTOR-LIST          PIC X(20) OCCURS 200 TIMES.
           05 WS-MENTOR-CHOICE        PIC X(80).
           05 WS-MENTOR-SELECTED      PIC 9(3).
           05 WS-MENTOR-SLOT          PIC 9.
           05 WS-MENTOR-TARGET        PIC X(20).
           05 WS-MENTOR-ACCT-IDX      PIC 9(5).
           05 WS-MENTOR-ACTIVE        PIC X VALUE 'N'.
           05 WS-MENTOR-NOTE          PIC X(100).
           05 WS-MENTOR-DUPLICATE     PIC X(10).
           05 WS-MENTOR-LOOKUP-USER   PIC X(20).
           05 WS-MENTOR-NAME          PIC X(41).
           05 WS-MENTOR-PR-MAJOR      PIC X(30).
           05 WS-MENTOR-PR-GRAD-YEAR  PIC X(4).
           05 WS-MENTOR-AREAS         PIC X(200).
           05 WS-MENTOR-AREAS-PTR     PIC 9(3).
           05 WS-MENTOR-PAIR-COUNT    PIC 9(3).
           05 WS-MENTOR-REQ-COUNT     PIC 9(3).
           05 WS-MENTOR-REWRITE-IDX   PIC 9(3).
           05 WS-MENTOR-DECISION      PIC X(80).
           05 WS-MENTOR-NEW-STATUS    PIC X(10).
           05 WS-MENTOR-STUDENT       PIC X(20).

       *> Deactivate My Account: confirmation and cascade cleanup
       01 WS-DEACTIVATED              PIC X VALUE 'N'.
       01 WS-DEACT-CONFIRM            PIC X(80).
       01 WS-RESUME-FILENAME          PIC X(40).
       01 WS-RESUME-LINE              PIC X(256).

       *> Email Digest Settings: opt out of / back into the nightly digest
       01 WS-DIGEST-OPTED-OUT         PIC X VALUE 'N'.
           88 DIGEST-OPTED-OUT VALUE 'Y'.

       *> administrator maintenance screens for career-services staff
       01 WS-ADMIN-VARS.
           05 WS-IS-ADMIN             PIC X VALUE 'N'.
           05 WS-MSG-TEXT             PIC X(200).
           05 WS-MSG-MENU-CHOICE      PIC X(80).
           05 WS-INBOX-COUNT          PIC 9(3) VALUE 0.
           05 WS-INBOX-MSG-ID         PIC 9(7) OCCURS 999 TIMES.

       *> removing redunancy of asking user for a required field
       01 WS-PROMPT-HELPER.
       PERFORM CONVERT-APPLICATIONS-ORG.

CONVERT-ACCOUNTS-ORG.
       *> a clean open means the file is already keyed (or absent); a
       *> keyed file at the previous record length is reloaded at the
       *> current one; only a file that is not keyed at all is taken to
       *> be the old line-sequential format
       OPEN INPUT ACCOUNTS-FILE
       IF ACCOUNTS-STATUS = "00" OR ACCOUNTS-STATUS = "35"
           CLOSE ACCOUNTS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE ACCOUNTS-STATUS TO WS-CONVERT-OPEN-STATUS
       CLOSE ACCOUNTS-FILE

       OPEN INPUT PRIOR-ACCOUNTS-FILE
       IF PRIOR-ACCOUNTS-STATUS = "00"
           CLOSE PRIOR-ACCOUNTS-FILE
           PERFORM RELOAD-PRIOR-ACCOUNTS
           EXIT PARAGRAPH
       END-IF
       CLOSE PRIOR-ACCOUNTS-FILE

       *> a keyed file of some other length must never be read as text
       *> and written over
       IF WS-CONVERT-OPEN-STATUS = "39"
           MOVE "Error: ACCOUNTS.DAT has an unrecognized record layout and was left untouched."
               TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           STOP RUN
       END-IF

       MOVE "Converting ACCOUNTS.DAT to keyed organization." TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

                   MOVE LAC-PASSWORD    TO WS-PASSWORD-HASH(ACCOUNT-COUNT)
                   MOVE LAC-ACCT-TYPE   TO WS-ACCT-TYPE(ACCOUNT-COUNT)
                   MOVE LAC-ACCT-STATUS TO WS-ACCT-STATUS(ACCOUNT-COUNT)
                   MOVE SPACES          TO WS-LAST-LOGIN(ACCOUNT-COUNT)
           END-READ
       END-PERFORM
       CLOSE LEGACY-ACCOUNTS-FILE
           MOVE WS-PASSWORD-HASH(WS-ADMIN-IDX)    TO AR-PASSWORD-HASH
           MOVE WS-ACCT-TYPE(WS-ADMIN-IDX)   TO AR-ACCT-TYPE
           MOVE WS-ACCT-STATUS(WS-ADMIN-IDX) TO AR-ACCT-STATUS
           MOVE WS-LAST-LOGIN(WS-ADMIN-IDX)  TO AR-LAST-LOGIN
           WRITE ACCOUNT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
       END-PERFORM
       CLOSE ACCOUNTS-FILE
       *> LOAD-ACCOUNTS rebuilds the table from the keyed file next
       MOVE 0 TO ACCOUNT-COUNT.

RELOAD-PRIOR-ACCOUNTS.
       *> accounts written before the last-login date was kept: the
       *> rows are carried over with the date blank, which the
       *> retention batch treats as "clock not started yet"
       MOVE "Reloading ACCOUNTS.DAT at the current record length." TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       MOVE 0 TO ACCOUNT-COUNT
       OPEN INPUT PRIOR-ACCOUNTS-FILE
       PERFORM UNTIL 1 = 2
           READ PRIOR-ACCOUNTS-FILE NEXT RECORD
               AT END EXIT PERFORM
               NOT AT END
                   ADD 1 TO ACCOUNT-COUNT
                   MOVE PAC-USERNAME      TO WS-USERNAME(ACCOUNT-COUNT)
                   MOVE PAC-PASSWORD-HASH TO WS-PASSWORD-HASH(ACCOUNT-COUNT)
                   MOVE PAC-ACCT-TYPE     TO WS-ACCT-TYPE(ACCOUNT-COUNT)
                   MOVE PAC-ACCT-STATUS   TO WS-ACCT-STATUS(ACCOUNT-COUNT)
                   MOVE SPACES            TO WS-LAST-LOGIN(ACCOUNT-COUNT)
           END-READ
       END-PERFORM
       CLOSE PRIOR-ACCOUNTS-FILE

       OPEN OUTPUT ACCOUNTS-FILE
       PERFORM VARYING WS-ADMIN-IDX FROM 1 BY 1
               UNTIL WS-ADMIN-IDX > ACCOUNT-COUNT
           MOVE WS-USERNAME(WS-ADMIN-IDX)      TO AR-USERNAME
           MOVE WS-PASSWORD-HASH(WS-ADMIN-IDX) TO AR-PASSWORD-HASH
           MOVE WS-ACCT-TYPE(WS-ADMIN-IDX)     TO AR-ACCT-TYPE
           MOVE WS-ACCT-STATUS(WS-ADMIN-IDX)   TO AR-ACCT-STATUS
           MOVE WS-LAST-LOGIN(WS-ADMIN-IDX)    TO AR-LAST-LOGIN
           WRITE ACCOUNT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
       CLOSE TEMP-LOCKOUTS-FILE.

CONVERT-APPLICATIONS-ORG.
       *> same order of checks as CONVERT-ACCOUNTS-ORG
       OPEN INPUT JOB-APPLICATIONS-FILE
       IF JOB-APPLICATIONS-STATUS = "00" OR JOB-APPLICATIONS-STATUS = "35"
           CLOSE JOB-APPLICATIONS-FILE
           EXIT PARAGRAPH
       END-IF
       MOVE JOB-APPLICATIONS-STATUS TO WS-CONVERT-OPEN-STATUS
       CLOSE JOB-APPLICATIONS-FILE

       OPEN INPUT PRIOR-JOB-APPLICATIONS-FILE
       IF PRIOR-JOB-APPLICATIONS-STATUS = "00"
           CLOSE PRIOR-JOB-APPLICATIONS-FILE
           PERFORM RELOAD-PRIOR-APPLICATIONS
           EXIT PARAGRAPH
       END-IF
       CLOSE PRIOR-JOB-APPLICATIONS-FILE

       IF WS-CONVERT-OPEN-STATUS = "39"
           MOVE "Error: JOB_APPLICATIONS.DAT has an unrecognized record layout and was left untouched."
               TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           STOP RUN
       END-IF

       MOVE "Converting JOB_APPLICATIONS.DAT to keyed organization." TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

                   MOVE TMP-JA-JOB-ID             TO JA-JOB-ID
                   MOVE TMP-JA-STATUS             TO JA-STATUS
                   MOVE TMP-JA-APPLIED-DATE       TO JA-APPLIED-DATE
                   MOVE SPACES                    TO JA-REFERRER
                   MOVE SPACES                    TO JA-STATUS-DATE
                   MOVE SPACES                    TO JA-DECISION-DATE
                   WRITE JOB-APPLICATION-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
       WRITE APPLICATION-SEQUENCE-RECORD
       CLOSE APPLICATION-SEQUENCE-FILE.

RELOAD-PRIOR-APPLICATIONS.
       *> applications written before the referral and decision dates
       *> were kept: each row is unloaded whole to the temp file, then
       *> written back under its own application id with the appended
       *> fields blank (the record only grew at the end)
       MOVE "Reloading JOB_APPLICATIONS.DAT at the current record length." TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       OPEN INPUT PRIOR-JOB-APPLICATIONS-FILE
       OPEN OUTPUT TEMP-JOB-APPLICATIONS-FILE
       PERFORM UNTIL 1 = 2
           READ PRIOR-JOB-APPLICATIONS-FILE NEXT RECORD
               AT END EXIT PERFORM
               NOT AT END
                   MOVE PRIOR-JOB-APPLICATION-RECORD
                       TO TMP-PRIOR-APPLICATION-RECORD
                   WRITE TMP-PRIOR-APPLICATION-RECORD
           END-READ
       END-PERFORM
       CLOSE PRIOR-JOB-APPLICATIONS-FILE
       CLOSE TEMP-JOB-APPLICATIONS-FILE

       OPEN INPUT TEMP-JOB-APPLICATIONS-FILE
       OPEN OUTPUT JOB-APPLICATIONS-FILE
       PERFORM UNTIL 1 = 2
           READ TEMP-JOB-APPLICATIONS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   MOVE TMP-PRIOR-APPLICATION-RECORD TO JOB-APPLICATION-RECORD
                   MOVE SPACES TO JA-REFERRER
                   MOVE SPACES TO JA-STATUS-DATE
                   MOVE SPACES TO JA-DECISION-DATE
                   WRITE JOB-APPLICATION-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
           END-READ
       END-PERFORM
       CLOSE JOB-APPLICATIONS-FILE
       CLOSE TEMP-JOB-APPLICATIONS-FILE.

LOAD-ACCOUNTS.
       *> This paragraph reads all existing user accounts from ACCOUNTS.DAT into the in-memory ACCOUNT-TABLE
       OPEN INPUT ACCOUNTS-FILE.
                   ELSE
                       MOVE AR-ACCT-STATUS TO WS-ACCT-STATUS(ACCOUNT-COUNT)
                   END-IF
                   MOVE AR-LAST-LOGIN TO WS-LAST-LOGIN(ACCOUNT-COUNT)
           END-READ
       END-PERFORM.
       CLOSE ACCOUNTS-FILE.
                       MOVE JR-STATUS          TO TMP-JR-STATUS
                       MOVE JR-POSTED-DATE     TO TMP-JR-POSTED-DATE
                       MOVE JR-EMPLOYER-ID     TO TMP-JR-EMPLOYER-ID
                       MOVE JR-DEADLINE        TO TMP-JR-DEADLINE
                       MOVE JR-REVIEW-STATUS   TO TMP-JR-REVIEW-STATUS
                       IF JR-JOB-ID IS NUMERIC
                           MOVE JR-JOB-ID TO TMP-JR-JOB-ID
                       ELSE
       WRITE APPLICATION-SEQUENCE-RECORD
       CLOSE APPLICATION-SEQUENCE-FILE.

GET-NEXT-FLAG-ID.
       *> hands out the next report-abuse flag number from
       *> FLAG_SEQUENCE.DAT, seeded the same way
       MOVE 0 TO WS-LAST-FLAG-ID
       OPEN INPUT FLAG-SEQUENCE-FILE
       IF FLAG-SEQUENCE-STATUS = "00"
           READ FLAG-SEQUENCE-FILE
               AT END CONTINUE
               NOT AT END MOVE FS-LAST-ID TO WS-LAST-FLAG-ID
           END-READ
           CLOSE FLAG-SEQUENCE-FILE
       ELSE
           CLOSE FLAG-SEQUENCE-FILE
           OPEN INPUT MODERATION-FLAGS-FILE
           IF MODERATION-FLAGS-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ MODERATION-FLAGS-FILE NEXT RECORD
                       AT END EXIT PERFORM
                       NOT AT END
                           IF FL-ID > WS-LAST-FLAG-ID
                               MOVE FL-ID TO WS-LAST-FLAG-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MODERATION-FLAGS-FILE
       END-IF

       COMPUTE WS-NEW-FLAG-ID = WS-LAST-FLAG-ID + 1

       MOVE WS-NEW-FLAG-ID TO FS-LAST-ID
       OPEN OUTPUT FLAG-SEQUENCE-FILE
       WRITE FLAG-SEQUENCE-RECORD
       CLOSE FLAG-SEQUENCE-FILE.

ADD-AND-SAVE-ACCOUNT.
       *> this paragraph handels writing to a new account to the ACCOUNTS.DAT file for persistence
       *> and also adds it to the in-memory table for the current session
           MOVE "user" TO AR-ACCT-TYPE
       END-IF.
       MOVE "active" TO AR-ACCT-STATUS.
       *> a new account starts the inactivity clock on the day it opens
       MOVE FUNCTION CURRENT-DATE(1:8) TO AR-LAST-LOGIN.

       *> adds the row to the keyed file (creating it on first use);
       *> the username is the record key, uniqueness was checked above
       MOVE WS-HASH-VALUE TO WS-PASSWORD-HASH(ACCOUNT-COUNT).
       MOVE AR-ACCT-TYPE TO WS-ACCT-TYPE(ACCOUNT-COUNT).
       MOVE AR-ACCT-STATUS TO WS-ACCT-STATUS(ACCOUNT-COUNT).
       MOVE AR-LAST-LOGIN TO WS-LAST-LOGIN(ACCOUNT-COUNT).

       ADD 1 TO WS-ACT-ACCOUNTS-CREATED.

        PERFORM RECORD-AUDIT-EVENT
        MOVE USERNAME TO WS-LOCKOUT-USERNAME
        PERFORM CLEAR-FAILED-LOGINS
        PERFORM STAMP-LAST-LOGIN
        PERFORM SHOW-LOGIN-NOTIFICATIONS
        PERFORM POST-LOGIN-MENU
    END-IF.

STAMP-LAST-LOGIN.
       *> records today as the user's last successful login, in the
       *> table and on the keyed accounts file
       PERFORM VARYING WS-ADMIN-IDX FROM 1 BY 1
               UNTIL WS-ADMIN-IDX > ACCOUNT-COUNT
           IF FUNCTION TRIM(WS-USERNAME(WS-ADMIN-IDX)) = FUNCTION TRIM(USERNAME)
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAST-LOGIN(WS-ADMIN-IDX)
               PERFORM UPDATE-ACCOUNT-ON-FILE
               EXIT PERFORM
           END-IF
       END-PERFORM.

RECORD-AUDIT-EVENT.
       *> appends one date-stamped security event (WS-AUDIT-EVENT /
       *> WS-AUDIT-USERNAME / WS-AUDIT-DETAIL) to AUDIT_LOG.DAT
       MOVE WS-PASSWORD-HASH(WS-ADMIN-IDX)    TO AR-PASSWORD-HASH
       MOVE WS-ACCT-TYPE(WS-ADMIN-IDX)   TO AR-ACCT-TYPE
       MOVE WS-ACCT-STATUS(WS-ADMIN-IDX) TO AR-ACCT-STATUS
       MOVE WS-LAST-LOGIN(WS-ADMIN-IDX)  TO AR-LAST-LOGIN
       REWRITE ACCOUNT-RECORD
           INVALID KEY
               WRITE ACCOUNT-RECORD
           MOVE WS-PASSWORD-HASH(I)    TO AR-PASSWORD-HASH
           MOVE WS-ACCT-TYPE(I)   TO AR-ACCT-TYPE
           MOVE WS-ACCT-STATUS(I) TO AR-ACCT-STATUS
           MOVE WS-LAST-LOGIN(I)  TO AR-LAST-LOGIN
           WRITE ACCOUNT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
                   MOVE TMP-JR-JOB-ID          TO JR-JOB-ID
                   MOVE TMP-JR-POSTED-DATE     TO JR-POSTED-DATE
                   MOVE TMP-JR-EMPLOYER-ID     TO JR-EMPLOYER-ID
                   MOVE TMP-JR-DEADLINE        TO JR-DEADLINE
                   MOVE TMP-JR-REVIEW-STATUS   TO JR-REVIEW-STATUS
                   WRITE JOB-RECORD
           END-READ
       END-PERFORM
       PERFORM REMOVE-CURRENT-SAVED-SEARCHES
       PERFORM REMOVE-CURRENT-RSVPS
       PERFORM REMOVE-CURRENT-ENDORSEMENTS
       PERFORM REMOVE-CURRENT-MENTORSHIPS
       PERFORM REMOVE-DIGEST-OPT-OUT
       MOVE USERNAME TO WS-LOCKOUT-USERNAME
       PERFORM CLEAR-FAILED-LOGINS

                   MOVE WS-PASSWORD-HASH(I + 1)    TO WS-PASSWORD-HASH(I)
                   MOVE WS-ACCT-TYPE(I + 1)   TO WS-ACCT-TYPE(I)
                   MOVE WS-ACCT-STATUS(I + 1) TO WS-ACCT-STATUS(I)
                   MOVE WS-LAST-LOGIN(I + 1)  TO WS-LAST-LOGIN(I)
               END-PERFORM
               SUBTRACT 1 FROM ACCOUNT-COUNT
               EXIT PERFORM
       CLOSE ENDORSEMENTS-FILE
       CLOSE TEMP-ENDORSEMENTS-FILE.

REMOVE-CURRENT-MENTORSHIPS.
       *> rewrite MENTORS.DAT, MENTORSHIP_REQUESTS.DAT and MENTORSHIPS.DAT
       *> without the user's mentor listing, requests and pairings
       OPEN INPUT MENTORS-FILE
       IF MENTORS-STATUS = "00"
           OPEN OUTPUT TEMP-MENTORS-FILE
           PERFORM UNTIL 1 = 2
               READ MENTORS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(MN-USERNAME) NOT = FUNCTION TRIM(USERNAME)
                           MOVE MENTOR-RECORD TO TMP-MENTOR-RECORD
                           WRITE TMP-MENTOR-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENTORS-FILE
           CLOSE TEMP-MENTORS-FILE

           OPEN INPUT TEMP-MENTORS-FILE
           OPEN OUTPUT MENTORS-FILE
           PERFORM UNTIL 1 = 2
               READ TEMP-MENTORS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       MOVE TMP-MENTOR-RECORD TO MENTOR-RECORD
                       WRITE MENTOR-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-MENTORS-FILE
       END-IF
       CLOSE MENTORS-FILE

       OPEN INPUT MENTOR-REQUESTS-FILE
       IF MENTOR-REQUESTS-STATUS = "00"
           OPEN OUTPUT TEMP-MENTOR-REQUESTS-FILE
           PERFORM UNTIL 1 = 2
               READ MENTOR-REQUESTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(MQ-STUDENT) NOT = FUNCTION TRIM(USERNAME) AND
                          FUNCTION TRIM(MQ-MENTOR) NOT = FUNCTION TRIM(USERNAME)
                           MOVE MENTOR-REQUEST-RECORD TO TMP-MENTOR-REQUEST-RECORD
                           WRITE TMP-MENTOR-REQUEST-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENTOR-REQUESTS-FILE
           CLOSE TEMP-MENTOR-REQUESTS-FILE

           OPEN INPUT TEMP-MENTOR-REQUESTS-FILE
           OPEN OUTPUT MENTOR-REQUESTS-FILE
           PERFORM UNTIL 1 = 2
               READ TEMP-MENTOR-REQUESTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       MOVE TMP-MENTOR-REQUEST-RECORD TO MENTOR-REQUEST-RECORD
                       WRITE MENTOR-REQUEST-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-MENTOR-REQUESTS-FILE
       END-IF
       CLOSE MENTOR-REQUESTS-FILE

       OPEN INPUT MENTORSHIPS-FILE
       IF MENTORSHIPS-STATUS = "00"
           OPEN OUTPUT TEMP-MENTORSHIPS-FILE
           PERFORM UNTIL 1 = 2
               READ MENTORSHIPS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(MP-MENTOR) NOT = FUNCTION TRIM(USERNAME) AND
                          FUNCTION TRIM(MP-MENTEE) NOT = FUNCTION TRIM(USERNAME)
                           MOVE MENTORSHIP-RECORD TO TMP-MENTORSHIP-RECORD
                           WRITE TMP-MENTORSHIP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENTORSHIPS-FILE
           CLOSE TEMP-MENTORSHIPS-FILE

           OPEN INPUT TEMP-MENTORSHIPS-FILE
           OPEN OUTPUT MENTORSHIPS-FILE
           PERFORM UNTIL 1 = 2
               READ TEMP-MENTORSHIPS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       MOVE TMP-MENTORSHIP-RECORD TO MENTORSHIP-RECORD
                       WRITE MENTORSHIP-RECORD
               END-READ
           END-PERFORM
           CLOSE TEMP-MENTORSHIPS-FILE
       END-IF
       CLOSE MENTORSHIPS-FILE.

REMOVE-CURRENT-SAVED-SEARCHES.
       *> rewrite SAVED_SEARCHES.DAT without the user's rows
       OPEN INPUT SAVED-SEARCHES-FILE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Delete Posting" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Review Pending Postings" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Moderation Queue" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Create Event" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Go Back" TO OUTPUT-LINE
                       PERFORM ADMIN-FORCE-CLOSE-POSTING
                   WHEN "Delete Posting"
                       PERFORM ADMIN-DELETE-POSTING
                   WHEN "Review Pending Postings"
                       PERFORM ADMIN-REVIEW-PENDING-POSTINGS
                   WHEN "Moderation Queue"
                       PERFORM ADMIN-MODERATION-QUEUE
                   WHEN "Create Event"
                       PERFORM ADMIN-CREATE-EVENT
                   WHEN "Go Back"
           READ JOBS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   PERFORM SET-JOB-REVIEW-TEXT
                   MOVE SPACES TO OUTPUT-LINE
                   STRING "#" JR-JOB-ID DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          FUNCTION TRIM(JR-POSTER-USERNAME) DELIMITED BY SIZE
                          " | status: " DELIMITED BY SIZE
                          FUNCTION TRIM(JR-STATUS) DELIMITED BY SIZE
                          " | review: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REVIEW-TEXT) DELIMITED BY SIZE
                          " | posted: " DELIMITED BY SIZE
                          FUNCTION TRIM(JR-POSTED-DATE) DELIMITED BY SIZE
                          INTO OUTPUT-LINE
           EXIT PARAGRAPH
       END-IF

       PERFORM ADMIN-APPLY-ACCOUNT-STATUS.

ADMIN-APPLY-ACCOUNT-STATUS.
       *> sets account WS-ADMIN-TARGET to the status in WS-ADMIN-INPUT
       *> (also used by the moderation queue to disable an account)
       MOVE 'N' TO WS-ADMIN-FOUND
       PERFORM VARYING WS-ADMIN-IDX FROM 1 BY 1
               UNTIL WS-ADMIN-IDX > ACCOUNT-COUNT
       PERFORM WRITE-AND-DISPLAY.

ADMIN-SET-ACCOUNT-TYPE.
       *> grants or removes the admin designation, or moves an account
       *> between student and alumni
       MOVE "Enter the username:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       MOVE "Enter the account type (admin, user or alumn):" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION TRIM(WS-ADMIN-NEW-TYPE) NOT = "admin" AND
          FUNCTION TRIM(WS-ADMIN-NEW-TYPE) NOT = "user" AND
          FUNCTION TRIM(WS-ADMIN-NEW-TYPE) NOT = "alumn"
           MOVE "Error: Account type must be 'admin', 'user' or 'alumn'." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF
       PERFORM ADMIN-GET-POSTING-ID
       IF EOF EXIT PARAGRAPH END-IF

       PERFORM ADMIN-CLOSE-POSTING-BY-ID.

ADMIN-CLOSE-POSTING-BY-ID.
       *> closes posting WS-ADMIN-POSTING-ID and tells its poster (also
       *> used by the moderation queue to force-close a posting)

       MOVE 'N' TO WS-ADMIN-FOUND
       OPEN INPUT JOBS-FILE
       OPEN OUTPUT TEMP-JOBS-FILE
                       MOVE JR-JOB-ID          TO TMP-JR-JOB-ID
                       MOVE JR-POSTED-DATE     TO TMP-JR-POSTED-DATE
                       MOVE JR-EMPLOYER-ID     TO TMP-JR-EMPLOYER-ID
                       MOVE JR-DEADLINE        TO TMP-JR-DEADLINE
                       MOVE JR-REVIEW-STATUS   TO TMP-JR-REVIEW-STATUS
                       IF JR-JOB-ID = WS-ADMIN-POSTING-ID
                           MOVE 'Y' TO WS-ADMIN-FOUND
                           MOVE "CLOSED" TO TMP-JR-STATUS
                           MOVE JR-JOB-ID          TO TMP-JR-JOB-ID
                           MOVE JR-POSTED-DATE     TO TMP-JR-POSTED-DATE
                           MOVE JR-EMPLOYER-ID     TO TMP-JR-EMPLOYER-ID
                           MOVE JR-DEADLINE        TO TMP-JR-DEADLINE
                           MOVE JR-REVIEW-STATUS   TO TMP-JR-REVIEW-STATUS
                           WRITE TMP-JOB-RECORD
                       END-IF
               END-READ
       MOVE "Posting deleted." TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY.

ADMIN-REVIEW-PENDING-POSTINGS.
       *> the approval queue: lists the postings still waiting for
       *> review and takes a decision on one at a time until the admin
       *> goes back or the queue is empty
       PERFORM UNTIL EOF
           PERFORM ADMIN-LIST-PENDING-POSTINGS
           IF WS-REVIEW-PENDING-COUNT = 0
               EXIT PERFORM
           END-IF

           MOVE "Enter the posting number to review (or Go Back):" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-ADMIN-INPUT
           END-READ
           IF EOF OR FUNCTION TRIM(WS-ADMIN-INPUT) = "Go Back"
               EXIT PERFORM
           END-IF

           IF FUNCTION TRIM(WS-ADMIN-INPUT) IS NOT NUMERIC
               MOVE "Error: Posting number must be a number." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           ELSE
               MOVE WS-ADMIN-INPUT TO WS-ADMIN-POSTING-ID
               PERFORM ADMIN-REVIEW-ONE-POSTING
           END-IF
       END-PERFORM.

ADMIN-LIST-PENDING-POSTINGS.
       *> every posting whose review status is still PENDING
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "=== POSTINGS PENDING REVIEW ===" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       MOVE 0 TO WS-REVIEW-PENDING-COUNT
       OPEN INPUT JOBS-FILE
       IF JOBS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ JOBS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(JR-REVIEW-STATUS) = "PENDING"
                           ADD 1 TO WS-REVIEW-PENDING-COUNT
                           MOVE SPACES TO OUTPUT-LINE
                           STRING "#" JR-JOB-ID DELIMITED BY SIZE
                                  " | " DELIMITED BY SIZE
                                  FUNCTION TRIM(JR-TITLE) DELIMITED BY SIZE
                                  " | " DELIMITED BY SIZE
                                  FUNCTION TRIM(JR-EMPLOYER) DELIMITED BY SIZE
                                  " | posted by " DELIMITED BY SIZE
                                  FUNCTION TRIM(JR-POSTER-USERNAME) DELIMITED BY SIZE
                                  " | posted: " DELIMITED BY SIZE
                                  FUNCTION TRIM(JR-POSTED-DATE) DELIMITED BY SIZE
                                  INTO OUTPUT-LINE
                           END-STRING
                           PERFORM WRITE-AND-DISPLAY
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE JOBS-FILE

       IF WS-REVIEW-PENDING-COUNT = 0
           MOVE "No postings are waiting for review." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
       END-IF.

ADMIN-REVIEW-ONE-POSTING.
       *> shows the pending posting WS-ADMIN-POSTING-ID in full, then
       *> approves it or rejects it with a required reason; either way
       *> the poster is notified and the decision goes to the audit log
       MOVE 'N' TO WS-ADMIN-FOUND
       OPEN INPUT JOBS-FILE
       IF JOBS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ JOBS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF JR-JOB-ID = WS-ADMIN-POSTING-ID AND
                          FUNCTION TRIM(JR-REVIEW-STATUS) = "PENDING"
                           MOVE 'Y' TO WS-ADMIN-FOUND
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE JOBS-FILE

       IF WS-ADMIN-FOUND = 'N'
           MOVE "Error: No pending posting found with that number." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE JR-POSTER-USERNAME TO WS-NOTIFY-USERNAME
       MOVE JR-TITLE TO WS-REVIEW-TITLE

       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       STRING "Title:       " DELIMITED BY SIZE
              FUNCTION TRIM(JR-TITLE) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       STRING "Description: " DELIMITED BY SIZE
              FUNCTION TRIM(JR-DESCRIPTION) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       STRING "Employer:    " DELIMITED BY SIZE
              FUNCTION TRIM(JR-EMPLOYER) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       STRING "Location:    " DELIMITED BY SIZE
              FUNCTION TRIM(JR-LOCATION) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY
       IF FUNCTION TRIM(JR-SALARY) NOT = SPACE
           MOVE SPACES TO OUTPUT-LINE
           STRING "Salary:      " DELIMITED BY SIZE
                  FUNCTION TRIM(JR-SALARY) DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
       END-IF
       IF FUNCTION TRIM(JR-DEADLINE) NOT = SPACE
           MOVE SPACES TO OUTPUT-LINE
           STRING "Apply by:    " DELIMITED BY SIZE
                  FUNCTION TRIM(JR-DEADLINE) DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
       END-IF
       MOVE SPACES TO OUTPUT-LINE
       STRING "Posted by:   " DELIMITED BY SIZE
              FUNCTION TRIM(JR-POSTER-USERNAME) DELIMITED BY SIZE
              " on " DELIMITED BY SIZE
              FUNCTION TRIM(JR-POSTED-DATE) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       MOVE "Enter Approve or Reject:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-REVIEW-DECISION
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION TRIM(WS-REVIEW-DECISION) NOT = "Approve" AND
          FUNCTION TRIM(WS-REVIEW-DECISION) NOT = "Reject"
           MOVE "Error: Decision must be 'Approve' or 'Reject'." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO WS-REVIEW-REASON
       IF FUNCTION TRIM(WS-REVIEW-DECISION) = "Reject"
           MOVE "Enter the reason for rejection:" TO WS-PROMPT-TEXT
           MOVE "Error: A rejection reason is required." TO WS-ERROR-TEXT
           PERFORM GET-REQUIRED-FIELD
           IF EOF EXIT PARAGRAPH END-IF
           MOVE WS-PROMPT-INPUT TO WS-REVIEW-REASON
       END-IF

       *> rewrite JOBS.DAT with the decision on the reviewed posting
       OPEN INPUT JOBS-FILE
       OPEN OUTPUT TEMP-JOBS-FILE
       IF JOBS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ JOBS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       MOVE JR-POSTER-USERNAME TO TMP-JR-POSTER-USERNAME
                       MOVE JR-TITLE           TO TMP-JR-TITLE
                       MOVE JR-DESCRIPTION     TO TMP-JR-DESCRIPTION
                       MOVE JR-EMPLOYER        TO TMP-JR-EMPLOYER
                       MOVE JR-LOCATION        TO TMP-JR-LOCATION
                       MOVE JR-SALARY          TO TMP-JR-SALARY
                       MOVE JR-STATUS          TO TMP-JR-STATUS
                       MOVE JR-JOB-ID          TO TMP-JR-JOB-ID
                       MOVE JR-POSTED-DATE     TO TMP-JR-POSTED-DATE
                       MOVE JR-EMPLOYER-ID     TO TMP-JR-EMPLOYER-ID
                       MOVE JR-DEADLINE        TO TMP-JR-DEADLINE
                       MOVE JR-REVIEW-STATUS   TO TMP-JR-REVIEW-STATUS
                       IF JR-JOB-ID = WS-ADMIN-POSTING-ID
                           IF FUNCTION TRIM(WS-REVIEW-DECISION) = "Approve"
                               MOVE "APPROVED" TO TMP-JR-REVIEW-STATUS
                           ELSE
                               MOVE "REJECTED" TO TMP-JR-REVIEW-STATUS
                           END-IF
                       END-IF
                       WRITE TMP-JOB-RECORD
               END-READ
           END-PERFORM
       END-IF
       CLOSE JOBS-FILE
       CLOSE TEMP-JOBS-FILE

       PERFORM REWRITE-JOBS-FROM-TEMP

       MOVE SPACES TO WS-NOTIFY-TEXT
       MOVE WS-NOTIFY-USERNAME TO WS-AUDIT-USERNAME
       MOVE SPACES TO WS-AUDIT-DETAIL
       IF FUNCTION TRIM(WS-REVIEW-DECISION) = "Approve"
           STRING "Your posting was approved and is now listed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REVIEW-TITLE) DELIMITED BY SIZE
                  INTO WS-NOTIFY-TEXT
           END-STRING
           MOVE "POSTING-APPROVED" TO WS-AUDIT-EVENT
           STRING "posting #" WS-ADMIN-POSTING-ID
                  " approved by " DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL
           END-STRING
       ELSE
           STRING "Your posting was not approved: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REVIEW-TITLE) DELIMITED BY SIZE
                  " - Reason: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REVIEW-REASON) DELIMITED BY SIZE
                  INTO WS-NOTIFY-TEXT
           END-STRING
           MOVE "POSTING-REJECTED" TO WS-AUDIT-EVENT
           STRING "posting #" WS-ADMIN-POSTING-ID
                  " rejected by " DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REVIEW-REASON) DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL
           END-STRING
       END-IF
       PERFORM RECORD-NOTIFICATION
       PERFORM RECORD-AUDIT-EVENT

       IF FUNCTION TRIM(WS-REVIEW-DECISION) = "Approve"
           MOVE "Posting approved and now listed." TO OUTPUT-LINE
       ELSE
           MOVE "Posting rejected; the poster has been notified." TO OUTPUT-LINE
       END-IF
       PERFORM WRITE-AND-DISPLAY.

ADMIN-MODERATION-QUEUE.
       *> the moderation queue: lists the open report-abuse flags with
       *> how often the item and its owner have been reported, and
       *> takes a decision on one at a time until the admin goes back
       PERFORM UNTIL EOF
           PERFORM LOAD-MODERATION-FLAGS
           PERFORM ADMIN-LIST-OPEN-FLAGS
           IF WS-FLAG-OPEN-COUNT = 0
               EXIT PERFORM
           END-IF

           MOVE "Enter the report number to review (or Go Back):" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-ADMIN-INPUT
           END-READ
           IF EOF OR FUNCTION TRIM(WS-ADMIN-INPUT) = "Go Back"
               EXIT PERFORM
           END-IF

           IF FUNCTION TRIM(WS-ADMIN-INPUT) IS NOT NUMERIC
               MOVE "Error: Report number must be a number." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           ELSE
               MOVE WS-ADMIN-INPUT TO WS-FLAG-SELECTED-ID
               PERFORM ADMIN-REVIEW-ONE-FLAG
           END-IF
       END-PERFORM.

LOAD-MODERATION-FLAGS.
       *> fills the in-memory flag table from MODERATION_FLAGS.DAT
       MOVE 0 TO WS-FLAG-COUNT
       OPEN INPUT MODERATION-FLAGS-FILE
       IF MODERATION-FLAGS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ MODERATION-FLAGS-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF WS-FLAG-COUNT < 999
                           ADD 1 TO WS-FLAG-COUNT
                           MOVE FL-ID       TO WS-FLAG-TBL-ID(WS-FLAG-COUNT)
                           MOVE FL-KIND     TO WS-FLAG-TBL-KIND(WS-FLAG-COUNT)
                           MOVE FL-ITEM-KEY TO WS-FLAG-TBL-KEY(WS-FLAG-COUNT)
                           MOVE FL-OWNER    TO WS-FLAG-TBL-OWNER(WS-FLAG-COUNT)
                           MOVE FL-STATUS   TO WS-FLAG-TBL-STATUS(WS-FLAG-COUNT)
                           MOVE FL-REPORTER TO WS-FLAG-TBL-REPORTER(WS-FLAG-COUNT)
                           MOVE FL-REASON   TO WS-FLAG-TBL-REASON(WS-FLAG-COUNT)
                           MOVE FL-DATE     TO WS-FLAG-TBL-DATE(WS-FLAG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MODERATION-FLAGS-FILE.

ADMIN-LIST-OPEN-FLAGS.
       *> every open flag, followed by how many reports the same item
       *> has drawn and how many (and how many upheld) its owner has
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "=== MODERATION QUEUE ===" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       MOVE 0 TO WS-FLAG-OPEN-COUNT
       PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
           IF FUNCTION TRIM(WS-FLAG-TBL-STATUS(WS-FLAG-IDX)) = "open"
               ADD 1 TO WS-FLAG-OPEN-COUNT
               PERFORM COUNT-FLAGS-FOR-ENTRY

               MOVE SPACES TO OUTPUT-LINE
               STRING "#" WS-FLAG-TBL-ID(WS-FLAG-IDX) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FLAG-TBL-KIND(WS-FLAG-IDX)) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FLAG-TBL-KEY(WS-FLAG-IDX)) DELIMITED BY SIZE
                      " | owner: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FLAG-TBL-OWNER(WS-FLAG-IDX)) DELIMITED BY SIZE
                      " | reason: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FLAG-TBL-REASON(WS-FLAG-IDX)) DELIMITED BY SIZE
                      " | reported by " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FLAG-TBL-REPORTER(WS-FLAG-IDX)) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      WS-FLAG-TBL-DATE(WS-FLAG-IDX) DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY

               MOVE SPACES TO OUTPUT-LINE
               STRING "    reports on this item: " WS-FLAG-ITEM-REPORTS
                      " | reports against owner: " WS-FLAG-OWNER-REPORTS
                      " | upheld against owner: " WS-FLAG-OWNER-UPHELD
                      DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY
           END-IF
       END-PERFORM

       IF WS-FLAG-OPEN-COUNT = 0
           MOVE "No open reports." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
       END-IF.

COUNT-FLAGS-FOR-ENTRY.
       *> report counts for the flag table entry at WS-FLAG-IDX: all
       *> reports on the same item, and all / upheld ones on its owner
       MOVE 0 TO WS-FLAG-ITEM-REPORTS
       MOVE 0 TO WS-FLAG-OWNER-REPORTS
       MOVE 0 TO WS-FLAG-OWNER-UPHELD
       PERFORM VARYING WS-FLAG-CMP-IDX FROM 1 BY 1
               UNTIL WS-FLAG-CMP-IDX > WS-FLAG-COUNT
           IF WS-FLAG-TBL-KIND(WS-FLAG-CMP-IDX) = WS-FLAG-TBL-KIND(WS-FLAG-IDX) AND
              WS-FLAG-TBL-KEY(WS-FLAG-CMP-IDX) = WS-FLAG-TBL-KEY(WS-FLAG-IDX)
               ADD 1 TO WS-FLAG-ITEM-REPORTS
           END-IF
           IF WS-FLAG-TBL-OWNER(WS-FLAG-CMP-IDX) = WS-FLAG-TBL-OWNER(WS-FLAG-IDX)
               ADD 1 TO WS-FLAG-OWNER-REPORTS
               IF FUNCTION TRIM(WS-FLAG-TBL-STATUS(WS-FLAG-CMP-IDX)) = "actioned"
                   ADD 1 TO WS-FLAG-OWNER-UPHELD
               END-IF
           END-IF
       END-PERFORM.

ADMIN-REVIEW-ONE-FLAG.
       *> shows open flag WS-FLAG-SELECTED-ID with the content the
       *> reporter saw, then dismisses it or acts on the item; every
       *> open flag on the same item is settled the same way
       MOVE 'N' TO WS-FLAG-FOUND
       OPEN INPUT MODERATION-FLAGS-FILE
       IF MODERATION-FLAGS-STATUS = "00"
           MOVE WS-FLAG-SELECTED-ID TO FL-ID
           READ MODERATION-FLAGS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TRIM(FL-STATUS) = "open"
                       MOVE 'Y' TO WS-FLAG-FOUND
                   END-IF
           END-READ
       END-IF
       CLOSE MODERATION-FLAGS-FILE

       IF WS-FLAG-FOUND = 'N'
           MOVE "Error: No open report found with that number." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE FL-KIND TO WS-FLAG-KIND
       MOVE FL-ITEM-KEY TO WS-FLAG-KEY
       MOVE FL-OWNER TO WS-FLAG-OWNER

       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       STRING "Reported " DELIMITED BY SIZE
              FUNCTION TRIM(FL-KIND) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(FL-ITEM-KEY) DELIMITED BY SIZE
              " (owner: " DELIMITED BY SIZE
              FUNCTION TRIM(FL-OWNER) DELIMITED BY SIZE
              ") for " DELIMITED BY SIZE
              FUNCTION TRIM(FL-REASON) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       STRING "Content as shown: " DELIMITED BY SIZE
              FUNCTION TRIM(FL-CONTENT) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       EVALUATE FUNCTION TRIM(WS-FLAG-KIND)
           WHEN "message"
               MOVE "Take Action removes the message." TO OUTPUT-LINE
           WHEN "profile"
               MOVE "Take Action disables the account." TO OUTPUT-LINE
           WHEN OTHER
               MOVE "Take Action force-closes the posting." TO OUTPUT-LINE
       END-EVALUATE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Enter Dismiss or Take Action:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-FLAG-CHOICE
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       EVALUATE FUNCTION TRIM(WS-FLAG-CHOICE)
           WHEN "Dismiss"
               MOVE "dismissed" TO WS-FLAG-OUTCOME
           WHEN "Take Action"
               MOVE "actioned" TO WS-FLAG-OUTCOME
           WHEN OTHER
               MOVE "Error: Decision must be 'Dismiss' or 'Take Action'." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               EXIT PARAGRAPH
       END-EVALUATE

       IF FUNCTION TRIM(WS-FLAG-OUTCOME) = "actioned"
           EVALUATE FUNCTION TRIM(WS-FLAG-KIND)
               WHEN "message"
                   PERFORM ADMIN-REMOVE-FLAGGED-MESSAGE
               WHEN "profile"
                   IF FUNCTION TRIM(WS-FLAG-OWNER) = FUNCTION TRIM(USERNAME)
                       MOVE "Error: You cannot disable your own account." TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-FLAG-OWNER TO WS-ADMIN-TARGET
                   MOVE "disabled" TO WS-ADMIN-INPUT
                   PERFORM ADMIN-APPLY-ACCOUNT-STATUS
               WHEN OTHER
                   MOVE WS-FLAG-KEY TO WS-ADMIN-POSTING-ID
                   PERFORM ADMIN-CLOSE-POSTING-BY-ID
           END-EVALUATE
           *> each action reports its own error; when the item could
           *> not be found nothing was done, so the reports stay open
           IF WS-ADMIN-FOUND = 'N'
               MOVE "No action was taken; the report has been left open." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
       END-IF

       PERFORM SETTLE-ITEM-FLAGS

       IF FUNCTION TRIM(WS-FLAG-OUTCOME) = "actioned"
           MOVE "REPORT-ACTIONED" TO WS-AUDIT-EVENT
       ELSE
           MOVE "REPORT-DISMISSED" TO WS-AUDIT-EVENT
       END-IF
       MOVE WS-FLAG-OWNER TO WS-AUDIT-USERNAME
       MOVE SPACES TO WS-AUDIT-DETAIL
       STRING FUNCTION TRIM(WS-FLAG-KIND) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLAG-KEY) DELIMITED BY SIZE
              " settled by " DELIMITED BY SIZE
              FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
              INTO WS-AUDIT-DETAIL
       END-STRING
       PERFORM RECORD-AUDIT-EVENT

       IF FUNCTION TRIM(WS-FLAG-OUTCOME) = "actioned"
           MOVE "Report upheld; the reporters have been notified." TO OUTPUT-LINE
       ELSE
           MOVE "Report dismissed; the reporters have been notified." TO OUTPUT-LINE
       END-IF
       PERFORM WRITE-AND-DISPLAY.

ADMIN-REMOVE-FLAGGED-MESSAGE.
       *> deletes message WS-FLAG-KEY from the keyed messages file
       MOVE 'N' TO WS-ADMIN-FOUND
       OPEN I-O MESSAGES-FILE
       IF MESSAGES-STATUS = "00"
           MOVE WS-FLAG-KEY TO MSG-ID
           DELETE MESSAGES-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ADMIN-FOUND
           END-DELETE
       END-IF
       CLOSE MESSAGES-FILE

       IF WS-ADMIN-FOUND = 'N'
           MOVE "Error: No message found with that number; it may already have been removed."
               TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE "MESSAGE-REMOVED" TO WS-AUDIT-EVENT
       MOVE WS-FLAG-OWNER TO WS-AUDIT-USERNAME
       MOVE SPACES TO WS-AUDIT-DETAIL
       STRING "message " DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLAG-KEY) DELIMITED BY SIZE
              " removed by " DELIMITED BY SIZE
              FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
              INTO WS-AUDIT-DETAIL
       END-STRING
       PERFORM RECORD-AUDIT-EVENT

       MOVE "Message removed." TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY.

SETTLE-ITEM-FLAGS.
       *> marks every open flag on WS-FLAG-KIND / WS-FLAG-KEY with
       *> WS-FLAG-OUTCOME and tells each reporter how it was settled
       OPEN I-O MODERATION-FLAGS-FILE
       IF MODERATION-FLAGS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ MODERATION-FLAGS-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(FL-KIND) = FUNCTION TRIM(WS-FLAG-KIND) AND
                          FUNCTION TRIM(FL-ITEM-KEY) = FUNCTION TRIM(WS-FLAG-KEY) AND
                          FUNCTION TRIM(FL-STATUS) = "open"
                           MOVE WS-FLAG-OUTCOME TO FL-STATUS
                           REWRITE MODERATION-FLAG-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                           MOVE FL-REPORTER TO WS-NOTIFY-USERNAME
                           MOVE SPACES TO WS-NOTIFY-TEXT
                           IF FUNCTION TRIM(WS-FLAG-OUTCOME) = "actioned"
                               STRING "Your report on a " DELIMITED BY SIZE
                                      FUNCTION TRIM(FL-KIND) DELIMITED BY SIZE
                                      " was reviewed and action has been taken." DELIMITED BY SIZE
                                      INTO WS-NOTIFY-TEXT
                               END-STRING
                           ELSE
                               STRING "Your report on a " DELIMITED BY SIZE
                                      FUNCTION TRIM(FL-KIND) DELIMITED BY SIZE
                                      " was reviewed; no action was needed." DELIMITED BY SIZE
                                      INTO WS-NOTIFY-TEXT
                               END-STRING
                           END-IF
                           PERFORM RECORD-NOTIFICATION
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MODERATION-FLAGS-FILE.

ADMIN-CREATE-EVENT.
       *> career-services staff post the career fairs, info sessions
       *> and employer visits onto the events board
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "--- Create Event ---" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       MOVE "Enter Event Name:" TO WS-PROMPT-TEXT
       MOVE "Error: Event Name is required." TO WS-ERROR-TEXT
       PERFORM GET-REQUIRED-FIELD
       IF EOF EXIT PARAGRAPH END-IF
       MOVE WS-PROMPT-INPUT TO WS-EV-NAME

       MOVE SPACES TO WS-EV-DATE-TEXT
       PERFORM UNTIL (WS-EV-DATE-TEXT IS NUMERIC) OR EOF
           MOVE "Enter Event Date (YYYYMMDD):" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-EV-DATE-TEXT
           END-READ
           IF NOT EOF AND WS-EV-DATE-TEXT IS NOT NUMERIC
               MOVE "Error: Event Date must be 8 digits (YYYYMMDD)." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           END-IF
       END-PERFORM
       IF EOF EXIT PARAGRAPH END-IF

       PERFORM GET-NEXT-EVENT-ID
       MOVE WS-NEW-EVENT-ID TO EV-ID
       MOVE WS-EV-NAME      TO EV-NAME
       MOVE WS-EV-DATE-TEXT TO EV-DATE

       MOVE "Enter Event Location:" TO WS-PROMPT-TEXT
       MOVE "Error: Event Location is required." TO WS-ERROR-TEXT
       PERFORM GET-REQUIRED-FIELD
       IF EOF EXIT PARAGRAPH END-IF
       MOVE WS-PROMPT-INPUT TO EV-LOCATION

       MOVE "Enter Event Description (optional, max 200 chars, blank to skip):" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO EV-DESCRIPTION
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       MOVE FUNCTION TRIM(USERNAME) TO EV-ORGANIZER

       *> open file for appending (create if doesn't exist)
       OPEN EXTEND EVENTS-FILE
       IF EVENTS-STATUS = "35" *> File not found
           OPEN OUTPUT EVENTS-FILE
       ELSE
           CLOSE EVENTS-FILE
           OPEN EXTEND EVENTS-FILE
       END-IF

       WRITE EVENT-RECORD
       CLOSE EVENTS-FILE

       MOVE "EVENT-CREATED" TO WS-AUDIT-EVENT
       MOVE USERNAME TO WS-AUDIT-USERNAME
       MOVE SPACES TO WS-AUDIT-DETAIL
       STRING "event: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-EV-NAME) DELIMITED BY SIZE
              INTO WS-AUDIT-DETAIL
       END-STRING
       PERFORM RECORD-AUDIT-EVENT

       MOVE SPACES TO OUTPUT-LINE
       STRING "Event created: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-EV-NAME) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

GET-NEXT-EVENT-ID.
       *> hands out the next event number from EVENT_SEQUENCE.DAT
       *> (seeding it from the highest number already in EVENTS.DAT)
       MOVE 0 TO WS-LAST-EVENT-ID
       OPEN INPUT EVENT-SEQUENCE-FILE
       IF EVENT-SEQUENCE-STATUS = "00"
           READ EVENT-SEQUENCE-FILE
               AT END CONTINUE
               NOT AT END MOVE VS-LAST-ID TO WS-LAST-EVENT-ID
           END-READ
           CLOSE EVENT-SEQUENCE-FILE
       ELSE
           CLOSE EVENT-SEQUENCE-FILE
           OPEN INPUT EVENTS-FILE
           IF EVENTS-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ EVENTS-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           IF EV-ID IS NUMERIC AND EV-ID > WS-LAST-EVENT-ID
                               MOVE EV-ID TO WS-LAST-EVENT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EVENTS-FILE
       END-IF

       COMPUTE WS-NEW-EVENT-ID = WS-LAST-EVENT-ID + 1

       MOVE WS-NEW-EVENT-ID TO VS-LAST-ID
       OPEN OUTPUT EVENT-SEQUENCE-FILE
       WRITE EVENT-SEQUENCE-RECORD
       CLOSE EVENT-SEQUENCE-FILE.

UPCOMING-EVENTS.
       *> every student's view of the events board: events dated today
       *> or later, with RSVP counts so organizers can size rooms
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "=== Upcoming Events ===" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-STAMP

       MOVE 0 TO WS-EV-LIST-COUNT
       OPEN INPUT EVENTS-FILE
       IF EVENTS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ EVENTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF EV-DATE >= WS-DATE-STAMP AND
                          WS-EV-LIST-COUNT < 200
                           ADD 1 TO WS-EV-LIST-COUNT
                           MOVE EV-ID TO WS-EV-MAP(WS-EV-LIST-COUNT)
                           PERFORM COUNT-RSVPS-FOR-CURRENT-EVENT
                           MOVE WS-EV-LIST-COUNT TO WS-LIST-INDEX-TEXT
                           MOVE SPACES TO OUTPUT-LINE
                           STRING "[" DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-LIST-INDEX-TEXT) DELIMITED BY SIZE
                                  "] " DELIMITED BY SIZE
                                  FUNCTION TRIM(EV-NAME) DELIMITED BY SIZE
                                  " | " DELIMITED BY SIZE
                                  FUNCTION TRIM(EV-DATE) DELIMITED BY SIZE
                                  " | " DELIMITED BY SIZE
                                  FUNCTION TRIM(EV-LOCATION) DELIMITED BY SIZE
                                  " | RSVPs: " DELIMITED BY SIZE
                                  WS-EV-RSVP-COUNT DELIMITED BY SIZE
                                  INTO OUTPUT-LINE
                           END-STRING
                           PERFORM WRITE-AND-DISPLAY
                           IF FUNCTION TRIM(EV-DESCRIPTION) NOT = SPACE
                               MOVE SPACES TO OUTPUT-LINE
                               STRING "    " DELIMITED BY SIZE
                                      FUNCTION TRIM(EV-DESCRIPTION) DELIMITED BY SIZE
                                      INTO OUTPUT-LINE
                               END-STRING
                               PERFORM WRITE-AND-DISPLAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE EVENTS-FILE

       IF WS-EV-LIST-COUNT = 0
           MOVE "No upcoming events." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Enter event number to RSVP (or 'Back' to return):" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-EV-CHOICE
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EV-CHOICE)) = "BACK"
           EXIT PARAGRAPH
       END-IF

       MOVE WS-EV-CHOICE TO WS-EV-SELECTED
       IF WS-EV-SELECTED <= 0 OR WS-EV-SELECTED > WS-EV-LIST-COUNT
           MOVE "Error: Invalid event number." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       PERFORM RSVP-TO-EVENT.

COUNT-RSVPS-FOR-CURRENT-EVENT.
       *> counts RSVP rows carrying the event number in EV-ID
       MOVE 0 TO WS-EV-RSVP-COUNT
       OPEN INPUT EVENT-RSVPS-FILE
       IF EVENT-RSVPS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ EVENT-RSVPS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ER-EVENT-ID = EV-ID
                           ADD 1 TO WS-EV-RSVP-COUNT
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE EVENT-RSVPS-FILE.

RSVP-TO-EVENT.
       *> records one RSVP for the WS-EV-SELECTEDth listed event,
       *> one per person per event
       MOVE 'N' TO WS-EV-ALREADY
       OPEN INPUT EVENT-RSVPS-FILE
       IF EVENT-RSVPS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ EVENT-RSVPS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ER-EVENT-ID = WS-EV-MAP(WS-EV-SELECTED) AND
                          FUNCTION TRIM(ER-USERNAME) = FUNCTION TRIM(USERNAME)
                           MOVE 'Y' TO WS-EV-ALREADY
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE EVENT-RSVPS-FILE

       IF WS-EV-ALREADY = 'Y'
           MOVE "You have already RSVP'd to this event." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE WS-EV-MAP(WS-EV-SELECTED) TO ER-EVENT-ID
       MOVE FUNCTION TRIM(USERNAME) TO ER-USERNAME
       MOVE 'N' TO ER-REMINDED
       MOVE 'N' TO ER-DIGESTED

       *> open file for appending (create if doesn't exist)
       OPEN EXTEND EVENT-RSVPS-FILE
       IF EVENT-RSVPS-STATUS = "35" *> File not found
           OPEN OUTPUT EVENT-RSVPS-FILE
       ELSE
           CLOSE EVENT-RSVPS-FILE
           OPEN EXTEND EVENT-RSVPS-FILE
       END-IF

       WRITE EVENT-RSVP-RECORD
       CLOSE EVENT-RSVPS-FILE

       MOVE "Your RSVP has been recorded." TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY.

SEND-EVENT-REMINDERS.
       *> login reminder: for each of the user's RSVPs not yet
       *> reminded, drop a notification when the event is within
       *> WS-EVENT-REMINDER-DAYS, then mark the RSVP reminded so the
       *> nudge only fires once
       MOVE 0 TO WS-EV-LIST-COUNT
       OPEN INPUT EVENT-RSVPS-FILE
       IF EVENT-RSVPS-STATUS NOT = "00"
           CLOSE EVENT-RSVPS-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
           READ EVENT-RSVPS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   IF FUNCTION TRIM(ER-USERNAME) = FUNCTION TRIM(USERNAME) AND
                      ER-REMINDED NOT = 'Y' AND
                      WS-EV-LIST-COUNT < 200
                       ADD 1 TO WS-EV-LIST-COUNT
                       MOVE ER-EVENT-ID TO WS-EV-MAP(WS-EV-LIST-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EVENT-RSVPS-FILE

       IF WS-EV-LIST-COUNT = 0
           EXIT PARAGRAPH
       END-IF

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-STAMP
       MOVE WS-DATE-STAMP TO WS-POSTED-DATE-NUM
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-POSTED-DATE-NUM)

       *> keep only the candidates whose event is actually near,
       *> recording the notification as each one qualifies
       MOVE 0 TO WS-EV-REMIND-COUNT
       PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-LIST-COUNT
           MOVE 'N' TO WS-EV-FOUND
           OPEN INPUT EVENTS-FILE
           IF EVENTS-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ EVENTS-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           IF EV-ID = WS-EV-MAP(WS-EV-IDX)
                               MOVE 'Y' TO WS-EV-FOUND
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EVENTS-FILE

           IF WS-EV-FOUND = 'Y' AND EV-DATE IS NUMERIC
               MOVE EV-DATE TO WS-POSTED-DATE-NUM
               COMPUTE WS-POSTED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-POSTED-DATE-NUM)
               IF WS-POSTED-INT >= WS-TODAY-INT
                   COMPUTE WS-EV-DAYS-AWAY = WS-POSTED-INT - WS-TODAY-INT
                   IF WS-EV-DAYS-AWAY <= WS-EVENT-REMINDER-DAYS
                       MOVE FUNCTION TRIM(USERNAME) TO WS-NOTIFY-USERNAME
                       MOVE SPACES TO WS-NOTIFY-TEXT
                       STRING "Reminder: " DELIMITED BY SIZE
                              FUNCTION TRIM(EV-NAME) DELIMITED BY SIZE
                              " on " DELIMITED BY SIZE
                              FUNCTION TRIM(EV-DATE) DELIMITED BY SIZE
                              " at " DELIMITED BY SIZE
                              FUNCTION TRIM(EV-LOCATION) DELIMITED BY SIZE
                              INTO WS-NOTIFY-TEXT
                       END-STRING
                       PERFORM RECORD-NOTIFICATION
                       ADD 1 TO WS-EV-REMIND-COUNT
                       MOVE WS-EV-MAP(WS-EV-IDX)
                           TO WS-EV-MAP(WS-EV-REMIND-COUNT)
                   END-IF
               END-IF
           END-IF
       END-PERFORM

       IF WS-EV-REMIND-COUNT = 0
           EXIT PARAGRAPH
       END-IF

       *> flip the reminded flag on the RSVPs just notified
       OPEN INPUT EVENT-RSVPS-FILE
       OPEN OUTPUT TEMP-EVENT-RSVPS-FILE
       IF EVENT-RSVPS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ EVENT-RSVPS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       MOVE EVENT-RSVP-RECORD TO TMP-EVENT-RSVP-RECORD
                       IF FUNCTION TRIM(ER-USERNAME) = FUNCTION TRIM(USERNAME)
                           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                                   UNTIL WS-EV-IDX > WS-EV-REMIND-COUNT
                               IF ER-EVENT-ID = WS-EV-MAP(WS-EV-IDX)
                                   MOVE 'Y' TO TMP-ER-REMINDED
                               END-IF
                           END-PERFORM
                       END-IF
                       WRITE TMP-EVENT-RSVP-RECORD
               END-READ
           END-PERFORM
       END-IF
       CLOSE EVENT-RSVPS-FILE
       CLOSE TEMP-EVENT-RSVPS-FILE

       OPEN INPUT TEMP-EVENT-RSVPS-FILE
       OPEN OUTPUT EVENT-RSVPS-FILE
       PERFORM UNTIL 1 = 2
           READ TEMP-EVENT-RSVPS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   MOVE TMP-EVENT-RSVP-RECORD TO EVENT-RSVP-RECORD
                   WRITE EVENT-RSVP-RECORD
           END-READ
       END-PERFORM
       CLOSE EVENT-RSVPS-FILE
       CLOSE TEMP-EVENT-RSVPS-FILE.

REMOVE-CURRENT-RSVPS.
       *> rewrite EVENT_RSVPS.DAT without the user's rows
       OPEN INPUT EVENT-RSVPS-FILE
       IF EVENT-RSVPS-STATUS NOT = "00"
           CLOSE EVENT-RSVPS-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT TEMP-EVENT-RSVPS-FILE
       PERFORM UNTIL 1 = 2
           READ EVENT-RSVPS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   IF FUNCTION TRIM(ER-USERNAME) NOT = FUNCTION TRIM(USERNAME)
                       MOVE EVENT-RSVP-RECORD TO TMP-EVENT-RSVP-RECORD
                       WRITE TMP-EVENT-RSVP-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EVENT-RSVPS-FILE
       CLOSE TEMP-EVENT-RSVPS-FILE

       OPEN INPUT TEMP-EVENT-RSVPS-FILE
       OPEN OUTPUT EVENT-RSVPS-FILE
       PERFORM UNTIL 1 = 2
           READ TEMP-EVENT-RSVPS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   MOVE TMP-EVENT-RSVP-RECORD TO EVENT-RSVP-RECORD
                   WRITE EVENT-RSVP-RECORD
           END-READ
       END-PERFORM
       CLOSE EVENT-RSVPS-FILE
       CLOSE TEMP-EVENT-RSVPS-FILE.

POST-LOGIN-MENU.
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       *> this paragraph is shown after a user successfully logs in.
       STRING "Welcome, " DELIMITED BY SIZE
              FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
              "!" DELIMITED BY SIZE
              INTO OUTPUT-LINE.
       PERFORM WRITE-AND-DISPLAY.

       *> This loop redisplays the menu after every action
       PERFORM UNTIL EOF
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY

           MOVE "Create/Edit My Profile" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "View My Profile" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Export My Profile" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Email Digest Settings" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Search for a job" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Find someone you know" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Learn a New Skill" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "View Pending Requests" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "View My Network" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "People You May Know" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Messages" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Upcoming Events" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Mentorship" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           PERFORM SET-CURRENT-USER-IS-ADMIN
           IF CURRENT-USER-IS-ADMIN
               MOVE "Admin Maintenance" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           END-IF
           MOVE "Deactivate My Account" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Log Out" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY

           MOVE "Enter your choice:" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY

           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO USER-ACTION
           END-READ

           IF NOT EOF
               EVALUATE USER-ACTION
                   WHEN "Create/Edit My Profile"
                       PERFORM CREATE-OR-EDIT-PROFILE
                   WHEN "View My Profile"
                       PERFORM VIEW-MY-PROFILE
                   WHEN "Export My Profile"
                       PERFORM EXPORT-MY-PROFILE
                   WHEN "Email Digest Settings"
                       PERFORM EMAIL-DIGEST-SETTINGS
                   WHEN "Search for a job"
                       PERFORM JOB-MENU
                   WHEN "Find someone you know"
                      PERFORM FIND-SOMEONE-YOU-KNOW
                   WHEN "Learn a New Skill"
                       PERFORM LEARN-A-SKILL-SUB-MENU
                   WHEN "View Pending Requests"
                       PERFORM GET-PENDING-CONNECTION-REQUESTS
                   WHEN "View My Network"
                       PERFORM VIEW-MY-NETWORK
                   WHEN "People You May Know"
                       PERFORM PEOPLE-YOU-MAY-KNOW
                   WHEN "Messages"
                       PERFORM MESSAGES-MENU
                   WHEN "Upcoming Events"
                       PERFORM UPCOMING-EVENTS
                   WHEN "Mentorship"
                       PERFORM MENTORSHIP-MENU
                   WHEN "Admin Maintenance"
                       PERFORM SET-CURRENT-USER-IS-ADMIN
                       IF CURRENT-USER-IS-ADMIN
                           PERFORM ADMIN-MAINTENANCE-MENU
                       ELSE
                           MOVE "Invalid choice. Please try again."
                               TO OUTPUT-LINE
                           PERFORM WRITE-AND-DISPLAY
                       END-IF
                   WHEN "Deactivate My Account"
                       PERFORM DEACTIVATE-MY-ACCOUNT
                       IF WS-DEACTIVATED = 'Y'
                           MOVE 'N' TO WS-DEACTIVATED
                           MOVE SPACES TO OUTPUT-LINE
                           PERFORM WRITE-AND-DISPLAY
                           PERFORM MAIN-MENU-DISPLAY
                           EXIT PERFORM
                       END-IF
                   WHEN "Log Out"
                       MOVE SPACES TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                       PERFORM MAIN-MENU-DISPLAY
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
               END-EVALUATE
           END-IF
       END-PERFORM.
       MOVE SPACES TO USER-ACTION. *> reset for next main loop

LEARN-A-SKILL-SUB-MENU.
       *> this is the sub-menu for learning skills.
      PERFORM UNTIL USER-ACTION = "Go Back" OR EOF
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Learn a New Skill:" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Resume Writing" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Agile and Scrum Basics" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Git and GitHub Fundamentals" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Cloud Fundamentals" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Networking Basics" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Go Back" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Enter your choice:" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY

           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO USER-ACTION
           END-READ

           IF NOT EOF
               EVALUATE USER-ACTION
                   WHEN "Resume Writing"
                   WHEN "Agile and Scrum Basics"
                   WHEN "Git and GitHub Fundamentals"
                   WHEN "Cloud Fundamentals"
                   WHEN "Networking Basics"
                       MOVE USER-ACTION TO WS-CURRENT-SKILL-NAME
                       PERFORM RECORD-SKILL-COMPLETION
                   WHEN "Go Back"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Error: Skill does not exist. Please try again." TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
               END-EVALUATE
           END-IF
      END-PERFORM.

RECORD-SKILL-COMPLETION.
       *> marks WS-CURRENT-SKILL-NAME complete for the logged-in user,
       *> unless they already completed it previously
       MOVE 'N' TO WS-SKILL-ALREADY-DONE
       OPEN INPUT SKILL-COMPLETIONS-FILE
       IF SKILL-COMPLETIONS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ SKILL-COMPLETIONS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(SC-USERNAME) = FUNCTION TRIM(USERNAME) AND
                          FUNCTION TRIM(SC-SKILL-NAME) = FUNCTION TRIM(WS-CURRENT-SKILL-NAME)
                           MOVE 'Y' TO WS-SKILL-ALREADY-DONE
                           EXIT PERFORM
                       END-IF
           END-READ
           END-PERFORM
       END-IF
       CLOSE SKILL-COMPLETIONS-FILE

       IF SKILL-ALREADY-DONE
           MOVE SPACES TO OUTPUT-LINE
           STRING "You have already completed " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SKILL-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE FUNCTION TRIM(USERNAME) TO SC-USERNAME
       MOVE WS-CURRENT-SKILL-NAME TO SC-SKILL-NAME

       OPEN EXTEND SKILL-COMPLETIONS-FILE
       IF SKILL-COMPLETIONS-STATUS = "35" *> File not found
           OPEN OUTPUT SKILL-COMPLETIONS-FILE
       ELSE
           CLOSE SKILL-COMPLETIONS-FILE
           OPEN EXTEND SKILL-COMPLETIONS-FILE
       END-IF

       WRITE SKILL-COMPLETION-RECORD
       CLOSE SKILL-COMPLETIONS-FILE

       MOVE SPACES TO OUTPUT-LINE
       STRING "Skill completed: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CURRENT-SKILL-NAME) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

CREATE-OR-EDIT-PROFILE.
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "--- Create/Edit Profile ---" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       *> checkpoint/restart: see if an earlier session for this user
       *> was interrupted partway through, and offer to pick up there
       MOVE SPACES TO WS-DRAFT-STAGE
       MOVE 0 TO WS-EXP-COUNT
       MOVE 0 TO WS-EDU-COUNT
       MOVE 0 TO WS-SKILL-COUNT
       PERFORM LOAD-PROFILE-DRAFT
       IF DRAFT-FOUND
           MOVE "An earlier profile entry for this account was interrupted before it finished." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Resume Previous Entry" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Start New Entry" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Enter your choice:" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY

           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-DRAFT-CHOICE
           END-READ
           IF EOF EXIT PARAGRAPH END-IF

           IF FUNCTION TRIM(WS-DRAFT-CHOICE) = "Start New Entry"
               PERFORM DELETE-PROFILE-DRAFT
               MOVE SPACES TO WS-DRAFT-STAGE
               MOVE 0 TO WS-EXP-COUNT
               MOVE 0 TO WS-EDU-COUNT
               MOVE 0 TO WS-SKILL-COUNT
           END-IF
       END-IF

       IF WS-DRAFT-STAGE = SPACES
           *> First Name (Required)
           MOVE "Enter First Name:" TO WS-PROMPT-TEXT
           MOVE "Error: First Name is required." TO WS-ERROR-TEXT
           PERFORM GET-REQUIRED-FIELD
           IF EOF EXIT PARAGRAPH END-IF
           MOVE WS-PROMPT-INPUT TO WS-FIRST-NAME

           *> Last Name (Required)
           MOVE "Enter Last Name:" TO WS-PROMPT-TEXT
           MOVE "Error: Last Name is required." TO WS-ERROR-TEXT
           PERFORM GET-REQUIRED-FIELD
           IF EOF EXIT PARAGRAPH END-IF
           MOVE WS-PROMPT-INPUT TO WS-LAST-NAME

           *> University (Required)
           MOVE "Enter University/College Attended:" TO WS-PROMPT-TEXT
           MOVE "Error: University/College is required." TO WS-ERROR-TEXT
           PERFORM GET-REQUIRED-FIELD
           IF EOF EXIT PARAGRAPH END-IF
           MOVE WS-PROMPT-INPUT TO WS-UNIVERSITY

           *> Major (Required)
           MOVE "Enter Major:" TO WS-PROMPT-TEXT
           MOVE "Error: Major is required." TO WS-ERROR-TEXT
           PERFORM GET-REQUIRED-FIELD
           IF EOF EXIT PARAGRAPH END-IF
           MOVE WS-PROMPT-INPUT TO WS-MAJOR

           *> Grad Year (Required, numeric 4-digits, reasonable range)
           MOVE SPACES TO WS-GRAD-YEAR-STR
           MOVE ZEROS  TO WS-GRAD-YEAR-NUM
           PERFORM UNTIL (WS-GRAD-YEAR-STR IS NUMERIC AND
                           FUNCTION LENGTH(WS-GRAD-YEAR-STR) = 4 AND
                           WS-GRAD-YEAR-NUM >= 1900 AND WS-GRAD-YEAR-NUM <= 2100)
                           OR EOF
               MOVE "Enter Graduation Year (YYYY):" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               READ INPUT-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-GRAD-YEAR-STR
               END-READ
               IF NOT EOF AND WS-GRAD-YEAR-STR IS NUMERIC AND
                 FUNCTION LENGTH(WS-GRAD-YEAR-STR) = 4
                   MOVE WS-GRAD-YEAR-STR TO WS-GRAD-YEAR-NUM
               END-IF
               IF NOT EOF AND NOT (WS-GRAD-YEAR-STR IS NUMERIC AND
                                   FUNCTION LENGTH(WS-GRAD-YEAR-STR) = 4)
                   MOVE "Error: Graduation Year must be a 4-digit number." TO OUTPUT-LINE
                   PERFORM WRITE-AND-DISPLAY
               ELSE
                   IF NOT EOF AND (WS-GRAD-YEAR-NUM < 1900 OR WS-GRAD-YEAR-NUM > 2100)
                       MOVE "Error: Graduation Year out of valid range (1900-2100)." TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                   END-IF
               END-IF
           END-PERFORM
           IF EOF EXIT PARAGRAPH END-IF
           *> About Me (Optional)
           MOVE "Enter About Me (optional, max 200 chars, enter blank line to skip):" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-ABOUT
           END-READ
           IF EOF EXIT PARAGRAPH END-IF

           MOVE "CORE" TO WS-DRAFT-STAGE
           PERFORM SAVE-PROFILE-DRAFT
       END-IF

       *> Experiences (Optional up to 3)
       IF WS-DRAFT-STAGE = "CORE"
           COMPUTE WS-EXP-START-INDEX = WS-EXP-COUNT + 1
           PERFORM VARYING I FROM WS-EXP-START-INDEX BY 1 UNTIL I > 3 OR EOF
               MOVE "Add Experience (optional, max 3 entries. Enter 'DONE' to finish):" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               MOVE I TO WS-INDEX-TEXT

               STRING "Experience #" WS-INDEX-TEXT " - Title:" INTO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY

               PERFORM UNTIL 1 = 2
                   READ INPUT-FILE
                       AT END SET EOF TO TRUE
                       NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-INPUT-LINE
                   END-READ
                   IF EOF EXIT PERFORM END-IF

                   IF FUNCTION TRIM(WS-INPUT-LINE) NOT = SPACE
                       EXIT PERFORM
                   ELSE
                       MOVE "Error: Title is required." TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                       STRING "Experience #" WS-INDEX-TEXT " - Title:" INTO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                   END-IF
               END-PERFORM
               IF EOF EXIT PERFORM END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-LINE)) = "DONE"
                   EXIT PERFORM
               END-IF

               ADD 1 TO WS-EXP-COUNT
               MOVE WS-INPUT-LINE TO WS-EXP-TITLE(WS-EXP-COUNT)

               STRING "Experience #" WS-INDEX-TEXT " - Company/Organization:" INTO WS-PROMPT-TEXT
               MOVE "Error: Company/Organization is required." TO WS-ERROR-TEXT
               PERFORM GET-REQUIRED-FIELD
               IF EOF EXIT PERFORM END-IF
               MOVE WS-PROMPT-INPUT TO WS-EXP-COMPANY(WS-EXP-COUNT)

               STRING "Experience #" WS-INDEX-TEXT " - Dates (e.g., Summer 2024):" INTO WS-PROMPT-TEXT
               MOVE "Error: Dates are required." TO WS-ERROR-TEXT
               PERFORM GET-REQUIRED-FIELD
               IF EOF EXIT PERFORM END-IF
               MOVE WS-PROMPT-INPUT TO WS-EXP-DATES(WS-EXP-COUNT)
               MOVE SPACES TO WS-PROMPT-TEXT

               STRING "Experience #" WS-INDEX-TEXT " - Description (optional, max 100 chars, blank to skip):" INTO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               READ INPUT-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-EXP-DESC(WS-EXP-COUNT)
               END-READ
               IF NOT EOF
                   PERFORM SAVE-PROFILE-DRAFT
               END-IF
               IF EOF EXIT PERFORM END-IF
           END-PERFORM
           IF EOF EXIT PARAGRAPH END-IF

           IF WS-EXP-COUNT = 3
               MOVE "The maximum number of experience entries have been inputted." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           END-IF

           MOVE "EXP" TO WS-DRAFT-STAGE
           PERFORM SAVE-PROFILE-DRAFT
       END-IF

       *> Education (Optional up to 3)
       IF WS-DRAFT-STAGE = "EXP"
           COMPUTE WS-EDU-START-INDEX = WS-EDU-COUNT + 1
           PERFORM VARYING I FROM WS-EDU-START-INDEX BY 1 UNTIL I > 3 OR EOF
               MOVE "Add Education (optional, max 3 entries. Enter 'DONE' to finish):" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               MOVE I TO WS-INDEX-TEXT

               STRING "Education #" WS-INDEX-TEXT " - Degree:" INTO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY

               PERFORM UNTIL 1 = 2
                   READ INPUT-FILE
                       AT END SET EOF TO TRUE
                       NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-INPUT-LINE
                   END-READ
                   IF EOF EXIT PERFORM END-IF

                   IF FUNCTION TRIM(WS-INPUT-LINE) NOT = SPACE
                       EXIT PERFORM
                   ELSE
                       MOVE "Error: Degree is required." TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                       STRING "Education #" WS-INDEX-TEXT " - Degree:" INTO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                   END-IF
               END-PERFORM
               IF EOF EXIT PERFORM END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-LINE)) = "DONE"
                   EXIT PERFORM
               END-IF

               ADD 1 TO WS-EDU-COUNT
               MOVE WS-INPUT-LINE TO WS-EDU-DEGREE(WS-EDU-COUNT)

               STRING "Education #" WS-INDEX-TEXT " - University/College:" INTO WS-PROMPT-TEXT
               MOVE "Error: University/College is required." TO WS-ERROR-TEXT
               PERFORM GET-REQUIRED-FIELD
               IF EOF EXIT PERFORM END-IF
               MOVE WS-PROMPT-INPUT TO WS-EDU-UNIV(WS-EDU-COUNT)

               STRING "Education #" WS-INDEX-TEXT " - Years Attended (e.g., 2023-2025):" INTO WS-PROMPT-TEXT
               MOVE "Error: Years Attended are required." TO WS-ERROR-TEXT
               PERFORM GET-REQUIRED-FIELD
               IF EOF EXIT PERFORM END-IF
               MOVE WS-PROMPT-INPUT TO WS-EDU-YEARS(WS-EDU-COUNT)

               PERFORM SAVE-PROFILE-DRAFT
           END-PERFORM
           IF EOF EXIT PARAGRAPH END-IF

           IF WS-EDU-COUNT = 3
               MOVE "The maximum number of education entries have been inputted." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           END-IF

           MOVE "EDU" TO WS-DRAFT-STAGE
           PERFORM SAVE-PROFILE-DRAFT
       END-IF

       *> Skills (Optional up to 3)
       IF WS-DRAFT-STAGE = "EDU"
           COMPUTE WS-SKILL-START-INDEX = WS-SKILL-COUNT + 1
           PERFORM VARYING I FROM WS-SKILL-START-INDEX BY 1 UNTIL I > 3 OR EOF
               MOVE "Add Skill (optional, max 3 entries. Enter 'DONE' to finish):" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               MOVE I TO WS-INDEX-TEXT

               STRING "Skill #" WS-INDEX-TEXT " - Name:" INTO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY

               PERFORM UNTIL 1 = 2
                   READ INPUT-FILE
                       AT END SET EOF TO TRUE
                       NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-INPUT-LINE
                   END-READ
                   IF EOF EXIT PERFORM END-IF

                   IF FUNCTION TRIM(WS-INPUT-LINE) NOT = SPACE
                       EXIT PERFORM
                   ELSE
                       MOVE "Error: Skill Name is required." TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                       STRING "Skill #" WS-INDEX-TEXT " - Name:" INTO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                   END-IF
               END-PERFORM
               IF EOF EXIT PERFORM END-IF

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-LINE)) = "DONE"
                   EXIT PERFORM
               END-IF

               ADD 1 TO WS-SKILL-COUNT
               MOVE WS-INPUT-LINE TO WS-SKILL-NAME(WS-SKILL-COUNT)

               STRING "Skill #" WS-INDEX-TEXT " - Proficiency (e.g., Beginner, Intermediate, Advanced):" INTO WS-PROMPT-TEXT
               MOVE "Error: Proficiency is required." TO WS-ERROR-TEXT
               PERFORM GET-REQUIRED-FIELD
               IF EOF EXIT PERFORM END-IF
               MOVE WS-PROMPT-INPUT TO WS-SKILL-LEVEL(WS-SKILL-COUNT)

               PERFORM SAVE-PROFILE-DRAFT
           END-PERFORM
           IF EOF EXIT PARAGRAPH END-IF

           IF WS-SKILL-COUNT = 3
               MOVE "The maximum number of skill entries have been inputted." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           END-IF
       END-IF

       *> Save profile
       PERFORM SAVE-CURRENT-PROFILE
       PERFORM DELETE-PROFILE-DRAFT
       MOVE "Profile saved successfully!" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY.

DISPLAY-PROFILE-CONTENT.
       *> Helper display function for VIEW-MY-PROFILE and DISPLAY-FOUND-PROFILE
       *> Personal Information Section
       MOVE "PERSONAL INFORMATION:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "--------------------------------------" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       MOVE SPACES TO OUTPUT-LINE
       STRING "First Name:       " DELIMITED BY SIZE
              FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       MOVE SPACES TO OUTPUT-LINE
       STRING "Last Name:        " DELIMITED BY SIZE
              FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       MOVE SPACES TO OUTPUT-LINE
       STRING "University:       " DELIMITED BY SIZE
              FUNCTION TRIM(PR-UNIVERSITY) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       MOVE SPACES TO OUTPUT-LINE
       STRING "Major:            " DELIMITED BY SIZE
              FUNCTION TRIM(PR-MAJOR) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       MOVE PR-GRAD-YEAR TO WS-GRAD-YEAR-STR
       MOVE SPACES TO OUTPUT-LINE
       STRING "Graduation Year:  " DELIMITED BY SIZE
              FUNCTION TRIM(WS-GRAD-YEAR-STR) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       IF FUNCTION TRIM(PR-ABOUT) NOT = SPACE
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "ABOUT ME:" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "--------------------------------------" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING FUNCTION TRIM(PR-ABOUT) DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
       END-IF

       *> Experience Section
       IF PR-EXP-COUNT > 0
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "EXPERIENCE:" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "--------------------------------------" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EXP-COUNT
               MOVE I TO WS-INDEX-TEXT
               MOVE SPACES TO OUTPUT-LINE
               STRING "Experience #" WS-INDEX-TEXT ":" DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY

               MOVE SPACES TO OUTPUT-LINE
               STRING "  Title:         " DELIMITED BY SIZE
                      FUNCTION TRIM(PR-EXP-TITLE(I)) DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY

               MOVE SPACES TO OUTPUT-LINE
               STRING "  Company:       " DELIMITED BY SIZE
                      FUNCTION TRIM(PR-EXP-COMPANY(I)) DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY

               MOVE SPACES TO OUTPUT-LINE
               STRING "  Dates:         " DELIMITED BY SIZE
                      FUNCTION TRIM(PR-EXP-DATES(I)) DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY

               IF FUNCTION TRIM(PR-EXP-DESC(I)) NOT = SPACE
                   MOVE SPACES TO OUTPUT-LINE
                   STRING "  Description:   " DELIMITED BY SIZE
                          FUNCTION TRIM(PR-EXP-DESC(I)) DELIMITED BY SIZE
                          INTO OUTPUT-LINE
                   END-STRING
                   PERFORM WRITE-AND-DISPLAY
               END-IF

               IF I < PR-EXP-COUNT
                   MOVE SPACES TO OUTPUT-LINE
                   PERFORM WRITE-AND-DISPLAY
               END-IF
           END-PERFORM
       END-IF

       *> Education Section
       IF PR-EDU-COUNT > 0
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "EDUCATION:" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "--------------------------------------" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EDU-COUNT
               MOVE I TO WS-INDEX-TEXT
               MOVE SPACES TO OUTPUT-LINE
               STRING "Education #" WS-INDEX-TEXT ":" DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY

               MOVE SPACES TO OUTPUT-LINE
               STRING "  Degree:        " DELIMITED BY SIZE
                      FUNCTION TRIM(PR-EDU-DEGREE(I)) DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY

               MOVE SPACES TO OUTPUT-LINE
               STRING "  University:    " DELIMITED BY SIZE
                      FUNCTION TRIM(PR-EDU-UNIV(I)) DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY

               MOVE SPACES TO OUTPUT-LINE
               STRING "  Years:         " DELIMITED BY SIZE
                      FUNCTION TRIM(PR-EDU-YEARS(I)) DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY

               IF I < PR-EDU-COUNT
                   MOVE SPACES TO OUTPUT-LINE
                   PERFORM WRITE-AND-DISPLAY
               END-IF
           END-PERFORM
       END-IF

       *> Skills Section
       IF PR-SKILL-COUNT > 0
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "SKILLS:" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "--------------------------------------" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-SKILL-COUNT
               MOVE PR-SKILL-NAME(I) TO WS-EN-SKILL-NAME
               PERFORM COUNT-SKILL-ENDORSEMENTS
               MOVE SPACES TO OUTPUT-LINE
               IF WS-EN-COUNT > 0
                   STRING "  - " DELIMITED BY SIZE
                          FUNCTION TRIM(PR-SKILL-NAME(I)) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(PR-SKILL-LEVEL(I)) DELIMITED BY SIZE
                          ") [" DELIMITED BY SIZE
                          WS-EN-COUNT DELIMITED BY SIZE
                          " endorsements]" DELIMITED BY SIZE
                          INTO OUTPUT-LINE
                   END-STRING
               ELSE
                   STRING "  - " DELIMITED BY SIZE
                          FUNCTION TRIM(PR-SKILL-NAME(I)) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(PR-SKILL-LEVEL(I)) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO OUTPUT-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-AND-DISPLAY
           END-PERFORM
       END-IF

       PERFORM DISPLAY-COMPLETED-SKILLS

       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "======================================" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY.

DISPLAY-COMPLETED-SKILLS.
       *> shows the "Learn a New Skill" modules PR-USERNAME has completed
       MOVE 0 TO WS-SKILL-DISPLAY-COUNT
       OPEN INPUT SKILL-COMPLETIONS-FILE
       IF SKILL-COMPLETIONS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ SKILL-COMPLETIONS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(SC-USERNAME) = FUNCTION TRIM(PR-USERNAME)
                           ADD 1 TO WS-SKILL-DISPLAY-COUNT
                           IF WS-SKILL-DISPLAY-COUNT = 1
                               MOVE SPACES TO OUTPUT-LINE
                               PERFORM WRITE-AND-DISPLAY
                               MOVE "COMPLETED SKILLS:" TO OUTPUT-LINE
                               PERFORM WRITE-AND-DISPLAY
                               MOVE "--------------------------------------" TO OUTPUT-LINE
                               PERFORM WRITE-AND-DISPLAY
                           END-IF
                           MOVE SPACES TO OUTPUT-LINE
                           STRING "  - " DELIMITED BY SIZE
                                  FUNCTION TRIM(SC-SKILL-NAME) DELIMITED BY SIZE
                                  INTO OUTPUT-LINE
                           END-STRING
                           PERFORM WRITE-AND-DISPLAY
                       END-IF
           END-READ
           END-PERFORM
       END-IF
       CLOSE SKILL-COMPLETIONS-FILE.

VIEW-MY-PROFILE.
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       *> Enhanced profile display with improved formatting for better readability
       MOVE "======================================" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "            YOUR PROFILE" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "======================================" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       PERFORM LOAD-PROFILE-FOR-CURRENT-USER
       IF WS-PROFILE-FOUND = 'N'
           MOVE "Profile not found. Please create your profile first." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       PERFORM DISPLAY-PROFILE-CONTENT.

EXPORT-MY-PROFILE.
       *> writes the logged-in user's profile as a cleanly formatted,
       *> sectioned resume document in its own per-user text file that
       *> can be handed straight to an employer
       PERFORM LOAD-PROFILE-FOR-CURRENT-USER
       IF WS-PROFILE-FOUND = 'N'
           MOVE "Profile not found. Please create your profile first." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO WS-RESUME-FILENAME
       STRING "RESUME_" DELIMITED BY SIZE
              FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
              ".TXT" DELIMITED BY SIZE
              INTO WS-RESUME-FILENAME
       END-STRING

       OPEN OUTPUT RESUME-FILE
       IF RESUME-STATUS NOT = "00"
           MOVE "Error: Resume file could not be created." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE "========================================" TO WS-RESUME-LINE
       PERFORM WRITE-RESUME-LINE
       MOVE SPACES TO WS-RESUME-LINE
       STRING FUNCTION UPPER-CASE(FUNCTION TRIM(PR-FIRST-NAME)) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION UPPER-CASE(FUNCTION TRIM(PR-LAST-NAME)) DELIMITED BY SIZE
              INTO WS-RESUME-LINE
       END-STRING
       PERFORM WRITE-RESUME-LINE
       MOVE "========================================" TO WS-RESUME-LINE
       PERFORM WRITE-RESUME-LINE

       IF FUNCTION TRIM(PR-ABOUT) NOT = SPACE
           MOVE SPACES TO WS-RESUME-LINE
           PERFORM WRITE-RESUME-LINE
           MOVE "SUMMARY" TO WS-RESUME-LINE
           PERFORM WRITE-RESUME-LINE
           MOVE "----------------------------------------" TO WS-RESUME-LINE
           PERFORM WRITE-RESUME-LINE
           MOVE FUNCTION TRIM(PR-ABOUT) TO WS-RESUME-LINE
           PERFORM WRITE-RESUME-LINE
       END-IF

       MOVE SPACES TO WS-RESUME-LINE
       PERFORM WRITE-RESUME-LINE
       MOVE "EDUCATION" TO WS-RESUME-LINE
       PERFORM WRITE-RESUME-LINE
       MOVE "----------------------------------------" TO WS-RESUME-LINE
       PERFORM WRITE-RESUME-LINE

       MOVE PR-GRAD-YEAR TO WS-GRAD-YEAR-STR
       MOVE SPACES TO WS-RESUME-LINE
       STRING FUNCTION TRIM(PR-UNIVERSITY) DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              FUNCTION TRIM(PR-MAJOR) DELIMITED BY SIZE
              ", Class of " DELIMITED BY SIZE
              FUNCTION TRIM(WS-GRAD-YEAR-STR) DELIMITED BY SIZE
              INTO WS-RESUME-LINE
       END-STRING
       PERFORM WRITE-RESUME-LINE

       PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EDU-COUNT
           MOVE SPACES TO WS-RESUME-LINE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(PR-EDU-DEGREE(I)) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(PR-EDU-UNIV(I)) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(PR-EDU-YEARS(I)) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-RESUME-LINE
           END-STRING
           PERFORM WRITE-RESUME-LINE
       END-PERFORM

       IF PR-EXP-COUNT > 0
           MOVE SPACES TO WS-RESUME-LINE
           PERFORM WRITE-RESUME-LINE
           MOVE "EXPERIENCE" TO WS-RESUME-LINE
           PERFORM WRITE-RESUME-LINE
           MOVE "----------------------------------------" TO WS-RESUME-LINE
           PERFORM WRITE-RESUME-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-EXP-COUNT
               MOVE SPACES TO WS-RESUME-LINE
               STRING FUNCTION TRIM(PR-EXP-TITLE(I)) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(PR-EXP-COMPANY(I)) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(PR-EXP-DATES(I)) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-RESUME-LINE
               END-STRING
               PERFORM WRITE-RESUME-LINE
               IF FUNCTION TRIM(PR-EXP-DESC(I)) NOT = SPACE
                   MOVE SPACES TO WS-RESUME-LINE
                   STRING "    " DELIMITED BY SIZE
                          FUNCTION TRIM(PR-EXP-DESC(I)) DELIMITED BY SIZE
                          INTO WS-RESUME-LINE
                   END-STRING
                   PERFORM WRITE-RESUME-LINE
               END-IF
           END-PERFORM
       END-IF

       IF PR-SKILL-COUNT > 0
           MOVE SPACES TO WS-RESUME-LINE
           PERFORM WRITE-RESUME-LINE
           MOVE "SKILLS" TO WS-RESUME-LINE
           PERFORM WRITE-RESUME-LINE
           MOVE "----------------------------------------" TO WS-RESUME-LINE
           PERFORM WRITE-RESUME-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-SKILL-COUNT
               MOVE SPACES TO WS-RESUME-LINE
               STRING "  - " DELIMITED BY SIZE
                      FUNCTION TRIM(PR-SKILL-NAME(I)) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(PR-SKILL-LEVEL(I)) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-RESUME-LINE
               END-STRING
               PERFORM WRITE-RESUME-LINE
           END-PERFORM
       END-IF

       *> completed "Learn a New Skill" training modules
       MOVE 0 TO WS-SKILL-DISPLAY-COUNT
       OPEN INPUT SKILL-COMPLETIONS-FILE
       IF SKILL-COMPLETIONS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ SKILL-COMPLETIONS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(SC-USERNAME) = FUNCTION TRIM(USERNAME)
                           ADD 1 TO WS-SKILL-DISPLAY-COUNT
                           IF WS-SKILL-DISPLAY-COUNT = 1
                               MOVE SPACES TO WS-RESUME-LINE
                               PERFORM WRITE-RESUME-LINE
                               MOVE "COMPLETED INCOLLEGE TRAININGS" TO WS-RESUME-LINE
                               PERFORM WRITE-RESUME-LINE
                               MOVE "----------------------------------------" TO WS-RESUME-LINE
                               PERFORM WRITE-RESUME-LINE
                           END-IF
                           MOVE SPACES TO WS-RESUME-LINE
                           STRING "  - " DELIMITED BY SIZE
                                  FUNCTION TRIM(SC-SKILL-NAME) DELIMITED BY SIZE
                                  INTO WS-RESUME-LINE
                           END-STRING
                           PERFORM WRITE-RESUME-LINE
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE SKILL-COMPLETIONS-FILE

       CLOSE RESUME-FILE

       MOVE SPACES TO OUTPUT-LINE
       STRING "Your resume has been exported to " DELIMITED BY SIZE
              FUNCTION TRIM(WS-RESUME-FILENAME) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

WRITE-RESUME-LINE.
       *> writes one line of the resume document, trimmed like
       *> WRITE-AND-DISPLAY does for the transcript
       MOVE FUNCTION TRIM(WS-RESUME-LINE TRAILING) TO RESUME-RECORD
       WRITE RESUME-RECORD
       MOVE SPACES TO WS-RESUME-LINE.

EMAIL-DIGEST-SETTINGS.
       *> the nightly digest goes to every active account unless the
       *> user has a row in DIGEST_OPTOUTS.DAT
       MOVE SPACES TO USER-ACTION
       PERFORM UNTIL USER-ACTION = "Go Back" OR EOF
           PERFORM CHECK-DIGEST-OPT-OUT

           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "--- Email Digest Settings ---" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           IF DIGEST-OPTED-OUT
               MOVE "Daily email digest: Off" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               MOVE "Turn Digest On" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           ELSE
               MOVE "Daily email digest: On" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               MOVE "Turn Digest Off" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           END-IF
           MOVE "Go Back" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Enter your choice:" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY

           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO USER-ACTION
           END-READ
           IF EOF EXIT PERFORM END-IF

           EVALUATE USER-ACTION
               WHEN "Turn Digest Off"
                   IF DIGEST-OPTED-OUT
                       MOVE "Your daily email digest is already off." TO OUTPUT-LINE
                   ELSE
                       PERFORM ADD-DIGEST-OPT-OUT
                       MOVE "You will no longer receive the daily email digest." TO OUTPUT-LINE
                   END-IF
                   PERFORM WRITE-AND-DISPLAY
               WHEN "Turn Digest On"
                   IF DIGEST-OPTED-OUT
                       PERFORM REMOVE-DIGEST-OPT-OUT
                       MOVE "Your daily email digest has been turned back on." TO OUTPUT-LINE
                   ELSE
                       MOVE "Your daily email digest is already on." TO OUTPUT-LINE
                   END-IF
                   PERFORM WRITE-AND-DISPLAY
               WHEN "Go Back"
                   EXIT PERFORM
               WHEN OTHER
                   MOVE "Error: Invalid input. Please try again." TO OUTPUT-LINE
                   PERFORM WRITE-AND-DISPLAY
           END-EVALUATE
       END-PERFORM
       MOVE SPACES TO USER-ACTION.

CHECK-DIGEST-OPT-OUT.
       MOVE 'N' TO WS-DIGEST-OPTED-OUT
       OPEN INPUT DIGEST-OPTOUTS-FILE
       IF DIGEST-OPTOUTS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ DIGEST-OPTOUTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(DO-USERNAME) = FUNCTION TRIM(USERNAME)
                           MOVE 'Y' TO WS-DIGEST-OPTED-OUT
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE DIGEST-OPTOUTS-FILE.

ADD-DIGEST-OPT-OUT.
       MOVE FUNCTION TRIM(USERNAME) TO DO-USERNAME
       MOVE FUNCTION CURRENT-DATE(1:8) TO DO-DATE

       *> open file for appending (create if doesn't exist)
       OPEN EXTEND DIGEST-OPTOUTS-FILE
       IF DIGEST-OPTOUTS-STATUS = "35"
           OPEN OUTPUT DIGEST-OPTOUTS-FILE
       ELSE
           CLOSE DIGEST-OPTOUTS-FILE
           OPEN EXTEND DIGEST-OPTOUTS-FILE
       END-IF
       WRITE DIGEST-OPTOUT-RECORD
       CLOSE DIGEST-OPTOUTS-FILE.

REMOVE-DIGEST-OPT-OUT.
       *> rewrite DIGEST_OPTOUTS.DAT without the user's row
       OPEN INPUT DIGEST-OPTOUTS-FILE
       IF DIGEST-OPTOUTS-STATUS NOT = "00"
           CLOSE DIGEST-OPTOUTS-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT TEMP-DIGEST-OPTOUTS-FILE
       PERFORM UNTIL 1 = 2
           READ DIGEST-OPTOUTS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   IF FUNCTION TRIM(DO-USERNAME) NOT = FUNCTION TRIM(USERNAME)
                       MOVE DIGEST-OPTOUT-RECORD TO TMP-DIGEST-OPTOUT-RECORD
                       WRITE TMP-DIGEST-OPTOUT-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DIGEST-OPTOUTS-FILE
       CLOSE TEMP-DIGEST-OPTOUTS-FILE

       OPEN INPUT TEMP-DIGEST-OPTOUTS-FILE
       OPEN OUTPUT DIGEST-OPTOUTS-FILE
       PERFORM UNTIL 1 = 2
           READ TEMP-DIGEST-OPTOUTS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   MOVE TMP-DIGEST-OPTOUT-RECORD TO DIGEST-OPTOUT-RECORD
                   WRITE DIGEST-OPTOUT-RECORD
           END-READ
       END-PERFORM
       CLOSE DIGEST-OPTOUTS-FILE
       CLOSE TEMP-DIGEST-OPTOUTS-FILE.

SEND-CONNECTION-REQUEST.
       *> Validate connection request and save if valid

       *> Check if user is trying to connect with themselves
       IF FUNCTION TRIM(USERNAME) = FUNCTION TRIM(WS-TARGET-USERNAME)
           MOVE "Error: You cannot send a connection request to yourself." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       *> Check if connection or request already exists
       PERFORM CHECK-EXISTING-CONNECTION

       IF WS-CONNECTION-EXISTS = 'Y'
           MOVE "You are already connected with this user." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       IF WS-REQUEST-EXISTS = 'Y'
           MOVE "This user has already sent you a connection request." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       *> If we reach here, the request is valid - save it
       PERFORM SAVE-CONNECTION-REQUEST

       *> Display success message
       MOVE SPACES TO OUTPUT-LINE
       STRING "Connection request sent to " DELIMITED BY SIZE
              FUNCTION TRIM(WS-TARGET-USERNAME) DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

CHECK-EXISTING-CONNECTION.
       *> This paragraph checks if users are already connected or if a request exists
       MOVE 'N' TO WS-CONNECTION-EXISTS
       MOVE 'N' TO WS-REQUEST-EXISTS

       *> Check if users are already friends
       OPEN INPUT CONNECTIONS-FILE
       IF CONNECTIONS-STATUS = "00"
              PERFORM UNTIL 1 = 2
                  READ CONNECTIONS-FILE
                      AT END EXIT PERFORM
                      NOT AT END
                           *> Check if current user is already connected to target user
                           IF (FUNCTION TRIM(CONN-USER1) = FUNCTION TRIM(USERNAME) AND
                               FUNCTION TRIM(CONN-USER2) = FUNCTION TRIM(WS-TARGET-USERNAME)) OR
                               (FUNCTION TRIM(CONN-USER1) = FUNCTION TRIM(WS-TARGET-USERNAME) AND
                               FUNCTION TRIM(CONN-USER2) = FUNCTION TRIM(USERNAME))

                               MOVE 'Y' TO WS-CONNECTION-EXISTS
                              EXIT PERFORM
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONNECTIONS-FILE.

           *> If users are already connected, we don't need to check for pending requests.
           IF WS-CONNECTION-EXISTS = 'Y'
               EXIT PARAGRAPH
           END-IF.

       *> Open the connection requests file to check for existing requests
       OPEN INPUT CONNECTION-REQUESTS-FILE
       IF CONNECTION-REQUESTS-STATUS NOT = "00"
           *> File doesn't exist yet, so no existing requests
           EXIT PARAGRAPH
       END-IF

       PERFORM UNTIL 1 = 2
           READ CONNECTION-REQUESTS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   *> Check if target user already sent a request to current user
                   IF FUNCTION TRIM(CR-SENDER-USERNAME) = FUNCTION TRIM(WS-TARGET-USERNAME) AND
                      FUNCTION TRIM(CR-RECIPIENT-USERNAME) = FUNCTION TRIM(USERNAME)
                       MOVE 'Y' TO WS-REQUEST-EXISTS
                       EXIT PERFORM
                   END-IF
                   *> Check if current user already sent a request to target user
                   IF FUNCTION TRIM(CR-SENDER-USERNAME) = FUNCTION TRIM(USERNAME) AND
                      FUNCTION TRIM(CR-RECIPIENT-USERNAME) = FUNCTION TRIM(WS-TARGET-USERNAME)
                       MOVE 'Y' TO WS-REQUEST-EXISTS
                       EXIT PERFORM
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CONNECTION-REQUESTS-FILE.

SAVE-CONNECTION-REQUEST.
       *> Save the connection request to the file
       MOVE FUNCTION TRIM(USERNAME) TO CR-SENDER-USERNAME
       MOVE FUNCTION TRIM(WS-TARGET-USERNAME) TO CR-RECIPIENT-USERNAME
       MOVE "pending" TO CR-STATUS

       *> Open file for appending (create if doesn't exist)
       OPEN EXTEND CONNECTION-REQUESTS-FILE
       IF CONNECTION-REQUESTS-STATUS = "35" *> File not found
           OPEN OUTPUT CONNECTION-REQUESTS-FILE
       ELSE
           CLOSE CONNECTION-REQUESTS-FILE
           OPEN EXTEND CONNECTION-REQUESTS-FILE
       END-IF

       WRITE CONNECTION-REQUEST-RECORD
       CLOSE CONNECTION-REQUESTS-FILE.

SAVE-CURRENT-PROFILE.
       *> populate PR- fields from working copy
       MOVE FUNCTION TRIM(USERNAME)      TO PR-USERNAME
       MOVE WS-FIRST-NAME                TO PR-FIRST-NAME
       MOVE WS-LAST-NAME                 TO PR-LAST-NAME
       MOVE WS-UNIVERSITY                TO PR-UNIVERSITY
       MOVE WS-MAJOR                     TO PR-MAJOR
       IF WS-GRAD-YEAR-STR IS NUMERIC AND FUNCTION LENGTH(WS-GRAD-YEAR-STR) = 4
           MOVE WS-GRAD-YEAR-STR TO PR-GRAD-YEAR
       ELSE
           MOVE ZEROS TO PR-GRAD-YEAR
       END-IF
       MOVE WS-ABOUT                     TO PR-ABOUT
        MOVE WS-EXP-COUNT                TO PR-EXP-COUNT
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
           MOVE WS-EXP-TITLE(I)          TO PR-EXP-TITLE(I)
           MOVE WS-EXP-COMPANY(I)        TO PR-EXP-COMPANY(I)
           MOVE WS-EXP-DATES(I)          TO PR-EXP-DATES(I)
           MOVE WS-EXP-DESC(I)           TO PR-EXP-DESC(I)
       END-PERFORM
       MOVE WS-EDU-COUNT                 TO PR-EDU-COUNT
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
           MOVE WS-EDU-DEGREE(I)         TO PR-EDU-DEGREE(I)
           MOVE WS-EDU-UNIV(I)           TO PR-EDU-UNIV(I)
           MOVE WS-EDU-YEARS(I)          TO PR-EDU-YEARS(I)
       END-PERFORM
       MOVE WS-SKILL-COUNT               TO PR-SKILL-COUNT
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
           MOVE WS-SKILL-NAME(I)         TO PR-SKILL-NAME(I)
           MOVE WS-SKILL-LEVEL(I)        TO PR-SKILL-LEVEL(I)
       END-PERFORM

       *> rebuild profiles with update-or-insert
       MOVE 'N' TO WS-PROFILE-FOUND
       OPEN INPUT PROFILES-FILE
       OPEN OUTPUT TEMP-PROFILES-FILE
       IF PROFILES-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ PROFILES-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(PR-USERNAME) = FUNCTION TRIM(USERNAME)
                           MOVE 'Y' TO WS-PROFILE-FOUND
                           *> write UPDATED values from WS- fields
                           MOVE FUNCTION TRIM(USERNAME) TO TMP-USERNAME
                           MOVE WS-FIRST-NAME  TO TMP-FIRST-NAME
                           MOVE WS-LAST-NAME   TO TMP-LAST-NAME
                           MOVE WS-UNIVERSITY  TO TMP-UNIVERSITY
                           MOVE WS-MAJOR       TO TMP-MAJOR
                           IF WS-GRAD-YEAR-STR IS NUMERIC AND FUNCTION LENGTH(WS-GRAD-YEAR-STR) = 4
                               MOVE WS-GRAD-YEAR-STR TO TMP-GRAD-YEAR
                           ELSE
                               MOVE ZEROS TO TMP-GRAD-YEAR
                           END-IF
                           MOVE WS-ABOUT       TO TMP-ABOUT
                           MOVE WS-EXP-COUNT   TO TMP-EXP-COUNT
                           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                               MOVE WS-EXP-TITLE(I)   TO TMP-EXP-TITLE(I)
                               MOVE WS-EXP-COMPANY(I) TO TMP-EXP-COMPANY(I)
                               MOVE WS-EXP-DATES(I)   TO TMP-EXP-DATES(I)
                               MOVE WS-EXP-DESC(I)    TO TMP-EXP-DESC(I)
                           END-PERFORM
                           MOVE WS-EDU-COUNT   TO TMP-EDU-COUNT
                           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                               MOVE WS-EDU-DEGREE(I)  TO TMP-EDU-DEGREE(I)
                               MOVE WS-EDU-UNIV(I)    TO TMP-EDU-UNIV(I)
                               MOVE WS-EDU-YEARS(I)   TO TMP-EDU-YEARS(I)
                           END-PERFORM
                           MOVE WS-SKILL-COUNT TO TMP-SKILL-COUNT
                           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                               MOVE WS-SKILL-NAME(I)  TO TMP-SKILL-NAME(I)
                               MOVE WS-SKILL-LEVEL(I) TO TMP-SKILL-LEVEL(I)
                           END-PERFORM
                           WRITE TMP-PROFILE-RECORD
                       ELSE
                           MOVE PR-USERNAME   TO TMP-USERNAME
                           MOVE PR-FIRST-NAME TO TMP-FIRST-NAME

       ADD 1 TO WS-ACT-PROFILES-SAVED.

SAVE-PROFILE-DRAFT.
       *> checkpoint the in-progress profile entry (WS-DRAFT-STAGE plus
       *> whatever WS-PROFILE fields have been gathered so far) so a
       *> session cut short mid-entry can be resumed instead of lost
       OPEN INPUT PROFILE-DRAFT-FILE
       OPEN OUTPUT TEMP-PROFILE-DRAFT-FILE
       IF PROFILE-DRAFT-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ PROFILE-DRAFT-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(PD-USERNAME) NOT = FUNCTION TRIM(USERNAME)
                           MOVE PD-USERNAME      TO TMP-PD-USERNAME
                           MOVE PD-STAGE         TO TMP-PD-STAGE
                           MOVE PD-FIRST-NAME    TO TMP-PD-FIRST-NAME
                           MOVE PD-LAST-NAME     TO TMP-PD-LAST-NAME
                           MOVE PD-UNIVERSITY    TO TMP-PD-UNIVERSITY
                           MOVE PD-MAJOR         TO TMP-PD-MAJOR
                           MOVE PD-GRAD-YEAR-STR TO TMP-PD-GRAD-YEAR-STR
                           MOVE PD-ABOUT         TO TMP-PD-ABOUT
                           MOVE PD-EXP-COUNT     TO TMP-PD-EXP-COUNT
                           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                               MOVE PD-EXP-TITLE(I)   TO TMP-PD-EXP-TITLE(I)
                               MOVE PD-EXP-COMPANY(I) TO TMP-PD-EXP-COMPANY(I)
                               MOVE PD-EXP-DATES(I)   TO TMP-PD-EXP-DATES(I)
                               MOVE PD-EXP-DESC(I)    TO TMP-PD-EXP-DESC(I)
                           END-PERFORM
                           MOVE PD-EDU-COUNT     TO TMP-PD-EDU-COUNT
                           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                               MOVE PD-EDU-DEGREE(I) TO TMP-PD-EDU-DEGREE(I)
                               MOVE PD-EDU-UNIV(I)   TO TMP-PD-EDU-UNIV(I)
                               MOVE PD-EDU-YEARS(I)  TO TMP-PD-EDU-YEARS(I)
                           END-PERFORM
                           MOVE PD-SKILL-COUNT   TO TMP-PD-SKILL-COUNT
                           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                               MOVE PD-SKILL-NAME(I)  TO TMP-PD-SKILL-NAME(I)
                               MOVE PD-SKILL-LEVEL(I) TO TMP-PD-SKILL-LEVEL(I)
                           END-PERFORM
                           WRITE TMP-PROFILE-DRAFT-RECORD
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE PROFILE-DRAFT-FILE

       MOVE FUNCTION TRIM(USERNAME) TO TMP-PD-USERNAME
       MOVE WS-DRAFT-STAGE          TO TMP-PD-STAGE
       MOVE WS-FIRST-NAME           TO TMP-PD-FIRST-NAME
       MOVE WS-LAST-NAME            TO TMP-PD-LAST-NAME
       MOVE WS-UNIVERSITY           TO TMP-PD-UNIVERSITY
       MOVE WS-MAJOR                TO TMP-PD-MAJOR
       MOVE WS-GRAD-YEAR-STR        TO TMP-PD-GRAD-YEAR-STR
       MOVE WS-ABOUT                TO TMP-PD-ABOUT
       MOVE WS-EXP-COUNT            TO TMP-PD-EXP-COUNT
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
           MOVE WS-EXP-TITLE(I)     TO TMP-PD-EXP-TITLE(I)
           MOVE WS-EXP-COMPANY(I)   TO TMP-PD-EXP-COMPANY(I)
           MOVE WS-EXP-DATES(I)     TO TMP-PD-EXP-DATES(I)
           MOVE WS-EXP-DESC(I)      TO TMP-PD-EXP-DESC(I)
       END-PERFORM
       MOVE WS-EDU-COUNT            TO TMP-PD-EDU-COUNT
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
           MOVE WS-EDU-DEGREE(I)    TO TMP-PD-EDU-DEGREE(I)
           MOVE WS-EDU-UNIV(I)      TO TMP-PD-EDU-UNIV(I)
           MOVE WS-EDU-YEARS(I)     TO TMP-PD-EDU-YEARS(I)
       END-PERFORM
       MOVE WS-SKILL-COUNT          TO TMP-PD-SKILL-COUNT
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
           MOVE WS-SKILL-NAME(I)    TO TMP-PD-SKILL-NAME(I)
           MOVE WS-SKILL-LEVEL(I)   TO TMP-PD-SKILL-LEVEL(I)
       END-PERFORM
       WRITE TMP-PROFILE-DRAFT-RECORD
       CLOSE TEMP-PROFILE-DRAFT-FILE

       OPEN INPUT TEMP-PROFILE-DRAFT-FILE
       OPEN OUTPUT PROFILE-DRAFT-FILE
       PERFORM UNTIL 1 = 2
           READ TEMP-PROFILE-DRAFT-FILE
               AT END EXIT PERFORM
               NOT AT END
                   MOVE TMP-PD-USERNAME      TO PD-USERNAME
                   MOVE TMP-PD-STAGE         TO PD-STAGE
                   MOVE TMP-PD-FIRST-NAME    TO PD-FIRST-NAME
                   MOVE TMP-PD-LAST-NAME     TO PD-LAST-NAME
                   MOVE TMP-PD-UNIVERSITY    TO PD-UNIVERSITY
                   MOVE TMP-PD-MAJOR         TO PD-MAJOR
                   MOVE TMP-PD-GRAD-YEAR-STR TO PD-GRAD-YEAR-STR
                   MOVE TMP-PD-ABOUT         TO PD-ABOUT
                   MOVE TMP-PD-EXP-COUNT     TO PD-EXP-COUNT
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                       MOVE TMP-PD-EXP-TITLE(I)   TO PD-EXP-TITLE(I)
                       MOVE TMP-PD-EXP-COMPANY(I) TO PD-EXP-COMPANY(I)
                       MOVE TMP-PD-EXP-DATES(I)   TO PD-EXP-DATES(I)
                       MOVE TMP-PD-EXP-DESC(I)    TO PD-EXP-DESC(I)
                   END-PERFORM
                   MOVE TMP-PD-EDU-COUNT     TO PD-EDU-COUNT
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                       MOVE TMP-PD-EDU-DEGREE(I) TO PD-EDU-DEGREE(I)
                       MOVE TMP-PD-EDU-UNIV(I)   TO PD-EDU-UNIV(I)
                       MOVE TMP-PD-EDU-YEARS(I)  TO PD-EDU-YEARS(I)
                   END-PERFORM
                   MOVE TMP-PD-SKILL-COUNT   TO PD-SKILL-COUNT
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                       MOVE TMP-PD-SKILL-NAME(I)  TO PD-SKILL-NAME(I)
                       MOVE TMP-PD-SKILL-LEVEL(I) TO PD-SKILL-LEVEL(I)
                   END-PERFORM
                   WRITE PROFILE-DRAFT-RECORD
           END-READ
       END-PERFORM
       CLOSE PROFILE-DRAFT-FILE
       CLOSE TEMP-PROFILE-DRAFT-FILE.

LOAD-PROFILE-DRAFT.
       *> look for a previously checkpointed, not-yet-finished profile
       *> entry for the current user and, if found, load it back into
       *> the WS-PROFILE working fields and WS-DRAFT-STAGE
       MOVE 'N' TO WS-DRAFT-FOUND
       OPEN INPUT PROFILE-DRAFT-FILE
       IF PROFILE-DRAFT-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ PROFILE-DRAFT-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(PD-USERNAME) = FUNCTION TRIM(USERNAME)
                           MOVE 'Y' TO WS-DRAFT-FOUND
                           MOVE PD-STAGE         TO WS-DRAFT-STAGE
                           MOVE PD-FIRST-NAME    TO WS-FIRST-NAME
                           MOVE PD-LAST-NAME     TO WS-LAST-NAME
                           MOVE PD-UNIVERSITY    TO WS-UNIVERSITY
                           MOVE PD-MAJOR         TO WS-MAJOR
                           MOVE PD-GRAD-YEAR-STR TO WS-GRAD-YEAR-STR
                           MOVE PD-ABOUT         TO WS-ABOUT
                           MOVE PD-EXP-COUNT     TO WS-EXP-COUNT
                           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                               MOVE PD-EXP-TITLE(I)   TO WS-EXP-TITLE(I)
                               MOVE PD-EXP-COMPANY(I) TO WS-EXP-COMPANY(I)
                               MOVE PD-EXP-DATES(I)   TO WS-EXP-DATES(I)
                               MOVE PD-EXP-DESC(I)    TO WS-EXP-DESC(I)
                           END-PERFORM
                           MOVE PD-EDU-COUNT     TO WS-EDU-COUNT
                           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                               MOVE PD-EDU-DEGREE(I) TO WS-EDU-DEGREE(I)
                               MOVE PD-EDU-UNIV(I)   TO WS-EDU-UNIV(I)
                               MOVE PD-EDU-YEARS(I)  TO WS-EDU-YEARS(I)
                           END-PERFORM
                           MOVE PD-SKILL-COUNT   TO WS-SKILL-COUNT
                           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                               MOVE PD-SKILL-NAME(I)  TO WS-SKILL-NAME(I)
                               MOVE PD-SKILL-LEVEL(I) TO WS-SKILL-LEVEL(I)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-DRAFT-FILE
       END-IF.

DELETE-PROFILE-DRAFT.
       *> drop the checkpoint once the profile entry is finished (or the
       *> user chose to start over), so the next edit starts clean
       OPEN INPUT PROFILE-DRAFT-FILE
       OPEN OUTPUT TEMP-PROFILE-DRAFT-FILE
       IF PROFILE-DRAFT-STATUS = "00"
           END-PERFORM
       END-IF
       CLOSE PROFILE-DRAFT-FILE
       CLOSE TEMP-PROFILE-DRAFT-FILE

       OPEN INPUT TEMP-PROFILE-DRAFT-FILE
       CLOSE PROFILE-DRAFT-FILE
       CLOSE TEMP-PROFILE-DRAFT-FILE.

LOAD-PROFILE-FOR-CURRENT-USER.
       MOVE 'N' TO WS-PROFILE-FOUND
       OPEN INPUT PROFILES-FILE
       IF PROFILES-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
           READ PROFILES-FILE
               AT END EXIT PERFORM
               NOT AT END
                   IF FUNCTION TRIM(PR-USERNAME) = FUNCTION TRIM(USERNAME)
                       MOVE 'Y' TO WS-PROFILE-FOUND
                       EXIT PERFORM
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PROFILES-FILE.

FIND-SOMEONE-YOU-KNOW.

       MOVE 0 TO WS-MATCHES-FOUND
       MOVE SPACES TO WS-SEARCH-FULL-NAME WS-CURRENT-FULL-NAME
       MOVE SPACES TO WS-SEARCH-FIRST-NAME WS-SEARCH-LAST-NAME
       MOVE "--- Find Someone You Know ---" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       MOVE "Search by Name" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Search by Skill" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Enter your choice:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-SEARCH-TYPE
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION TRIM(WS-SEARCH-TYPE) = "Search by Skill"
           PERFORM FIND-BY-SKILL
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter Full Name (First Last):" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-SEARCH-FULL-NAME
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION TRIM(WS-SEARCH-FULL-NAME) = SPACE
           MOVE "Error: Full name is required for searching another person." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT PROFILES-FILE
       IF PROFILES-STATUS NOT = "00"
           MOVE "No profiles found." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       PERFORM UNTIL 1 = 2
           READ PROFILES-FILE
               AT END EXIT PERFORM
               NOT AT END
                   MOVE SPACES TO WS-CURRENT-FULL-NAME
                   STRING FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                          INTO WS-CURRENT-FULL-NAME
                   END-STRING

                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-FULL-NAME)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEARCH-FULL-NAME))
                       ADD 1 TO WS-MATCHES-FOUND
                       MOVE SPACES TO OUTPUT-LINE
                       STRING "User found: " DELIMITED BY SIZE
                              FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              FUNCTION TRIM(PR-USERNAME) DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO OUTPUT-LINE
                       END-STRING
                       PERFORM WRITE-AND-DISPLAY
                       PERFORM DISPLAY-FOUND-PROFILE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PROFILES-FILE

       IF WS-MATCHES-FOUND = 0
           MOVE SPACES TO OUTPUT-LINE
           STRING "No users found with full name: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEARCH-FULL-NAME) DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
           MOVE "Tip: Make sure to enter the exact full name (First Last)." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
       END-IF.

FIND-BY-SKILL.
       *> search profiles by a skill name substring instead of exact full name
       MOVE 0 TO WS-MATCHES-FOUND
       MOVE SPACES TO WS-SKILL-SEARCH-TERM
       MOVE "Enter Skill to search for:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-SKILL-SEARCH-TERM
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION TRIM(WS-SKILL-SEARCH-TERM) = SPACE
           MOVE "Error: A skill is required for searching." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT PROFILES-FILE
       IF PROFILES-STATUS NOT = "00"
           MOVE "No profiles found." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       *> first pass: collect the matching usernames together with how
       *> many endorsements their matching skills carry, so recruiters
       *> see the most-endorsed candidates first
       MOVE 0 TO WS-FS-COUNT
       PERFORM UNTIL 1 = 2
           READ PROFILES-FILE
               AT END EXIT PERFORM
               NOT AT END
                   MOVE 'N' TO WS-FS-MATCH
                   MOVE 0 TO WS-FS-ACCUM
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-SKILL-COUNT
                       MOVE PR-SKILL-NAME(I) TO WS-SRC
                       MOVE WS-SKILL-SEARCH-TERM TO WS-PAT
                       PERFORM CONTAINS-SUBSTRING
                       IF CURRENT-MATCH
                           MOVE 'Y' TO WS-FS-MATCH
                           MOVE PR-SKILL-NAME(I) TO WS-EN-SKILL-NAME
                           PERFORM COUNT-SKILL-ENDORSEMENTS
                           ADD WS-EN-COUNT TO WS-FS-ACCUM
                       END-IF
                   END-PERFORM

                   IF WS-FS-MATCH = 'Y' AND WS-FS-COUNT < 200
                       ADD 1 TO WS-FS-COUNT
                       MOVE PR-USERNAME TO WS-FS-USERNAME(WS-FS-COUNT)
                       MOVE WS-FS-ACCUM TO WS-FS-ENDORSEMENTS(WS-FS-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PROFILES-FILE

       IF WS-FS-COUNT = 0
           MOVE SPACES TO OUTPUT-LINE
           STRING "No users found with skill: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SKILL-SEARCH-TERM) DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       *> order the results most-endorsed first
       PERFORM VARYING WS-FS-I FROM 1 BY 1 UNTIL WS-FS-I >= WS-FS-COUNT
           PERFORM VARYING WS-FS-J FROM 1 BY 1
                   UNTIL WS-FS-J > WS-FS-COUNT - WS-FS-I
               IF WS-FS-ENDORSEMENTS(WS-FS-J) <
                  WS-FS-ENDORSEMENTS(WS-FS-J + 1)
                   MOVE WS-FS-USERNAME(WS-FS-J)     TO WS-FS-SWAP-USER
                   MOVE WS-FS-ENDORSEMENTS(WS-FS-J) TO WS-FS-SWAP-CNT
                   MOVE WS-FS-USERNAME(WS-FS-J + 1)
                       TO WS-FS-USERNAME(WS-FS-J)
                   MOVE WS-FS-ENDORSEMENTS(WS-FS-J + 1)
                       TO WS-FS-ENDORSEMENTS(WS-FS-J)
                   MOVE WS-FS-SWAP-USER TO WS-FS-USERNAME(WS-FS-J + 1)
                   MOVE WS-FS-SWAP-CNT  TO WS-FS-ENDORSEMENTS(WS-FS-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM

       *> second pass: show each result in order
       PERFORM VARYING WS-FS-I FROM 1 BY 1 UNTIL WS-FS-I > WS-FS-COUNT
           PERFORM FIND-LOAD-PROFILE-BY-USERNAME
           IF WS-PROFILE-FOUND = 'Y'
               ADD 1 TO WS-MATCHES-FOUND
               MOVE SPACES TO OUTPUT-LINE
               STRING "User found: " DELIMITED BY SIZE
                      FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(PR-USERNAME) DELIMITED BY SIZE
                      ") - " DELIMITED BY SIZE
                      WS-FS-ENDORSEMENTS(WS-FS-I) DELIMITED BY SIZE
                      " endorsements for matching skills" DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               END-STRING
               PERFORM WRITE-AND-DISPLAY
               PERFORM DISPLAY-FOUND-PROFILE
           END-IF
       END-PERFORM.

FIND-LOAD-PROFILE-BY-USERNAME.
       *> loads the profile record for WS-FS-USERNAME(WS-FS-I), leaving
       *> PROFILES-FILE closed so DISPLAY-FOUND-PROFILE can run freely
       MOVE 'N' TO WS-PROFILE-FOUND
       OPEN INPUT PROFILES-FILE
       IF PROFILES-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ PROFILES-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(PR-USERNAME) =
                          FUNCTION TRIM(WS-FS-USERNAME(WS-FS-I))
                           MOVE 'Y' TO WS-PROFILE-FOUND
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE PROFILES-FILE.

COUNT-SKILL-ENDORSEMENTS.
       *> counts endorsements of WS-EN-SKILL-NAME on PR-USERNAME's
       *> profile
       MOVE 0 TO WS-EN-COUNT
       OPEN INPUT ENDORSEMENTS-FILE
       IF ENDORSEMENTS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ ENDORSEMENTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(EN-PROFILE-USER) = FUNCTION TRIM(PR-USERNAME) AND
                          FUNCTION TRIM(EN-SKILL-NAME) = FUNCTION TRIM(WS-EN-SKILL-NAME)
                           ADD 1 TO WS-EN-COUNT
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ENDORSEMENTS-FILE.

ENDORSE-A-SKILL.
       *> endorse one of WS-TARGET-USERNAME's profile skills; only
       *> connections may endorse, once per person per skill
       IF FUNCTION TRIM(USERNAME) = FUNCTION TRIM(WS-TARGET-USERNAME)
           MOVE "Error: You cannot endorse your own skills." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       PERFORM CHECK-EXISTING-CONNECTION
       IF WS-CONNECTION-EXISTS = 'N'
           MOVE "Error: You can only endorse skills of users in your network."
               TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       IF PR-SKILL-COUNT = 0
           MOVE "This profile has no skills to endorse." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       PERFORM VARYING I FROM 1 BY 1 UNTIL I > PR-SKILL-COUNT
           MOVE I TO WS-INDEX-TEXT
           MOVE SPACES TO OUTPUT-LINE
           STRING "[" WS-INDEX-TEXT "] " DELIMITED BY SIZE
                  FUNCTION TRIM(PR-SKILL-NAME(I)) DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
       END-PERFORM

       MOVE "Enter skill number to endorse (or 'Back' to return):" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-EN-CHOICE
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EN-CHOICE)) = "BACK"
           EXIT PARAGRAPH
       END-IF

       MOVE WS-EN-CHOICE TO WS-EN-SELECTED
       IF WS-EN-SELECTED <= 0 OR WS-EN-SELECTED > PR-SKILL-COUNT
           MOVE "Error: Invalid skill number." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE PR-SKILL-NAME(WS-EN-SELECTED) TO WS-EN-SKILL-NAME

       MOVE 'N' TO WS-EN-ALREADY
       OPEN INPUT ENDORSEMENTS-FILE
       IF ENDORSEMENTS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ ENDORSEMENTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(EN-ENDORSER) = FUNCTION TRIM(USERNAME) AND
                          FUNCTION TRIM(EN-PROFILE-USER) = FUNCTION TRIM(WS-TARGET-USERNAME) AND
                          FUNCTION TRIM(EN-SKILL-NAME) = FUNCTION TRIM(WS-EN-SKILL-NAME)
                           MOVE 'Y' TO WS-EN-ALREADY
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ENDORSEMENTS-FILE

       IF WS-EN-ALREADY = 'Y'
           MOVE "You have already endorsed that skill." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE FUNCTION TRIM(USERNAME) TO EN-ENDORSER
       MOVE FUNCTION TRIM(WS-TARGET-USERNAME) TO EN-PROFILE-USER
       MOVE WS-EN-SKILL-NAME TO EN-SKILL-NAME
       MOVE FUNCTION CURRENT-DATE(1:8) TO EN-DATE

       *> open file for appending (create if doesn't exist)
       OPEN EXTEND ENDORSEMENTS-FILE
       IF ENDORSEMENTS-STATUS = "35" *> File not found
           OPEN OUTPUT ENDORSEMENTS-FILE
       ELSE
           CLOSE ENDORSEMENTS-FILE
           OPEN EXTEND ENDORSEMENTS-FILE
       END-IF

       WRITE ENDORSEMENT-RECORD
       CLOSE ENDORSEMENTS-FILE

       *> let the profile owner hear about it next login
       MOVE WS-TARGET-USERNAME TO WS-NOTIFY-USERNAME
       MOVE SPACES TO WS-NOTIFY-TEXT
       STRING FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
              " endorsed your skill: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-EN-SKILL-NAME) DELIMITED BY SIZE
              INTO WS-NOTIFY-TEXT
       END-STRING
       PERFORM RECORD-NOTIFICATION

       MOVE SPACES TO OUTPUT-LINE
       STRING "You endorsed " DELIMITED BY SIZE
              FUNCTION TRIM(WS-TARGET-USERNAME) DELIMITED BY SIZE
              " for " DELIMITED BY SIZE
              FUNCTION TRIM(WS-EN-SKILL-NAME) DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

GET-PENDING-CONNECTION-REQUESTS.
    MOVE SPACES TO USER-ACTION

    *> loop continues until no requests are left or user types 'Go Back'
    PERFORM UNTIL FUNCTION TRIM(USER-ACTION) = "Go Back"
       MOVE "=== PENDING CONNECTION REQUESTS ===" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       OPEN INPUT CONNECTION-REQUESTS-FILE
       IF CONNECTION-REQUESTS-STATUS NOT = "00"
           MOVE "No connection requests found." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO WS-MATCHES-FOUND
       PERFORM UNTIL 1 = 2
           READ CONNECTION-REQUESTS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   IF FUNCTION TRIM(CR-RECIPIENT-USERNAME) = FUNCTION TRIM(USERNAME) AND
                      FUNCTION TRIM(CR-STATUS) = "pending"
                       ADD 1 TO WS-MATCHES-FOUND
                       MOVE SPACES TO OUTPUT-LINE
                       STRING "Connection Request #" WS-MATCHES-FOUND
                              " from: " DELIMITED BY SIZE
                              FUNCTION TRIM(CR-SENDER-USERNAME) DELIMITED BY SIZE
                              INTO OUTPUT-LINE
                       END-STRING
                       PERFORM WRITE-AND-DISPLAY
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CONNECTION-REQUESTS-FILE

       IF WS-MATCHES-FOUND = 0
           MOVE "No pending connection requests." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           *> automatically leaves page when there are no more connection requests
           EXIT PERFORM
       END-IF

       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Enter sender's username to manage:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       *> check if user inputted 'Go Back'
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO USER-ACTION
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

        *> only proceed if the user DID NOT want to go back
        IF FUNCTION TRIM(USER-ACTION) NOT = "Go Back"
            *> the input is a username, so move it to the variable used by sub-paragraph
            MOVE USER-ACTION TO WS-SELECTED-SENDER
            PERFORM VERIFY-PENDING-REQUEST

            IF WS-REQUEST-EXISTS = 'N'
                MOVE "No pending request found from that user." TO OUTPUT-LINE
                PERFORM WRITE-AND-DISPLAY
                MOVE SPACES TO OUTPUT-LINE
                PERFORM WRITE-AND-DISPLAY
            ELSE
                *> Valid user selected, now get the secondary action (Accept/Reject).
                MOVE SPACES TO OUTPUT-LINE
                PERFORM WRITE-AND-DISPLAY
                MOVE "Accept Connection Request" TO OUTPUT-LINE
                PERFORM WRITE-AND-DISPLAY
                MOVE "Reject Connection Request" TO OUTPUT-LINE
                PERFORM WRITE-AND-DISPLAY
                MOVE "Go Back" TO OUTPUT-LINE
                PERFORM WRITE-AND-DISPLAY
                MOVE "Enter your choice:" TO OUTPUT-LINE
                PERFORM WRITE-AND-DISPLAY

                READ INPUT-FILE
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-REQUEST-ACTION
                END-READ
                IF EOF EXIT PERFORM END-IF

                EVALUATE WS-REQUEST-ACTION
                    WHEN "Accept Connection Request"
                        PERFORM ACCEPT-CONNECTION-REQUEST
                    WHEN "Reject Connection Request"
                        PERFORM REJECT-CONNECTION-REQUEST
                    WHEN "Go Back"
                       CONTINUE
                    WHEN OTHER
                        MOVE "Invalid action." TO OUTPUT-LINE
                        PERFORM WRITE-AND-DISPLAY
                END-EVALUATE
            END-IF
        END-IF
    END-PERFORM.

    *> Reset the variable for safety after the loop is done.
    MOVE SPACES TO USER-ACTION.

VERIFY-PENDING-REQUEST.
       *> Check if the selected sender has a pending request to current user
       MOVE 'N' TO WS-REQUEST-EXISTS
       OPEN INPUT CONNECTION-REQUESTS-FILE
       IF CONNECTION-REQUESTS-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF

       PERFORM UNTIL 1 = 2
           READ CONNECTION-REQUESTS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   IF FUNCTION TRIM(CR-SENDER-USERNAME) = FUNCTION TRIM(WS-SELECTED-SENDER) AND
                      FUNCTION TRIM(CR-RECIPIENT-USERNAME) = FUNCTION TRIM(USERNAME) AND
                      FUNCTION TRIM(CR-STATUS) = "pending"
                       MOVE 'Y' TO WS-REQUEST-EXISTS
                       EXIT PERFORM
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CONNECTION-REQUESTS-FILE.

ACCEPT-CONNECTION-REQUEST.
       *> This paragraph adds a permanent connection record
       PERFORM ADD-ESTABLISHED-CONNECTION
       *> remove the pending request form the requests file
       MOVE "accepted" TO WS-REQUEST-ACTION
       PERFORM UPDATE-CONNECTION-REQUEST-STATUS
       ADD 1 TO WS-ACT-CONNECTIONS-ACCEPTED

       *> let the sender know their request was accepted next login
       MOVE WS-SELECTED-SENDER TO WS-NOTIFY-USERNAME
       MOVE SPACES TO WS-NOTIFY-TEXT
       STRING FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
              " accepted your connection request." DELIMITED BY SIZE
              INTO WS-NOTIFY-TEXT
       END-STRING
       PERFORM RECORD-NOTIFICATION.

REJECT-CONNECTION-REQUEST.
       *> This paragraph removes the pending request from the file
       MOVE "rejected" TO WS-REQUEST-ACTION
       PERFORM UPDATE-CONNECTION-REQUEST-STATUS.

ADD-ESTABLISHED-CONNECTION.
       *> This parapgraph creates the permanent connection
       MOVE FUNCTION TRIM(USERNAME) TO CONN-USER1
       MOVE FUNCTION TRIM(WS-SELECTED-SENDER) TO CONN-USER2
       MOVE FUNCTION CURRENT-DATE(1:8) TO CONN-SINCE-DATE

       *> open file for appending (crete if it doesn't exisy)
       OPEN EXTEND CONNECTIONS-FILE
       IF CONNECTIONS-STATUS = "35" *> File not found
           OPEN OUTPUT CONNECTIONS-FILE
       ELSE
           CLOSE CONNECTIONS-FILE
           OPEN EXTEND CONNECTIONS-FILE
       END-IF.

        WRITE CONNECTION-RECORD
        CLOSE CONNECTIONS-FILE.

UPDATE-CONNECTION-REQUEST-STATUS.
       *> This paragraph removes a specific request by copying all other requests to a temporary file
       OPEN INPUT CONNECTION-REQUESTS-FILE
       OPEN OUTPUT TEMP-CONNECTIONS-FILE

       IF CONNECTION-REQUESTS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ CONNECTION-REQUESTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(CR-SENDER-USERNAME) = FUNCTION TRIM(WS-SELECTED-SENDER) AND
                          FUNCTION TRIM(CR-RECIPIENT-USERNAME) = FUNCTION TRIM(USERNAME) AND
                          FUNCTION TRIM(CR-STATUS) = "pending"
                           *> This is the request to remove. Display confirmation and DO NOT write to temp file
                           *> Show confirmation message
                           MOVE SPACES TO OUTPUT-LINE
                           STRING "Connection request from " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-SELECTED-SENDER) DELIMITED BY SIZE
                                  " has been " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-REQUEST-ACTION) DELIMITED BY SIZE
                                  "." DELIMITED BY SIZE
                                  INTO OUTPUT-LINE
                           END-STRING
                           PERFORM WRITE-AND-DISPLAY
                           MOVE SPACES TO OUTPUT-LINE
                           PERFORM WRITE-AND-DISPLAY
                       ELSE
                           *> Keep other requests unchanged
                           MOVE CR-SENDER-USERNAME TO TMP-CR-SENDER-USERNAME
                           MOVE CR-RECIPIENT-USERNAME TO TMP-CR-RECIPIENT-USERNAME
                           MOVE CR-STATUS TO TMP-CR-STATUS
                           WRITE TMP-CONNECTION-RECORD
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE CONNECTION-REQUESTS-FILE
       CLOSE TEMP-CONNECTIONS-FILE

       PERFORM REWRITE-CONNECTION-REQUESTS-FROM-TEMP.

DISPLAY-FOUND-PROFILE.
       *> Display the full profile of a found user
       MOVE "======================================" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "            FOUND PROFILE" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "======================================" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       PERFORM DISPLAY-PROFILE-CONTENT

       *> Store the target username for connection request
       MOVE FUNCTION TRIM(PR-USERNAME) TO WS-TARGET-USERNAME

       *> and what was shown, in case the profile is reported
       MOVE SPACES TO WS-FLAG-CONTENT
       STRING FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
              ": " DELIMITED BY SIZE
              FUNCTION TRIM(PR-ABOUT) DELIMITED BY SIZE
              INTO WS-FLAG-CONTENT
       END-STRING

       *> Display connection request menu
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Send Connection Request" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Endorse a Skill" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Report this Profile" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Back to Main Menu" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Enter your choice:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       *> Get user's menu choice
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-CONN-MENU-CHOICE
       END-READ

       IF NOT EOF
           EVALUATE WS-CONN-MENU-CHOICE
               WHEN "Send Connection Request"
                   PERFORM SEND-CONNECTION-REQUEST
               WHEN "Endorse a Skill"
                   PERFORM ENDORSE-A-SKILL
               WHEN "Report this Profile"
                   PERFORM REPORT-FOUND-PROFILE
               WHEN "Back to Main Menu"
                   *> Do nothing, just return to main menu
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice. Returning to main menu." TO OUTPUT-LINE
                   PERFORM WRITE-AND-DISPLAY
           END-EVALUATE
       END-IF.

VIEW-MY-NETWORK.
       MOVE "=== YOUR NETWORK ===" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       MOVE 0 TO WS-NETWORK-COUNT

       OPEN INPUT CONNECTIONS-FILE
       IF CONNECTIONS-STATUS NOT = "00"
           MOVE "No connections in your network yet." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           CLOSE CONNECTIONS-FILE
           EXIT PARAGRAPH
       END-IF.

       MOVE 'N' TO WS-CONN-EOF-FLAG
       PERFORM UNTIL CONN-EOF
           READ CONNECTIONS-FILE
               AT END SET CONN-EOF TO TRUE
               NOT AT END
                   *> check if logged-in user is part of the connection record
                   IF FUNCTION TRIM(CONN-USER1) = FUNCTION TRIM(USERNAME)
                       MOVE CONN-USER2 TO WS-FRIEND-USERNAME
                       ADD 1 TO WS-NETWORK-COUNT
                       PERFORM DISPLAY-FRIEND-DETAILS
                   ELSE
                       IF FUNCTION TRIM(CONN-USER2) = FUNCTION TRIM(USERNAME)
                           MOVE CONN-USER1 TO WS-FRIEND-USERNAME
                           ADD 1 TO WS-NETWORK-COUNT
                           PERFORM DISPLAY-FRIEND-DETAILS
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE CONNECTIONS-FILE.

       IF WS-NETWORK-COUNT = 0
           MOVE "No connections in your network yet." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
       END-IF.

DISPLAY-FRIEND-DETAILS.
       *> this paragraph find and displays a friend's profile details
       OPEN INPUT PROFILES-FILE
       MOVE 'N' TO WS-PROF-EOF-FLAG

       PERFORM UNTIL PROF-EOF
           READ PROFILES-FILE
               AT END SET PROF-EOF TO TRUE
               NOT AT END
               IF FUNCTION TRIM(PR-USERNAME) = FUNCTION TRIM(WS-FRIEND-USERNAME)
                       STRING "Connected with: "        DELIMITED BY SIZE
                           FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                           " "                          DELIMITED BY SIZE
                           FUNCTION TRIM(PR-LAST-NAME)  DELIMITED BY SIZE
                           " (University: "             DELIMITED BY SIZE
                           FUNCTION TRIM(PR-UNIVERSITY) DELIMITED BY SIZE
                           ", Major: "                  DELIMITED BY SIZE
                           FUNCTION TRIM(PR-MAJOR)      DELIMITED BY SIZE
                           ")"                          DELIMITED BY SIZE
                           INTO OUTPUT-LINE
                       END-STRING
                       PERFORM WRITE-AND-DISPLAY
                       SET PROF-EOF TO TRUE
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.

MENTORSHIP-MENU.
       *> alumni sign up as mentors and answer requests; students browse
       *> mentors by major or skill and send requests; both sides see
       *> their accepted pairings at the top of the menu
      PERFORM UNTIL USER-ACTION = "Go Back" OR EOF
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "--- Mentorship ---" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           PERFORM SHOW-MY-MENTORSHIPS
           PERFORM SET-CURRENT-USER-IS-ALUMNI
           IF CURRENT-USER-IS-ALUMNI
               MOVE "Become a Mentor" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               MOVE "Mentorship Requests" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           ELSE
               MOVE "Browse Mentors" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               MOVE "My Mentorship Requests" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           END-IF
           MOVE "Go Back" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Enter your choice:" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY

           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO USER-ACTION
           END-READ

           IF NOT EOF
               EVALUATE USER-ACTION
                   WHEN "Become a Mentor"
                       IF CURRENT-USER-IS-ALUMNI
                           PERFORM MENTOR-SIGN-UP
                       ELSE
                           MOVE "Error: Only alumni can sign up as mentors." TO OUTPUT-LINE
                           PERFORM WRITE-AND-DISPLAY
                       END-IF
                   WHEN "Mentorship Requests"
                       IF CURRENT-USER-IS-ALUMNI
                           PERFORM REVIEW-MENTORSHIP-REQUESTS
                       ELSE
                           MOVE "Error: Only alumni can answer mentorship requests." TO OUTPUT-LINE
                           PERFORM WRITE-AND-DISPLAY
                       END-IF
                   WHEN "Browse Mentors"
                       IF CURRENT-USER-IS-ALUMNI
                           MOVE "Error: Browsing mentors is for current students." TO OUTPUT-LINE
                           PERFORM WRITE-AND-DISPLAY
                       ELSE
                           PERFORM BROWSE-MENTORS
                       END-IF
                   WHEN "My Mentorship Requests"
                       PERFORM LIST-MY-MENTORSHIP-REQUESTS
                   WHEN "Go Back"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Error: Invalid input. Please try again." TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
               END-EVALUATE
           END-IF
      END-PERFORM.

SET-CURRENT-USER-IS-ALUMNI.
       *> decides whether the logged-in user's account has been moved
       *> to the alumni type by the end-of-term transition
       MOVE 'N' TO WS-IS-ALUMNI
       PERFORM VARYING WS-ADMIN-IDX FROM 1 BY 1
               UNTIL WS-ADMIN-IDX > ACCOUNT-COUNT
           IF FUNCTION TRIM(WS-USERNAME(WS-ADMIN-IDX)) = FUNCTION TRIM(USERNAME) AND
              FUNCTION TRIM(WS-ACCT-TYPE(WS-ADMIN-IDX)) = "alumn"
               MOVE 'Y' TO WS-IS-ALUMNI
               EXIT PERFORM
           END-IF
       END-PERFORM.

SHOW-MY-MENTORSHIPS.
       *> lists the user's accepted pairings from MENTORSHIPS.DAT, from
       *> whichever side of the pairing they are on
       MOVE 0 TO WS-MENTOR-PAIR-COUNT
       OPEN INPUT MENTORSHIPS-FILE
       IF MENTORSHIPS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ MENTORSHIPS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(MP-MENTOR) = FUNCTION TRIM(USERNAME)
                           ADD 1 TO WS-MENTOR-PAIR-COUNT
                           MOVE SPACES TO OUTPUT-LINE
                           STRING "Your mentee: " DELIMITED BY SIZE
                                  FUNCTION TRIM(MP-MENTEE) DELIMITED BY SIZE
                                  " (since " DELIMITED BY SIZE
                                  MP-SINCE-DATE DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                                  INTO OUTPUT-LINE
                           END-STRING
                           PERFORM WRITE-AND-DISPLAY
                       END-IF
                       IF FUNCTION TRIM(MP-MENTEE) = FUNCTION TRIM(USERNAME)
                           ADD 1 TO WS-MENTOR-PAIR-COUNT
                           MOVE SPACES TO OUTPUT-LINE
                           STRING "Your mentor: " DELIMITED BY SIZE
                                  FUNCTION TRIM(MP-MENTOR) DELIMITED BY SIZE
                                  " (since " DELIMITED BY SIZE
                                  MP-SINCE-DATE DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                                  INTO OUTPUT-LINE
                           END-STRING
                           PERFORM WRITE-AND-DISPLAY
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MENTORSHIPS-FILE

       IF WS-MENTOR-PAIR-COUNT = 0
           MOVE "You have no active mentorships." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
       END-IF.

MENTOR-SIGN-UP.
       *> an alumnus lists up to three majors and three skills they will
       *> advise on; signing up again replaces the earlier listing
       MOVE 0 TO WS-MENTOR-MAJOR-COUNT
       MOVE 0 TO WS-MENTOR-SKILL-COUNT
       PERFORM VARYING WS-MENTOR-SLOT FROM 1 BY 1 UNTIL WS-MENTOR-SLOT > 3
           MOVE SPACES TO WS-MENTOR-MAJOR(WS-MENTOR-SLOT)
           MOVE SPACES TO WS-MENTOR-SKILL(WS-MENTOR-SLOT)
       END-PERFORM

       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "--- Become a Mentor ---" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       PERFORM UNTIL WS-MENTOR-MAJOR-COUNT = 3 OR EOF
           COMPUTE WS-INDEX-TEXT = WS-MENTOR-MAJOR-COUNT + 1
           MOVE SPACES TO OUTPUT-LINE
           STRING "Major you will advise on #" WS-INDEX-TEXT
                  " (max 3 entries. Enter 'DONE' to finish):" INTO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-INPUT-LINE
           END-READ
           IF EOF EXIT PERFORM END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-LINE)) = "DONE"
               EXIT PERFORM
           END-IF
           IF FUNCTION TRIM(WS-INPUT-LINE) = SPACE
               MOVE "Error: Enter a major or 'DONE'." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           ELSE
               ADD 1 TO WS-MENTOR-MAJOR-COUNT
               MOVE WS-INPUT-LINE TO WS-MENTOR-MAJOR(WS-MENTOR-MAJOR-COUNT)
           END-IF
       END-PERFORM
       IF EOF EXIT PARAGRAPH END-IF

       PERFORM UNTIL WS-MENTOR-SKILL-COUNT = 3 OR EOF
           COMPUTE WS-INDEX-TEXT = WS-MENTOR-SKILL-COUNT + 1
           MOVE SPACES TO OUTPUT-LINE
           STRING "Skill you will advise on #" WS-INDEX-TEXT
                  " (max 3 entries. Enter 'DONE' to finish):" INTO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-INPUT-LINE
           END-READ
           IF EOF EXIT PERFORM END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-LINE)) = "DONE"
               EXIT PERFORM
           END-IF
           IF FUNCTION TRIM(WS-INPUT-LINE) = SPACE
               MOVE "Error: Enter a skill or 'DONE'." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
           ELSE
               ADD 1 TO WS-MENTOR-SKILL-COUNT
               MOVE WS-INPUT-LINE TO WS-MENTOR-SKILL(WS-MENTOR-SKILL-COUNT)
           END-IF
       END-PERFORM
       IF EOF EXIT PARAGRAPH END-IF

       IF WS-MENTOR-MAJOR-COUNT = 0 AND WS-MENTOR-SKILL-COUNT = 0
           MOVE "Error: List at least one major or skill to sign up as a mentor." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       *> copy every other mentor's row through MENTORS.TMP, add the
       *> new listing, then copy back
       MOVE 'N' TO WS-MENTOR-SIGNED-UP
       OPEN OUTPUT TEMP-MENTORS-FILE
       OPEN INPUT MENTORS-FILE
       IF MENTORS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ MENTORS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(MN-USERNAME) = FUNCTION TRIM(USERNAME)
                           MOVE 'Y' TO WS-MENTOR-SIGNED-UP
                       ELSE
                           MOVE MENTOR-RECORD TO TMP-MENTOR-RECORD
                           WRITE TMP-MENTOR-RECORD
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MENTORS-FILE

       MOVE FUNCTION TRIM(USERNAME) TO TMP-MN-USERNAME
       PERFORM VARYING WS-MENTOR-SLOT FROM 1 BY 1 UNTIL WS-MENTOR-SLOT > 3
           MOVE WS-MENTOR-MAJOR(WS-MENTOR-SLOT) TO TMP-MN-MAJOR(WS-MENTOR-SLOT)
           MOVE WS-MENTOR-SKILL(WS-MENTOR-SLOT) TO TMP-MN-SKILL(WS-MENTOR-SLOT)
       END-PERFORM
       MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-MN-SIGNUP-DATE
       WRITE TMP-MENTOR-RECORD
       CLOSE TEMP-MENTORS-FILE

       OPEN INPUT TEMP-MENTORS-FILE
       OPEN OUTPUT MENTORS-FILE
       PERFORM UNTIL 1 = 2
           READ TEMP-MENTORS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   MOVE TMP-MENTOR-RECORD TO MENTOR-RECORD
                   WRITE MENTOR-RECORD
           END-READ
       END-PERFORM
       CLOSE MENTORS-FILE
       CLOSE TEMP-MENTORS-FILE

       IF WS-MENTOR-SIGNED-UP = 'Y'
           MOVE "Your mentor listing has been updated." TO OUTPUT-LINE
       ELSE
           MOVE "You are now listed as a mentor. Students can find you under Browse Mentors." TO OUTPUT-LINE
       END-IF
       PERFORM WRITE-AND-DISPLAY.

BROWSE-MENTORS.
       *> lists signed-up mentors who advise on a major (the student's
       *> own PR-MAJOR unless another is entered) or on a skill, then
       *> lets the student send one of them a mentorship request
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "--- Browse Mentors ---" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Search by Major or Skill:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-MENTOR-BY
       END-READ
       IF EOF EXIT PARAGRAPH END-IF
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MENTOR-BY)) TO WS-MENTOR-BY

       EVALUATE WS-MENTOR-BY
           WHEN "MAJOR"
               MOVE "Enter the major (leave blank to use the major on your profile):" TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               READ INPUT-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-MENTOR-FILTER
               END-READ
               IF EOF EXIT PARAGRAPH END-IF
               IF FUNCTION TRIM(WS-MENTOR-FILTER) = SPACE
                   MOVE USERNAME TO WS-MENTOR-LOOKUP-USER
                   PERFORM LOOKUP-MENTORSHIP-PROFILE
                   MOVE WS-MENTOR-PR-MAJOR TO WS-MENTOR-FILTER
               END-IF
               IF FUNCTION TRIM(WS-MENTOR-FILTER) = SPACE
                   MOVE "Error: Your profile has no major. Enter a major to search for." TO OUTPUT-LINE
                   PERFORM WRITE-AND-DISPLAY
                   EXIT PARAGRAPH
               END-IF
           WHEN "SKILL"
               MOVE "Enter the skill:" TO WS-PROMPT-TEXT
               MOVE "Error: A skill is required." TO WS-ERROR-TEXT
               PERFORM GET-REQUIRED-FIELD
               IF EOF EXIT PARAGRAPH END-IF
               MOVE WS-PROMPT-INPUT TO WS-MENTOR-FILTER
           WHEN OTHER
               MOVE "Error: Enter 'Major' or 'Skill'." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               EXIT PARAGRAPH
       END-EVALUATE

       MOVE 0 TO WS-MENTOR-COUNT
       OPEN INPUT MENTORS-FILE
       IF MENTORS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ MENTORS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(MN-USERNAME) NOT = FUNCTION TRIM(USERNAME) AND
                          WS-MENTOR-COUNT < 200
                           PERFORM CHECK-MENTOR-ADVISES-ON
                           IF WS-MENTOR-MATCH = 'Y'
                               MOVE MN-USERNAME TO WS-MENTOR-LOOKUP-USER
                               PERFORM CHECK-MENTOR-ACCOUNT-ACTIVE
                               MOVE WS-MENTOR-ACTIVE TO WS-MENTOR-MATCH
                           END-IF
                           IF WS-MENTOR-MATCH = 'Y'
                               PERFORM SHOW-ONE-MENTOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MENTORS-FILE

       IF WS-MENTOR-COUNT = 0
           MOVE SPACES TO OUTPUT-LINE
           STRING "No mentors found who advise on " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MENTOR-FILTER) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter a mentor number to send a mentorship request (or 'Back' to return):"
           TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-MENTOR-CHOICE
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MENTOR-CHOICE)) = "BACK"
           EXIT PARAGRAPH
       END-IF

       MOVE WS-MENTOR-CHOICE TO WS-MENTOR-SELECTED
       IF WS-MENTOR-SELECTED <= 0 OR WS-MENTOR-SELECTED > WS-MENTOR-COUNT
           MOVE "Error: Invalid selection." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE WS-MENTOR-LIST(WS-MENTOR-SELECTED) TO WS-MENTOR-TARGET
       PERFORM SEND-MENTORSHIP-REQUEST.

CHECK-MENTOR-ADVISES-ON.
       *> sets WS-MENTOR-MATCH when one of the current MENTOR-RECORD's
       *> majors (or skills, per WS-MENTOR-BY) contains WS-MENTOR-FILTER
       MOVE 'N' TO WS-MENTOR-MATCH
       PERFORM VARYING WS-MENTOR-SLOT FROM 1 BY 1
               UNTIL WS-MENTOR-SLOT > 3 OR WS-MENTOR-MATCH = 'Y'
           MOVE SPACES TO WS-SRC
           IF WS-MENTOR-BY = "MAJOR"
               MOVE MN-MAJOR(WS-MENTOR-SLOT) TO WS-SRC
           ELSE
               MOVE MN-SKILL(WS-MENTOR-SLOT) TO WS-SRC
           END-IF
           IF FUNCTION TRIM(WS-SRC) NOT = SPACE
               MOVE WS-MENTOR-FILTER TO WS-PAT
               PERFORM CONTAINS-SUBSTRING
               IF CURRENT-MATCH
                   MOVE 'Y' TO WS-MENTOR-MATCH
               END-IF
           END-IF
       END-PERFORM.

CHECK-MENTOR-ACCOUNT-ACTIVE.
       *> sets WS-MENTOR-ACTIVE when WS-MENTOR-LOOKUP-USER still has an
       *> active account; disabled, anonymized or removed accounts stay
       *> on MENTORS.DAT but must not be offered or sent requests
       MOVE 'N' TO WS-MENTOR-ACTIVE
       PERFORM VARYING WS-MENTOR-ACCT-IDX FROM 1 BY 1
               UNTIL WS-MENTOR-ACCT-IDX > ACCOUNT-COUNT
           IF FUNCTION TRIM(WS-USERNAME(WS-MENTOR-ACCT-IDX)) =
              FUNCTION TRIM(WS-MENTOR-LOOKUP-USER)
               IF FUNCTION TRIM(WS-ACCT-STATUS(WS-MENTOR-ACCT-IDX)) = "active" OR
                  WS-ACCT-STATUS(WS-MENTOR-ACCT-IDX) = SPACES
                   MOVE 'Y' TO WS-MENTOR-ACTIVE
               END-IF
               EXIT PERFORM
           END-IF
       END-PERFORM.

SHOW-ONE-MENTOR.
       *> one numbered mentor line with name, then the majors and
       *> skills they advise on
       ADD 1 TO WS-MENTOR-COUNT
       MOVE MN-USERNAME TO WS-MENTOR-LIST(WS-MENTOR-COUNT)
       MOVE MN-USERNAME TO WS-MENTOR-LOOKUP-USER
       PERFORM LOOKUP-MENTORSHIP-PROFILE

       MOVE WS-MENTOR-COUNT TO WS-LIST-INDEX-TEXT
       MOVE SPACES TO OUTPUT-LINE
       STRING "[" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIST-INDEX-TEXT) DELIMITED BY SIZE
              "] " DELIMITED BY SIZE
              FUNCTION TRIM(MN-USERNAME) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(WS-MENTOR-NAME) DELIMITED BY SIZE
              " | Class of " DELIMITED BY SIZE
              WS-MENTOR-PR-GRAD-YEAR DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       MOVE SPACES TO WS-MENTOR-AREAS
       MOVE 1 TO WS-MENTOR-AREAS-PTR
       STRING "    Majors: " DELIMITED BY SIZE
              INTO WS-MENTOR-AREAS WITH POINTER WS-MENTOR-AREAS-PTR
       END-STRING
       PERFORM VARYING WS-MENTOR-SLOT FROM 1 BY 1 UNTIL WS-MENTOR-SLOT > 3
           IF FUNCTION TRIM(MN-MAJOR(WS-MENTOR-SLOT)) NOT = SPACE
               IF WS-MENTOR-AREAS-PTR > 13
                   STRING ", " DELIMITED BY SIZE
                          INTO WS-MENTOR-AREAS WITH POINTER WS-MENTOR-AREAS-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(MN-MAJOR(WS-MENTOR-SLOT)) DELIMITED BY SIZE
                      INTO WS-MENTOR-AREAS WITH POINTER WS-MENTOR-AREAS-PTR
               END-STRING
           END-IF
       END-PERFORM
       MOVE WS-MENTOR-AREAS TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       MOVE SPACES TO WS-MENTOR-AREAS
       MOVE 1 TO WS-MENTOR-AREAS-PTR
       STRING "    Skills: " DELIMITED BY SIZE
              INTO WS-MENTOR-AREAS WITH POINTER WS-MENTOR-AREAS-PTR
       END-STRING
       PERFORM VARYING WS-MENTOR-SLOT FROM 1 BY 1 UNTIL WS-MENTOR-SLOT > 3
           IF FUNCTION TRIM(MN-SKILL(WS-MENTOR-SLOT)) NOT = SPACE
               IF WS-MENTOR-AREAS-PTR > 13
                   STRING ", " DELIMITED BY SIZE
                          INTO WS-MENTOR-AREAS WITH POINTER WS-MENTOR-AREAS-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(MN-SKILL(WS-MENTOR-SLOT)) DELIMITED BY SIZE
                      INTO WS-MENTOR-AREAS WITH POINTER WS-MENTOR-AREAS-PTR
               END-STRING
           END-IF
       END-PERFORM
       MOVE WS-MENTOR-AREAS TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY.

LOOKUP-MENTORSHIP-PROFILE.
       *> name, major and class of WS-MENTOR-LOOKUP-USER from their
       *> profile (left blank when they have none)
       MOVE SPACES TO WS-MENTOR-NAME
       MOVE SPACES TO WS-MENTOR-PR-MAJOR
       MOVE SPACES TO WS-MENTOR-PR-GRAD-YEAR
       OPEN INPUT PROFILES-FILE
       IF PROFILES-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ PROFILES-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(PR-USERNAME) = FUNCTION TRIM(WS-MENTOR-LOOKUP-USER)
                           STRING FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                                  INTO WS-MENTOR-NAME
                           END-STRING
                           MOVE PR-MAJOR TO WS-MENTOR-PR-MAJOR
                           MOVE PR-GRAD-YEAR TO WS-MENTOR-PR-GRAD-YEAR
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE PROFILES-FILE.

SEND-MENTORSHIP-REQUEST.
       *> records a pending request from the user to WS-MENTOR-TARGET
       *> with a short note, and notifies the mentor; a student can
       *> only have one open request or pairing with each mentor
       MOVE WS-MENTOR-TARGET TO WS-MENTOR-LOOKUP-USER
       PERFORM CHECK-MENTOR-ACCOUNT-ACTIVE
       IF WS-MENTOR-ACTIVE = 'N'
           MOVE SPACES TO OUTPUT-LINE
           STRING "Error: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MENTOR-TARGET) DELIMITED BY SIZE
                  " is not accepting mentorship requests." DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO WS-MENTOR-DUPLICATE
       OPEN INPUT MENTOR-REQUESTS-FILE
       IF MENTOR-REQUESTS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ MENTOR-REQUESTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(MQ-STUDENT) = FUNCTION TRIM(USERNAME) AND
                          FUNCTION TRIM(MQ-MENTOR) = FUNCTION TRIM(WS-MENTOR-TARGET) AND
                          (FUNCTION TRIM(MQ-STATUS) = "pending" OR
                           FUNCTION TRIM(MQ-STATUS) = "accepted")
                           MOVE MQ-STATUS TO WS-MENTOR-DUPLICATE
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MENTOR-REQUESTS-FILE

       IF FUNCTION TRIM(WS-MENTOR-DUPLICATE) = "pending"
           MOVE SPACES TO OUTPUT-LINE
           STRING "You already have a pending request with " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MENTOR-TARGET) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF
       IF FUNCTION TRIM(WS-MENTOR-DUPLICATE) = "accepted"
           MOVE SPACES TO OUTPUT-LINE
           STRING FUNCTION TRIM(WS-MENTOR-TARGET) DELIMITED BY SIZE
                  " is already your mentor." DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter a short message for the mentor (max 100 chars):" TO WS-PROMPT-TEXT
       MOVE "Error: A message is required." TO WS-ERROR-TEXT
       PERFORM GET-REQUIRED-FIELD
       IF EOF EXIT PARAGRAPH END-IF
       MOVE WS-PROMPT-INPUT TO WS-MENTOR-NOTE

       MOVE FUNCTION TRIM(USERNAME) TO MQ-STUDENT
       MOVE WS-MENTOR-TARGET TO MQ-MENTOR
       MOVE WS-MENTOR-NOTE TO MQ-NOTE
       MOVE FUNCTION CURRENT-DATE(1:8) TO MQ-DATE
       MOVE "pending" TO MQ-STATUS
       MOVE SPACES TO MQ-DECIDED-DATE

       OPEN EXTEND MENTOR-REQUESTS-FILE
       IF MENTOR-REQUESTS-STATUS = "35" *> File not found
           OPEN OUTPUT MENTOR-REQUESTS-FILE
       ELSE
           CLOSE MENTOR-REQUESTS-FILE
           OPEN EXTEND MENTOR-REQUESTS-FILE
       END-IF
       WRITE MENTOR-REQUEST-RECORD
       CLOSE MENTOR-REQUESTS-FILE

       MOVE WS-MENTOR-TARGET TO WS-NOTIFY-USERNAME
       MOVE SPACES TO WS-NOTIFY-TEXT
       STRING FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
              " asked you to be their mentor: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-MENTOR-NOTE) DELIMITED BY SIZE
              INTO WS-NOTIFY-TEXT
       END-STRING
       PERFORM RECORD-NOTIFICATION

       MOVE SPACES TO OUTPUT-LINE
       STRING "Mentorship request sent to " DELIMITED BY SIZE
              FUNCTION TRIM(WS-MENTOR-TARGET) DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

LIST-MY-MENTORSHIP-REQUESTS.
       *> the requests the user has sent and where each one stands
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "--- My Mentorship Requests ---" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE 0 TO WS-MENTOR-REQ-COUNT
       OPEN INPUT MENTOR-REQUESTS-FILE
       IF MENTOR-REQUESTS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ MENTOR-REQUESTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(MQ-STUDENT) = FUNCTION TRIM(USERNAME)
                           ADD 1 TO WS-MENTOR-REQ-COUNT
                           MOVE SPACES TO OUTPUT-LINE
                           STRING "Mentor: " DELIMITED BY SIZE
                                  FUNCTION TRIM(MQ-MENTOR) DELIMITED BY SIZE
                                  " | Sent: " DELIMITED BY SIZE
                                  MQ-DATE DELIMITED BY SIZE
                                  " | Status: " DELIMITED BY SIZE
                                  FUNCTION TRIM(MQ-STATUS) DELIMITED BY SIZE
                                  INTO OUTPUT-LINE
                           END-STRING
                           PERFORM WRITE-AND-DISPLAY
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MENTOR-REQUESTS-FILE

       IF WS-MENTOR-REQ-COUNT = 0
           MOVE "You have not sent any mentorship requests." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
       END-IF.

REVIEW-MENTORSHIP-REQUESTS.
       *> the mentor's pending requests, one of which can be accepted
       *> (recording the pairing) or declined; the student is notified
       *> either way
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "--- Mentorship Requests ---" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE 0 TO WS-MENTOR-REQ-COUNT
       OPEN INPUT MENTOR-REQUESTS-FILE
       IF MENTOR-REQUESTS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ MENTOR-REQUESTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(MQ-MENTOR) = FUNCTION TRIM(USERNAME) AND
                          FUNCTION TRIM(MQ-STATUS) = "pending"
                           PERFORM SHOW-ONE-MENTORSHIP-REQUEST
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MENTOR-REQUESTS-FILE

       IF WS-MENTOR-REQ-COUNT = 0
           MOVE "You have no pending mentorship requests." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter the number of the request to answer (or 'Back' to return):"
           TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-MENTOR-CHOICE
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MENTOR-CHOICE)) = "BACK"
           EXIT PARAGRAPH
       END-IF

       MOVE WS-MENTOR-CHOICE TO WS-MENTOR-SELECTED
       IF WS-MENTOR-SELECTED <= 0 OR WS-MENTOR-SELECTED > WS-MENTOR-REQ-COUNT
           MOVE "Error: Invalid selection." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE "Accept or Decline?" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-MENTOR-DECISION
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MENTOR-DECISION))
           WHEN "ACCEPT"
               MOVE "accepted" TO WS-MENTOR-NEW-STATUS
           WHEN "DECLINE"
               MOVE "declined" TO WS-MENTOR-NEW-STATUS
           WHEN OTHER
               MOVE "Error: Enter 'Accept' or 'Decline'." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               EXIT PARAGRAPH
       END-EVALUATE

       *> rewrite the requests file with the selected row's new status
       *> (counting only this mentor's pending rows, in the order shown)
       MOVE 0 TO WS-MENTOR-REWRITE-IDX
       MOVE SPACES TO WS-MENTOR-STUDENT
       OPEN INPUT MENTOR-REQUESTS-FILE
       OPEN OUTPUT TEMP-MENTOR-REQUESTS-FILE
       IF MENTOR-REQUESTS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ MENTOR-REQUESTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(MQ-MENTOR) = FUNCTION TRIM(USERNAME) AND
                          FUNCTION TRIM(MQ-STATUS) = "pending"
                           ADD 1 TO WS-MENTOR-REWRITE-IDX
                           IF WS-MENTOR-REWRITE-IDX = WS-MENTOR-SELECTED
                               MOVE MQ-STUDENT TO WS-MENTOR-STUDENT
                               MOVE WS-MENTOR-NEW-STATUS TO MQ-STATUS
                               MOVE FUNCTION CURRENT-DATE(1:8) TO MQ-DECIDED-DATE
                           END-IF
                       END-IF
                       MOVE MENTOR-REQUEST-RECORD TO TMP-MENTOR-REQUEST-RECORD
                       WRITE TMP-MENTOR-REQUEST-RECORD
               END-READ
           END-PERFORM
       END-IF
       CLOSE MENTOR-REQUESTS-FILE
       CLOSE TEMP-MENTOR-REQUESTS-FILE

       OPEN INPUT TEMP-MENTOR-REQUESTS-FILE
       OPEN OUTPUT MENTOR-REQUESTS-FILE
       PERFORM UNTIL 1 = 2
           READ TEMP-MENTOR-REQUESTS-FILE
               AT END EXIT PERFORM
               NOT AT END
                   MOVE TMP-MENTOR-REQUEST-RECORD TO MENTOR-REQUEST-RECORD
                   WRITE MENTOR-REQUEST-RECORD
           END-READ
       END-PERFORM
       CLOSE MENTOR-REQUESTS-FILE
       CLOSE TEMP-MENTOR-REQUESTS-FILE

       IF FUNCTION TRIM(WS-MENTOR-STUDENT) = SPACE
           EXIT PARAGRAPH
       END-IF

       IF FUNCTION TRIM(WS-MENTOR-NEW-STATUS) = "accepted"
           MOVE FUNCTION TRIM(USERNAME) TO MP-MENTOR
           MOVE WS-MENTOR-STUDENT TO MP-MENTEE
           MOVE FUNCTION CURRENT-DATE(1:8) TO MP-SINCE-DATE
           OPEN EXTEND MENTORSHIPS-FILE
           IF MENTORSHIPS-STATUS = "35" *> File not found
               OPEN OUTPUT MENTORSHIPS-FILE
           ELSE
               CLOSE MENTORSHIPS-FILE
               OPEN EXTEND MENTORSHIPS-FILE
           END-IF
           WRITE MENTORSHIP-RECORD
           CLOSE MENTORSHIPS-FILE
       END-IF

       MOVE WS-MENTOR-STUDENT TO WS-NOTIFY-USERNAME
       MOVE SPACES TO WS-NOTIFY-TEXT
       STRING FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(WS-MENTOR-NEW-STATUS) DELIMITED BY SIZE
              " your mentorship request." DELIMITED BY SIZE
              INTO WS-NOTIFY-TEXT
       END-STRING
       PERFORM RECORD-NOTIFICATION

       MOVE SPACES TO OUTPUT-LINE
       IF FUNCTION TRIM(WS-MENTOR-NEW-STATUS) = "accepted"
           STRING FUNCTION TRIM(WS-MENTOR-STUDENT) DELIMITED BY SIZE
                  " is now your mentee." DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
       ELSE
           STRING "Request from " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MENTOR-STUDENT) DELIMITED BY SIZE
                  " declined." DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
       END-IF
       PERFORM WRITE-AND-DISPLAY.

SHOW-ONE-MENTORSHIP-REQUEST.
       *> one numbered pending request: the student's name, major and
       *> class, then their message
       ADD 1 TO WS-MENTOR-REQ-COUNT
       MOVE MQ-STUDENT TO WS-MENTOR-LOOKUP-USER
       PERFORM LOOKUP-MENTORSHIP-PROFILE

       MOVE WS-MENTOR-REQ-COUNT TO WS-LIST-INDEX-TEXT
       MOVE SPACES TO OUTPUT-LINE
       STRING "[" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIST-INDEX-TEXT) DELIMITED BY SIZE
              "] " DELIMITED BY SIZE
              FUNCTION TRIM(MQ-STUDENT) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(WS-MENTOR-NAME) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(WS-MENTOR-PR-MAJOR) DELIMITED BY SIZE
              " | Class of " DELIMITED BY SIZE
              WS-MENTOR-PR-GRAD-YEAR DELIMITED BY SIZE
              " | Sent: " DELIMITED BY SIZE
              MQ-DATE DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       MOVE SPACES TO OUTPUT-LINE
       STRING "    Message: " DELIMITED BY SIZE
              FUNCTION TRIM(MQ-NOTE) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

MESSAGES-MENU.
       *> this is the sub-menu for in-app messaging between connected users

       MOVE 0 TO WS-INBOX-COUNT

       OPEN INPUT MESSAGES-FILE
       IF MESSAGES-STATUS NOT = "00"
           MOVE "Your inbox is empty." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       PERFORM UNTIL 1 = 2
           READ MESSAGES-FILE NEXT RECORD
               AT END EXIT PERFORM
               NOT AT END
                   IF FUNCTION TRIM(MSG-RECIPIENT-USERNAME) = FUNCTION TRIM(USERNAME)
                       ADD 1 TO WS-INBOX-COUNT
                       IF WS-INBOX-COUNT > 0
                           MOVE MSG-ID TO WS-INBOX-MSG-ID(WS-INBOX-COUNT)
                       END-IF
                       MOVE SPACES TO OUTPUT-LINE
                       IF MSG-READ-FLAG = 'N'
                           STRING "[" WS-INBOX-COUNT "] (NEW)  From " DELIMITED BY SIZE
                                  FUNCTION TRIM(MSG-SENDER-USERNAME) DELIMITED BY SIZE
                                  ": " DELIMITED BY SIZE
                                  FUNCTION TRIM(MSG-BODY) DELIMITED BY SIZE
                                  INTO OUTPUT-LINE
                           END-STRING
                       ELSE
                           STRING "[" WS-INBOX-COUNT "] (read) From " DELIMITED BY SIZE
                                  FUNCTION TRIM(MSG-SENDER-USERNAME) DELIMITED BY SIZE
                                  ": " DELIMITED BY SIZE
                                  FUNCTION TRIM(MSG-BODY) DELIMITED BY SIZE
                                  INTO OUTPUT-LINE
                           END-STRING
                       END-IF
                       PERFORM WRITE-AND-DISPLAY
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MESSAGES-FILE

       IF WS-INBOX-COUNT = 0
           MOVE "Your inbox is empty." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       *> everything just shown is no longer new
       PERFORM MARK-INBOX-READ

       *> any of the messages just shown can be reported
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Report a Message" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Go Back" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Enter your choice:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-MSG-MENU-CHOICE
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       EVALUATE WS-MSG-MENU-CHOICE
           WHEN "Report a Message"
               PERFORM REPORT-INBOX-MESSAGE
           WHEN "Go Back"
               CONTINUE
           WHEN OTHER
               MOVE "Error: Invalid input. Please try again." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
       END-EVALUATE.

REPORT-INBOX-MESSAGE.
       *> flags one message from the inbox just listed, by its number
       MOVE "Enter the number of the message to report:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-FLAG-CHOICE
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION TRIM(WS-FLAG-CHOICE) IS NOT NUMERIC
           MOVE "Error: Invalid message number." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF
       MOVE WS-FLAG-CHOICE TO WS-FLAG-SELECTED
       IF WS-FLAG-SELECTED < 1 OR WS-FLAG-SELECTED > WS-INBOX-COUNT
           MOVE "Error: Invalid message number." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO WS-FLAG-FOUND
       OPEN INPUT MESSAGES-FILE
       IF MESSAGES-STATUS = "00"
           MOVE WS-INBOX-MSG-ID(WS-FLAG-SELECTED) TO MSG-ID
           READ MESSAGES-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FLAG-FOUND
           END-READ
       END-IF
       CLOSE MESSAGES-FILE

       IF WS-FLAG-FOUND = 'N'
           MOVE "Error: That message is no longer available." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE "message" TO WS-FLAG-KIND
       MOVE MSG-ID TO WS-FLAG-KEY
       MOVE MSG-SENDER-USERNAME TO WS-FLAG-OWNER
       MOVE MSG-BODY TO WS-FLAG-CONTENT
       PERFORM SAVE-MODERATION-FLAG.

REPORT-FOUND-PROFILE.
       *> flags the profile reached through Find Someone You Know
       MOVE "profile" TO WS-FLAG-KIND
       MOVE WS-TARGET-USERNAME TO WS-FLAG-KEY
       MOVE WS-TARGET-USERNAME TO WS-FLAG-OWNER
       PERFORM SAVE-MODERATION-FLAG.

REFER-CONNECTION-TO-POSTING.
       *> refers one of the user's connections to the posting shown by
       *> DISPLAY-JOB-DETAILS with a short note; the referred person is
       *> notified, and the application they send in carries the referrer
       MOVE "Enter the username of the connection to refer:" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-REFER-TARGET
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION TRIM(USERNAME) = FUNCTION TRIM(WS-REFER-TARGET)
           MOVE "Error: You cannot refer yourself." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       IF FUNCTION TRIM(WS-CURRENT-JOB-POSTER) = FUNCTION TRIM(WS-REFER-TARGET)
           MOVE "Error: That user posted this job." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       *> only established connections can be referred
       MOVE WS-REFER-TARGET TO WS-TARGET-USERNAME
       PERFORM CHECK-EXISTING-CONNECTION
       IF WS-CONNECTION-EXISTS = 'N'
           MOVE "Error: You can only refer users in your network." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE WS-REFER-TARGET TO WS-RECOMMEND-USER
       MOVE WS-CURRENT-JOB-ID TO WS-RECOMMEND-JOB-ID
       PERFORM CHECK-RECOMMEND-APPLIED
       IF RECOMMEND-APPLIED
           MOVE SPACES TO OUTPUT-LINE
           STRING FUNCTION TRIM(WS-REFER-TARGET) DELIMITED BY SIZE
                  " has already applied to this posting." DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO WS-REFER-DUPLICATE
       OPEN INPUT REFERRALS-FILE
       IF REFERRALS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ REFERRALS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(RF-REFERRER) = FUNCTION TRIM(USERNAME) AND
                          FUNCTION TRIM(RF-REFERRED) = FUNCTION TRIM(WS-REFER-TARGET) AND
                          RF-JOB-ID = WS-CURRENT-JOB-ID
                           MOVE 'Y' TO WS-REFER-DUPLICATE
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE REFERRALS-FILE
       IF WS-REFER-DUPLICATE = 'Y'
           MOVE SPACES TO OUTPUT-LINE
           STRING "You have already referred " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REFER-TARGET) DELIMITED BY SIZE
                  " to this posting." DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter a short note to go with your referral (max 100 chars):" TO WS-PROMPT-TEXT
       MOVE "Error: A referral note is required." TO WS-ERROR-TEXT
       PERFORM GET-REQUIRED-FIELD
       IF EOF EXIT PARAGRAPH END-IF
       MOVE WS-PROMPT-INPUT TO WS-REFER-NOTE

       MOVE FUNCTION TRIM(USERNAME) TO RF-REFERRER
       MOVE WS-REFER-TARGET TO RF-REFERRED
       MOVE WS-CURRENT-JOB-ID TO RF-JOB-ID
       MOVE WS-CURRENT-JOB-TITLE TO RF-JOB-TITLE
       MOVE WS-CURRENT-JOB-EMPLOYER TO RF-JOB-EMPLOYER
       MOVE WS-REFER-NOTE TO RF-NOTE
       MOVE FUNCTION CURRENT-DATE(1:8) TO RF-DATE

       OPEN EXTEND REFERRALS-FILE
       IF REFERRALS-STATUS = "35" *> File not found
           OPEN OUTPUT REFERRALS-FILE
       ELSE
           CLOSE REFERRALS-FILE
           OPEN EXTEND REFERRALS-FILE
       END-IF
       WRITE REFERRAL-RECORD
       CLOSE REFERRALS-FILE

       MOVE WS-REFER-TARGET TO WS-NOTIFY-USERNAME
       MOVE SPACES TO WS-NOTIFY-TEXT
       STRING FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
              " referred you to " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CURRENT-JOB-TITLE) DELIMITED BY SIZE
              " at " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CURRENT-JOB-EMPLOYER) DELIMITED BY SIZE
              ": " DELIMITED BY SIZE
              FUNCTION TRIM(WS-REFER-NOTE) DELIMITED BY SIZE
              INTO WS-NOTIFY-TEXT
       END-STRING
       PERFORM RECORD-NOTIFICATION

       MOVE SPACES TO OUTPUT-LINE
       STRING "Referral sent to " DELIMITED BY SIZE
              FUNCTION TRIM(WS-REFER-TARGET) DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

REPORT-CURRENT-POSTING.
       *> flags the posting shown by DISPLAY-JOB-DETAILS
       MOVE "posting" TO WS-FLAG-KIND
       MOVE WS-CURRENT-JOB-ID TO WS-FLAG-KEY
       MOVE WS-CURRENT-JOB-POSTER TO WS-FLAG-OWNER
       MOVE SPACES TO WS-FLAG-CONTENT
       STRING FUNCTION TRIM(WS-CURRENT-JOB-TITLE) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CURRENT-JOB-EMPLOYER) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CURRENT-JOB-LOCATION) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CURRENT-JOB-DESCRIPTION) DELIMITED BY SIZE
              INTO WS-FLAG-CONTENT
       END-STRING
       PERFORM SAVE-MODERATION-FLAG.

SAVE-MODERATION-FLAG.
       *> asks for a reason and records a report-abuse flag against the
       *> item in WS-FLAG-KIND / WS-FLAG-KEY (owned by WS-FLAG-OWNER,
       *> shown to the reporter as WS-FLAG-CONTENT)
       IF FUNCTION TRIM(WS-FLAG-OWNER) = FUNCTION TRIM(USERNAME)
           MOVE "Error: You cannot report your own content." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE "Reason (harassment, fraud, spam, inappropriate, other):" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-FLAG-REASON
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       EVALUATE FUNCTION TRIM(WS-FLAG-REASON)
           WHEN "harassment"
           WHEN "fraud"
           WHEN "spam"
           WHEN "inappropriate"
           WHEN "other"
               CONTINUE
           WHEN OTHER
               MOVE "Error: Reason must be harassment, fraud, spam, inappropriate or other." TO OUTPUT-LINE
               PERFORM WRITE-AND-DISPLAY
               EXIT PARAGRAPH
       END-EVALUATE

       *> one open report per person per item is enough
       MOVE 'N' TO WS-FLAG-DUPLICATE
       OPEN INPUT MODERATION-FLAGS-FILE
       IF MODERATION-FLAGS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ MODERATION-FLAGS-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(FL-REPORTER) = FUNCTION TRIM(USERNAME) AND
                          FUNCTION TRIM(FL-KIND) = FUNCTION TRIM(WS-FLAG-KIND) AND
                          FUNCTION TRIM(FL-ITEM-KEY) = FUNCTION TRIM(WS-FLAG-KEY) AND
                          FUNCTION TRIM(FL-STATUS) = "open"
                           MOVE 'Y' TO WS-FLAG-DUPLICATE
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MODERATION-FLAGS-FILE

       IF WS-FLAG-DUPLICATE = 'Y'
           MOVE "You have already reported this; it is waiting for review." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       PERFORM GET-NEXT-FLAG-ID
       MOVE WS-NEW-FLAG-ID TO FL-ID
       MOVE FUNCTION TRIM(USERNAME) TO FL-REPORTER
       MOVE WS-FLAG-KIND TO FL-KIND
       MOVE WS-FLAG-KEY TO FL-ITEM-KEY
       MOVE FUNCTION TRIM(WS-FLAG-OWNER) TO FL-OWNER
       MOVE FUNCTION TRIM(WS-FLAG-REASON) TO FL-REASON
       MOVE FUNCTION CURRENT-DATE(1:8) TO FL-DATE
       MOVE "open" TO FL-STATUS
       MOVE WS-FLAG-CONTENT TO FL-CONTENT

       *> open the keyed file for update (create if doesn't exist)
       OPEN I-O MODERATION-FLAGS-FILE
       IF MODERATION-FLAGS-STATUS = "35" *> File not found
           OPEN OUTPUT MODERATION-FLAGS-FILE
       END-IF
       WRITE MODERATION-FLAG-RECORD
           INVALID KEY CONTINUE
       END-WRITE
       CLOSE MODERATION-FLAGS-FILE

       MOVE "Thank you. Your report has been sent to career services for review." TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY.

MARK-INBOX-READ.
       *> flips this user's unread messages to read, rewriting only
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY.

SHOW-RECOMMENDED-JOBS.
       *> the postings the nightly matching run picked for this student,
       *> best match first, with the reasons each one was picked;
       *> postings that have closed since, or that the student has
       *> applied to since, are left out
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "=== Recommended for You ===" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       MOVE 0 TO WS-RECOMMEND-COUNT
       OPEN INPUT RECOMMENDATIONS-FILE
       IF RECOMMENDATIONS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ RECOMMENDATIONS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(RM-USERNAME) = FUNCTION TRIM(USERNAME) AND
                          RM-JOB-ID IS NUMERIC
                           MOVE RM-USERNAME TO WS-RECOMMEND-USER
                           MOVE RM-JOB-ID TO WS-RECOMMEND-JOB-ID
                           PERFORM LOOKUP-RECOMMENDED-JOB
                           PERFORM CHECK-RECOMMEND-APPLIED
                           IF RECOMMEND-LIVE AND NOT RECOMMEND-APPLIED
                               PERFORM SHOW-ONE-RECOMMENDED-JOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE RECOMMENDATIONS-FILE

       IF WS-RECOMMEND-COUNT = 0
           MOVE "No recommendations for you right now." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Add your major and skills to your profile, or complete a training module, to get matched." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
       ELSE
           MOVE "Find these postings under Browse Jobs/Internships to apply." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
       END-IF
       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY.

SHOW-ONE-RECOMMENDED-JOB.
       ADD 1 TO WS-RECOMMEND-COUNT
       MOVE WS-RECOMMEND-COUNT TO WS-LIST-INDEX-TEXT
       MOVE SPACES TO OUTPUT-LINE
       STRING "[" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIST-INDEX-TEXT) DELIMITED BY SIZE
              "] " DELIMITED BY SIZE
              FUNCTION TRIM(WS-RECOMMEND-TITLE) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(WS-RECOMMEND-EMPLOYER) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(WS-RECOMMEND-LOCATION) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       IF FUNCTION TRIM(WS-RECOMMEND-DEADLINE) NOT = SPACE
           MOVE SPACES TO OUTPUT-LINE
           STRING "    Apply by: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECOMMEND-DEADLINE) DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           END-STRING
           PERFORM WRITE-AND-DISPLAY
       END-IF

       MOVE SPACES TO OUTPUT-LINE
       STRING "    Why: " DELIMITED BY SIZE
              FUNCTION TRIM(RM-REASONS) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

LOOKUP-RECOMMENDED-JOB.
       *> finds posting WS-RECOMMEND-JOB-ID and sets WS-RECOMMEND-LIVE
       *> when students can still see it and apply
       MOVE 'N' TO WS-RECOMMEND-LIVE
       OPEN INPUT JOBS-FILE
       IF JOBS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ JOBS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF JR-JOB-ID IS NUMERIC AND
                          JR-JOB-ID = WS-RECOMMEND-JOB-ID
                           PERFORM SET-JOB-REVIEW-LIVE
                           IF FUNCTION TRIM(JR-STATUS) NOT = "CLOSED" AND
                              JOB-REVIEW-LIVE
                               MOVE 'Y' TO WS-RECOMMEND-LIVE
                               MOVE JR-TITLE TO WS-RECOMMEND-TITLE
                               MOVE JR-EMPLOYER TO WS-RECOMMEND-EMPLOYER
                               MOVE JR-LOCATION TO WS-RECOMMEND-LOCATION
                               MOVE JR-DEADLINE TO WS-RECOMMEND-DEADLINE
                           END-IF
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE JOBS-FILE.

CHECK-RECOMMEND-APPLIED.
       *> sets WS-RECOMMEND-APPLIED when WS-RECOMMEND-USER already has
       *> an application in for posting WS-RECOMMEND-JOB-ID
       MOVE 'N' TO WS-RECOMMEND-APPLIED
       OPEN INPUT JOB-APPLICATIONS-FILE
       IF JOB-APPLICATIONS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ JOB-APPLICATIONS-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(JA-APPLICANT-USERNAME) =
                          FUNCTION TRIM(WS-RECOMMEND-USER) AND
                          JA-JOB-ID IS NUMERIC AND
                          JA-JOB-ID = WS-RECOMMEND-JOB-ID
                           MOVE 'Y' TO WS-RECOMMEND-APPLIED
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE JOB-APPLICATIONS-FILE.

MY-JOB-POSTINGS.
       *> lists the listings the logged-in user posted, with applicant counts,
       *> and lets them close a listing so it drops out of BROWSE-JOB-LISTINGS
                       MOVE JR-LOCATION TO WS-CURRENT-JOB-LOCATION
                       MOVE JR-JOB-ID TO WS-CURRENT-JOB-ID
                       PERFORM COUNT-APPLICANTS-FOR-CURRENT-JOB
                       PERFORM SET-JOB-REVIEW-TEXT

                       MOVE WS-MY-POSTINGS-COUNT TO WS-INDEX-TEXT
                       MOVE SPACES TO OUTPUT-LINE
                              FUNCTION TRIM(JR-EMPLOYER) DELIMITED BY SIZE
                              " | Status: " DELIMITED BY SIZE
                              FUNCTION TRIM(JR-STATUS) DELIMITED BY SIZE
                              " | Review: " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-REVIEW-TEXT) DELIMITED BY SIZE
                              " | Applicants: " DELIMITED BY SIZE
                              WS-APPLICANT-COUNT DELIMITED BY SIZE
                              INTO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Review Applicants" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Suggested Candidates" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Back" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Enter your choice:" TO OUTPUT-LINE
               PERFORM SELECT-AND-CLOSE-POSTING
           WHEN "Review Applicants"
               PERFORM REVIEW-POSTING-APPLICANTS
           WHEN "Suggested Candidates"
               PERFORM SHOW-SUGGESTED-CANDIDATES
           WHEN "Back"
               CONTINUE
           WHEN OTHER
                           END-IF
                           MOVE WS-REVIEW-APP-COUNT TO WS-LIST-INDEX-TEXT
                           MOVE SPACES TO OUTPUT-LINE
                           IF FUNCTION TRIM(JA-REFERRER) NOT = SPACE
                               STRING "[" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-LIST-INDEX-TEXT) DELIMITED BY SIZE
                                      "] " DELIMITED BY SIZE
                                      FUNCTION TRIM(JA-APPLICANT-USERNAME) DELIMITED BY SIZE
                                      " | status: " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-APP-STATUS-TEXT) DELIMITED BY SIZE
                                      " | REFERRED by " DELIMITED BY SIZE
                                      FUNCTION TRIM(JA-REFERRER) DELIMITED BY SIZE
                                      INTO OUTPUT-LINE
                               END-STRING
                           ELSE
                               STRING "[" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-LIST-INDEX-TEXT) DELIMITED BY SIZE
                                      "] " DELIMITED BY SIZE
                                      FUNCTION TRIM(JA-APPLICANT-USERNAME) DELIMITED BY SIZE
                                      " | status: " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-APP-STATUS-TEXT) DELIMITED BY SIZE
                                      INTO OUTPUT-LINE
                               END-STRING
                           END-IF
                           PERFORM WRITE-AND-DISPLAY
                       END-IF
               END-READ
       *> in place, then drops a notification so the applicant hears
       *> the decision at their next login
       MOVE SPACES TO WS-REVIEW-APPLICANT
       MOVE SPACES TO WS-REVIEW-REFERRER
       MOVE 0 TO WS-REVIEW-APP-COUNT
       OPEN I-O JOB-APPLICATIONS-FILE
       IF JOB-APPLICATIONS-STATUS = "00"
                          JA-JOB-ID = WS-REVIEW-JOB-ID
                           ADD 1 TO WS-REVIEW-APP-COUNT
                           IF WS-REVIEW-APP-COUNT = WS-REVIEW-APP-INDEX
                               IF JA-STATUS NOT = WS-NEW-APP-STATUS
                                   MOVE FUNCTION CURRENT-DATE(1:8) TO JA-STATUS-DATE
                                   IF JA-DECISION-DATE = SPACES
                                       MOVE JA-STATUS-DATE TO JA-DECISION-DATE
                                   END-IF
                               END-IF
                               MOVE WS-NEW-APP-STATUS TO JA-STATUS
                               MOVE JA-APPLICANT-USERNAME TO WS-REVIEW-APPLICANT
                               MOVE JA-REFERRER TO WS-REVIEW-REFERRER
                               REWRITE JOB-APPLICATION-RECORD
                                   INVALID KEY CONTINUE
                               END-REWRITE
       END-STRING
       PERFORM RECORD-NOTIFICATION

       *> whoever referred the applicant hears the outcome too
       IF FUNCTION TRIM(WS-REVIEW-REFERRER) NOT = SPACE AND
          (FUNCTION TRIM(WS-NEW-APP-STATUS) = "offer" OR
           FUNCTION TRIM(WS-NEW-APP-STATUS) = "declined")
           MOVE WS-REVIEW-REFERRER TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           STRING "Your referral of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REVIEW-APPLICANT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REVIEW-JOB-TITLE) DELIMITED BY SIZE
                  " ended in: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-APP-STATUS) DELIMITED BY SIZE
                  INTO WS-NOTIFY-TEXT
           END-STRING
           PERFORM RECORD-NOTIFICATION
       END-IF

       MOVE SPACES TO OUTPUT-LINE
       STRING "Application from " DELIMITED BY SIZE
              FUNCTION TRIM(WS-REVIEW-APPLICANT) DELIMITED BY SIZE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

SHOW-SUGGESTED-CANDIDATES.
       *> students the nightly matching run picked for one of the
       *> poster's listings who have not applied to it, with the reasons
       *> they were picked, so the poster can reach out to them
       MOVE "Enter listing number to see suggested candidates (or 'Back' to return):" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY

       READ INPUT-FILE
           AT END SET EOF TO TRUE
           NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-CLOSE-SELECTION
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLOSE-SELECTION)) = "BACK"
           EXIT PARAGRAPH
       END-IF

       MOVE WS-CLOSE-SELECTION TO WS-CLOSE-INDEX
       IF WS-CLOSE-INDEX <= 0 OR WS-CLOSE-INDEX > WS-MY-POSTINGS-COUNT
           MOVE "Error: Invalid listing number." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE WS-MY-POSTINGS-IDS(WS-CLOSE-INDEX) TO WS-RECOMMEND-JOB-ID
       PERFORM LOOKUP-RECOMMENDED-JOB
       IF NOT RECOMMEND-LIVE
           MOVE "Candidates are only suggested for open, approved listings." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE SPACES TO OUTPUT-LINE
       STRING "Suggested candidates for: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-RECOMMEND-TITLE) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       MOVE 0 TO WS-RECOMMEND-COUNT
       OPEN INPUT CANDIDATES-FILE
       IF CANDIDATES-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ CANDIDATES-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF CD-JOB-ID IS NUMERIC AND
                          CD-JOB-ID = WS-RECOMMEND-JOB-ID
                           MOVE CD-USERNAME TO WS-RECOMMEND-USER
                           PERFORM CHECK-RECOMMEND-APPLIED
                           IF NOT RECOMMEND-APPLIED
                               PERFORM SHOW-ONE-SUGGESTED-CANDIDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE CANDIDATES-FILE

       IF WS-RECOMMEND-COUNT = 0
           MOVE "No suggested candidates for this listing yet." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
       END-IF.

SHOW-ONE-SUGGESTED-CANDIDATE.
       *> one candidate line: name, major and class from their profile,
       *> then the match reasons
       MOVE SPACES TO WS-RECOMMEND-NAME
       MOVE SPACES TO WS-RECOMMEND-MAJOR
       MOVE SPACES TO WS-RECOMMEND-GRAD-YEAR
       OPEN INPUT PROFILES-FILE
       IF PROFILES-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ PROFILES-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(PR-USERNAME) = FUNCTION TRIM(WS-RECOMMEND-USER)
                           STRING FUNCTION TRIM(PR-FIRST-NAME) DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(PR-LAST-NAME) DELIMITED BY SIZE
                                  INTO WS-RECOMMEND-NAME
                           END-STRING
                           MOVE PR-MAJOR TO WS-RECOMMEND-MAJOR
                           MOVE PR-GRAD-YEAR TO WS-RECOMMEND-GRAD-YEAR
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE PROFILES-FILE

       ADD 1 TO WS-RECOMMEND-COUNT
       MOVE WS-RECOMMEND-COUNT TO WS-LIST-INDEX-TEXT
       MOVE SPACES TO OUTPUT-LINE
       STRING "[" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIST-INDEX-TEXT) DELIMITED BY SIZE
              "] " DELIMITED BY SIZE
              FUNCTION TRIM(WS-RECOMMEND-USER) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(WS-RECOMMEND-NAME) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(WS-RECOMMEND-MAJOR) DELIMITED BY SIZE
              " | Class of " DELIMITED BY SIZE
              WS-RECOMMEND-GRAD-YEAR DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY

       MOVE SPACES TO OUTPUT-LINE
       STRING "    Why: " DELIMITED BY SIZE
              FUNCTION TRIM(CD-REASONS) DELIMITED BY SIZE
              INTO OUTPUT-LINE
       END-STRING
       PERFORM WRITE-AND-DISPLAY.

COUNT-APPLICANTS-FOR-CURRENT-JOB.
       *> counts applications in JOB-APPLICATIONS-FILE carrying the
       *> permanent posting number held in WS-CURRENT-JOB-ID
                       MOVE JR-JOB-ID          TO TMP-JR-JOB-ID
                       MOVE JR-POSTED-DATE     TO TMP-JR-POSTED-DATE
                       MOVE JR-EMPLOYER-ID     TO TMP-JR-EMPLOYER-ID
                       MOVE JR-DEADLINE        TO TMP-JR-DEADLINE
                       MOVE JR-REVIEW-STATUS   TO TMP-JR-REVIEW-STATUS
                       IF I = WS-MY-POSTINGS-MAP(WS-CLOSE-INDEX)
                           MOVE "CLOSED" TO TMP-JR-STATUS
                       END-IF
           PERFORM WRITE-AND-DISPLAY
           MOVE "View My Applications" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Recommended for You" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "My Postings" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE "Saved Searches" TO OUTPUT-LINE
                       PERFORM BROWSE-JOB-LISTINGS
                   WHEN "View My Applications"
                       PERFORM VIEW-MY-APPLICATIONS
                   WHEN "Recommended for You"
                       PERFORM SHOW-RECOMMENDED-JOBS
                   WHEN "My Postings"
                       PERFORM MY-JOB-POSTINGS
                   WHEN "Saved Searches"
           EXIT PARAGRAPH
       END-IF

       *> the highest live posting number becomes the new mark, but it
       *> is held below any posting still waiting in the review queue,
       *> so that posting is announced once an admin approves it
       MOVE 0 TO WS-SS-MAX-SEEN-ID
       MOVE 99999 TO WS-SS-MIN-PENDING-ID
       OPEN INPUT JOBS-FILE
       IF JOBS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ JOBS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF JR-JOB-ID IS NUMERIC
                           PERFORM SET-JOB-REVIEW-LIVE
                           IF FUNCTION TRIM(JR-REVIEW-STATUS) = "PENDING" AND
                              JR-JOB-ID < WS-SS-MIN-PENDING-ID
                               MOVE JR-JOB-ID TO WS-SS-MIN-PENDING-ID
                           END-IF
                           IF JOB-REVIEW-LIVE AND JR-JOB-ID > WS-SS-MAX-SEEN-ID
                               MOVE JR-JOB-ID TO WS-SS-MAX-SEEN-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE JOBS-FILE
       IF WS-SS-MAX-SEEN-ID >= WS-SS-MIN-PENDING-ID
           COMPUTE WS-SS-MAX-SEEN-ID = WS-SS-MIN-PENDING-ID - 1
       END-IF

       PERFORM VARYING WS-SS-IDX FROM 1 BY 1 UNTIL WS-SS-IDX > WS-SS-COUNT
           MOVE WS-SS-TBL-KEYWORD(WS-SS-IDX) TO WS-JOB-FILTER-KEYWORD
                   READ JOBS-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM SET-JOB-REVIEW-LIVE
                           IF FUNCTION TRIM(JR-STATUS) NOT = "CLOSED" AND
                              JOB-REVIEW-LIVE AND
                              JR-JOB-ID IS NUMERIC AND
                              JR-JOB-ID > WS-SS-TBL-LAST-ID(WS-SS-IDX)
                               PERFORM JOB-MATCHES-FILTER
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE
           *> the mark only ever moves up
           IF WS-SS-MAX-SEEN-ID > WS-SS-TBL-LAST-ID(WS-SS-IDX)
               MOVE WS-SS-MAX-SEEN-ID TO WS-SS-TBL-LAST-ID(WS-SS-IDX)
           END-IF
       END-PERFORM

       PERFORM UPDATE-SAVED-SEARCH-MARKS.
       END-READ
       IF EOF EXIT PARAGRAPH END-IF

       *> Application Deadline (Optional) - the last day applications
       *> are accepted; the nightly run closes the posting after it
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-STAMP
       MOVE 'N' TO WS-DEADLINE-OK
       PERFORM UNTIL WS-DEADLINE-OK = 'Y' OR EOF
           MOVE "Enter Application Deadline (YYYYMMDD, blank for none):" TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           MOVE SPACES TO WS-JOB-DEADLINE
           READ INPUT-FILE
               AT END SET EOF TO TRUE
               NOT AT END MOVE FUNCTION TRIM(FILE-RECORD) TO WS-JOB-DEADLINE
           END-READ
           IF NOT EOF
               IF FUNCTION TRIM(WS-JOB-DEADLINE) = SPACE
                   MOVE 'Y' TO WS-DEADLINE-OK
               ELSE
                   IF WS-JOB-DEADLINE IS NOT NUMERIC
                       MOVE "Error: Deadline must be 8 digits (YYYYMMDD)." TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                   ELSE
                       MOVE WS-JOB-DEADLINE TO WS-POSTED-DATE-NUM
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-POSTED-DATE-NUM) NOT = 0
                           MOVE "Error: Deadline is not a valid calendar date." TO OUTPUT-LINE
                           PERFORM WRITE-AND-DISPLAY
                       ELSE
                           IF WS-JOB-DEADLINE < WS-DATE-STAMP
                               MOVE "Error: Deadline cannot be in the past." TO OUTPUT-LINE
                               PERFORM WRITE-AND-DISPLAY
                           ELSE
                               MOVE 'Y' TO WS-DEADLINE-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF EOF EXIT PARAGRAPH END-IF

       PERFORM SAVE-JOB-POSTING

       MOVE "Job posted successfully!" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "It will be listed for students once career services has reviewed it." TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY.

SAVE-JOB-POSTING.
       MOVE WS-NEW-JOB-ID           TO JR-JOB-ID
       MOVE FUNCTION CURRENT-DATE(1:8) TO JR-POSTED-DATE
       MOVE WS-EMP-ID               TO JR-EMPLOYER-ID
       MOVE WS-JOB-DEADLINE         TO JR-DEADLINE
       *> new postings wait in the admin review queue until approved
       MOVE "PENDING"               TO JR-REVIEW-STATUS

       *> Open file for appending (create if doesn't exist)
       OPEN EXTEND JOBS-FILE
               READ JOBS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM SET-JOB-REVIEW-LIVE
                       IF FUNCTION TRIM(JR-STATUS) NOT = "CLOSED" AND
                          JOB-REVIEW-LIVE AND
                          JR-EMPLOYER-ID IS NUMERIC AND
                          JR-EMPLOYER-ID = WS-EMP-ID
                           ADD 1 TO WS-EMP-OPEN-COUNT
           END-IF
       END-PERFORM.

SET-JOB-REVIEW-LIVE.
       *> sets WS-JOB-REVIEW-LIVE when the current JOB-RECORD has been
       *> through the review queue (or predates it) and may be shown
       *> to students
       MOVE 'N' TO WS-JOB-REVIEW-LIVE
       IF JR-REVIEW-STATUS = SPACES OR
          FUNCTION TRIM(JR-REVIEW-STATUS) = "APPROVED"
           MOVE 'Y' TO WS-JOB-REVIEW-LIVE
       END-IF.

SET-JOB-REVIEW-TEXT.
       *> the review state of the current JOB-RECORD as shown to the
       *> poster and to admins
       EVALUATE FUNCTION TRIM(JR-REVIEW-STATUS)
           WHEN "PENDING"
               MOVE "Pending review" TO WS-REVIEW-TEXT
           WHEN "REJECTED"
               MOVE "Rejected" TO WS-REVIEW-TEXT
           WHEN OTHER
               MOVE "Approved" TO WS-REVIEW-TEXT
       END-EVALUATE.

JOB-MATCHES-FILTER.
       *> sets WS-JOB-FILTER-MATCH for the current JOB-RECORD against
       *> WS-JOB-FILTER-KEYWORD, checking title/employer/location/description
               AT END EXIT PERFORM
               NOT AT END
                   PERFORM JOB-MATCHES-FILTER
                   PERFORM SET-JOB-REVIEW-LIVE
                   IF FUNCTION TRIM(JR-STATUS) NOT = "CLOSED" AND JOB-FILTER-MATCH
                      AND JOB-REVIEW-LIVE
                       ADD 1 TO WS-MATCHES-FOUND
                       ADD 1 TO I
                       MOVE SPACES TO OUTPUT-LINE

                       *> Format: [#] Title | Employer | Location
                       *> (| Apply by: YYYYMMDD when it has a deadline)
                       MOVE SPACES TO WS-DEADLINE-TEXT
                       IF FUNCTION TRIM(JR-DEADLINE) NOT = SPACE
                           STRING " | Apply by: " DELIMITED BY SIZE
                                  JR-DEADLINE DELIMITED BY SIZE
                                  INTO WS-DEADLINE-TEXT
                           END-STRING
                       END-IF
                       MOVE I TO WS-INDEX-TEXT
                       STRING "[" DELIMITED BY SIZE
                              WS-INDEX-TEXT DELIMITED BY SIZE
                              FUNCTION TRIM(JR-EMPLOYER) DELIMITED BY SIZE
                              " | " DELIMITED BY SIZE
                              FUNCTION TRIM(JR-LOCATION) DELIMITED BY SIZE
                              WS-DEADLINE-TEXT DELIMITED BY SIZE
                              INTO OUTPUT-LINE
                       END-STRING
                       PERFORM WRITE-AND-DISPLAY
               AT END EXIT PERFORM
               NOT AT END
                   PERFORM JOB-MATCHES-FILTER
                   PERFORM SET-JOB-REVIEW-LIVE
                   IF FUNCTION TRIM(JR-STATUS) NOT = "CLOSED" AND JOB-FILTER-MATCH
                      AND JOB-REVIEW-LIVE
                       ADD 1 TO I
                   END-IF
                   IF I = WS-SELECTED-JOB-INDEX AND FUNCTION TRIM(JR-STATUS) NOT = "CLOSED"
                       AND JOB-FILTER-MATCH AND JOB-REVIEW-LIVE
                       *> Found the selected job
                       MOVE SPACES TO OUTPUT-LINE
                       PERFORM WRITE-AND-DISPLAY
                           PERFORM WRITE-AND-DISPLAY
                       END-IF

                       IF FUNCTION TRIM(JR-DEADLINE) NOT = SPACE
                           MOVE SPACES TO OUTPUT-LINE
                           STRING "Apply by:    " DELIMITED BY SIZE
                                  FUNCTION TRIM(JR-DEADLINE) DELIMITED BY SIZE
                                  INTO OUTPUT-LINE
                           END-STRING
                           PERFORM WRITE-AND-DISPLAY
                       END-IF

                       *> Store current job details for application
                       MOVE JR-TITLE TO WS-CURRENT-JOB-TITLE
                       MOVE JR-EMPLOYER TO WS-CURRENT-JOB-EMPLOYER
                       MOVE JR-LOCATION TO WS-CURRENT-JOB-LOCATION
                       MOVE JR-POSTER-USERNAME TO WS-CURRENT-JOB-POSTER
                       MOVE JR-JOB-ID TO WS-CURRENT-JOB-ID
                       MOVE JR-DEADLINE TO WS-CURRENT-JOB-DEADLINE
                       MOVE JR-DESCRIPTION TO WS-CURRENT-JOB-DESCRIPTION

                       EXIT PERFORM
                   END-IF
       PERFORM WRITE-AND-DISPLAY
       MOVE "Apply for this position" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Refer a Connection" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Report this Posting" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Go Back to list" TO OUTPUT-LINE
       PERFORM WRITE-AND-DISPLAY
       MOVE "Enter your choice:" TO OUTPUT-LINE
       EVALUATE WS-INPUT-LINE
           WHEN "Apply for this position"
               PERFORM CHECK-AND-APPLY-TO-JOB
           WHEN "Refer a Connection"
               PERFORM REFER-CONNECTION-TO-POSTING
               PERFORM OFFER-JOB-ACTIONS
           WHEN "Report this Posting"
               PERFORM REPORT-CURRENT-POSTING
               PERFORM OFFER-JOB-ACTIONS
           WHEN "Go Back to list"
               EXIT PARAGRAPH
           WHEN OTHER
       END-EVALUATE.

CHECK-AND-APPLY-TO-JOB.
       *> applications close at the end of the deadline day, even if
       *> the nightly run has not closed the posting yet
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-STAMP
       IF WS-CURRENT-JOB-DEADLINE IS NUMERIC AND
          WS-CURRENT-JOB-DEADLINE < WS-DATE-STAMP
           MOVE "The application deadline for this position has passed." TO OUTPUT-LINE
           PERFORM WRITE-AND-DISPLAY
           PERFORM BROWSE-JOB-LISTINGS
           EXIT PARAGRAPH
       END-IF

       *> Check if user has already applied
       MOVE 'N' TO WS-ALREADY-APPLIED
       OPEN INPUT JOB-APPLICATIONS-FILE
SAVE-APPLICATION.
       *> every application gets a permanent record number up front
       PERFORM GET-NEXT-APPLICATION-ID
       PERFORM FIND-REFERRER-FOR-APPLICATION

       MOVE WS-NEW-APPLICATION-ID TO JA-APP-ID
       MOVE FUNCTION TRIM(USERNAME) TO JA-APPLICANT-USERNAME
       *> moves it along from the My Postings review screen
       MOVE "received" TO JA-STATUS
       MOVE FUNCTION CURRENT-DATE(1:8) TO JA-APPLIED-DATE
       MOVE WS-APP-REFERRER TO JA-REFERRER
       MOVE JA-APPLIED-DATE TO JA-STATUS-DATE
       MOVE SPACES TO JA-DECISION-DATE

       *> open the keyed file for update (create if doesn't exist)
       OPEN I-O JOB-APPLICATIONS-FILE
              INTO WS-NOTIFY-TEXT
       END-STRING
       PERFORM RECORD-NOTIFICATION.

FIND-REFERRER-FOR-APPLICATION.
       *> the first connection who referred this user to posting
       *> WS-CURRENT-JOB-ID, or spaces when nobody did
       MOVE SPACES TO WS-APP-REFERRER
       OPEN INPUT REFERRALS-FILE
       IF REFERRALS-STATUS = "00"
           PERFORM UNTIL 1 = 2
               READ REFERRALS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(RF-REFERRED) = FUNCTION TRIM(USERNAME) AND
                          RF-JOB-ID = WS-CURRENT-JOB-ID
                           MOVE RF-REFERRER TO WS-APP-REFERRER
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE REFERRALS-FILE.
