*> This is free-form cobol program
IDENTIFICATION DIVISION.
PROGRAM-ID. MatchingBatch.

*> Nightly batch step, run by NightlyBatch after the postings have been
*> expired and archived: scores every OPEN, review-approved posting in
*> JOBS.DAT against the profile of every active account in PROFILES.DAT
*> and writes each student's best matches to RECOMMENDATIONS.DAT, which
*> InCollege shows as "Recommended for You" to the student, and every
*> qualifying student for each posting to CANDIDATES.DAT, which it shows
*> as "Suggested Candidates" to the poster. Profiles of disabled or
*> anonymized accounts are not scored. A posting scores against a
*> profile when its title or description mentions one of the student's
*> skills (PR-SKILL-NAME), their major (PR-MAJOR) or a training module
*> they have completed (SKILL_COMPLETIONS.DAT); students graduating
*> this year or next get a small boost on postings they already match.
*> Postings the student has applied to, or posted themselves, are not
*> recommended. MATCH_REPORT.TXT lists the number of qualifying
*> candidates per posting so career services can spot postings nobody
*> qualifies for. Both files are rebuilt on every run.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
              SELECT ACCOUNTS-FILE
                  ASSIGN TO "ACCOUNTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AR-USERNAME
                  FILE STATUS IS ACCOUNTS-STATUS.
              SELECT JOBS-FILE
                  ASSIGN TO "JOBS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOBS-STATUS.
              SELECT PROFILES-FILE
                  ASSIGN TO "PROFILES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROFILES-STATUS.
              SELECT SKILL-COMPLETIONS-FILE
                  ASSIGN TO "SKILL_COMPLETIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SKILL-COMPLETIONS-STATUS.
              SELECT JOB-APPLICATIONS-FILE
                  ASSIGN TO "JOB_APPLICATIONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JA-APP-ID
                  FILE STATUS IS JOB-APPLICATIONS-STATUS.
              SELECT RECOMMENDATIONS-FILE
                  ASSIGN TO "RECOMMENDATIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RECOMMENDATIONS-STATUS.
              SELECT CANDIDATES-FILE
                  ASSIGN TO "CANDIDATES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CANDIDATES-STATUS.
              SELECT REPORT-FILE
                  ASSIGN TO "MATCH_REPORT.TXT"
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

    FD SKILL-COMPLETIONS-FILE.
    01 SKILL-COMPLETION-RECORD.
        05 SC-USERNAME            PIC X(20).
        05 SC-SKILL-NAME          PIC X(40).

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

    FD RECOMMENDATIONS-FILE.
    01 RECOMMENDATION-RECORD.
        05 RM-USERNAME            PIC X(20).
        05 RM-JOB-ID              PIC 9(5).
        05 RM-SCORE               PIC 9(3).
        05 RM-RUN-DATE            PIC X(8).
        05 RM-REASONS             PIC X(150).

    *> one row per posting per qualifying student, uncapped
    FD CANDIDATES-FILE.
    01 CANDIDATE-RECORD.
        05 CD-JOB-ID              PIC 9(5).
        05 CD-USERNAME            PIC X(20).
        05 CD-SCORE               PIC 9(3).
        05 CD-RUN-DATE            PIC X(8).
        05 CD-REASONS             PIC X(150).

    FD REPORT-FILE.
    01 REPORT-RECORD PIC X(256).

    WORKING-STORAGE SECTION.
    01 ACCOUNTS-STATUS PIC X(2).
    01 JOBS-STATUS PIC X(2).
    01 PROFILES-STATUS PIC X(2).
    01 SKILL-COMPLETIONS-STATUS PIC X(2).
    01 JOB-APPLICATIONS-STATUS PIC X(2).
    01 RECOMMENDATIONS-STATUS PIC X(2).
    01 CANDIDATES-STATUS PIC X(2).
    01 REPORT-STATUS PIC X(2).

    01 OUTPUT-LINE PIC X(256).
    01 WS-TODAY PIC X(8).
    01 WS-THIS-YEAR PIC 9(4).
    01 I PIC 9(5).
    01 J PIC 9(5).

    *> usernames of the active accounts; only their profiles are scored
    01 ACTIVE-COUNT PIC 9(5) VALUE 0.
    01 ACTIVE-TABLE.
        05 ACTIVE-USERNAME OCCURS 0 TO 99999 TIMES DEPENDING ON ACTIVE-COUNT
                           INDEXED BY ACT-IDX
                           PIC X(20).
    01 WS-ACCOUNT-ACTIVE PIC X.
        88 ACCOUNT-ACTIVE VALUE 'Y'.

    *> the postings open to applications, with their title and
    *> description upper-cased and padded for whole-word matching
    01 MATCH-JOB-COUNT PIC 9(5) VALUE 0.
    01 MATCH-JOB-TABLE.
        05 MJ-ENTRY OCCURS 0 TO 9999 TIMES DEPENDING ON MATCH-JOB-COUNT
                    INDEXED BY MJ-IDX.
            10 MJ-ID              PIC 9(5).
            10 MJ-TITLE           PIC X(50).
            10 MJ-EMPLOYER        PIC X(50).
            10 MJ-POSTER          PIC X(20).
            10 MJ-TEXT            PIC X(260).
            10 MJ-CANDIDATES      PIC 9(5).

    *> every application on file, so students are not recommended
    *> postings they have already applied to
    01 APPLIED-COUNT PIC 9(5) VALUE 0.
    01 APPLIED-TABLE.
        05 AP-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON APPLIED-COUNT
                    INDEXED BY AP-IDX.
            10 AP-USERNAME        PIC X(20).
            10 AP-JOB-ID          PIC 9(5).

    *> every completed training module, by student
    01 COMPLETION-COUNT PIC 9(5) VALUE 0.
    01 COMPLETION-TABLE.
        05 CP-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON COMPLETION-COUNT
                    INDEXED BY CP-IDX.
            10 CP-USERNAME        PIC X(20).
            10 CP-MODULE          PIC X(40).

    *> the current student's applications and completed modules,
    *> pulled out of the tables above once per profile
    01 MY-APPLIED-COUNT PIC 9(3) VALUE 0.
    01 MY-APPLIED-TABLE.
        05 MY-APPLIED-JOB-ID OCCURS 0 TO 999 TIMES DEPENDING ON MY-APPLIED-COUNT
                             INDEXED BY MA-IDX
                             PIC 9(5).
    01 MY-MODULE-COUNT PIC 9(3) VALUE 0.
    01 MY-MODULE-TABLE.
        05 MY-MODULE-ENTRY OCCURS 0 TO 999 TIMES DEPENDING ON MY-MODULE-COUNT.
            10 MY-MODULE-NAME     PIC X(40).
            10 MY-MODULE-WORD     PIC X(40).

    *> the current student's best postings so far, highest score first
    01 TOP-MATCH-MAX PIC 9(2) VALUE 10.
    01 TOP-MATCH-COUNT PIC 9(2) VALUE 0.
    01 TOP-MATCH-TABLE.
        05 TOP-ENTRY OCCURS 10 TIMES.
            10 TOP-JOB-IDX        PIC 9(5).
            10 TOP-SCORE          PIC 9(3).
            10 TOP-REASONS        PIC X(150).
    01 WS-TOP-POS PIC 9(2).

    *> scoring of one profile against one posting
    01 WS-SCORE PIC 9(3).
    01 WS-REASONS PIC X(150).
    01 WS-REASON-PTR PIC 9(3).
    01 WS-REASON-TEXT PIC X(60).
    01 WS-ALREADY-APPLIED PIC X.
        88 ALREADY-APPLIED VALUE 'Y'.

    *> whole-word search of WS-SRC for WS-PAT (both upper case, WS-SRC
    *> already padded with spaces and stripped of punctuation)
    01 WS-SRC PIC X(260).
    01 WS-PAT PIC X(44).
    01 WS-TERM PIC X(40).
    01 WS-PAT-LEN PIC 9(3).
    01 WS-SRC-LEN PIC 9(3).
    01 WS-END PIC 9(3).
    01 WS-POS PIC 9(3).
    01 WS-CURRENT-MATCH PIC X.
        88 CURRENT-MATCH VALUE 'Y'.

    *> run totals
    01 WS-PROFILES-SCORED        PIC 9(5) VALUE 0.
    01 WS-PROFILES-SKIPPED       PIC 9(5) VALUE 0.
    01 WS-CANDIDATES-WRITTEN     PIC 9(7) VALUE 0.
    01 WS-RECOMMENDATIONS-WRITTEN PIC 9(7) VALUE 0.
    01 WS-STUDENTS-MATCHED       PIC 9(5) VALUE 0.
    01 WS-POSTINGS-UNMATCHED     PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    MOVE WS-TODAY(1:4) TO WS-THIS-YEAR.
    PERFORM OPEN-REPORT.
    PERFORM LOAD-ACTIVE-ACCOUNTS.
    PERFORM LOAD-OPEN-POSTINGS.
    PERFORM LOAD-APPLICATIONS.
    PERFORM LOAD-COMPLETIONS.
    PERFORM SCORE-ALL-PROFILES.
    PERFORM REPORT-MATCHES-PER-POSTING.
    PERFORM WRITE-REPORT-SUMMARY.
    CLOSE REPORT-FILE.
    GOBACK.

OPEN-REPORT.
    OPEN OUTPUT REPORT-FILE.
    MOVE "=== InCollege Job Matching Report ===" TO OUTPUT-LINE.
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

LOAD-ACTIVE-ACCOUNTS.
    *> an account with no status predates account statuses and counts
    *> as active; disabled and anonymized accounts are left out
    MOVE 0 TO ACTIVE-COUNT.
    OPEN INPUT ACCOUNTS-FILE.
    IF ACCOUNTS-STATUS NOT = "00"
        CLOSE ACCOUNTS-FILE
        EXIT PARAGRAPH
    END-IF.

    PERFORM UNTIL 1 = 2
        READ ACCOUNTS-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                IF (FUNCTION TRIM(AR-ACCT-STATUS) = "active" OR
                    AR-ACCT-STATUS = SPACES) AND
                   ACTIVE-COUNT < 99999
                    ADD 1 TO ACTIVE-COUNT
                    MOVE AR-USERNAME TO ACTIVE-USERNAME(ACTIVE-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ACCOUNTS-FILE.

LOAD-OPEN-POSTINGS.
    *> only postings students can actually see and apply to are scored:
    *> OPEN, and approved by an admin (or from before the review queue)
    MOVE 0 TO MATCH-JOB-COUNT.
    OPEN INPUT JOBS-FILE.
    IF JOBS-STATUS NOT = "00"
        CLOSE JOBS-FILE
        EXIT PARAGRAPH
    END-IF.

    PERFORM UNTIL 1 = 2
        READ JOBS-FILE
            AT END EXIT PERFORM
            NOT AT END
                IF FUNCTION TRIM(JR-STATUS) NOT = "CLOSED" AND
                   JR-JOB-ID IS NUMERIC AND
                   (JR-REVIEW-STATUS = SPACES OR
                    FUNCTION TRIM(JR-REVIEW-STATUS) = "APPROVED") AND
                   MATCH-JOB-COUNT < 9999
                    ADD 1 TO MATCH-JOB-COUNT
                    MOVE JR-JOB-ID          TO MJ-ID(MATCH-JOB-COUNT)
                    MOVE JR-TITLE           TO MJ-TITLE(MATCH-JOB-COUNT)
                    MOVE JR-EMPLOYER        TO MJ-EMPLOYER(MATCH-JOB-COUNT)
                    MOVE JR-POSTER-USERNAME TO MJ-POSTER(MATCH-JOB-COUNT)
                    MOVE 0                  TO MJ-CANDIDATES(MATCH-JOB-COUNT)
                    MOVE SPACES TO WS-SRC
                    STRING " " DELIMITED BY SIZE
                           FUNCTION TRIM(JR-TITLE) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(JR-DESCRIPTION) DELIMITED BY SIZE
                           INTO WS-SRC
                    END-STRING
                    MOVE FUNCTION UPPER-CASE(WS-SRC) TO WS-SRC
                    INSPECT WS-SRC CONVERTING ",.;:!?()/'" TO "          "
                    MOVE WS-SRC TO MJ-TEXT(MATCH-JOB-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE JOBS-FILE.

LOAD-APPLICATIONS.
    MOVE 0 TO APPLIED-COUNT.
    OPEN INPUT JOB-APPLICATIONS-FILE.
    IF JOB-APPLICATIONS-STATUS NOT = "00"
        CLOSE JOB-APPLICATIONS-FILE
        EXIT PARAGRAPH
    END-IF.

    PERFORM UNTIL 1 = 2
        READ JOB-APPLICATIONS-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                IF JA-JOB-ID IS NUMERIC AND APPLIED-COUNT < 99999
                    ADD 1 TO APPLIED-COUNT
                    MOVE JA-APPLICANT-USERNAME TO AP-USERNAME(APPLIED-COUNT)
                    MOVE JA-JOB-ID             TO AP-JOB-ID(APPLIED-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE JOB-APPLICATIONS-FILE.

LOAD-COMPLETIONS.
    MOVE 0 TO COMPLETION-COUNT.
    OPEN INPUT SKILL-COMPLETIONS-FILE.
    IF SKILL-COMPLETIONS-STATUS NOT = "00"
        CLOSE SKILL-COMPLETIONS-FILE
        EXIT PARAGRAPH
    END-IF.

    PERFORM UNTIL 1 = 2
        READ SKILL-COMPLETIONS-FILE
            AT END EXIT PERFORM
            NOT AT END
                IF COMPLETION-COUNT < 99999
                    ADD 1 TO COMPLETION-COUNT
                    MOVE SC-USERNAME   TO CP-USERNAME(COMPLETION-COUNT)
                    MOVE SC-SKILL-NAME TO CP-MODULE(COMPLETION-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SKILL-COMPLETIONS-FILE.

SCORE-ALL-PROFILES.
    *> RECOMMENDATIONS.DAT is rebuilt from scratch: one row per student
    *> per recommended posting, best match first; CANDIDATES.DAT gets
    *> every qualifying student for every posting
    OPEN OUTPUT RECOMMENDATIONS-FILE.
    OPEN OUTPUT CANDIDATES-FILE.
    IF MATCH-JOB-COUNT = 0
        CLOSE RECOMMENDATIONS-FILE
        CLOSE CANDIDATES-FILE
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT PROFILES-FILE.
    IF PROFILES-STATUS NOT = "00"
        CLOSE PROFILES-FILE
        CLOSE RECOMMENDATIONS-FILE
        CLOSE CANDIDATES-FILE
        EXIT PARAGRAPH
    END-IF.

    PERFORM UNTIL 1 = 2
        READ PROFILES-FILE
            AT END EXIT PERFORM
            NOT AT END
                PERFORM CHECK-ACCOUNT-ACTIVE
                IF ACCOUNT-ACTIVE
                    ADD 1 TO WS-PROFILES-SCORED
                    PERFORM SCORE-ONE-PROFILE
                ELSE
                    ADD 1 TO WS-PROFILES-SKIPPED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PROFILES-FILE.
    CLOSE RECOMMENDATIONS-FILE.
    CLOSE CANDIDATES-FILE.

CHECK-ACCOUNT-ACTIVE.
    *> a profile whose account is gone is skipped along with the
    *> disabled and anonymized ones
    MOVE 'N' TO WS-ACCOUNT-ACTIVE.
    IF ACTIVE-COUNT > 0
        SET ACT-IDX TO 1
        SEARCH ACTIVE-USERNAME
            AT END CONTINUE
            WHEN ACTIVE-USERNAME(ACT-IDX) = PR-USERNAME
                MOVE 'Y' TO WS-ACCOUNT-ACTIVE
        END-SEARCH
    END-IF.

SCORE-ONE-PROFILE.
    PERFORM COLLECT-MY-APPLICATIONS.
    PERFORM COLLECT-MY-MODULES.
    MOVE 0 TO TOP-MATCH-COUNT.

    PERFORM VARYING MJ-IDX FROM 1 BY 1 UNTIL MJ-IDX > MATCH-JOB-COUNT
        IF FUNCTION TRIM(MJ-POSTER(MJ-IDX)) NOT = FUNCTION TRIM(PR-USERNAME)
            PERFORM CHECK-ALREADY-APPLIED
            IF NOT ALREADY-APPLIED
                PERFORM SCORE-PROFILE-AGAINST-JOB
                IF WS-SCORE > 0
                    ADD 1 TO MJ-CANDIDATES(MJ-IDX)
                    MOVE MJ-ID(MJ-IDX) TO CD-JOB-ID
                    MOVE PR-USERNAME   TO CD-USERNAME
                    MOVE WS-SCORE      TO CD-SCORE
                    MOVE WS-TODAY      TO CD-RUN-DATE
                    MOVE WS-REASONS    TO CD-REASONS
                    WRITE CANDIDATE-RECORD
                    ADD 1 TO WS-CANDIDATES-WRITTEN
                    PERFORM KEEP-TOP-MATCH
                END-IF
            END-IF
        END-IF
    END-PERFORM.

    IF TOP-MATCH-COUNT > 0
        ADD 1 TO WS-STUDENTS-MATCHED
    END-IF.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOP-MATCH-COUNT
        MOVE PR-USERNAME                TO RM-USERNAME
        MOVE MJ-ID(TOP-JOB-IDX(I))      TO RM-JOB-ID
        MOVE TOP-SCORE(I)               TO RM-SCORE
        MOVE WS-TODAY                   TO RM-RUN-DATE
        MOVE TOP-REASONS(I)             TO RM-REASONS
        WRITE RECOMMENDATION-RECORD
        ADD 1 TO WS-RECOMMENDATIONS-WRITTEN
    END-PERFORM.

COLLECT-MY-APPLICATIONS.
    MOVE 0 TO MY-APPLIED-COUNT.
    PERFORM VARYING AP-IDX FROM 1 BY 1 UNTIL AP-IDX > APPLIED-COUNT
        IF AP-USERNAME(AP-IDX) = PR-USERNAME AND MY-APPLIED-COUNT < 999
            ADD 1 TO MY-APPLIED-COUNT
            MOVE AP-JOB-ID(AP-IDX) TO MY-APPLIED-JOB-ID(MY-APPLIED-COUNT)
        END-IF
    END-PERFORM.

COLLECT-MY-MODULES.
    *> a module is matched on its first word ("Git and GitHub
    *> Fundamentals" matches a posting that mentions Git)
    MOVE 0 TO MY-MODULE-COUNT.
    PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > COMPLETION-COUNT
        IF CP-USERNAME(CP-IDX) = PR-USERNAME AND MY-MODULE-COUNT < 999
            ADD 1 TO MY-MODULE-COUNT
            MOVE CP-MODULE(CP-IDX) TO MY-MODULE-NAME(MY-MODULE-COUNT)
            MOVE SPACES TO MY-MODULE-WORD(MY-MODULE-COUNT)
            UNSTRING FUNCTION TRIM(CP-MODULE(CP-IDX)) DELIMITED BY SPACE
                INTO MY-MODULE-WORD(MY-MODULE-COUNT)
            END-UNSTRING
        END-IF
    END-PERFORM.

CHECK-ALREADY-APPLIED.
    MOVE 'N' TO WS-ALREADY-APPLIED.
    IF MY-APPLIED-COUNT > 0
        SET MA-IDX TO 1
        SEARCH MY-APPLIED-JOB-ID
            AT END CONTINUE
            WHEN MY-APPLIED-JOB-ID(MA-IDX) = MJ-ID(MJ-IDX)
                MOVE 'Y' TO WS-ALREADY-APPLIED
        END-SEARCH
    END-IF.

SCORE-PROFILE-AGAINST-JOB.
    *> skills and major are worth 3 each, a completed module 2; the
    *> graduation-year boost only applies on top of a real match
    MOVE 0 TO WS-SCORE.
    MOVE SPACES TO WS-REASONS.
    MOVE 1 TO WS-REASON-PTR.
    MOVE MJ-TEXT(MJ-IDX) TO WS-SRC.

    PERFORM VARYING J FROM 1 BY 1 UNTIL J > PR-SKILL-COUNT OR J > 3
        IF PR-SKILL-NAME(J) NOT = SPACES
            MOVE PR-SKILL-NAME(J) TO WS-TERM
            PERFORM CONTAINS-WORD
            IF CURRENT-MATCH
                ADD 3 TO WS-SCORE
                MOVE SPACES TO WS-REASON-TEXT
                STRING "skill: " DELIMITED BY SIZE
                       FUNCTION TRIM(PR-SKILL-NAME(J)) DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                END-STRING
                PERFORM ADD-REASON
            END-IF
        END-IF
    END-PERFORM.

    IF PR-MAJOR NOT = SPACES
        MOVE PR-MAJOR TO WS-TERM
        PERFORM CONTAINS-WORD
        IF CURRENT-MATCH
            ADD 3 TO WS-SCORE
            MOVE SPACES TO WS-REASON-TEXT
            STRING "major: " DELIMITED BY SIZE
                   FUNCTION TRIM(PR-MAJOR) DELIMITED BY SIZE
                   INTO WS-REASON-TEXT
            END-STRING
            PERFORM ADD-REASON
        END-IF
    END-IF.

    PERFORM VARYING J FROM 1 BY 1 UNTIL J > MY-MODULE-COUNT
        IF MY-MODULE-WORD(J) NOT = SPACES
            MOVE MY-MODULE-WORD(J) TO WS-TERM
            PERFORM CONTAINS-WORD
            IF CURRENT-MATCH
                ADD 2 TO WS-SCORE
                MOVE SPACES TO WS-REASON-TEXT
                STRING "completed module: " DELIMITED BY SIZE
                       FUNCTION TRIM(MY-MODULE-NAME(J)) DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                END-STRING
                PERFORM ADD-REASON
            END-IF
        END-IF
    END-PERFORM.

    IF WS-SCORE > 0 AND PR-GRAD-YEAR IS NUMERIC AND
       PR-GRAD-YEAR >= WS-THIS-YEAR AND PR-GRAD-YEAR <= WS-THIS-YEAR + 1
        ADD 1 TO WS-SCORE
        MOVE SPACES TO WS-REASON-TEXT
        STRING "graduating " DELIMITED BY SIZE
               PR-GRAD-YEAR DELIMITED BY SIZE
               INTO WS-REASON-TEXT
        END-STRING
        PERFORM ADD-REASON
    END-IF.

ADD-REASON.
    *> appends WS-REASON-TEXT to the reason list, "; "-separated; a
    *> list too long for the record simply stops short
    IF WS-REASON-PTR > 1
        STRING "; " DELIMITED BY SIZE
               INTO WS-REASONS WITH POINTER WS-REASON-PTR
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF.
    STRING FUNCTION TRIM(WS-REASON-TEXT) DELIMITED BY SIZE
           INTO WS-REASONS WITH POINTER WS-REASON-PTR
        ON OVERFLOW CONTINUE
    END-STRING.

CONTAINS-WORD.
    *> sets WS-CURRENT-MATCH to 'Y' when WS-TERM appears in WS-SRC as
    *> a whole word (or run of words), ignoring case, so that "Java"
    *> does not match "JavaScript"
    MOVE 'N' TO WS-CURRENT-MATCH.
    MOVE SPACES TO WS-PAT.
    STRING " " DELIMITED BY SIZE
           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TERM)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           INTO WS-PAT
    END-STRING.
    COMPUTE WS-PAT-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TERM)) + 2.
    COMPUTE WS-SRC-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-SRC TRAILING)) + 1.
    IF WS-PAT-LEN > WS-SRC-LEN
        EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-END = WS-SRC-LEN - WS-PAT-LEN + 1.
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-END OR CURRENT-MATCH
        IF WS-SRC(WS-POS:WS-PAT-LEN) = WS-PAT(1:WS-PAT-LEN)
            MOVE 'Y' TO WS-CURRENT-MATCH
        END-IF
    END-PERFORM.

KEEP-TOP-MATCH.
    *> slots the current posting into the student's top list by score,
    *> dropping the lowest entry once the list is full
    MOVE 0 TO WS-TOP-POS.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOP-MATCH-COUNT OR WS-TOP-POS > 0
        IF WS-SCORE > TOP-SCORE(I)
            MOVE I TO WS-TOP-POS
        END-IF
    END-PERFORM.
    IF WS-TOP-POS = 0
        IF TOP-MATCH-COUNT >= TOP-MATCH-MAX
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-TOP-POS = TOP-MATCH-COUNT + 1
    END-IF.

    IF TOP-MATCH-COUNT < TOP-MATCH-MAX
        ADD 1 TO TOP-MATCH-COUNT
    END-IF.
    PERFORM VARYING I FROM TOP-MATCH-COUNT BY -1 UNTIL I <= WS-TOP-POS
        MOVE TOP-ENTRY(I - 1) TO TOP-ENTRY(I)
    END-PERFORM.
    SET TOP-JOB-IDX(WS-TOP-POS) TO MJ-IDX.
    MOVE WS-SCORE   TO TOP-SCORE(WS-TOP-POS).
    MOVE WS-REASONS TO TOP-REASONS(WS-TOP-POS).

REPORT-MATCHES-PER-POSTING.
    MOVE "Qualifying candidates per open posting:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > MATCH-JOB-COUNT
        MOVE SPACES TO OUTPUT-LINE
        IF MJ-CANDIDATES(I) = 0
            ADD 1 TO WS-POSTINGS-UNMATCHED
            STRING "  #" MJ-ID(I) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(MJ-TITLE(I)) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(MJ-EMPLOYER(I)) DELIMITED BY SIZE
                   " | candidates: " DELIMITED BY SIZE
                   MJ-CANDIDATES(I) DELIMITED BY SIZE
                   "  ** nobody qualifies **" DELIMITED BY SIZE
                   INTO OUTPUT-LINE
            END-STRING
        ELSE
            STRING "  #" MJ-ID(I) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(MJ-TITLE(I)) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(MJ-EMPLOYER(I)) DELIMITED BY SIZE
                   " | candidates: " DELIMITED BY SIZE
                   MJ-CANDIDATES(I) DELIMITED BY SIZE
                   INTO OUTPUT-LINE
            END-STRING
        END-IF
        PERFORM WRITE-REPORT-LINE
    END-PERFORM.
    IF MATCH-JOB-COUNT = 0
        MOVE "  (no open postings)" TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-SUMMARY.
    MOVE "=== Summary ===" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Open postings scored:          " DELIMITED BY SIZE
           MATCH-JOB-COUNT DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Profiles scored:               " DELIMITED BY SIZE
           WS-PROFILES-SCORED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Inactive profiles skipped:     " DELIMITED BY SIZE
           WS-PROFILES-SKIPPED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Students with recommendations: " DELIMITED BY SIZE
           WS-STUDENTS-MATCHED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Recommendations written:       " DELIMITED BY SIZE
           WS-RECOMMENDATIONS-WRITTEN DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Candidate rows written:        " DELIMITED BY SIZE
           WS-CANDIDATES-WRITTEN DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Postings nobody qualifies for: " DELIMITED BY SIZE
           WS-POSTINGS-UNMATCHED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
