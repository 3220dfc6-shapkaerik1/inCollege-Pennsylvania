*> This is free-form cobol program
IDENTIFICATION DIVISION.
PROGRAM-ID. ApplicantExtractBatch.

*> Standalone batch job, sibling to RosterImportBatch: writes one
*> pipe-delimited applicant file per employer in EMPLOYERS.DAT
*> (APPLICANTS_nnnnn.TXT, nnnnn = EMP-ID) that employers load straight
*> into their own applicant-tracking systems instead of retyping what
*> the poster sees in Review Applicants. Every application in
*> JOB_APPLICATIONS.DAT against one of the employer's postings (matched
*> through JR-EMPLOYER-ID) becomes a row carrying the application and
*> posting, its current status and the applicant's profile details.
*> Applicants whose account has been deactivated or disabled are left
*> out. The run mode comes from APPLICANT_EXTRACT_PARM.DAT:
*>   FULL    = every application on file
*>   CHANGES = only applications made, or whose status changed, on or
*>             after the last run's date (kept in
*>             APPLICANT_EXTRACT_CONTROL.DAT); this is the default, and
*>             falls back to FULL when there is no last run
*> Rows written per employer go to APPLICANT_EXTRACT_REPORT.TXT. Run it
*> separately from InCollege itself, against the same working
*> directory as the live data files.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
              SELECT EXTRACT-PARM-FILE
                  ASSIGN TO "APPLICANT_EXTRACT_PARM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EXTRACT-PARM-STATUS.
              SELECT EXTRACT-CONTROL-FILE
                  ASSIGN TO "APPLICANT_EXTRACT_CONTROL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EXTRACT-CONTROL-STATUS.
              SELECT EMPLOYERS-FILE
                  ASSIGN TO "EMPLOYERS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EMPLOYERS-STATUS.
              SELECT JOBS-FILE
                  ASSIGN TO "JOBS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOBS-STATUS.
              SELECT JOB-APPLICATIONS-FILE
                  ASSIGN TO "JOB_APPLICATIONS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JA-APP-ID
                  FILE STATUS IS JOB-APPLICATIONS-STATUS.
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
              SELECT APPLICANT-EXTRACT-FILE
                  ASSIGN TO WS-EXTRACT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APPLICANT-EXTRACT-STATUS.
              SELECT REPORT-FILE
                  ASSIGN TO "APPLICANT_EXTRACT_REPORT.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> run mode: FULL or CHANGES in the first columns
    FD EXTRACT-PARM-FILE.
    01 EXTRACT-PARM-RECORD.
        05 XP-MODE                PIC X(10).

    FD EXTRACT-CONTROL-FILE.
    01 EXTRACT-CONTROL-RECORD.
        05 XC-LAST-RUN-DATE       PIC X(8).
        05 XC-LAST-RUN-MODE       PIC X(10).

    FD EMPLOYERS-FILE.
    01 EMPLOYER-RECORD.
        05 EMP-ID                 PIC 9(5).
        05 EMP-NAME               PIC X(50).
        05 EMP-INDUSTRY           PIC X(30).
        05 EMP-LOCATION           PIC X(50).
        05 EMP-DESCRIPTION        PIC X(200).

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

    FD APPLICANT-EXTRACT-FILE.
    01 APPLICANT-EXTRACT-RECORD PIC X(512).

    FD REPORT-FILE.
    01 REPORT-RECORD PIC X(256).

    WORKING-STORAGE SECTION.
    01 EXTRACT-PARM-STATUS PIC X(2).
    01 EXTRACT-CONTROL-STATUS PIC X(2).
    01 EMPLOYERS-STATUS PIC X(2).
    01 JOBS-STATUS PIC X(2).
    01 JOB-APPLICATIONS-STATUS PIC X(2).
    01 ACCOUNTS-STATUS PIC X(2).
    01 PROFILES-STATUS PIC X(2).
    01 APPLICANT-EXTRACT-STATUS PIC X(2).
    01 REPORT-STATUS PIC X(2).

    01 OUTPUT-LINE PIC X(256).
    01 WS-TODAY PIC X(8).
    01 I PIC 9(5).
    01 WS-EXTRACT-FILENAME PIC X(40).
    01 WS-EXTRACT-LINE PIC X(512).
    01 WS-EXTRACT-PTR PIC 9(3).

    *> run mode and the date changes are taken from
    01 WS-RUN-MODE PIC X(10).
        88 FULL-MODE    VALUE "FULL".
        88 CHANGES-MODE VALUE "CHANGES".
    01 WS-LAST-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-SINCE-DATE PIC X(8) VALUE SPACES.

    *> every posting with the employer it belongs to
    01 POSTING-COUNT PIC 9(5) VALUE 0.
    01 POSTING-TABLE.
        05 POSTING-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON POSTING-COUNT
                         INDEXED BY PST-IDX.
            10 PST-ID          PIC 9(5).
            10 PST-EMPLOYER-ID PIC 9(5).
            10 PST-TITLE       PIC X(50).

    *> the current employer's postings, rebuilt for each employer
    01 EMP-JOB-COUNT PIC 9(4) VALUE 0.
    01 EMP-JOB-TABLE.
        05 EMP-JOB-ENTRY OCCURS 0 TO 9999 TIMES DEPENDING ON EMP-JOB-COUNT
                         INDEXED BY EJ-IDX.
            10 EJ-ID           PIC 9(5).
            10 EJ-TITLE        PIC X(50).

    *> applicant details from PROFILES.DAT, skills already joined
    01 PROFILE-COUNT PIC 9(5) VALUE 0.
    01 PROFILE-TABLE.
        05 PROFILE-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON PROFILE-COUNT
                         INDEXED BY PRF-IDX.
            10 PRF-USERNAME    PIC X(20).
            10 PRF-FIRST-NAME  PIC X(20).
            10 PRF-LAST-NAME   PIC X(20).
            10 PRF-UNIVERSITY  PIC X(40).
            10 PRF-MAJOR       PIC X(30).
            10 PRF-GRAD-YEAR   PIC X(4).
            10 PRF-SKILLS      PIC X(100).
    01 WS-SKILL-IDX PIC 9.
    01 WS-SKILLS-PTR PIC 9(3).

    *> one row's values, cleaned of the delimiter before writing
    01 WS-ROW-VARS.
        05 WS-ROW-TITLE       PIC X(50).
        05 WS-ROW-STATUS      PIC X(12).
        05 WS-ROW-FIRST-NAME  PIC X(20).
        05 WS-ROW-LAST-NAME   PIC X(20).
        05 WS-ROW-UNIVERSITY  PIC X(40).
        05 WS-ROW-MAJOR       PIC X(30).
        05 WS-ROW-GRAD-YEAR   PIC X(4).
        05 WS-ROW-SKILLS      PIC X(100).
    01 WS-APPLICANT-ACTIVE PIC X.
        88 APPLICANT-ACTIVE VALUE 'Y'.
    01 WS-POSTING-FOUND PIC X.
        88 POSTING-FOUND VALUE 'Y'.

    *> counts for the control report
    01 WS-EMPLOYER-ROWS       PIC 9(7) VALUE 0.
    01 WS-EMPLOYER-SKIPPED    PIC 9(7) VALUE 0.
    01 WS-EMPLOYERS-READ      PIC 9(5) VALUE 0.
    01 WS-FILES-WRITTEN       PIC 9(5) VALUE 0.
    01 WS-FILES-FAILED        PIC 9(5) VALUE 0.
    01 WS-TOTAL-ROWS          PIC 9(7) VALUE 0.
    01 WS-TOTAL-SKIPPED       PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    PERFORM OPEN-REPORT.
    PERFORM LOAD-RUN-MODE.
    PERFORM LOAD-POSTINGS.
    PERFORM LOAD-APPLICANT-PROFILES.
    PERFORM EXTRACT-ALL-EMPLOYERS.
    PERFORM SAVE-EXTRACT-CONTROL.
    PERFORM WRITE-REPORT-SUMMARY.
    CLOSE REPORT-FILE.
    STOP RUN.

OPEN-REPORT.
    OPEN OUTPUT REPORT-FILE.
    MOVE "=== InCollege Applicant Extract Report ===" TO OUTPUT-LINE.
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

LOAD-RUN-MODE.
    *> no parameter file (or a blank one) means CHANGES; anything other
    *> than FULL or CHANGES stops the run before any file is written
    MOVE "CHANGES" TO WS-RUN-MODE.
    OPEN INPUT EXTRACT-PARM-FILE.
    IF EXTRACT-PARM-STATUS = "00"
        READ EXTRACT-PARM-FILE
            AT END CONTINUE
            NOT AT END
                IF XP-MODE NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(XP-MODE))
                        TO WS-RUN-MODE
                END-IF
        END-READ
    END-IF.
    CLOSE EXTRACT-PARM-FILE.

    IF NOT FULL-MODE AND NOT CHANGES-MODE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Error: Run mode '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-MODE) DELIMITED BY SIZE
               "' in APPLICANT_EXTRACT_PARM.DAT must be FULL or CHANGES."
                   DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        CLOSE REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT EXTRACT-CONTROL-FILE.
    IF EXTRACT-CONTROL-STATUS = "00"
        READ EXTRACT-CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                IF XC-LAST-RUN-DATE IS NUMERIC
                    MOVE XC-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                END-IF
        END-READ
    END-IF.
    CLOSE EXTRACT-CONTROL-FILE.

    IF CHANGES-MODE AND WS-LAST-RUN-DATE = SPACES
        MOVE "No earlier run on file; extracting all applications." TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE "FULL" TO WS-RUN-MODE
    END-IF.

    MOVE SPACES TO OUTPUT-LINE.
    IF FULL-MODE
        MOVE "Mode: FULL (every application on file)" TO OUTPUT-LINE
    ELSE
        *> the last run's own day is taken again, since applications
        *> can arrive that day after the run; rows are keyed on the
        *> application id, so a repeat only refreshes it
        MOVE WS-LAST-RUN-DATE TO WS-SINCE-DATE
        STRING "Mode: CHANGES (applications new or changed on or after " DELIMITED BY SIZE
               WS-SINCE-DATE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

LOAD-POSTINGS.
    MOVE 0 TO POSTING-COUNT.
    OPEN INPUT JOBS-FILE.
    IF JOBS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ JOBS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    IF POSTING-COUNT < 99999
                        ADD 1 TO POSTING-COUNT
                        MOVE JR-JOB-ID TO PST-ID(POSTING-COUNT)
                        IF JR-EMPLOYER-ID IS NUMERIC
                            MOVE JR-EMPLOYER-ID TO PST-EMPLOYER-ID(POSTING-COUNT)
                        ELSE
                            MOVE 0 TO PST-EMPLOYER-ID(POSTING-COUNT)
                        END-IF
                        MOVE JR-TITLE TO PST-TITLE(POSTING-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE JOBS-FILE.

LOAD-APPLICANT-PROFILES.
    MOVE 0 TO PROFILE-COUNT.
    OPEN INPUT PROFILES-FILE.
    IF PROFILES-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ PROFILES-FILE
                AT END EXIT PERFORM
                NOT AT END
                    IF PROFILE-COUNT < 99999
                        PERFORM ADD-APPLICANT-PROFILE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE PROFILES-FILE.

ADD-APPLICANT-PROFILE.
    ADD 1 TO PROFILE-COUNT.
    MOVE PR-USERNAME TO PRF-USERNAME(PROFILE-COUNT).
    MOVE PR-FIRST-NAME TO PRF-FIRST-NAME(PROFILE-COUNT).
    MOVE PR-LAST-NAME TO PRF-LAST-NAME(PROFILE-COUNT).
    MOVE PR-UNIVERSITY TO PRF-UNIVERSITY(PROFILE-COUNT).
    MOVE PR-MAJOR TO PRF-MAJOR(PROFILE-COUNT).
    IF PR-GRAD-YEAR IS NUMERIC AND PR-GRAD-YEAR > 0
        MOVE PR-GRAD-YEAR TO PRF-GRAD-YEAR(PROFILE-COUNT)
    ELSE
        MOVE SPACES TO PRF-GRAD-YEAR(PROFILE-COUNT)
    END-IF.

    *> skill names joined with "; " into one column
    MOVE SPACES TO PRF-SKILLS(PROFILE-COUNT).
    MOVE 1 TO WS-SKILLS-PTR.
    IF PR-SKILL-COUNT IS NUMERIC
        PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
                UNTIL WS-SKILL-IDX > PR-SKILL-COUNT OR WS-SKILL-IDX > 3
            IF PR-SKILL-NAME(WS-SKILL-IDX) NOT = SPACES
                IF WS-SKILLS-PTR > 1
                    STRING "; " DELIMITED BY SIZE
                           INTO PRF-SKILLS(PROFILE-COUNT)
                           WITH POINTER WS-SKILLS-PTR
                    END-STRING
                END-IF
                STRING FUNCTION TRIM(PR-SKILL-NAME(WS-SKILL-IDX)) DELIMITED BY SIZE
                       INTO PRF-SKILLS(PROFILE-COUNT)
                       WITH POINTER WS-SKILLS-PTR
                END-STRING
            END-IF
        END-PERFORM
    END-IF.

EXTRACT-ALL-EMPLOYERS.
    OPEN INPUT EMPLOYERS-FILE.
    IF EMPLOYERS-STATUS NOT = "00"
        CLOSE EMPLOYERS-FILE
        MOVE "No employers on file; no applicant files written." TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.

    *> the accounts master is only read by key, to tell whether each
    *> applicant is still active
    OPEN INPUT ACCOUNTS-FILE.
    IF ACCOUNTS-STATUS NOT = "00"
        *> without the accounts master every applicant would look
        *> inactive; count it as a failure so the control date stays put
        ADD 1 TO WS-FILES-FAILED
        MOVE "Error: ACCOUNTS.DAT could not be opened; no applicant files written."
            TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        CLOSE ACCOUNTS-FILE
        CLOSE EMPLOYERS-FILE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.

    MOVE "Rows written per employer:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM UNTIL 1 = 2
        READ EMPLOYERS-FILE
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-EMPLOYERS-READ
                PERFORM EXTRACT-ONE-EMPLOYER
        END-READ
    END-PERFORM.
    IF WS-EMPLOYERS-READ = 0
        MOVE "  None on file." TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

    CLOSE ACCOUNTS-FILE.
    CLOSE EMPLOYERS-FILE.

EXTRACT-ONE-EMPLOYER.
    MOVE 0 TO WS-EMPLOYER-ROWS.
    MOVE 0 TO WS-EMPLOYER-SKIPPED.

    *> the employer's own postings, so each application is checked
    *> against a short list instead of the whole posting table
    MOVE 0 TO EMP-JOB-COUNT.
    PERFORM VARYING PST-IDX FROM 1 BY 1 UNTIL PST-IDX > POSTING-COUNT
        IF PST-EMPLOYER-ID(PST-IDX) = EMP-ID AND EMP-JOB-COUNT < 9999
            ADD 1 TO EMP-JOB-COUNT
            MOVE PST-ID(PST-IDX) TO EJ-ID(EMP-JOB-COUNT)
            MOVE PST-TITLE(PST-IDX) TO EJ-TITLE(EMP-JOB-COUNT)
        END-IF
    END-PERFORM.

    *> every employer gets a file, even an empty one, so their load
    *> job always finds something to pick up
    MOVE SPACES TO WS-EXTRACT-FILENAME.
    STRING "APPLICANTS_" DELIMITED BY SIZE
           EMP-ID DELIMITED BY SIZE
           ".TXT" DELIMITED BY SIZE
           INTO WS-EXTRACT-FILENAME
    END-STRING.
    OPEN OUTPUT APPLICANT-EXTRACT-FILE.
    IF APPLICANT-EXTRACT-STATUS NOT = "00"
        ADD 1 TO WS-FILES-FAILED
        MOVE SPACES TO OUTPUT-LINE
        STRING "  Error: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXTRACT-FILENAME) DELIMITED BY SIZE
               " could not be created for " DELIMITED BY SIZE
               FUNCTION TRIM(EMP-NAME) DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE "APP_ID|JOB_ID|JOB_TITLE|APPLIED_DATE|STATUS|STATUS_DATE|FIRST_NAME|LAST_NAME|UNIVERSITY|MAJOR|GRAD_YEAR|SKILLS"
        TO APPLICANT-EXTRACT-RECORD.
    WRITE APPLICANT-EXTRACT-RECORD.

    IF EMP-JOB-COUNT > 0
        OPEN INPUT JOB-APPLICATIONS-FILE
        IF JOB-APPLICATIONS-STATUS = "00"
            PERFORM UNTIL 1 = 2
                READ JOB-APPLICATIONS-FILE NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                        PERFORM EXTRACT-ONE-APPLICATION
                END-READ
            END-PERFORM
        END-IF
        CLOSE JOB-APPLICATIONS-FILE
    END-IF.

    CLOSE APPLICANT-EXTRACT-FILE.
    ADD 1 TO WS-FILES-WRITTEN.
    ADD WS-EMPLOYER-ROWS TO WS-TOTAL-ROWS.
    ADD WS-EMPLOYER-SKIPPED TO WS-TOTAL-SKIPPED.

    MOVE SPACES TO OUTPUT-LINE.
    STRING "  #" DELIMITED BY SIZE
           EMP-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(EMP-NAME) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-EXTRACT-FILENAME) DELIMITED BY SIZE
           "): " DELIMITED BY SIZE
           WS-EMPLOYER-ROWS DELIMITED BY SIZE
           " rows, " DELIMITED BY SIZE
           WS-EMPLOYER-SKIPPED DELIMITED BY SIZE
           " deactivated applicants skipped" DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.

EXTRACT-ONE-APPLICATION.
    IF JA-JOB-ID IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-POSTING-FOUND.
    SET EJ-IDX TO 1.
    SEARCH EMP-JOB-ENTRY
        AT END CONTINUE
        WHEN EJ-ID(EJ-IDX) = JA-JOB-ID
            MOVE 'Y' TO WS-POSTING-FOUND
    END-SEARCH.
    IF NOT POSTING-FOUND
        EXIT PARAGRAPH
    END-IF.

    IF CHANGES-MODE AND JA-APPLIED-DATE < WS-SINCE-DATE AND
       (JA-STATUS-DATE = SPACES OR JA-STATUS-DATE < WS-SINCE-DATE)
        EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-APPLICANT-ACTIVE.
    IF NOT APPLICANT-ACTIVE
        ADD 1 TO WS-EMPLOYER-SKIPPED
        EXIT PARAGRAPH
    END-IF.

    MOVE EJ-TITLE(EJ-IDX) TO WS-ROW-TITLE.
    MOVE JA-STATUS TO WS-ROW-STATUS.
    IF WS-ROW-STATUS = SPACES
        MOVE "received" TO WS-ROW-STATUS
    END-IF.
    MOVE SPACES TO WS-ROW-FIRST-NAME WS-ROW-LAST-NAME WS-ROW-UNIVERSITY
                   WS-ROW-MAJOR WS-ROW-GRAD-YEAR WS-ROW-SKILLS.
    IF PROFILE-COUNT > 0
        SET PRF-IDX TO 1
        SEARCH PROFILE-ENTRY
            AT END CONTINUE
            WHEN PRF-USERNAME(PRF-IDX) = JA-APPLICANT-USERNAME
                MOVE PRF-FIRST-NAME(PRF-IDX) TO WS-ROW-FIRST-NAME
                MOVE PRF-LAST-NAME(PRF-IDX) TO WS-ROW-LAST-NAME
                MOVE PRF-UNIVERSITY(PRF-IDX) TO WS-ROW-UNIVERSITY
                MOVE PRF-MAJOR(PRF-IDX) TO WS-ROW-MAJOR
                MOVE PRF-GRAD-YEAR(PRF-IDX) TO WS-ROW-GRAD-YEAR
                MOVE PRF-SKILLS(PRF-IDX) TO WS-ROW-SKILLS
        END-SEARCH
    END-IF.
    *> free-text values cannot carry the delimiter into the file
    INSPECT WS-ROW-VARS REPLACING ALL "|" BY "/".

    MOVE SPACES TO WS-EXTRACT-LINE.
    MOVE 1 TO WS-EXTRACT-PTR.
    STRING JA-APP-ID DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           JA-JOB-ID DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-TITLE) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           JA-APPLIED-DATE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-STATUS) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           JA-STATUS-DATE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-FIRST-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-LAST-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-UNIVERSITY) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-MAJOR) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-GRAD-YEAR) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-SKILLS) DELIMITED BY SIZE
           INTO WS-EXTRACT-LINE
           WITH POINTER WS-EXTRACT-PTR
    END-STRING.
    MOVE WS-EXTRACT-LINE TO APPLICANT-EXTRACT-RECORD.
    WRITE APPLICANT-EXTRACT-RECORD.
    ADD 1 TO WS-EMPLOYER-ROWS.

CHECK-APPLICANT-ACTIVE.
    *> a deactivated account is gone from the master; a disabled one is
    *> still there with a non-active status, and both are left out
    MOVE 'N' TO WS-APPLICANT-ACTIVE.
    MOVE JA-APPLICANT-USERNAME TO AR-USERNAME.
    READ ACCOUNTS-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF FUNCTION TRIM(AR-ACCT-STATUS) = "active" OR
               AR-ACCT-STATUS = SPACES
                MOVE 'Y' TO WS-APPLICANT-ACTIVE
            END-IF
    END-READ.

SAVE-EXTRACT-CONTROL.
    *> only a run that got through its employers moves the date on
    IF WS-EMPLOYERS-READ = 0 OR WS-FILES-FAILED > 0
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-TODAY TO XC-LAST-RUN-DATE.
    MOVE WS-RUN-MODE TO XC-LAST-RUN-MODE.
    OPEN OUTPUT EXTRACT-CONTROL-FILE.
    WRITE EXTRACT-CONTROL-RECORD.
    CLOSE EXTRACT-CONTROL-FILE.

WRITE-REPORT-SUMMARY.
    MOVE "=== Summary ===" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Employers read:                " DELIMITED BY SIZE
           WS-EMPLOYERS-READ DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Applicant files written:       " DELIMITED BY SIZE
           WS-FILES-WRITTEN DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    IF WS-FILES-FAILED > 0
        MOVE SPACES TO OUTPUT-LINE
        STRING "Applicant files not created:   " DELIMITED BY SIZE
               WS-FILES-FAILED DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Rows written:                  " DELIMITED BY SIZE
           WS-TOTAL-ROWS DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Applicants skipped (inactive): " DELIMITED BY SIZE
           WS-TOTAL-SKIPPED DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
