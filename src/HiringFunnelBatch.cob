*> This is free-form cobol program
IDENTIFICATION DIVISION.
PROGRAM-ID. HiringFunnelBatch.

*> Standalone batch job, sibling to PlatformStatsBatch: follows every
*> application, live (JOB_APPLICATIONS.DAT) and archived
*> (JOB_APPLICATIONS_ARCHIVE.DAT), through the decision statuses and
*> reports for career services, per employer and per posting, how many
*> reached each stage, the conversion rate between stages and the
*> average and longest days from JA-APPLIED-DATE to the poster's first
*> decision (JA-DECISION-DATE). Outcomes are also broken down by the
*> applicant's major and graduation year, and employers with live
*> applications sitting at "received" longer than the threshold are
*> flagged. The threshold, in days, is read from FUNNEL_PARM.DAT at run
*> time (first five columns; 14 when the file is absent or blank).
*> Applications made before decision dates were kept count toward
*> the stages but not toward the timings. Run it separately from
*> InCollege itself, against the same working directory as the live
*> data files.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
              SELECT FUNNEL-PARM-FILE
                  ASSIGN TO "FUNNEL_PARM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FUNNEL-PARM-STATUS.
              SELECT EMPLOYERS-FILE
                  ASSIGN TO "EMPLOYERS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EMPLOYERS-STATUS.
              SELECT JOBS-FILE
                  ASSIGN TO "JOBS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOBS-STATUS.
              SELECT JOBS-ARCHIVE-FILE
                  ASSIGN TO "JOBS_ARCHIVE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOBS-ARCHIVE-STATUS.
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
              SELECT PROFILES-FILE
                  ASSIGN TO "PROFILES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROFILES-STATUS.
              SELECT REPORT-FILE
                  ASSIGN TO "HIRING_FUNNEL_REPORT.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REPORT-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> days an application may sit at "received" before its employer
    *> is flagged
    FD FUNNEL-PARM-FILE.
    01 FUNNEL-PARM-RECORD.
        05 FP-RECEIVED-DAYS       PIC X(5).

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

    FD REPORT-FILE.
    01 REPORT-RECORD PIC X(256).

    WORKING-STORAGE SECTION.
    01 FUNNEL-PARM-STATUS PIC X(2).
    01 EMPLOYERS-STATUS PIC X(2).
    01 JOBS-STATUS PIC X(2).
    01 JOBS-ARCHIVE-STATUS PIC X(2).
    01 JOB-APPLICATIONS-STATUS PIC X(2).
    01 JOB-APPLICATIONS-ARCHIVE-STATUS PIC X(2).
    01 PROFILES-STATUS PIC X(2).
    01 REPORT-STATUS PIC X(2).

    01 OUTPUT-LINE PIC X(256).
    01 WS-TODAY PIC X(8).
    01 WS-DATE-NUM PIC 9(8).
    01 WS-TODAY-INT PIC 9(7).
    01 WS-APPLIED-INT PIC 9(7).
    01 WS-DECISION-INT PIC 9(7).
    01 I PIC 9(5).

    *> site-configurable default, overridden by FUNNEL_PARM.DAT
    01 WS-RECEIVED-DAYS PIC 9(5) VALUE 14.

    *> employer directory, for names
    01 EMPLOYER-COUNT PIC 9(5) VALUE 0.
    01 EMPLOYER-TABLE.
        05 EMPLOYER-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON EMPLOYER-COUNT
                          INDEXED BY EMP-IDX.
            10 EMT-ID          PIC 9(5).
            10 EMT-NAME        PIC X(50).

    *> live and archived postings, with the employer each belongs to
    01 POSTING-COUNT PIC 9(5) VALUE 0.
    01 POSTING-TABLE.
        05 POSTING-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON POSTING-COUNT
                         INDEXED BY PST-IDX.
            10 PST-ID          PIC 9(5).
            10 PST-TITLE       PIC X(50).
            10 PST-EMPLOYER    PIC X(50).

    *> applicant major and graduation year
    01 PROFILE-COUNT PIC 9(5) VALUE 0.
    01 PROFILE-TABLE.
        05 PROFILE-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON PROFILE-COUNT
                         INDEXED BY PRF-IDX.
            10 PRF-USERNAME    PIC X(20).
            10 PRF-MAJOR       PIC X(30).
            10 PRF-GRAD-YEAR   PIC X(4).

    *> one funnel per employer (E), posting (P), major (M) and
    *> graduation year (Y), all kept in the one table
    01 FUNNEL-COUNT PIC 9(5) VALUE 0.
    01 FUNNEL-TABLE.
        05 FUNNEL-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON FUNNEL-COUNT
                        INDEXED BY FN-IDX.
            10 FN-TYPE         PIC X(1).
            10 FN-KEY          PIC X(50).
            10 FN-LABEL        PIC X(120).
            10 FN-APPLIED      PIC 9(5).
            10 FN-REVIEWED     PIC 9(5).
            10 FN-UNDER-REVIEW PIC 9(5).
            10 FN-OFFER        PIC 9(5).
            10 FN-DECLINED     PIC 9(5).
            10 FN-TIMED        PIC 9(5).
            10 FN-DAYS-TOTAL   PIC 9(9).
            10 FN-DAYS-MAX     PIC 9(5).
            10 FN-STALE        PIC 9(5).
    01 WS-FN-TYPE  PIC X(1).
    01 WS-FN-KEY   PIC X(50).
    01 WS-FN-LABEL PIC X(120).
    01 WS-FN-FOUND PIC X.

    *> the application being counted, from either file
    01 WS-APP-VARS.
        05 WS-APP-USERNAME    PIC X(20).
        05 WS-APP-JOB-ID      PIC 9(5).
        05 WS-APP-TITLE       PIC X(50).
        05 WS-APP-EMPLOYER    PIC X(50).
        05 WS-APP-STATUS      PIC X(12).
        05 WS-APP-APPLIED     PIC X(8).
        05 WS-APP-DECISION    PIC X(8).
        05 WS-APP-LIVE        PIC X.
    01 WS-APP-DAYS PIC 9(5).
    01 WS-APP-TIMED PIC X.
    01 WS-APP-STALE PIC X.
    01 WS-APP-MAJOR PIC X(30).
    01 WS-APP-GRAD-YEAR PIC X(4).

    *> report figures
    01 WS-PCT         PIC ZZ9.9.
    01 WS-PCT-2       PIC ZZ9.9.
    01 WS-AVG-DAYS    PIC ZZZZ9.9.
    01 WS-PCT-WORK    PIC 9(5)V9(4).
    01 WS-SECTION-ROWS PIC 9(5).

    *> run totals
    01 WS-LIVE-APPS        PIC 9(7) VALUE 0.
    01 WS-ARCHIVED-APPS    PIC 9(7) VALUE 0.
    01 WS-UNTIMED-APPS     PIC 9(7) VALUE 0.
    01 WS-FLAGGED-EMPLOYERS PIC 9(5) VALUE 0.
    01 WS-TABLE-FULL       PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    MOVE WS-TODAY TO WS-DATE-NUM.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

    PERFORM OPEN-REPORT.
    PERFORM LOAD-FUNNEL-PARM.
    PERFORM LOAD-EMPLOYERS.
    PERFORM LOAD-POSTINGS.
    PERFORM LOAD-APPLICANT-PROFILES.
    PERFORM COUNT-LIVE-APPLICATIONS.
    PERFORM COUNT-ARCHIVED-APPLICATIONS.
    PERFORM REPORT-BY-EMPLOYER.
    PERFORM REPORT-BY-POSTING.
    PERFORM REPORT-BY-MAJOR.
    PERFORM REPORT-BY-GRAD-YEAR.
    PERFORM REPORT-STALE-EMPLOYERS.
    PERFORM WRITE-REPORT-SUMMARY.
    CLOSE REPORT-FILE.
    STOP RUN.

LOAD-FUNNEL-PARM.
    *> no parameter file (or a blank threshold) keeps the 14-day
    *> default; a threshold that is not a number of days stops the run
    OPEN INPUT FUNNEL-PARM-FILE.
    IF FUNNEL-PARM-STATUS = "00"
        READ FUNNEL-PARM-FILE
            AT END CONTINUE
            NOT AT END
                IF FP-RECEIVED-DAYS NOT = SPACES
                    IF FUNCTION TRIM(FP-RECEIVED-DAYS) IS NUMERIC
                        MOVE FUNCTION NUMVAL(FP-RECEIVED-DAYS)
                            TO WS-RECEIVED-DAYS
                    ELSE
                        MOVE SPACES TO OUTPUT-LINE
                        STRING "Error: received threshold '" DELIMITED BY SIZE
                               FUNCTION TRIM(FP-RECEIVED-DAYS) DELIMITED BY SIZE
                               "' in FUNNEL_PARM.DAT must be a number of days."
                                   DELIMITED BY SIZE
                               INTO OUTPUT-LINE
                        END-STRING
                        PERFORM WRITE-REPORT-LINE
                        CLOSE FUNNEL-PARM-FILE
                        CLOSE REPORT-FILE
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
        END-READ
    END-IF.
    CLOSE FUNNEL-PARM-FILE.

    MOVE SPACES TO OUTPUT-LINE.
    STRING "Received threshold (days): " DELIMITED BY SIZE
           WS-RECEIVED-DAYS DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

OPEN-REPORT.
    OPEN OUTPUT REPORT-FILE.
    MOVE "=== InCollege Hiring Funnel Report ===" TO OUTPUT-LINE.
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

LOAD-EMPLOYERS.
    MOVE 0 TO EMPLOYER-COUNT.
    OPEN INPUT EMPLOYERS-FILE.
    IF EMPLOYERS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ EMPLOYERS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    IF EMPLOYER-COUNT < 99999
                        ADD 1 TO EMPLOYER-COUNT
                        MOVE EMP-ID TO EMT-ID(EMPLOYER-COUNT)
                        MOVE EMP-NAME TO EMT-NAME(EMPLOYER-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE EMPLOYERS-FILE.

LOAD-POSTINGS.
    *> the directory name wins over the free-text employer on the
    *> posting, so one company's postings report together
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
                        MOVE JR-TITLE TO PST-TITLE(POSTING-COUNT)
                        MOVE JR-EMPLOYER TO PST-EMPLOYER(POSTING-COUNT)
                        IF JR-EMPLOYER-ID IS NUMERIC AND JR-EMPLOYER-ID > 0
                            MOVE JR-EMPLOYER-ID TO I
                            PERFORM LOOKUP-POSTING-EMPLOYER
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE JOBS-FILE.

    OPEN INPUT JOBS-ARCHIVE-FILE.
    IF JOBS-ARCHIVE-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ JOBS-ARCHIVE-FILE
                AT END EXIT PERFORM
                NOT AT END
                    IF POSTING-COUNT < 99999
                        ADD 1 TO POSTING-COUNT
                        MOVE ARC-JR-JOB-ID TO PST-ID(POSTING-COUNT)
                        MOVE ARC-JR-TITLE TO PST-TITLE(POSTING-COUNT)
                        MOVE ARC-JR-EMPLOYER TO PST-EMPLOYER(POSTING-COUNT)
                        IF ARC-JR-EMPLOYER-ID IS NUMERIC AND ARC-JR-EMPLOYER-ID > 0
                            MOVE ARC-JR-EMPLOYER-ID TO I
                            PERFORM LOOKUP-POSTING-EMPLOYER
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE JOBS-ARCHIVE-FILE.

LOOKUP-POSTING-EMPLOYER.
    *> replaces the newest posting's employer with the directory name
    *> of employer I, when it is on file
    IF EMPLOYER-COUNT > 0
        SET EMP-IDX TO 1
        SEARCH EMPLOYER-ENTRY
            AT END CONTINUE
            WHEN EMT-ID(EMP-IDX) = I
                MOVE EMT-NAME(EMP-IDX) TO PST-EMPLOYER(POSTING-COUNT)
        END-SEARCH
    END-IF.

LOAD-APPLICANT-PROFILES.
    MOVE 0 TO PROFILE-COUNT.
    OPEN INPUT PROFILES-FILE.
    IF PROFILES-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ PROFILES-FILE
                AT END EXIT PERFORM
                NOT AT END
                    IF PROFILE-COUNT < 99999
                        ADD 1 TO PROFILE-COUNT
                        MOVE PR-USERNAME TO PRF-USERNAME(PROFILE-COUNT)
                        MOVE PR-MAJOR TO PRF-MAJOR(PROFILE-COUNT)
                        IF PR-GRAD-YEAR IS NUMERIC AND PR-GRAD-YEAR > 0
                            MOVE PR-GRAD-YEAR TO PRF-GRAD-YEAR(PROFILE-COUNT)
                        ELSE
                            MOVE SPACES TO PRF-GRAD-YEAR(PROFILE-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE PROFILES-FILE.

COUNT-LIVE-APPLICATIONS.
    OPEN INPUT JOB-APPLICATIONS-FILE.
    IF JOB-APPLICATIONS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ JOB-APPLICATIONS-FILE NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                    ADD 1 TO WS-LIVE-APPS
                    MOVE JA-APPLICANT-USERNAME TO WS-APP-USERNAME
                    IF JA-JOB-ID IS NUMERIC
                        MOVE JA-JOB-ID TO WS-APP-JOB-ID
                    ELSE
                        MOVE 0 TO WS-APP-JOB-ID
                    END-IF
                    MOVE JA-JOB-TITLE TO WS-APP-TITLE
                    MOVE JA-JOB-EMPLOYER TO WS-APP-EMPLOYER
                    MOVE JA-STATUS TO WS-APP-STATUS
                    MOVE JA-APPLIED-DATE TO WS-APP-APPLIED
                    MOVE JA-DECISION-DATE TO WS-APP-DECISION
                    MOVE 'Y' TO WS-APP-LIVE
                    PERFORM COUNT-ONE-APPLICATION
            END-READ
        END-PERFORM
    END-IF.
    CLOSE JOB-APPLICATIONS-FILE.

COUNT-ARCHIVED-APPLICATIONS.
    OPEN INPUT JOB-APPLICATIONS-ARCHIVE-FILE.
    IF JOB-APPLICATIONS-ARCHIVE-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ JOB-APPLICATIONS-ARCHIVE-FILE
                AT END EXIT PERFORM
                NOT AT END
                    ADD 1 TO WS-ARCHIVED-APPS
                    MOVE ARC-JA-APPLICANT-USERNAME TO WS-APP-USERNAME
                    IF ARC-JA-JOB-ID IS NUMERIC
                        MOVE ARC-JA-JOB-ID TO WS-APP-JOB-ID
                    ELSE
                        MOVE 0 TO WS-APP-JOB-ID
                    END-IF
                    MOVE ARC-JA-JOB-TITLE TO WS-APP-TITLE
                    MOVE ARC-JA-JOB-EMPLOYER TO WS-APP-EMPLOYER
                    MOVE ARC-JA-STATUS TO WS-APP-STATUS
                    MOVE ARC-JA-APPLIED-DATE TO WS-APP-APPLIED
                    MOVE ARC-JA-DECISION-DATE TO WS-APP-DECISION
                    MOVE 'N' TO WS-APP-LIVE
                    PERFORM COUNT-ONE-APPLICATION
            END-READ
        END-PERFORM
    END-IF.
    CLOSE JOB-APPLICATIONS-ARCHIVE-FILE.

COUNT-ONE-APPLICATION.
    IF FUNCTION TRIM(WS-APP-STATUS) = SPACE
        MOVE "received" TO WS-APP-STATUS
    END-IF.

    *> posting title and employer from the posting when it is still on
    *> file, otherwise from the copy taken onto the application
    IF POSTING-COUNT > 0 AND WS-APP-JOB-ID > 0
        SET PST-IDX TO 1
        SEARCH POSTING-ENTRY
            AT END CONTINUE
            WHEN PST-ID(PST-IDX) = WS-APP-JOB-ID
                MOVE PST-TITLE(PST-IDX) TO WS-APP-TITLE
                MOVE PST-EMPLOYER(PST-IDX) TO WS-APP-EMPLOYER
        END-SEARCH
    END-IF.
    IF WS-APP-EMPLOYER = SPACES
        MOVE "(no employer)" TO WS-APP-EMPLOYER
    END-IF.

    MOVE SPACES TO WS-APP-MAJOR.
    MOVE SPACES TO WS-APP-GRAD-YEAR.
    IF PROFILE-COUNT > 0
        SET PRF-IDX TO 1
        SEARCH PROFILE-ENTRY
            AT END CONTINUE
            WHEN PRF-USERNAME(PRF-IDX) = WS-APP-USERNAME
                MOVE PRF-MAJOR(PRF-IDX) TO WS-APP-MAJOR
                MOVE PRF-GRAD-YEAR(PRF-IDX) TO WS-APP-GRAD-YEAR
        END-SEARCH
    END-IF.
    IF WS-APP-MAJOR = SPACES
        MOVE "(not given)" TO WS-APP-MAJOR
    END-IF.
    IF WS-APP-GRAD-YEAR = SPACES
        MOVE "none" TO WS-APP-GRAD-YEAR
    END-IF.

    *> days from application to first decision, when both are dated
    MOVE 'N' TO WS-APP-TIMED.
    MOVE 0 TO WS-APP-DAYS.
    IF FUNCTION TRIM(WS-APP-STATUS) NOT = "received"
        IF WS-APP-APPLIED IS NUMERIC AND WS-APP-DECISION IS NUMERIC
            MOVE WS-APP-APPLIED TO WS-DATE-NUM
            COMPUTE WS-APPLIED-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
            MOVE WS-APP-DECISION TO WS-DATE-NUM
            COMPUTE WS-DECISION-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
            IF WS-DECISION-INT >= WS-APPLIED-INT
                COMPUTE WS-APP-DAYS = WS-DECISION-INT - WS-APPLIED-INT
                MOVE 'Y' TO WS-APP-TIMED
            END-IF
        END-IF
        IF WS-APP-TIMED = 'N'
            ADD 1 TO WS-UNTIMED-APPS
        END-IF
    END-IF.

    *> a live application still waiting past the threshold
    MOVE 'N' TO WS-APP-STALE.
    IF WS-APP-LIVE = 'Y' AND
       FUNCTION TRIM(WS-APP-STATUS) = "received" AND
       WS-APP-APPLIED IS NUMERIC
        MOVE WS-APP-APPLIED TO WS-DATE-NUM
        COMPUTE WS-APPLIED-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        IF WS-TODAY-INT - WS-APPLIED-INT > WS-RECEIVED-DAYS
            MOVE 'Y' TO WS-APP-STALE
        END-IF
    END-IF.

    MOVE "E" TO WS-FN-TYPE.
    MOVE WS-APP-EMPLOYER TO WS-FN-KEY.
    MOVE WS-APP-EMPLOYER TO WS-FN-LABEL.
    PERFORM TALLY-FUNNEL.

    MOVE "P" TO WS-FN-TYPE.
    MOVE SPACES TO WS-FN-KEY.
    MOVE WS-APP-JOB-ID TO WS-FN-KEY.
    MOVE SPACES TO WS-FN-LABEL.
    STRING "#" DELIMITED BY SIZE
           WS-APP-JOB-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-APP-TITLE) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-APP-EMPLOYER) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WS-FN-LABEL
    END-STRING.
    PERFORM TALLY-FUNNEL.

    MOVE "M" TO WS-FN-TYPE.
    MOVE WS-APP-MAJOR TO WS-FN-KEY.
    MOVE WS-APP-MAJOR TO WS-FN-LABEL.
    PERFORM TALLY-FUNNEL.

    MOVE "Y" TO WS-FN-TYPE.
    MOVE WS-APP-GRAD-YEAR TO WS-FN-KEY.
    MOVE WS-APP-GRAD-YEAR TO WS-FN-LABEL.
    PERFORM TALLY-FUNNEL.

TALLY-FUNNEL.
    *> find-or-insert WS-FN-TYPE/WS-FN-KEY and count the application
    *> being processed against it
    MOVE 'N' TO WS-FN-FOUND.
    IF FUNNEL-COUNT > 0
        SET FN-IDX TO 1
        SEARCH FUNNEL-ENTRY
            AT END CONTINUE
            WHEN FN-TYPE(FN-IDX) = WS-FN-TYPE AND FN-KEY(FN-IDX) = WS-FN-KEY
                MOVE 'Y' TO WS-FN-FOUND
        END-SEARCH
    END-IF.
    IF WS-FN-FOUND = 'N'
        IF FUNNEL-COUNT >= 99999
            ADD 1 TO WS-TABLE-FULL
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO FUNNEL-COUNT
        SET FN-IDX TO FUNNEL-COUNT
        MOVE WS-FN-TYPE TO FN-TYPE(FN-IDX)
        MOVE WS-FN-KEY TO FN-KEY(FN-IDX)
        MOVE WS-FN-LABEL TO FN-LABEL(FN-IDX)
        MOVE 0 TO FN-APPLIED(FN-IDX) FN-REVIEWED(FN-IDX)
                  FN-UNDER-REVIEW(FN-IDX) FN-OFFER(FN-IDX)
                  FN-DECLINED(FN-IDX) FN-TIMED(FN-IDX)
                  FN-DAYS-TOTAL(FN-IDX) FN-DAYS-MAX(FN-IDX)
                  FN-STALE(FN-IDX)
    END-IF.

    *> every application reached "received"; anything else has been
    *> reviewed, and offer/declined are the two outcomes
    ADD 1 TO FN-APPLIED(FN-IDX).
    EVALUATE FUNCTION TRIM(WS-APP-STATUS)
        WHEN "received"
            CONTINUE
        WHEN "under review"
            ADD 1 TO FN-REVIEWED(FN-IDX)
            ADD 1 TO FN-UNDER-REVIEW(FN-IDX)
        WHEN "offer"
            ADD 1 TO FN-REVIEWED(FN-IDX)
            ADD 1 TO FN-OFFER(FN-IDX)
        WHEN "declined"
            ADD 1 TO FN-REVIEWED(FN-IDX)
            ADD 1 TO FN-DECLINED(FN-IDX)
        WHEN OTHER
            ADD 1 TO FN-REVIEWED(FN-IDX)
    END-EVALUATE.
    IF WS-APP-TIMED = 'Y'
        ADD 1 TO FN-TIMED(FN-IDX)
        ADD WS-APP-DAYS TO FN-DAYS-TOTAL(FN-IDX)
        IF WS-APP-DAYS > FN-DAYS-MAX(FN-IDX)
            MOVE WS-APP-DAYS TO FN-DAYS-MAX(FN-IDX)
        END-IF
    END-IF.
    IF WS-APP-STALE = 'Y'
        ADD 1 TO FN-STALE(FN-IDX)
    END-IF.

REPORT-BY-EMPLOYER.
    MOVE "--- Funnel by Employer ---" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "E" TO WS-FN-TYPE.
    PERFORM PRINT-FUNNEL-SECTION.

REPORT-BY-POSTING.
    MOVE "--- Funnel by Posting ---" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "P" TO WS-FN-TYPE.
    PERFORM PRINT-FUNNEL-SECTION.

PRINT-FUNNEL-SECTION.
    *> stage counts, conversions and decision timing for every entry
    *> of type WS-FN-TYPE
    MOVE 0 TO WS-SECTION-ROWS.
    PERFORM VARYING FN-IDX FROM 1 BY 1 UNTIL FN-IDX > FUNNEL-COUNT
        IF FN-TYPE(FN-IDX) = WS-FN-TYPE
            ADD 1 TO WS-SECTION-ROWS
            PERFORM PRINT-ONE-FUNNEL
        END-IF
    END-PERFORM.
    IF WS-SECTION-ROWS = 0
        MOVE "  None on file." TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

PRINT-ONE-FUNNEL.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(FN-LABEL(FN-IDX)) DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.

    MOVE SPACES TO OUTPUT-LINE.
    STRING "    Received: " FN-APPLIED(FN-IDX)
           "  Reviewed: " FN-REVIEWED(FN-IDX)
           "  Under review: " FN-UNDER-REVIEW(FN-IDX)
           "  Offer: " FN-OFFER(FN-IDX)
           "  Declined: " FN-DECLINED(FN-IDX)
           DELIMITED BY SIZE INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.

    *> received -> reviewed, then reviewed -> offer
    MOVE 0 TO WS-PCT.
    IF FN-APPLIED(FN-IDX) > 0
        COMPUTE WS-PCT-WORK ROUNDED =
            FN-REVIEWED(FN-IDX) * 100 / FN-APPLIED(FN-IDX)
        MOVE WS-PCT-WORK TO WS-PCT
    END-IF.
    MOVE 0 TO WS-PCT-2.
    IF FN-REVIEWED(FN-IDX) > 0
        COMPUTE WS-PCT-WORK ROUNDED =
            FN-OFFER(FN-IDX) * 100 / FN-REVIEWED(FN-IDX)
        MOVE WS-PCT-WORK TO WS-PCT-2
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "    Received->Reviewed: " WS-PCT "%"
           "  Reviewed->Offer: " WS-PCT-2 "%"
           DELIMITED BY SIZE INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.

    MOVE SPACES TO OUTPUT-LINE.
    IF FN-TIMED(FN-IDX) > 0
        COMPUTE WS-PCT-WORK ROUNDED =
            FN-DAYS-TOTAL(FN-IDX) / FN-TIMED(FN-IDX)
        MOVE WS-PCT-WORK TO WS-AVG-DAYS
        STRING "    Days to first decision - average: " WS-AVG-DAYS
               "  longest: " FN-DAYS-MAX(FN-IDX)
               "  (" FN-TIMED(FN-IDX) " dated decisions)"
               DELIMITED BY SIZE INTO OUTPUT-LINE
        END-STRING
    ELSE
        MOVE "    Days to first decision: no dated decisions yet" TO OUTPUT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.

    IF FN-TYPE(FN-IDX) = "E" AND FN-STALE(FN-IDX) > 0
        MOVE SPACES TO OUTPUT-LINE
        STRING "    ** FLAG: " FN-STALE(FN-IDX)
               " applications at received longer than "
               WS-RECEIVED-DAYS " days"
               DELIMITED BY SIZE INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.

REPORT-BY-MAJOR.
    MOVE "--- Outcomes by Applicant Major ---" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "M" TO WS-FN-TYPE.
    PERFORM PRINT-OUTCOME-SECTION.

REPORT-BY-GRAD-YEAR.
    MOVE "--- Outcomes by Applicant Graduation Year ---" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "Y" TO WS-FN-TYPE.
    PERFORM PRINT-OUTCOME-SECTION.

PRINT-OUTCOME-SECTION.
    *> one line per entry of type WS-FN-TYPE: where its applications
    *> ended up and the share that became offers
    MOVE 0 TO WS-SECTION-ROWS.
    PERFORM VARYING FN-IDX FROM 1 BY 1 UNTIL FN-IDX > FUNNEL-COUNT
        IF FN-TYPE(FN-IDX) = WS-FN-TYPE
            ADD 1 TO WS-SECTION-ROWS
            MOVE 0 TO WS-PCT
            IF FN-APPLIED(FN-IDX) > 0
                COMPUTE WS-PCT-WORK ROUNDED =
                    FN-OFFER(FN-IDX) * 100 / FN-APPLIED(FN-IDX)
                MOVE WS-PCT-WORK TO WS-PCT
            END-IF
            MOVE SPACES TO OUTPUT-LINE
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(FN-LABEL(FN-IDX)) DELIMITED BY SIZE
                   ": applications " DELIMITED BY SIZE
                   FN-APPLIED(FN-IDX) DELIMITED BY SIZE
                   "  reviewed " DELIMITED BY SIZE
                   FN-REVIEWED(FN-IDX) DELIMITED BY SIZE
                   "  offers " DELIMITED BY SIZE
                   FN-OFFER(FN-IDX) DELIMITED BY SIZE
                   "  declined " DELIMITED BY SIZE
                   FN-DECLINED(FN-IDX) DELIMITED BY SIZE
                   "  offer rate " DELIMITED BY SIZE
                   WS-PCT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO OUTPUT-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    IF WS-SECTION-ROWS = 0
        MOVE "  None on file." TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

REPORT-STALE-EMPLOYERS.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "--- Employers with Applications at Received Over " DELIMITED BY SIZE
           WS-RECEIVED-DAYS DELIMITED BY SIZE
           " Days ---" DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING FN-IDX FROM 1 BY 1 UNTIL FN-IDX > FUNNEL-COUNT
        IF FN-TYPE(FN-IDX) = "E" AND FN-STALE(FN-IDX) > 0
            ADD 1 TO WS-FLAGGED-EMPLOYERS
            MOVE SPACES TO OUTPUT-LINE
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(FN-LABEL(FN-IDX)) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FN-STALE(FN-IDX) DELIMITED BY SIZE
                   " waiting" DELIMITED BY SIZE
                   INTO OUTPUT-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    IF WS-FLAGGED-EMPLOYERS = 0
        MOVE "  None." TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-SUMMARY.
    MOVE "=== Summary ===" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Live applications:             " DELIMITED BY SIZE
           WS-LIVE-APPS DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Archived applications:         " DELIMITED BY SIZE
           WS-ARCHIVED-APPS DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Decisions without a date:      " DELIMITED BY SIZE
           WS-UNTIMED-APPS DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Employers flagged:             " DELIMITED BY SIZE
           WS-FLAGGED-EMPLOYERS DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    IF WS-TABLE-FULL > 0
        MOVE SPACES TO OUTPUT-LINE
        STRING "Counts dropped (table full):   " DELIMITED BY SIZE
               WS-TABLE-FULL DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.
