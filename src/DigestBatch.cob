*> This is free-form cobol program
IDENTIFICATION DIVISION.
PROGRAM-ID. DigestBatch.

*> Nightly batch step, run by NightlyBatch after MatchingBatch: builds
*> the outbound daily digest file (DIGEST_EXTRACT.DAT) for the campus
*> email gateway, so students who have not logged in still hear about
*> what is waiting for them. Each active account that has not opted out
*> (DIGEST_OPTOUTS.DAT) and has something new gets one detail record:
*> its pending notifications not yet sent, its unread messages (new
*> since the last digest, and in total), and its RSVP'd events coming
*> up within WS-DIGEST-EVENT-DAYS that have not been sent before. The
*> file opens with a header record carrying the run date and ends with
*> a trailer carrying the record and user control counts the gateway
*> team balances against.
*> Sent items are marked so the next night does not repeat them:
*> notifications and messages by the highest record number already
*> sent (DIGEST_CONTROL.DAT, the same "last shown" mark saved searches
*> use), event RSVPs by their own ER-DIGESTED flag. A detail record
*> has room for five notifications and three events; anything beyond
*> that waits for a later night - the RSVP simply stays unflagged, and
*> the user's first notification left out is kept in DIGEST_HELD.DAT
*> so it and the ones after it are picked up again although they sit
*> below the mark. The counts are left in DIGEST_REPORT.TXT next to
*> the other nightly reports.

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
              SELECT MESSAGES-FILE
                  ASSIGN TO "MESSAGES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MSG-ID
                  FILE STATUS IS MESSAGES-STATUS.
              SELECT EVENTS-FILE
                  ASSIGN TO "EVENTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EVENTS-STATUS.
              SELECT EVENT-RSVPS-FILE
                  ASSIGN TO "EVENT_RSVPS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EVENT-RSVPS-STATUS.
              SELECT TEMP-EVENT-RSVPS-FILE
                  ASSIGN TO "EVENT_RSVPS.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TEMP-EVENT-RSVPS-STATUS.
              SELECT DIGEST-OPTOUTS-FILE
                  ASSIGN TO "DIGEST_OPTOUTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DIGEST-OPTOUTS-STATUS.
              SELECT DIGEST-CONTROL-FILE
                  ASSIGN TO "DIGEST_CONTROL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DIGEST-CONTROL-STATUS.
              SELECT DIGEST-HELD-FILE
                  ASSIGN TO "DIGEST_HELD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DIGEST-HELD-STATUS.
              SELECT DIGEST-EXTRACT-FILE
                  ASSIGN TO "DIGEST_EXTRACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DIGEST-EXTRACT-STATUS.
              SELECT REPORT-FILE
                  ASSIGN TO "DIGEST_REPORT.TXT"
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

    FD MESSAGES-FILE.
    01 MESSAGE-RECORD.
        05 MSG-ID                 PIC 9(7).
        05 MSG-SENDER-USERNAME    PIC X(20).
        05 MSG-RECIPIENT-USERNAME PIC X(20).
        05 MSG-READ-FLAG          PIC X(1).
        05 MSG-BODY               PIC X(200).
        05 MSG-SENT-DATE          PIC X(8).

    FD EVENTS-FILE.
    01 EVENT-RECORD.
        05 EV-ID                  PIC 9(5).
        05 EV-NAME                PIC X(50).
        05 EV-DATE                PIC X(8).
        05 EV-LOCATION            PIC X(50).
        05 EV-DESCRIPTION         PIC X(200).
        05 EV-ORGANIZER           PIC X(20).

    FD EVENT-RSVPS-FILE.
    01 EVENT-RSVP-RECORD.
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

    FD DIGEST-OPTOUTS-FILE.
    01 DIGEST-OPTOUT-RECORD.
        05 DO-USERNAME            PIC X(20).
        05 DO-DATE                PIC X(8).

    *> highest notification and message numbers already sent, so
    *> anything at or below them is never sent again
    FD DIGEST-CONTROL-FILE.
    01 DIGEST-CONTROL-RECORD.
        05 DC-LAST-RUN-DATE       PIC X(8).
        05 DC-LAST-NOTIFICATION-ID PIC 9(7).
        05 DC-LAST-MESSAGE-ID     PIC 9(7).

    *> one row per user whose notifications did not all fit last
    *> night: the first one left out, sent from there on next time
    FD DIGEST-HELD-FILE.
    01 DIGEST-HELD-RECORD.
        05 DHL-USERNAME           PIC X(20).
        05 DHL-NOTIFICATION-ID    PIC 9(7).

    *> gateway interface layout: one header, one detail per user, one
    *> trailer; the record type in column 1 tells them apart
    FD DIGEST-EXTRACT-FILE.
    01 DIGEST-HEADER-RECORD.
        05 DH-REC-TYPE            PIC X(1).
        05 DH-FILE-ID             PIC X(20).
        05 DH-RUN-DATE            PIC X(8).
        05 DH-EVENT-DAYS          PIC 9(2).
        05 FILLER                 PIC X(980).
    01 DIGEST-DETAIL-RECORD.
        05 DG-REC-TYPE            PIC X(1).
        05 DG-USERNAME            PIC X(20).
        05 DG-FIRST-NAME          PIC X(20).
        05 DG-LAST-NAME           PIC X(20).
        05 DG-NOTIFY-COUNT        PIC 9(3).
        05 DG-NOTIFY-TEXT         PIC X(120) OCCURS 5 TIMES.
        05 DG-UNREAD-NEW          PIC 9(3).
        05 DG-UNREAD-TOTAL        PIC 9(3).
        05 DG-EVENT-COUNT         PIC 9(2).
        05 DG-EVENT               OCCURS 3 TIMES.
           10 DG-EVENT-ID         PIC 9(5).
           10 DG-EVENT-NAME       PIC X(50).
           10 DG-EVENT-DATE       PIC X(8).
           10 DG-EVENT-LOCATION   PIC X(50).
    01 DIGEST-TRAILER-RECORD.
        05 DT-REC-TYPE            PIC X(1).
        05 DT-RECORD-COUNT        PIC 9(7).
        05 DT-USER-COUNT          PIC 9(7).
        05 DT-NOTIFY-TOTAL        PIC 9(7).
        05 DT-UNREAD-TOTAL        PIC 9(7).
        05 DT-EVENT-TOTAL         PIC 9(7).
        05 FILLER                 PIC X(975).

    FD REPORT-FILE.
    01 REPORT-RECORD PIC X(256).

    WORKING-STORAGE SECTION.
    01 ACCOUNTS-STATUS PIC X(2).
    01 PROFILES-STATUS PIC X(2).
    01 NOTIFICATIONS-STATUS PIC X(2).
    01 MESSAGES-STATUS PIC X(2).
    01 EVENTS-STATUS PIC X(2).
    01 EVENT-RSVPS-STATUS PIC X(2).
    01 TEMP-EVENT-RSVPS-STATUS PIC X(2).
    01 DIGEST-OPTOUTS-STATUS PIC X(2).
    01 DIGEST-CONTROL-STATUS PIC X(2).
    01 DIGEST-HELD-STATUS PIC X(2).
    01 DIGEST-EXTRACT-STATUS PIC X(2).
    01 REPORT-STATUS PIC X(2).

    01 OUTPUT-LINE PIC X(256).
    01 WS-TODAY PIC X(8).
    01 WS-DATE-NUM PIC 9(8).
    01 WS-TODAY-INT PIC 9(7).
    01 WS-WINDOW-END PIC X(8).
    01 I PIC 9(5).
    *> site-configurable: how many days ahead an RSVP'd event is
    *> included in the digest
    01 WS-DIGEST-EVENT-DAYS PIC 9(2) VALUE 7.

    *> marks carried over from the last run, and the new ones this run
    *> leaves behind
    01 WS-LAST-NOTIFICATION-ID PIC 9(7) VALUE 0.
    01 WS-LAST-MESSAGE-ID PIC 9(7) VALUE 0.
    01 WS-NEW-LAST-NOTIFICATION-ID PIC 9(7) VALUE 0.
    01 WS-NEW-LAST-MESSAGE-ID PIC 9(7) VALUE 0.
    01 WS-HELD-LOADED PIC 9(5) VALUE 0.

    *> users who turned the digest off
    01 OPTOUT-COUNT PIC 9(5) VALUE 0.
    01 OPTOUT-TABLE.
        05 OPT-USERNAME OCCURS 0 TO 99999 TIMES DEPENDING ON OPTOUT-COUNT
                        INDEXED BY OPT-IDX
                        PIC X(20).
    01 WS-OPTED-OUT PIC X.

    *> one entry per account receiving a digest tonight, filled in as
    *> the notification, message and RSVP files are read
    01 USER-COUNT PIC 9(4) VALUE 0.
    01 USER-TABLE.
        05 USR-ENTRY OCCURS 0 TO 9999 TIMES DEPENDING ON USER-COUNT
                     INDEXED BY USR-IDX.
            10 USR-USERNAME       PIC X(20).
            10 USR-FIRST-NAME     PIC X(20).
            10 USR-LAST-NAME      PIC X(20).
            10 USR-NOTIFY-COUNT   PIC 9(3).
            10 USR-NOTIFY-TEXT    PIC X(120) OCCURS 5 TIMES.
            10 USR-UNREAD-NEW     PIC 9(3).
            10 USR-UNREAD-TOTAL   PIC 9(3).
            10 USR-EVENT-COUNT    PIC 9(2).
            10 USR-EVENT-SLOT     PIC 9(5) OCCURS 3 TIMES.
            *> first notification held back last night (0 = none), and
            *> the first one that did not fit tonight
            10 USR-FROM-NOTIFY-ID PIC 9(7).
            10 USR-HELD-NOTIFY-ID PIC 9(7).
    01 WS-LOOKUP-USERNAME PIC X(20).
    01 WS-USER-FOUND PIC X.
        88 USER-FOUND VALUE 'Y'.

    *> events falling inside tonight's window
    01 EVENT-COUNT PIC 9(5) VALUE 0.
    01 EVENT-TABLE.
        05 EVT-ENTRY OCCURS 0 TO 99999 TIMES DEPENDING ON EVENT-COUNT
                     INDEXED BY EVT-IDX.
            10 EVT-ID             PIC 9(5).
            10 EVT-NAME           PIC X(50).
            10 EVT-DATE           PIC X(8).
            10 EVT-LOCATION       PIC X(50).
    01 WS-EVENT-FOUND PIC X.
        88 EVENT-FOUND VALUE 'Y'.

    *> counts for the trailer and the report
    01 WS-ACCOUNTS-READ      PIC 9(7) VALUE 0.
    01 WS-ACCOUNTS-INACTIVE  PIC 9(7) VALUE 0.
    01 WS-ACCOUNTS-OPTED-OUT PIC 9(7) VALUE 0.
    01 WS-TABLE-FULL         PIC 9(7) VALUE 0.
    01 WS-RECORDS-WRITTEN    PIC 9(7) VALUE 0.
    01 WS-USERS-WRITTEN      PIC 9(7) VALUE 0.
    01 WS-NOTIFY-TOTAL       PIC 9(7) VALUE 0.
    01 WS-UNREAD-NEW-TOTAL   PIC 9(7) VALUE 0.
    01 WS-EVENT-TOTAL        PIC 9(7) VALUE 0.
    01 WS-NOTHING-NEW        PIC 9(7) VALUE 0.
    01 WS-NOTIFY-HELD        PIC 9(7) VALUE 0.
    01 WS-EVENT-HELD         PIC 9(7) VALUE 0.
    01 WS-RSVP-PLACED PIC X.
        88 RSVP-PLACED VALUE 'Y'.
    01 WS-SLOT PIC 9.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    MOVE WS-TODAY TO WS-DATE-NUM.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
    COMPUTE WS-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-DIGEST-EVENT-DAYS).
    MOVE WS-DATE-NUM TO WS-WINDOW-END.

    PERFORM OPEN-REPORT.
    PERFORM LOAD-DIGEST-CONTROL.
    PERFORM LOAD-OPTOUTS.
    PERFORM LOAD-DIGEST-USERS.
    PERFORM LOAD-USER-NAMES.
    PERFORM LOAD-DIGEST-HELD.
    PERFORM COLLECT-NOTIFICATIONS.
    PERFORM COLLECT-UNREAD-MESSAGES.
    PERFORM LOAD-UPCOMING-EVENTS.
    PERFORM COLLECT-EVENT-RSVPS.
    PERFORM WRITE-DIGEST-EXTRACT.
    PERFORM MARK-EVENT-RSVPS-SENT.
    PERFORM SAVE-DIGEST-CONTROL.
    PERFORM SAVE-DIGEST-HELD.
    PERFORM WRITE-REPORT-SUMMARY.
    CLOSE REPORT-FILE.
    GOBACK.

OPEN-REPORT.
    OPEN OUTPUT REPORT-FILE.
    MOVE "=== InCollege Daily Digest Report ===" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Run date: " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Events included through: " DELIMITED BY SIZE
           WS-WINDOW-END DELIMITED BY SIZE
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

LOAD-DIGEST-CONTROL.
    *> no control file yet means nothing has ever been sent
    OPEN INPUT DIGEST-CONTROL-FILE.
    IF DIGEST-CONTROL-STATUS = "00"
        READ DIGEST-CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                IF DC-LAST-NOTIFICATION-ID IS NUMERIC
                    MOVE DC-LAST-NOTIFICATION-ID TO WS-LAST-NOTIFICATION-ID
                END-IF
                IF DC-LAST-MESSAGE-ID IS NUMERIC
                    MOVE DC-LAST-MESSAGE-ID TO WS-LAST-MESSAGE-ID
                END-IF
        END-READ
    END-IF.
    CLOSE DIGEST-CONTROL-FILE.
    MOVE WS-LAST-NOTIFICATION-ID TO WS-NEW-LAST-NOTIFICATION-ID.
    MOVE WS-LAST-MESSAGE-ID TO WS-NEW-LAST-MESSAGE-ID.

LOAD-OPTOUTS.
    MOVE 0 TO OPTOUT-COUNT.
    OPEN INPUT DIGEST-OPTOUTS-FILE.
    IF DIGEST-OPTOUTS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ DIGEST-OPTOUTS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    ADD 1 TO OPTOUT-COUNT
                    MOVE DO-USERNAME TO OPT-USERNAME(OPTOUT-COUNT)
            END-READ
        END-PERFORM
    END-IF.
    CLOSE DIGEST-OPTOUTS-FILE.

LOAD-DIGEST-USERS.
    *> every active account that has not opted out gets a table entry;
    *> whether it ends up with a detail record depends on what is new
    MOVE 0 TO USER-COUNT.
    OPEN INPUT ACCOUNTS-FILE.
    IF ACCOUNTS-STATUS NOT = "00"
        CLOSE ACCOUNTS-FILE
        MOVE "No accounts on file." TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL 1 = 2
        READ ACCOUNTS-FILE NEXT RECORD
            AT END EXIT PERFORM
            NOT AT END
                ADD 1 TO WS-ACCOUNTS-READ
                PERFORM ADD-DIGEST-USER
        END-READ
    END-PERFORM.
    CLOSE ACCOUNTS-FILE.

ADD-DIGEST-USER.
    IF FUNCTION TRIM(AR-ACCT-STATUS) NOT = "active" AND
       AR-ACCT-STATUS NOT = SPACES
        ADD 1 TO WS-ACCOUNTS-INACTIVE
        EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO WS-OPTED-OUT.
    IF OPTOUT-COUNT > 0
        SET OPT-IDX TO 1
        SEARCH OPT-USERNAME
            AT END CONTINUE
            WHEN OPT-USERNAME(OPT-IDX) = AR-USERNAME
                MOVE 'Y' TO WS-OPTED-OUT
        END-SEARCH
    END-IF.
    IF WS-OPTED-OUT = 'Y'
        ADD 1 TO WS-ACCOUNTS-OPTED-OUT
        EXIT PARAGRAPH
    END-IF.

    IF USER-COUNT >= 9999
        ADD 1 TO WS-TABLE-FULL
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO USER-COUNT.
    MOVE AR-USERNAME TO USR-USERNAME(USER-COUNT).
    MOVE SPACES TO USR-FIRST-NAME(USER-COUNT).
    MOVE SPACES TO USR-LAST-NAME(USER-COUNT).
    MOVE 0 TO USR-NOTIFY-COUNT(USER-COUNT).
    MOVE 0 TO USR-UNREAD-NEW(USER-COUNT).
    MOVE 0 TO USR-UNREAD-TOTAL(USER-COUNT).
    MOVE 0 TO USR-EVENT-COUNT(USER-COUNT).
    MOVE 0 TO USR-FROM-NOTIFY-ID(USER-COUNT).
    MOVE 0 TO USR-HELD-NOTIFY-ID(USER-COUNT).
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
        MOVE SPACES TO USR-NOTIFY-TEXT(USER-COUNT, WS-SLOT)
    END-PERFORM.
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
        MOVE 0 TO USR-EVENT-SLOT(USER-COUNT, WS-SLOT)
    END-PERFORM.

LOAD-USER-NAMES.
    OPEN INPUT PROFILES-FILE.
    IF PROFILES-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ PROFILES-FILE
                AT END EXIT PERFORM
                NOT AT END
                    MOVE PR-USERNAME TO WS-LOOKUP-USERNAME
                    PERFORM LOOKUP-DIGEST-USER
                    IF USER-FOUND
                        MOVE PR-FIRST-NAME TO USR-FIRST-NAME(USR-IDX)
                        MOVE PR-LAST-NAME TO USR-LAST-NAME(USR-IDX)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE PROFILES-FILE.

LOOKUP-DIGEST-USER.
    *> finds WS-LOOKUP-USERNAME among tonight's digest users, leaving
    *> USR-IDX on the matching entry
    MOVE 'N' TO WS-USER-FOUND.
    IF USER-COUNT > 0
        SET USR-IDX TO 1
        SEARCH USR-ENTRY
            AT END CONTINUE
            WHEN USR-USERNAME(USR-IDX) = WS-LOOKUP-USERNAME
                MOVE 'Y' TO WS-USER-FOUND
        END-SEARCH
    END-IF.

LOAD-DIGEST-HELD.
    *> users still owed notifications from last night; rows for anyone
    *> not getting a digest tonight are simply dropped
    OPEN INPUT DIGEST-HELD-FILE.
    IF DIGEST-HELD-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ DIGEST-HELD-FILE
                AT END EXIT PERFORM
                NOT AT END
                    MOVE DHL-USERNAME TO WS-LOOKUP-USERNAME
                    PERFORM LOOKUP-DIGEST-USER
                    IF USER-FOUND AND DHL-NOTIFICATION-ID IS NUMERIC
                        MOVE DHL-NOTIFICATION-ID TO USR-FROM-NOTIFY-ID(USR-IDX)
                        ADD 1 TO WS-HELD-LOADED
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE DIGEST-HELD-FILE.

COLLECT-NOTIFICATIONS.
    *> pending notifications numbered above the last mark are new, as
    *> are a held-back user's from their held number on; the first five
    *> ride in the record and the rest are held for a later night
    OPEN INPUT NOTIFICATIONS-FILE.
    IF NOTIFICATIONS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ NOTIFICATIONS-FILE NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                    IF NT-ID > WS-NEW-LAST-NOTIFICATION-ID
                        MOVE NT-ID TO WS-NEW-LAST-NOTIFICATION-ID
                    END-IF
                    IF NT-ID > WS-LAST-NOTIFICATION-ID OR WS-HELD-LOADED > 0
                        MOVE NT-USERNAME TO WS-LOOKUP-USERNAME
                        PERFORM LOOKUP-DIGEST-USER
                        IF USER-FOUND
                            IF NT-ID > WS-LAST-NOTIFICATION-ID OR
                               (USR-FROM-NOTIFY-ID(USR-IDX) > 0 AND
                                NT-ID >= USR-FROM-NOTIFY-ID(USR-IDX))
                                PERFORM PLACE-NOTIFICATION
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE NOTIFICATIONS-FILE.

PLACE-NOTIFICATION.
    *> the file is read in number order, so the first one that does not
    *> fit is the lowest left out
    IF USR-NOTIFY-COUNT(USR-IDX) < 5
        ADD 1 TO USR-NOTIFY-COUNT(USR-IDX)
        MOVE NT-TEXT TO USR-NOTIFY-TEXT(USR-IDX, USR-NOTIFY-COUNT(USR-IDX))
    ELSE
        ADD 1 TO WS-NOTIFY-HELD
        IF USR-HELD-NOTIFY-ID(USR-IDX) = 0
            MOVE NT-ID TO USR-HELD-NOTIFY-ID(USR-IDX)
        END-IF
    END-IF.

COLLECT-UNREAD-MESSAGES.
    *> every unread message counts toward the total; those numbered
    *> above the last mark have not been announced yet
    OPEN INPUT MESSAGES-FILE.
    IF MESSAGES-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ MESSAGES-FILE NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                    IF MSG-ID > WS-NEW-LAST-MESSAGE-ID
                        MOVE MSG-ID TO WS-NEW-LAST-MESSAGE-ID
                    END-IF
                    IF MSG-READ-FLAG = 'N'
                        MOVE MSG-RECIPIENT-USERNAME TO WS-LOOKUP-USERNAME
                        PERFORM LOOKUP-DIGEST-USER
                        IF USER-FOUND AND USR-UNREAD-TOTAL(USR-IDX) < 999
                            ADD 1 TO USR-UNREAD-TOTAL(USR-IDX)
                            IF MSG-ID > WS-LAST-MESSAGE-ID
                                ADD 1 TO USR-UNREAD-NEW(USR-IDX)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE MESSAGES-FILE.

LOAD-UPCOMING-EVENTS.
    *> events from today through the end of the window
    MOVE 0 TO EVENT-COUNT.
    OPEN INPUT EVENTS-FILE.
    IF EVENTS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ EVENTS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    IF EV-DATE IS NUMERIC AND
                       EV-DATE >= WS-TODAY AND
                       EV-DATE <= WS-WINDOW-END
                        ADD 1 TO EVENT-COUNT
                        MOVE EV-ID TO EVT-ID(EVENT-COUNT)
                        MOVE EV-NAME TO EVT-NAME(EVENT-COUNT)
                        MOVE EV-DATE TO EVT-DATE(EVENT-COUNT)
                        MOVE EV-LOCATION TO EVT-LOCATION(EVENT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE EVENTS-FILE.

COLLECT-EVENT-RSVPS.
    *> RSVPs to an upcoming event that have not gone out in a digest
    *> yet; the first three ride in the record, the rest stay unflagged
    *> for a later night
    IF EVENT-COUNT = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT EVENT-RSVPS-FILE.
    IF EVENT-RSVPS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ EVENT-RSVPS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    IF ER-DIGESTED NOT = 'Y'
                        PERFORM LOOKUP-RSVP-EVENT
                        IF EVENT-FOUND
                            MOVE ER-USERNAME TO WS-LOOKUP-USERNAME
                            PERFORM LOOKUP-DIGEST-USER
                            IF USER-FOUND
                                IF USR-EVENT-COUNT(USR-IDX) < 3
                                    ADD 1 TO USR-EVENT-COUNT(USR-IDX)
                                    SET I TO EVT-IDX
                                    MOVE I TO USR-EVENT-SLOT(USR-IDX,
                                        USR-EVENT-COUNT(USR-IDX))
                                ELSE
                                    ADD 1 TO WS-EVENT-HELD
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE EVENT-RSVPS-FILE.

LOOKUP-RSVP-EVENT.
    *> finds ER-EVENT-ID among the events inside the window, leaving
    *> EVT-IDX on the matching entry
    MOVE 'N' TO WS-EVENT-FOUND.
    IF EVENT-COUNT > 0
        SET EVT-IDX TO 1
        SEARCH EVT-ENTRY
            AT END CONTINUE
            WHEN EVT-ID(EVT-IDX) = ER-EVENT-ID
                MOVE 'Y' TO WS-EVENT-FOUND
        END-SEARCH
    END-IF.

WRITE-DIGEST-EXTRACT.
    OPEN OUTPUT DIGEST-EXTRACT-FILE.
    IF DIGEST-EXTRACT-STATUS NOT = "00"
        *> nothing is marked sent or advanced when the extract cannot be
        *> written, so tomorrow's run picks the same notifications up
        MOVE SPACES TO OUTPUT-LINE
        STRING "Error: DIGEST_EXTRACT.DAT could not be created (status "
                   DELIMITED BY SIZE
               DIGEST-EXTRACT-STATUS DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        CLOSE REPORT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO DIGEST-HEADER-RECORD.
    MOVE "H" TO DH-REC-TYPE.
    MOVE "INCOLLEGE-DIGEST" TO DH-FILE-ID.
    MOVE WS-TODAY TO DH-RUN-DATE.
    MOVE WS-DIGEST-EVENT-DAYS TO DH-EVENT-DAYS.
    WRITE DIGEST-HEADER-RECORD.
    ADD 1 TO WS-RECORDS-WRITTEN.

    MOVE "Digests written:" TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING USR-IDX FROM 1 BY 1 UNTIL USR-IDX > USER-COUNT
        IF USR-NOTIFY-COUNT(USR-IDX) > 0 OR
           USR-UNREAD-NEW(USR-IDX) > 0 OR
           USR-EVENT-COUNT(USR-IDX) > 0
            PERFORM WRITE-ONE-DIGEST
        ELSE
            ADD 1 TO WS-NOTHING-NEW
        END-IF
    END-PERFORM.
    IF WS-USERS-WRITTEN = 0
        MOVE "  (none)" TO OUTPUT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    PERFORM WRITE-REPORT-LINE.

    *> the trailer counts itself, so the gateway can balance the
    *> physical record count of the whole file
    ADD 1 TO WS-RECORDS-WRITTEN.
    MOVE SPACES TO DIGEST-TRAILER-RECORD.
    MOVE "T" TO DT-REC-TYPE.
    MOVE WS-RECORDS-WRITTEN TO DT-RECORD-COUNT.
    MOVE WS-USERS-WRITTEN TO DT-USER-COUNT.
    MOVE WS-NOTIFY-TOTAL TO DT-NOTIFY-TOTAL.
    MOVE WS-UNREAD-NEW-TOTAL TO DT-UNREAD-TOTAL.
    MOVE WS-EVENT-TOTAL TO DT-EVENT-TOTAL.
    WRITE DIGEST-TRAILER-RECORD.

    CLOSE DIGEST-EXTRACT-FILE.

WRITE-ONE-DIGEST.
    MOVE SPACES TO DIGEST-DETAIL-RECORD.
    MOVE "D" TO DG-REC-TYPE.
    MOVE USR-USERNAME(USR-IDX) TO DG-USERNAME.
    MOVE USR-FIRST-NAME(USR-IDX) TO DG-FIRST-NAME.
    MOVE USR-LAST-NAME(USR-IDX) TO DG-LAST-NAME.
    MOVE USR-NOTIFY-COUNT(USR-IDX) TO DG-NOTIFY-COUNT.
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
        MOVE USR-NOTIFY-TEXT(USR-IDX, WS-SLOT) TO DG-NOTIFY-TEXT(WS-SLOT)
    END-PERFORM.
    MOVE USR-UNREAD-NEW(USR-IDX) TO DG-UNREAD-NEW.
    MOVE USR-UNREAD-TOTAL(USR-IDX) TO DG-UNREAD-TOTAL.
    MOVE USR-EVENT-COUNT(USR-IDX) TO DG-EVENT-COUNT.
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
        IF USR-EVENT-SLOT(USR-IDX, WS-SLOT) > 0
            MOVE USR-EVENT-SLOT(USR-IDX, WS-SLOT) TO I
            MOVE EVT-ID(I) TO DG-EVENT-ID(WS-SLOT)
            MOVE EVT-NAME(I) TO DG-EVENT-NAME(WS-SLOT)
            MOVE EVT-DATE(I) TO DG-EVENT-DATE(WS-SLOT)
            MOVE EVT-LOCATION(I) TO DG-EVENT-LOCATION(WS-SLOT)
        ELSE
            MOVE 0 TO DG-EVENT-ID(WS-SLOT)
        END-IF
    END-PERFORM.
    WRITE DIGEST-DETAIL-RECORD.

    ADD 1 TO WS-RECORDS-WRITTEN.
    ADD 1 TO WS-USERS-WRITTEN.
    ADD USR-NOTIFY-COUNT(USR-IDX) TO WS-NOTIFY-TOTAL.
    ADD USR-UNREAD-NEW(USR-IDX) TO WS-UNREAD-NEW-TOTAL.
    ADD USR-EVENT-COUNT(USR-IDX) TO WS-EVENT-TOTAL.

    MOVE SPACES TO OUTPUT-LINE.
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(USR-USERNAME(USR-IDX)) DELIMITED BY SIZE
           " | notifications: " DELIMITED BY SIZE
           USR-NOTIFY-COUNT(USR-IDX) DELIMITED BY SIZE
           " | new unread messages: " DELIMITED BY SIZE
           USR-UNREAD-NEW(USR-IDX) DELIMITED BY SIZE
           " | events: " DELIMITED BY SIZE
           USR-EVENT-COUNT(USR-IDX) DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.

MARK-EVENT-RSVPS-SENT.
    *> flip ER-DIGESTED on every RSVP that went out tonight - those whose
    *> event took one of the user's slots - through EVENT_RSVPS.TMP the
    *> same way InCollege flips ER-REMINDED
    IF WS-EVENT-TOTAL = 0
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT EVENT-RSVPS-FILE.
    OPEN OUTPUT TEMP-EVENT-RSVPS-FILE.
    IF EVENT-RSVPS-STATUS = "00"
        PERFORM UNTIL 1 = 2
            READ EVENT-RSVPS-FILE
                AT END EXIT PERFORM
                NOT AT END
                    MOVE EVENT-RSVP-RECORD TO TMP-EVENT-RSVP-RECORD
                    IF ER-DIGESTED NOT = 'Y'
                        PERFORM LOOKUP-RSVP-EVENT
                        IF EVENT-FOUND
                            MOVE ER-USERNAME TO WS-LOOKUP-USERNAME
                            PERFORM LOOKUP-DIGEST-USER
                            IF USER-FOUND
                                PERFORM CHECK-RSVP-PLACED
                                IF RSVP-PLACED
                                    MOVE 'Y' TO TMP-ER-DIGESTED
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                    WRITE TMP-EVENT-RSVP-RECORD
            END-READ
        END-PERFORM
    END-IF.
    CLOSE EVENT-RSVPS-FILE.
    CLOSE TEMP-EVENT-RSVPS-FILE.

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

CHECK-RSVP-PLACED.
    *> whether the event at EVT-IDX is in one of USR-IDX's slots
    MOVE 'N' TO WS-RSVP-PLACED.
    SET I TO EVT-IDX.
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
        IF USR-EVENT-SLOT(USR-IDX, WS-SLOT) = I
            MOVE 'Y' TO WS-RSVP-PLACED
        END-IF
    END-PERFORM.

SAVE-DIGEST-CONTROL.
    *> move the marks up only once the extract is complete
    MOVE WS-TODAY TO DC-LAST-RUN-DATE.
    MOVE WS-NEW-LAST-NOTIFICATION-ID TO DC-LAST-NOTIFICATION-ID.
    MOVE WS-NEW-LAST-MESSAGE-ID TO DC-LAST-MESSAGE-ID.
    OPEN OUTPUT DIGEST-CONTROL-FILE.
    WRITE DIGEST-CONTROL-RECORD.
    CLOSE DIGEST-CONTROL-FILE.

SAVE-DIGEST-HELD.
    *> rebuilt every night from the users whose notifications did not
    *> all fit tonight
    OPEN OUTPUT DIGEST-HELD-FILE.
    PERFORM VARYING USR-IDX FROM 1 BY 1 UNTIL USR-IDX > USER-COUNT
        IF USR-HELD-NOTIFY-ID(USR-IDX) > 0
            MOVE USR-USERNAME(USR-IDX) TO DHL-USERNAME
            MOVE USR-HELD-NOTIFY-ID(USR-IDX) TO DHL-NOTIFICATION-ID
            WRITE DIGEST-HELD-RECORD
        END-IF
    END-PERFORM.
    CLOSE DIGEST-HELD-FILE.

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
    STRING "Accounts not active:           " DELIMITED BY SIZE
           WS-ACCOUNTS-INACTIVE DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Accounts opted out:            " DELIMITED BY SIZE
           WS-ACCOUNTS-OPTED-OUT DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Accounts with nothing new:     " DELIMITED BY SIZE
           WS-NOTHING-NEW DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    IF WS-TABLE-FULL > 0
        MOVE SPACES TO OUTPUT-LINE
        STRING "Accounts skipped (table full): " DELIMITED BY SIZE
               WS-TABLE-FULL DELIMITED BY SIZE
               INTO OUTPUT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Digest records (users):        " DELIMITED BY SIZE
           WS-USERS-WRITTEN DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Notifications sent:            " DELIMITED BY SIZE
           WS-NOTIFY-TOTAL DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "New unread messages sent:      " DELIMITED BY SIZE
           WS-UNREAD-NEW-TOTAL DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Event reminders sent:          " DELIMITED BY SIZE
           WS-EVENT-TOTAL DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Notifications held over:       " DELIMITED BY SIZE
           WS-NOTIFY-HELD DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Event reminders held over:     " DELIMITED BY SIZE
           WS-EVENT-HELD DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Records in extract file:       " DELIMITED BY SIZE
           WS-RECORDS-WRITTEN DELIMITED BY SIZE
           INTO OUTPUT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
