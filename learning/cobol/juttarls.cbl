IDENTIFICATION DIVISION.
PROGRAM-ID. JuttaRls.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT pending-file ASSIGN TO JUTTPND
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pending-record-number
        FILE STATUS IS pending-file-status.
    SELECT fix-file ASSIGN TO JUTTFIX
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS fix-file-status.
    SELECT activity-log-file ASSIGN TO JUTTLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS activity-log-file-status.
DATA DIVISION.
FILE SECTION.
FD pending-file.
COPY JUTTPND.
FD fix-file.
COPY JUTTREC.
FD activity-log-file.
COPY JUTTLOG.
WORKING-STORAGE SECTION.
01 pending-file-status PICTURE X(02) VALUE '00'.
01 fix-file-status PICTURE X(02) VALUE '00'.
01 activity-log-file-status PICTURE X(02) VALUE '00'.

01 done-switch PICTURE X(01) VALUE 'N'.
    88 release-done VALUE 'Y'.
01 record-found-switch PICTURE X(01) VALUE 'N'.
    88 record-found VALUE 'Y'.
    88 record-not-found VALUE 'N'.
01 approval-granted-switch PICTURE X(01) VALUE 'Y'.
    88 approval-granted VALUE 'Y'.
    88 approval-denied VALUE 'N'.

01 input-record-number PICTURE 9(06) VALUE ZERO.
01 command-code PICTURE X(01) VALUE SPACES.
    88 command-is-exit VALUE 'X' 'x'.
01 decision-code PICTURE X(01) VALUE SPACES.
    88 decision-is-release VALUE 'R' 'r'.
    88 decision-is-decline VALUE 'D' 'd'.

01 operator-id PICTURE X(08) VALUE SPACES.
01 supervisor-id PICTURE X(08) VALUE SPACES.

01 pending-amount-work.
    05 pending-erste-work PICTURE S9(05)V99.
    05 pending-zweite-work PICTURE S9(05)V99.
01 pending-amount-raw REDEFINES pending-amount-work.
    05 pending-erste-raw PICTURE X(07).
    05 pending-zweite-raw PICTURE X(07).
01 pending-summe-edited PICTURE -(10)9.99.

01 current-date-8 PICTURE 9(08).
01 current-date-8-fields REDEFINES current-date-8.
    05 current-century-year PICTURE 9(04).
    05 current-month PICTURE 9(02).
    05 current-day PICTURE 9(02).
01 current-time-8 PICTURE 9(08).
01 current-time-8-fields REDEFINES current-time-8.
    05 current-hour PICTURE 9(02).
    05 current-minute PICTURE 9(02).
    05 current-second PICTURE 9(02).
    05 current-hundredths PICTURE 9(02).
01 formatted-timestamp PICTURE X(19) VALUE SPACES.

SCREEN SECTION.
01 operator-signon-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE
        'JUTTA PENDING RELEASE - OPERATOR SIGN-ON'.
    05 LINE 3 COLUMN 1 VALUE
        'OPERATOR ID:'.
    05 LINE 3 COLUMN 14 PICTURE X(08) TO operator-id.

01 supervisor-approval-screen.
    05 LINE 14 COLUMN 1 VALUE
        'RELEASE DECISIONS NEED A SUPERVISOR.'.
    05 LINE 15 COLUMN 1 VALUE
        'SUPERVISOR ID TO APPROVE (OR BLANK TO CANCEL):'.
    05 LINE 15 COLUMN 49 PICTURE X(08) TO supervisor-id.

01 release-menu-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE
        'JUTTA PENDING RELEASE - ITEMS OVER THE REVIEW THRESHOLD'.
    05 LINE 3 COLUMN 1 VALUE
        'ENTER RECORD NUMBER TO DECIDE, OR X TO EXIT:'.
    05 LINE 3 COLUMN 47 PICTURE X(01) TO command-code.
    05 LINE 4 COLUMN 1 VALUE
        'RECORD NUMBER (IF NOT EXITING):'.
    05 LINE 4 COLUMN 34 PICTURE 9(06) TO input-record-number.

01 pending-detail-screen.
    05 LINE 5 COLUMN 1 VALUE 'RECORD NUMBER. . . :'.
    05 LINE 5 COLUMN 22 PICTURE 9(06) FROM input-record-number.
    05 LINE 6 COLUMN 1 VALUE 'FEED . . . . . . . :'.
    05 LINE 6 COLUMN 22 PICTURE X(08) FROM pending-feed-id.
    05 LINE 7 COLUMN 1 VALUE 'HELD ON RUN DATE . :'.
    05 LINE 7 COLUMN 22 PICTURE 9(08) FROM pending-run-date.
    05 LINE 8 COLUMN 1 VALUE 'ERSTE / ZWEITE / OP:'.
    05 LINE 8 COLUMN 22 PICTURE X(07) FROM pending-erste-raw.
    05 LINE 8 COLUMN 30 PICTURE X(07) FROM pending-zweite-raw.
    05 LINE 8 COLUMN 38 PICTURE X(01) FROM pending-operation-code.
    05 LINE 8 COLUMN 40 PICTURE X(03) FROM pending-currency-code.
    05 LINE 9 COLUMN 1 VALUE 'SUMME (HOUSE). . . :'.
    05 LINE 9 COLUMN 22 PICTURE X(14) FROM pending-summe-edited.
    05 LINE 11 COLUMN 1 VALUE 'DECISION - R RELEASE, D DECLINE:'.
    05 LINE 11 COLUMN 34 PICTURE X(01) TO decision-code.

PROCEDURE DIVISION.
main-process.
    PERFORM initialize-program.
    PERFORM operator-signon.
    PERFORM process-screen UNTIL release-done.
    PERFORM finalize-program.
    STOP RUN.

initialize-program.
    OPEN I-O pending-file.
    IF pending-file-status NOT = '00'
        DISPLAY 'JUTTARLS-E01 UNABLE TO OPEN JUTTPND, STATUS = ' pending-file-status
        STOP RUN
    END-IF
    OPEN EXTEND fix-file
    IF fix-file-status NOT = '00'
        OPEN OUTPUT fix-file
    END-IF
    IF fix-file-status NOT = '00'
        DISPLAY 'JUTTARLS-E02 UNABLE TO OPEN JUTTFIX, STATUS = ' fix-file-status
        STOP RUN
    END-IF
    OPEN EXTEND activity-log-file
    IF activity-log-file-status NOT = '00'
        OPEN OUTPUT activity-log-file
    END-IF
    IF activity-log-file-status NOT = '00'
        DISPLAY 'JUTTARLS-E03 UNABLE TO OPEN JUTTLOG, STATUS = ' activity-log-file-status
        STOP RUN
    END-IF.

operator-signon.
    MOVE SPACES TO operator-id
    PERFORM accept-operator-id UNTIL operator-id NOT = SPACES
    DISPLAY 'JUTTARLS-I01 OPERATOR ' operator-id ' SIGNED ON'.

accept-operator-id.
    DISPLAY operator-signon-screen
    ACCEPT operator-signon-screen.

process-screen.
    MOVE SPACES TO command-code
    DISPLAY release-menu-screen
    ACCEPT release-menu-screen
    IF command-is-exit
        SET release-done TO TRUE
    ELSE
        PERFORM lookup-pending-item
        EVALUATE TRUE
            WHEN record-not-found
                DISPLAY 'JUTTARLS-E04 RECORD NUMBER NOT FOUND ON PENDING FILE'
            WHEN NOT pending-awaiting-release
                DISPLAY 'JUTTARLS-E05 RECORD ' input-record-number ' IS NOT AWAITING RELEASE - STATUS ' pending-status
            WHEN OTHER
                PERFORM decide-pending-item
        END-EVALUATE
    END-IF.

lookup-pending-item.
    MOVE input-record-number TO pending-record-number
    READ pending-file
        INVALID KEY SET record-not-found TO TRUE
        NOT INVALID KEY SET record-found TO TRUE
    END-READ
    IF record-found
        MOVE pending-erste TO pending-erste-work
        MOVE pending-zweite TO pending-zweite-work
        MOVE pending-summe TO pending-summe-edited
    END-IF.

decide-pending-item.
    MOVE SPACES TO decision-code
    DISPLAY pending-detail-screen
    ACCEPT pending-detail-screen
    IF decision-is-release OR decision-is-decline
        PERFORM obtain-supervisor-approval
        IF approval-granted
            PERFORM apply-decision
        ELSE
            DISPLAY 'JUTTARLS-E08 DECISION ON RECORD ' input-record-number ' NOT APPROVED - NOTHING WRITTEN'
        END-IF
    ELSE
        DISPLAY 'JUTTARLS-E06 DECISION MUST BE R (RELEASE) OR D (DECLINE)'
    END-IF.

obtain-supervisor-approval.
    SET approval-denied TO TRUE
    MOVE SPACES TO supervisor-id
    DISPLAY supervisor-approval-screen
    ACCEPT supervisor-approval-screen
    IF supervisor-id = SPACES
        DISPLAY 'JUTTARLS-E09 NO SUPERVISOR ID GIVEN - DECISION CANCELLED'
    ELSE
        IF supervisor-id = operator-id
            DISPLAY 'JUTTARLS-E10 SUPERVISOR MUST NOT BE THE SIGNED-ON OPERATOR - DECISION CANCELLED'
        ELSE
            SET approval-granted TO TRUE
            DISPLAY 'JUTTARLS-I02 DECISION APPROVED BY ' supervisor-id
        END-IF
    END-IF.

apply-decision.
    IF decision-is-release
        PERFORM write-release-record
        IF fix-file-status = '00'
            SET pending-released TO TRUE
            PERFORM rewrite-pending-item
        ELSE
            DISPLAY 'JUTTARLS-E07 RECORD ' input-record-number ' LEFT AWAITING RELEASE - JUTTFIX WRITE FAILED'
        END-IF
    ELSE
        SET pending-declined TO TRUE
        PERFORM rewrite-pending-item
    END-IF.

write-release-record.
    MOVE SPACES TO transaction-record
    MOVE input-record-number TO transaction-record-number
    MOVE pending-erste TO transaction-erste
    MOVE pending-zweite TO transaction-zweite
    MOVE pending-operation-code TO transaction-operation-code
    MOVE pending-account-number TO transaction-account-number
    MOVE pending-currency-code TO transaction-currency-code
    SET transaction-is-release TO TRUE
    WRITE transaction-record
    IF fix-file-status = '00'
        DISPLAY 'JUTTARLS-I03 RECORD ' input-record-number ' RELEASED TO JUTTFIX FOR THE NEXT NIGHTLY RUN'
    ELSE
        DISPLAY 'JUTTARLS-E11 UNABLE TO WRITE JUTTFIX RECORD ' input-record-number ' STATUS = ' fix-file-status
    END-IF.

rewrite-pending-item.
    ACCEPT pending-action-date FROM DATE YYYYMMDD
    MOVE supervisor-id TO pending-supervisor-id
    REWRITE pending-record
        INVALID KEY
            DISPLAY 'JUTTARLS-E12 UNABLE TO REWRITE JUTTPND RECORD ' input-record-number ' STATUS = ' pending-file-status
    END-REWRITE
    IF pending-file-status = '00'
        IF pending-released
            PERFORM log-release-activity
        ELSE
            DISPLAY 'JUTTARLS-I04 RECORD ' input-record-number ' DECLINED - IT WILL NOT POST'
            PERFORM log-decline-activity
        END-IF
    END-IF.

get-timestamp.
    ACCEPT current-date-8 FROM DATE YYYYMMDD
    ACCEPT current-time-8 FROM TIME
    STRING current-century-year '-' current-month '-' current-day
           ' ' current-hour ':' current-minute ':' current-second
           DELIMITED BY SIZE INTO formatted-timestamp.

log-release-activity.
    SET log-action-release TO TRUE
    MOVE pending-erste TO log-after-erste
    MOVE pending-zweite TO log-after-zweite
    PERFORM write-activity-log-record.

log-decline-activity.
    SET log-action-decline TO TRUE
    MOVE ZERO TO log-after-erste
    MOVE ZERO TO log-after-zweite
    PERFORM write-activity-log-record.

write-activity-log-record.
    PERFORM get-timestamp
    MOVE operator-id TO log-operator-id
    MOVE formatted-timestamp TO log-timestamp
    MOVE input-record-number TO log-record-number
    MOVE pending-erste-raw TO log-before-erste
    MOVE pending-zweite-raw TO log-before-zweite
    MOVE supervisor-id TO log-supervisor-id
    WRITE activity-log-record
    IF activity-log-file-status NOT = '00'
        DISPLAY 'JUTTARLS-E13 UNABLE TO WRITE JUTTLOG RECORD, STATUS = ' activity-log-file-status
    END-IF.

finalize-program.
    CLOSE pending-file
    CLOSE fix-file
    CLOSE activity-log-file.
