IDENTIFICATION DIVISION.
PROGRAM-ID. JuttaAcm.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT account-file ASSIGN TO JUTTACT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS account-number
        FILE STATUS IS account-file-status.
    SELECT account-log-file ASSIGN TO JUTTALG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS account-log-file-status.
DATA DIVISION.
FILE SECTION.
FD account-file.
COPY JUTTACT.
FD account-log-file.
COPY JUTTALG.
WORKING-STORAGE SECTION.
01 account-file-status PICTURE X(02) VALUE '00'.
01 account-log-file-status PICTURE X(02) VALUE '00'.

01 done-switch PICTURE X(01) VALUE 'N'.
    88 maintenance-done VALUE 'Y'.
01 record-found-switch PICTURE X(01) VALUE 'N'.
    88 record-found VALUE 'Y'.
    88 record-not-found VALUE 'N'.
01 change-valid-switch PICTURE X(01) VALUE 'Y'.
    88 change-is-valid VALUE 'Y'.
01 approval-granted-switch PICTURE X(01) VALUE 'Y'.
    88 approval-granted VALUE 'Y'.
    88 approval-denied VALUE 'N'.

01 command-code PICTURE X(01) VALUE SPACES.
    88 command-is-exit VALUE 'X' 'x'.
01 input-account-number PICTURE X(10) VALUE SPACES.
01 log-action-work PICTURE X(01) VALUE SPACES.
01 before-status PICTURE X(01) VALUE SPACES.
01 before-department PICTURE X(08) VALUE SPACES.
01 run-date-today PICTURE 9(08) VALUE ZERO.

01 entered-name PICTURE X(30) VALUE SPACES.
01 entered-department PICTURE X(08) VALUE SPACES.
01 entered-status PICTURE X(01) VALUE SPACES.
    88 entered-status-valid VALUES 'O' 'B' 'C'.
    88 entered-status-closed VALUE 'C'.

01 operator-id PICTURE X(08) VALUE SPACES.
01 supervisor-id PICTURE X(08) VALUE SPACES.

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
        'JUTTA ACCOUNT MASTER - OPERATOR SIGN-ON'.
    05 LINE 3 COLUMN 1 VALUE
        'OPERATOR ID:'.
    05 LINE 3 COLUMN 14 PICTURE X(08) TO operator-id.

01 supervisor-approval-screen.
    05 LINE 14 COLUMN 1 VALUE
        'ACCOUNT STATUS AND OWNERSHIP ARE A BUSINESS CONTROL.'.
    05 LINE 15 COLUMN 1 VALUE
        'SUPERVISOR ID TO APPROVE (OR BLANK TO CANCEL):'.
    05 LINE 15 COLUMN 49 PICTURE X(08) TO supervisor-id.

01 maintenance-menu-screen.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE
        'JUTTA ACCOUNT MASTER - ACCOUNT MAINTENANCE'.
    05 LINE 3 COLUMN 1 VALUE
        'ENTER ACCOUNT NUMBER TO MAINTAIN, OR X TO EXIT:'.
    05 LINE 3 COLUMN 50 PICTURE X(01) TO command-code.
    05 LINE 4 COLUMN 1 VALUE
        'ACCOUNT NUMBER (IF NOT EXITING):'.
    05 LINE 4 COLUMN 35 PICTURE X(10) TO input-account-number.

01 account-detail-screen.
    05 LINE 5 COLUMN 1 VALUE 'ACCOUNT NUMBER . . :'.
    05 LINE 5 COLUMN 22 PICTURE X(10) FROM input-account-number.
    05 LINE 6 COLUMN 1 VALUE 'CURRENT STATUS . . :'.
    05 LINE 6 COLUMN 22 PICTURE X(01) FROM before-status.
    05 LINE 7 COLUMN 1 VALUE 'CURRENT BALANCE. . :'.
    05 LINE 7 COLUMN 22 PICTURE -(12)9.99 FROM account-balance.
    05 LINE 8 COLUMN 1 VALUE 'LAST POSTING DATE. :'.
    05 LINE 8 COLUMN 22 PICTURE 9(08) FROM account-last-posting-date.
    05 LINE 10 COLUMN 1 VALUE 'NAME . . . . . . . :'.
    05 LINE 10 COLUMN 22 PICTURE X(30) USING entered-name.
    05 LINE 11 COLUMN 1 VALUE 'OWNING DEPARTMENT. :'.
    05 LINE 11 COLUMN 22 PICTURE X(08) USING entered-department.
    05 LINE 12 COLUMN 1 VALUE 'STATUS (O/B/C) . . :'.
    05 LINE 12 COLUMN 22 PICTURE X(01) USING entered-status.

PROCEDURE DIVISION.
main-process.
    PERFORM initialize-program.
    PERFORM operator-signon.
    PERFORM process-screen UNTIL maintenance-done.
    PERFORM finalize-program.
    STOP RUN.

initialize-program.
    ACCEPT run-date-today FROM DATE YYYYMMDD
    OPEN I-O account-file.
    IF account-file-status = '35'
        OPEN OUTPUT account-file
        CLOSE account-file
        OPEN I-O account-file
    END-IF
    IF account-file-status NOT = '00'
        DISPLAY 'JUTTAACM-E01 UNABLE TO OPEN JUTTACT, STATUS = ' account-file-status
        STOP RUN
    END-IF
    OPEN EXTEND account-log-file
    IF account-log-file-status NOT = '00'
        OPEN OUTPUT account-log-file
    END-IF
    IF account-log-file-status NOT = '00'
        DISPLAY 'JUTTAACM-E02 UNABLE TO OPEN JUTTALG, STATUS = ' account-log-file-status
        STOP RUN
    END-IF.

operator-signon.
    MOVE SPACES TO operator-id
    PERFORM accept-operator-id UNTIL operator-id NOT = SPACES
    DISPLAY 'JUTTAACM-I02 OPERATOR ' operator-id ' SIGNED ON'.

accept-operator-id.
    DISPLAY operator-signon-screen
    ACCEPT operator-signon-screen.

process-screen.
    MOVE SPACES TO command-code
    MOVE SPACES TO input-account-number
    DISPLAY maintenance-menu-screen
    ACCEPT maintenance-menu-screen
    IF command-is-exit
        SET maintenance-done TO TRUE
    ELSE
        IF input-account-number = SPACES
            DISPLAY 'JUTTAACM-E03 ACCOUNT NUMBER MUST NOT BE BLANK'
        ELSE
            PERFORM lookup-account
            PERFORM maintain-account
        END-IF
    END-IF.

lookup-account.
    MOVE input-account-number TO account-number
    READ account-file
        INVALID KEY SET record-not-found TO TRUE
        NOT INVALID KEY SET record-found TO TRUE
    END-READ
    IF record-found
        MOVE account-status TO before-status
        MOVE account-department TO before-department
    ELSE
        MOVE SPACES TO account-record
        MOVE input-account-number TO account-number
        MOVE 'O' TO account-status
        MOVE ZERO TO account-balance
        MOVE ZERO TO account-last-posting-date
        MOVE ZERO TO account-day-movement
        MOVE ZERO TO account-day-postings
        MOVE run-date-today TO account-opened-date
        MOVE ZERO TO account-statement-date
        MOVE ZERO TO account-statement-balance
        MOVE SPACES TO before-status
        MOVE SPACES TO before-department
        DISPLAY 'JUTTAACM-I03 ACCOUNT ' input-account-number ' NOT ON JUTTACT - ENTER THE NEW ACCOUNT TO OPEN IT'
    END-IF.

maintain-account.
    MOVE account-name TO entered-name
    MOVE account-department TO entered-department
    MOVE account-status TO entered-status
    DISPLAY account-detail-screen
    ACCEPT account-detail-screen
    PERFORM validate-account-change
    IF change-is-valid
        PERFORM obtain-supervisor-approval
        IF approval-granted
            PERFORM apply-account-change
        ELSE
            DISPLAY 'JUTTAACM-E08 CHANGE TO ACCOUNT ' input-account-number ' NOT APPROVED - NOTHING WRITTEN'
        END-IF
    END-IF.

validate-account-change.
    SET change-is-valid TO TRUE
    IF NOT entered-status-valid
        MOVE 'N' TO change-valid-switch
        DISPLAY 'JUTTAACM-E04 STATUS MUST BE O (OPEN), B (BLOCKED) OR C (CLOSED)'
    END-IF
    IF entered-department = SPACES
        MOVE 'N' TO change-valid-switch
        DISPLAY 'JUTTAACM-E05 OWNING DEPARTMENT MUST BE GIVEN'
    END-IF
    IF entered-name = SPACES
        MOVE 'N' TO change-valid-switch
        DISPLAY 'JUTTAACM-E06 ACCOUNT NAME MUST BE GIVEN'
    END-IF
    IF entered-status-closed AND account-balance NOT = ZERO
        MOVE 'N' TO change-valid-switch
        DISPLAY 'JUTTAACM-E07 ACCOUNT ' input-account-number ' STILL CARRIES A BALANCE - IT CANNOT BE CLOSED'
    END-IF.

obtain-supervisor-approval.
    SET approval-denied TO TRUE
    MOVE SPACES TO supervisor-id
    DISPLAY supervisor-approval-screen
    ACCEPT supervisor-approval-screen
    IF supervisor-id = SPACES
        DISPLAY 'JUTTAACM-E09 NO SUPERVISOR ID GIVEN - CHANGE CANCELLED'
    ELSE
        IF supervisor-id = operator-id
            DISPLAY 'JUTTAACM-E10 SUPERVISOR MUST NOT BE THE SIGNED-ON OPERATOR - CHANGE CANCELLED'
        ELSE
            SET approval-granted TO TRUE
            DISPLAY 'JUTTAACM-I04 CHANGE APPROVED BY ' supervisor-id
        END-IF
    END-IF.

apply-account-change.
    MOVE entered-name TO account-name
    MOVE entered-department TO account-department
    MOVE entered-status TO account-status
    IF record-found
        REWRITE account-record
            INVALID KEY
                DISPLAY 'JUTTAACM-E11 UNABLE TO REWRITE JUTTACT RECORD ' input-account-number ' STATUS = ' account-file-status
        END-REWRITE
        MOVE 'U' TO log-action-work
    ELSE
        WRITE account-record
            INVALID KEY
                DISPLAY 'JUTTAACM-E12 UNABLE TO WRITE JUTTACT RECORD ' input-account-number ' STATUS = ' account-file-status
        END-WRITE
        MOVE 'A' TO log-action-work
    END-IF
    IF account-file-status = '00'
        DISPLAY 'JUTTAACM-I01 ACCOUNT ' input-account-number ' RECORDED ON JUTTACT'
        PERFORM write-account-log-record
    END-IF.

get-timestamp.
    ACCEPT current-date-8 FROM DATE YYYYMMDD
    ACCEPT current-time-8 FROM TIME
    STRING current-century-year '-' current-month '-' current-day
           ' ' current-hour ':' current-minute ':' current-second
           DELIMITED BY SIZE INTO formatted-timestamp.

write-account-log-record.
    PERFORM get-timestamp
    MOVE SPACES TO account-log-record
    MOVE operator-id TO acctlog-operator-id
    MOVE formatted-timestamp TO acctlog-timestamp
    MOVE log-action-work TO acctlog-action-code
    MOVE input-account-number TO acctlog-account-number
    MOVE before-status TO acctlog-before-status
    MOVE entered-status TO acctlog-after-status
    MOVE before-department TO acctlog-before-department
    MOVE entered-department TO acctlog-after-department
    MOVE supervisor-id TO acctlog-supervisor-id
    WRITE account-log-record
    IF account-log-file-status NOT = '00'
        DISPLAY 'JUTTAACM-E13 UNABLE TO WRITE JUTTALG RECORD, STATUS = ' account-log-file-status
    END-IF.

finalize-program.
    CLOSE account-file
    CLOSE account-log-file.
