IDENTIFICATION DIVISION.
PROGRAM-ID. JuttaBko.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT audit-file ASSIGN TO JUTTAUD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS audit-file-status.
    SELECT posted-file ASSIGN TO JUTTPST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS posted-record-number
        FILE STATUS IS posted-file-status.
    SELECT history-file ASSIGN TO JUTTHST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS history-key
        FILE STATUS IS history-file-status.
    SELECT reject-file ASSIGN TO JUTTREJ
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS reject-record-number
        FILE STATUS IS reject-file-status.
    SELECT pending-file ASSIGN TO JUTTPND
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pending-record-number
        FILE STATUS IS pending-file-status.
    SELECT account-file ASSIGN TO JUTTACT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS account-number
        FILE STATUS IS account-file-status.
    SELECT totals-file ASSIGN TO JUTTTOT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS totals-file-status.
    SELECT status-file ASSIGN TO JUTTSTA
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS status-business-date
        FILE STATUS IS status-file-status.
    SELECT calendar-file ASSIGN TO JUTTCAL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS calendar-file-status.
    SELECT rate-file ASSIGN TO JUTTRAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS rate-file-status.
    SELECT suspense-file ASSIGN TO JUTTSUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS suspense-key
        FILE STATUS IS suspense-file-status.
    SELECT gl-file ASSIGN TO JUTTGLI
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS gl-file-status.
    SELECT OPTIONAL parameter-file ASSIGN TO JUTTPRM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS parameter-file-status.
    SELECT report-file ASSIGN TO JUTTBRP
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS report-file-status.
    SELECT message-log-file ASSIGN TO JUTTMSG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS message-log-key
        FILE STATUS IS message-log-file-status.
    SELECT OPTIONAL step-card-file ASSIGN TO JUTTSTP
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS step-card-file-status.
DATA DIVISION.
FILE SECTION.
FD audit-file.
COPY JUTTAUD.
FD posted-file.
COPY JUTTPST.
FD history-file.
COPY JUTTHST.
FD reject-file.
COPY JUTTREJ.
FD pending-file.
COPY JUTTPND.
FD account-file.
COPY JUTTACT.
FD totals-file.
COPY JUTTTOT.
FD status-file.
COPY JUTTSTA.
FD calendar-file.
COPY JUTTCAL.
FD rate-file.
COPY JUTTRAT.
FD suspense-file.
COPY JUTTSUS.
FD gl-file.
COPY JUTTGLI.
FD parameter-file.
01 parameter-record.
    05 parameter-business-date PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 parameter-feed-id PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 parameter-operator-id PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 parameter-supervisor-id PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 parameter-suspense-account PICTURE X(10).
    05 FILLER PICTURE X(34).
FD report-file.
01 report-record PICTURE X(80).
FD message-log-file.
COPY JUTTMSG.
FD step-card-file.
01 step-card-record.
    05 step-card-job-name PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 step-card-step-name PICTURE X(08).
    05 FILLER PICTURE X(63).
WORKING-STORAGE SECTION.
01 audit-file-status PICTURE X(02) VALUE '00'.
01 posted-file-status PICTURE X(02) VALUE '00'.
01 history-file-status PICTURE X(02) VALUE '00'.
01 reject-file-status PICTURE X(02) VALUE '00'.
01 pending-file-status PICTURE X(02) VALUE '00'.
01 account-file-status PICTURE X(02) VALUE '00'.
01 totals-file-status PICTURE X(02) VALUE '00'.
01 status-file-status PICTURE X(02) VALUE '00'.
01 calendar-file-status PICTURE X(02) VALUE '00'.
01 rate-file-status PICTURE X(02) VALUE '00'.
01 gl-file-status PICTURE X(02) VALUE '00'.
01 suspense-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.
01 report-file-status PICTURE X(02) VALUE '00'.

01 audit-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 audit-end-of-file VALUE 'Y'.
01 reject-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 reject-end-of-file VALUE 'Y'.
01 pending-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 pending-end-of-file VALUE 'Y'.
01 totals-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 totals-end-of-file VALUE 'Y'.
01 calendar-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 calendar-end-of-file VALUE 'Y'.
01 calendar-control-found-switch PICTURE X(01) VALUE 'N'.
    88 calendar-control-found VALUE 'Y'.
01 rate-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 rate-end-of-file VALUE 'Y'.
01 parameter-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 parameter-end-of-file VALUE 'Y'.
01 suspense-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 suspense-end-of-file VALUE 'Y'.
01 suspense-master-present-switch PICTURE X(01) VALUE 'N'.
    88 suspense-master-present VALUE 'Y'.
01 backout-error-switch PICTURE X(01) VALUE 'N'.
    88 backout-error-found VALUE 'Y'.
01 backout-warning-switch PICTURE X(01) VALUE 'N'.
    88 backout-warning-found VALUE 'Y'.

01 run-date-today PICTURE 9(08) VALUE ZERO.
01 backout-date PICTURE 9(08) VALUE ZERO.
01 backout-feed-id PICTURE X(08) VALUE SPACES.
01 backout-flag PICTURE X(01) VALUE 'B'.
01 operator-id PICTURE X(08) VALUE SPACES.
01 supervisor-id PICTURE X(08) VALUE SPACES.
01 suspense-account PICTURE X(10) VALUE SPACES.
01 house-currency-code PICTURE X(03) VALUE SPACES.
01 date-work-number PICTURE S9(07) VALUE ZERO.
01 expected-business-date PICTURE 9(08) VALUE ZERO.

01 timestamp-work.
    05 timestamp-year PICTURE X(04).
    05 FILLER PICTURE X(01).
    05 timestamp-month PICTURE X(02).
    05 FILLER PICTURE X(01).
    05 timestamp-day PICTURE X(02).
    05 FILLER PICTURE X(09).
01 audit-date-work.
    05 audit-date-year PICTURE X(04).
    05 audit-date-month PICTURE X(02).
    05 audit-date-day PICTURE X(02).
01 audit-date REDEFINES audit-date-work PICTURE 9(08).

01 saved-entry-type PICTURE X(01) VALUE SPACES.
    88 saved-entry-reversal VALUE 'R'.
01 saved-reversed-switch PICTURE X(01) VALUE 'N'.
    88 saved-entry-reversed VALUE 'Y'.
01 saved-linked-record-number PICTURE 9(06) VALUE ZERO.
01 saved-posted-summe PICTURE S9(10)V99 VALUE ZERO.
01 saved-account-number PICTURE X(10) VALUE SPACES.
01 audit-currency PICTURE X(03) VALUE SPACES.
01 audit-currency-amount PICTURE S9(10)V99 VALUE ZERO.

01 audit-records-read PICTURE 9(09) VALUE ZERO.
01 audit-records-other-date PICTURE 9(09) VALUE ZERO.
01 audit-records-other-feed PICTURE 9(09) VALUE ZERO.
01 postings-removed PICTURE 9(09) VALUE ZERO.
01 postings-not-found PICTURE 9(09) VALUE ZERO.
01 history-removed PICTURE 9(09) VALUE ZERO.
01 rejects-cleared PICTURE 9(09) VALUE ZERO.
01 pending-removed PICTURE 9(09) VALUE ZERO.
01 pending-left PICTURE 9(09) VALUE ZERO.
01 accounts-adjusted PICTURE 9(09) VALUE ZERO.
01 originals-reinstated PICTURE 9(09) VALUE ZERO.
01 totals-marked PICTURE 9(09) VALUE ZERO.
01 warning-count PICTURE 9(09) VALUE ZERO.
01 reversed-control-total PICTURE S9(12)V99 VALUE ZERO.
01 suspense-removed PICTURE 9(09) VALUE ZERO.
01 suspense-reopened PICTURE 9(09) VALUE ZERO.
01 suspense-line-count PICTURE 9(09) VALUE ZERO.
01 suspense-net-total PICTURE S9(12)V99 VALUE ZERO.

01 gl-lines-used PICTURE 9(03) VALUE ZERO.
01 gl-line-table-size PICTURE 9(03) VALUE 100.
01 gl-line-index PICTURE 9(03) VALUE ZERO.
01 gl-line-scan-index PICTURE 9(03) VALUE ZERO.
01 gl-line-totals.
    05 gl-line-entry OCCURS 100 TIMES.
        10 gl-line-type PICTURE X(01).
        10 gl-line-operation-code PICTURE X(01).
        10 gl-line-currency-code PICTURE X(03).
        10 gl-line-record-count PICTURE 9(09).
        10 gl-line-summe-total PICTURE S9(12)V99.
        10 gl-line-currency-total PICTURE S9(12)V99.
01 gl-detail-type-work PICTURE X(01) VALUE SPACES.

01 holiday-count PICTURE 9(03) VALUE ZERO.
01 holiday-table-size PICTURE 9(03) VALUE 100.
01 holiday-index PICTURE 9(03) VALUE ZERO.
01 holiday-table.
    05 holiday-date-entry PICTURE 9(08) OCCURS 100 TIMES.
01 holiday-comment-table.
    05 holiday-comment-entry PICTURE X(30) OCCURS 100 TIMES.

01 report-line PICTURE X(80) VALUE SPACES.
01 posting-message PICTURE X(50) VALUE SPACES.
01 report-count-edited PICTURE ZZZ,ZZZ,ZZ9.
01 summe-edited PICTURE -(10)9.99.
01 control-total-edited PICTURE -(12)9.99.

01 message-log-file-status PICTURE X(02) VALUE '00'.
01 step-card-file-status PICTURE X(02) VALUE '00'.
01 message-log-open-switch PICTURE X(01) VALUE 'N'.
    88 message-log-open VALUE 'Y'.
    88 message-log-unavailable VALUE 'U'.
01 message-text PICTURE X(120) VALUE SPACES.
01 message-feed-id PICTURE X(08) VALUE SPACES.
01 message-record-number PICTURE 9(06) VALUE ZERO.
01 message-sequence PICTURE 9(05) VALUE ZERO.
01 message-job-name PICTURE X(08) VALUE SPACES.
01 message-step-name PICTURE X(08) VALUE SPACES.
01 message-id-parts.
    05 message-id-program PICTURE X(08).
    05 message-id-number.
        10 message-id-severity PICTURE X(01).
        10 FILLER PICTURE X(02).
PROCEDURE DIVISION.
main-process.
    PERFORM initialize-program.
    PERFORM backout-audit-record UNTIL audit-end-of-file.
    PERFORM clear-reject-master.
    PERFORM clear-pending-master.
    PERFORM write-reversing-gl-file.
    PERFORM mark-run-totals.
    PERFORM mark-close-status.
    PERFORM roll-calendar-back.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    ACCEPT run-date-today FROM DATE YYYYMMDD
    PERFORM get-backout-parameters
    PERFORM load-house-currency
    OPEN INPUT audit-file
    IF audit-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E05 UNABLE TO OPEN JUTTAUD, STATUS = ' audit-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O posted-file
    IF posted-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E06 UNABLE TO OPEN JUTTPST, STATUS = ' posted-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O history-file
    IF history-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E07 UNABLE TO OPEN JUTTHST, STATUS = ' history-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O reject-file
    IF reject-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E08 UNABLE TO OPEN JUTTREJ, STATUS = ' reject-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O pending-file
    IF pending-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E09 UNABLE TO OPEN JUTTPND, STATUS = ' pending-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O account-file
    IF account-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E10 UNABLE TO OPEN JUTTACT, STATUS = ' account-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O suspense-file
    IF suspense-file-status = '35'
        MOVE '00' TO suspense-file-status
    ELSE
        IF suspense-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E31 UNABLE TO OPEN JUTTSUS, STATUS = ' suspense-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET suspense-master-present TO TRUE
        IF suspense-account = SPACES
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E32 JUTTPRM COLS 37-46 MUST GIVE THE SUSPENSE GL ACCOUNT'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT gl-file
    IF gl-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E11 UNABLE TO OPEN JUTTGLI, STATUS = ' gl-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT report-file
    MOVE SPACES TO report-line
    STRING 'JUTTA BUSINESS DATE BACKOUT - DATE ' backout-date
        '  FEED ' backout-feed-id
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    STRING 'RUN ' run-date-today '  OPERATOR ' operator-id
        '  APPROVED BY SUPERVISOR ' supervisor-id
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    MOVE ZERO TO gl-line-totals
    PERFORM read-audit-record.

get-backout-parameters.
    OPEN INPUT parameter-file
    IF parameter-file-status = '00'
        READ parameter-file
            AT END SET parameter-end-of-file TO TRUE
        END-READ
        IF NOT parameter-end-of-file
            IF parameter-business-date NUMERIC
                MOVE parameter-business-date TO backout-date
            END-IF
            MOVE parameter-feed-id TO backout-feed-id
            MOVE parameter-operator-id TO operator-id
            MOVE parameter-supervisor-id TO supervisor-id
            MOVE parameter-suspense-account TO suspense-account
        END-IF
        CLOSE parameter-file
    END-IF
    IF backout-date > ZERO
        COMPUTE date-work-number = FUNCTION INTEGER-OF-DATE(backout-date)
            ON SIZE ERROR MOVE ZERO TO date-work-number
        END-COMPUTE
    END-IF
    IF backout-date = ZERO OR date-work-number = ZERO
        OR backout-date > run-date-today
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E01 JUTTPRM COLS 1-8 MUST GIVE A VALID PAST BUSINESS DATE TO BACK OUT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF operator-id = SPACES
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E02 JUTTPRM COLS 19-26 MUST GIVE THE OPERATOR ID'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF supervisor-id = SPACES
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E03 JUTTPRM COLS 28-35 MUST GIVE THE APPROVING SUPERVISOR ID'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF supervisor-id = operator-id
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E04 SUPERVISOR MUST NOT BE THE OPERATOR - BACKOUT NOT APPROVED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF backout-feed-id = SPACES
        MOVE 'B' TO backout-flag
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-I01 BACKING OUT BUSINESS DATE ' backout-date ' - ALL FEEDS'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        MOVE 'P' TO backout-flag
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-I01 BACKING OUT BUSINESS DATE ' backout-date ' - FEED ' backout-feed-id ' ONLY'
            DELIMITED BY SIZE INTO message-text
        MOVE backout-feed-id TO message-feed-id
        PERFORM write-operations-message
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTABKO-I02 OPERATOR ' operator-id ' APPROVED BY SUPERVISOR ' supervisor-id
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

load-house-currency.
    OPEN INPUT rate-file
    IF rate-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E12 UNABLE TO OPEN JUTTRAT, STATUS = ' rate-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM read-rate-record
    PERFORM find-house-currency UNTIL rate-end-of-file
    CLOSE rate-file
    IF house-currency-code = SPACES
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E13 JUTTRAT HAS NO HOUSE-CURRENCY CONTROL RECORD'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

read-rate-record.
    READ rate-file
        AT END SET rate-end-of-file TO TRUE
    END-READ.

find-house-currency.
    IF rate-control-type
        MOVE rate-currency-code TO house-currency-code
        SET rate-end-of-file TO TRUE
    ELSE
        PERFORM read-rate-record
    END-IF.

read-audit-record.
    READ audit-file
        AT END SET audit-end-of-file TO TRUE
    END-READ.

backout-audit-record.
    ADD 1 TO audit-records-read
    MOVE audit-timestamp TO timestamp-work
    MOVE timestamp-year TO audit-date-year
    MOVE timestamp-month TO audit-date-month
    MOVE timestamp-day TO audit-date-day
    EVALUATE TRUE
        WHEN audit-date NOT NUMERIC OR audit-date NOT = backout-date
            ADD 1 TO audit-records-other-date
        WHEN backout-feed-id NOT = SPACES AND audit-feed-id NOT = backout-feed-id
            ADD 1 TO audit-records-other-feed
        WHEN OTHER
            PERFORM backout-posting
    END-EVALUATE
    PERFORM read-audit-record.

backout-posting.
    MOVE audit-record-number TO posted-record-number
    READ posted-file
        INVALID KEY
            ADD 1 TO postings-not-found
            MOVE 'NOT ON JUTTPST - ALREADY BACKED OUT' TO posting-message
            PERFORM write-posting-line
        NOT INVALID KEY
            IF posted-date NOT = backout-date
                ADD 1 TO postings-not-found
                MOVE 'POSTED ON ANOTHER DATE - LEFT IN PLACE' TO posting-message
                PERFORM write-posting-line
            ELSE
                PERFORM remove-posting
            END-IF
    END-READ.

remove-posting.
    MOVE posted-entry-type TO saved-entry-type
    MOVE posted-reversed-switch TO saved-reversed-switch
    MOVE posted-linked-record-number TO saved-linked-record-number
    MOVE posted-summe TO saved-posted-summe
    MOVE posted-account-number TO saved-account-number
    DELETE posted-file RECORD
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E14 UNABLE TO REMOVE RECORD ' audit-record-number ' FROM JUTTPST'
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
            SET backout-error-found TO TRUE
        NOT INVALID KEY
            PERFORM complete-posting-backout
    END-DELETE.

complete-posting-backout.
    ADD 1 TO postings-removed
    MOVE 'JUTTPST POSTING REMOVED' TO posting-message
    PERFORM write-posting-line
    PERFORM remove-posting-history
    PERFORM reverse-account-movement
    PERFORM accumulate-gl-line
    ADD saved-posted-summe TO reversed-control-total
        ON SIZE ERROR
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E15 REVERSED CONTROL TOTAL OVERFLOW AT RECORD ' audit-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
            SET backout-error-found TO TRUE
    END-ADD
    IF saved-entry-reversal
        PERFORM reinstate-reversed-original
    END-IF
    IF saved-entry-reversed AND NOT saved-entry-reversal
        PERFORM check-later-reversal
    END-IF
    IF audit-feed-id = 'FIXUP'
        ADD 1 TO warning-count
        SET backout-warning-found TO TRUE
        MOVE SPACES TO report-line
        STRING 'PST ' audit-record-number
            ' WAS A CORRECTION - RESUBMIT IT WITH THE CORRECTED FEED'
            DELIMITED BY SIZE INTO report-line
        WRITE report-record FROM report-line
        END-WRITE
    END-IF.

write-posting-line.
    MOVE audit-summe TO summe-edited
    MOVE SPACES TO report-line
    STRING 'PST ' audit-record-number ' ' audit-feed-id ' ' audit-account-number
        ' ' summe-edited ' ' posting-message
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line.

remove-posting-history.
    MOVE audit-record-number TO history-record-number
    MOVE backout-date TO history-posting-date
    IF audit-reversal
        MOVE 'V' TO history-record-type
    ELSE
        MOVE 'P' TO history-record-type
    END-IF
    DELETE history-file RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO history-removed
            MOVE SPACES TO report-line
            STRING 'HST ' audit-record-number ' ' backout-date ' ' history-record-type
                ' JUTTHST ENTRY REMOVED'
                DELIMITED BY SIZE INTO report-line
            WRITE report-record FROM report-line
            END-WRITE
    END-DELETE.

reverse-account-movement.
    IF saved-account-number NOT = SPACES
        MOVE saved-account-number TO account-number
        READ account-file
            INVALID KEY
                MOVE SPACES TO message-text
                STRING 'JUTTABKO-E16 ACCOUNT ' saved-account-number ' OF RECORD ' audit-record-number ' IS NOT ON JUTTACT'
                    DELIMITED BY SIZE INTO message-text
                MOVE audit-record-number TO message-record-number
                PERFORM write-operations-message
                SET backout-error-found TO TRUE
            NOT INVALID KEY
                PERFORM adjust-account-balance
        END-READ
    END-IF.

adjust-account-balance.
    SUBTRACT saved-posted-summe FROM account-balance
    IF account-last-posting-date = backout-date
        SUBTRACT saved-posted-summe FROM account-day-movement
        IF account-day-postings > ZERO
            SUBTRACT 1 FROM account-day-postings
        END-IF
    END-IF
    IF account-statement-date NUMERIC AND account-statement-date NOT < backout-date
        SUBTRACT saved-posted-summe FROM account-statement-balance
        ADD 1 TO warning-count
        SET backout-warning-found TO TRUE
        MOVE SPACES TO report-line
        STRING 'ACT ' account-number ' STATEMENT TO ' account-statement-date
            ' ALREADY ISSUED - CARRIED BALANCE ADJUSTED, REISSUE'
            DELIMITED BY SIZE INTO report-line
        WRITE report-record FROM report-line
        END-WRITE
    END-IF
    REWRITE account-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E17 UNABLE TO UPDATE ACCOUNT ' account-number ' ON JUTTACT, STATUS = ' account-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            SET backout-error-found TO TRUE
        NOT INVALID KEY
            ADD 1 TO accounts-adjusted
    END-REWRITE.

reinstate-reversed-original.
    MOVE saved-linked-record-number TO posted-record-number
    READ posted-file
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO posted-reversed-switch
            MOVE ZERO TO posted-linked-record-number
            REWRITE posted-record
                INVALID KEY
                    MOVE SPACES TO message-text
                    STRING 'JUTTABKO-E18 UNABLE TO REINSTATE ORIGINAL ' saved-linked-record-number ' ON JUTTPST'
                        DELIMITED BY SIZE INTO message-text
                    PERFORM write-operations-message
                    SET backout-error-found TO TRUE
                NOT INVALID KEY
                    ADD 1 TO originals-reinstated
                    MOVE SPACES TO report-line
                    STRING 'PST ' saved-linked-record-number
                        ' ORIGINAL NO LONGER FLAGGED AS REVERSED'
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-record FROM report-line
                    END-WRITE
            END-REWRITE
    END-READ.

check-later-reversal.
    MOVE saved-linked-record-number TO posted-record-number
    READ posted-file
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF posted-date NOT = backout-date
                ADD 1 TO warning-count
                SET backout-warning-found TO TRUE
                MOVE SPACES TO report-line
                STRING 'PST ' audit-record-number ' WAS REVERSED BY '
                    saved-linked-record-number ' ON ' posted-date
                    ' - REVERSAL LEFT, REVIEW'
                    DELIMITED BY SIZE INTO report-line
                WRITE report-record FROM report-line
                END-WRITE
            END-IF
    END-READ.

accumulate-gl-line.
    IF audit-currency-code = SPACES OR audit-currency-summe NOT NUMERIC
        MOVE house-currency-code TO audit-currency
        MOVE audit-summe TO audit-currency-amount
    ELSE
        MOVE audit-currency-code TO audit-currency
        MOVE audit-currency-summe TO audit-currency-amount
    END-IF
    IF audit-reversal
        MOVE 'V' TO gl-detail-type-work
    ELSE
        MOVE 'D' TO gl-detail-type-work
    END-IF
    MOVE ZERO TO gl-line-index
    PERFORM match-gl-line
        VARYING gl-line-scan-index FROM 1 BY 1
        UNTIL gl-line-index > ZERO
        OR gl-line-scan-index > gl-lines-used
    IF gl-line-index = ZERO
        IF gl-lines-used = gl-line-table-size
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E19 MORE THAN ' gl-line-table-size ' OPERATION/CURRENCY LINES - RAISE THE LINE TABLE LIMIT'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO gl-lines-used
        MOVE gl-lines-used TO gl-line-index
        MOVE gl-detail-type-work TO gl-line-type(gl-line-index)
        MOVE audit-operation-code TO gl-line-operation-code(gl-line-index)
        MOVE audit-currency TO gl-line-currency-code(gl-line-index)
    END-IF
    ADD 1 TO gl-line-record-count(gl-line-index)
    ADD saved-posted-summe TO gl-line-summe-total(gl-line-index)
    ADD audit-currency-amount TO gl-line-currency-total(gl-line-index).

match-gl-line.
    IF gl-line-type(gl-line-scan-index) = gl-detail-type-work
        AND gl-line-operation-code(gl-line-scan-index) = audit-operation-code
        AND gl-line-currency-code(gl-line-scan-index) = audit-currency
        MOVE gl-line-scan-index TO gl-line-index
    END-IF.

clear-reject-master.
    MOVE ZERO TO reject-record-number
    START reject-file KEY IS NOT LESS THAN reject-record-number
        INVALID KEY SET reject-end-of-file TO TRUE
    END-START
    IF NOT reject-end-of-file
        PERFORM read-reject-record
    END-IF
    PERFORM clear-reject-record UNTIL reject-end-of-file.

read-reject-record.
    READ reject-file NEXT RECORD
        AT END SET reject-end-of-file TO TRUE
    END-READ.

clear-reject-record.
    IF reject-run-date = backout-date
        AND (backout-feed-id = SPACES OR reject-feed-id = backout-feed-id)
        PERFORM delete-reject-record
    END-IF
    PERFORM read-reject-record.

delete-reject-record.
    DELETE reject-file RECORD
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E20 UNABLE TO REMOVE RECORD ' reject-record-number ' FROM JUTTREJ'
                DELIMITED BY SIZE INTO message-text
            MOVE reject-record-number TO message-record-number
            PERFORM write-operations-message
            SET backout-error-found TO TRUE
        NOT INVALID KEY
            ADD 1 TO rejects-cleared
            MOVE SPACES TO report-line
            STRING 'REJ ' reject-record-number ' ' reject-feed-id ' '
                reject-account-number ' ' reject-reason-text ' CLEARED'
                DELIMITED BY SIZE INTO report-line
            WRITE report-record FROM report-line
            END-WRITE
            MOVE reject-record-number TO history-record-number
            MOVE backout-date TO history-posting-date
            MOVE 'R' TO history-record-type
            DELETE history-file RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO history-removed
            END-DELETE
    END-DELETE.

clear-pending-master.
    MOVE ZERO TO pending-record-number
    START pending-file KEY IS NOT LESS THAN pending-record-number
        INVALID KEY SET pending-end-of-file TO TRUE
    END-START
    IF NOT pending-end-of-file
        PERFORM read-pending-record
    END-IF
    PERFORM clear-pending-record UNTIL pending-end-of-file.

read-pending-record.
    READ pending-file NEXT RECORD
        AT END SET pending-end-of-file TO TRUE
    END-READ.

clear-pending-record.
    IF pending-run-date = backout-date
        AND (backout-feed-id = SPACES OR pending-feed-id = backout-feed-id)
        IF pending-awaiting-release
            PERFORM delete-pending-record
        ELSE
            ADD 1 TO pending-left
            ADD 1 TO warning-count
            SET backout-warning-found TO TRUE
            MOVE SPACES TO report-line
            STRING 'PND ' pending-record-number ' ' pending-feed-id
                ' STATUS ' pending-status
                ' - ALREADY DECIDED, LEFT FOR THE SUPERVISOR'
                DELIMITED BY SIZE INTO report-line
            WRITE report-record FROM report-line
            END-WRITE
        END-IF
    END-IF
    PERFORM read-pending-record.

delete-pending-record.
    DELETE pending-file RECORD
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E21 UNABLE TO REMOVE RECORD ' pending-record-number ' FROM JUTTPND'
                DELIMITED BY SIZE INTO message-text
            MOVE pending-record-number TO message-record-number
            PERFORM write-operations-message
            SET backout-error-found TO TRUE
        NOT INVALID KEY
            ADD 1 TO pending-removed
            MOVE SPACES TO report-line
            STRING 'PND ' pending-record-number ' ' pending-feed-id ' '
                pending-account-number ' HELD ITEM REMOVED'
                DELIMITED BY SIZE INTO report-line
            WRITE report-record FROM report-line
            END-WRITE
    END-DELETE.

write-reversing-gl-file.
    MOVE SPACES TO gl-header-record
    MOVE 'H' TO gl-header-type
    MOVE backout-date TO gl-header-business-date
    MOVE 'JUTTA' TO gl-header-system-id
    SET gl-header-reversing TO TRUE
    WRITE gl-header-record
    PERFORM write-reversing-gl-detail
        VARYING gl-line-index FROM 1 BY 1
        UNTIL gl-line-index > gl-lines-used
    IF suspense-master-present
        PERFORM back-out-suspense-master
    END-IF
    MOVE SPACES TO gl-trailer-record
    MOVE 'T' TO gl-trailer-type
    MOVE postings-removed TO gl-trailer-record-count
    COMPUTE gl-trailer-total = ZERO - reversed-control-total
    MOVE house-currency-code TO gl-trailer-currency-code
    MOVE suspense-line-count TO gl-trailer-suspense-count
    MOVE suspense-net-total TO gl-trailer-suspense-total
    WRITE gl-trailer-record
    CLOSE gl-file.

write-reversing-gl-detail.
    MOVE SPACES TO gl-detail-record
    MOVE gl-line-type(gl-line-index) TO gl-detail-type
    MOVE gl-line-operation-code(gl-line-index) TO gl-detail-operation-code
    MOVE gl-line-record-count(gl-line-index) TO gl-detail-record-count
    COMPUTE gl-detail-summe = ZERO - gl-line-summe-total(gl-line-index)
    MOVE gl-line-currency-code(gl-line-index) TO gl-detail-currency-code
    COMPUTE gl-detail-currency-summe = ZERO - gl-line-currency-total(gl-line-index)
    WRITE gl-detail-record
    MOVE gl-detail-summe TO control-total-edited
    MOVE SPACES TO report-line
    STRING 'GLI ' gl-detail-type ' OP ' gl-detail-operation-code
        ' ' gl-detail-currency-code ' REVERSING LINE ' control-total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line.

back-out-suspense-master.
    MOVE ZERO TO suspense-record-number
    MOVE ZERO TO suspense-raised-date
    MOVE ZERO TO suspense-raise-sequence
    START suspense-file KEY IS NOT LESS THAN suspense-key
        INVALID KEY SET suspense-end-of-file TO TRUE
    END-START
    IF NOT suspense-end-of-file
        PERFORM read-suspense-record
    END-IF
    PERFORM back-out-suspense-entry UNTIL suspense-end-of-file
    CLOSE suspense-file.

read-suspense-record.
    READ suspense-file NEXT RECORD
        AT END SET suspense-end-of-file TO TRUE
    END-READ.

back-out-suspense-entry.
    EVALUATE TRUE
        WHEN suspense-raised-date = backout-date
            AND (backout-feed-id = SPACES OR suspense-feed-id = backout-feed-id)
            PERFORM remove-suspense-entry
        WHEN suspense-cleared AND suspense-cleared-date = backout-date
            AND (suspense-cleared-by-posting OR suspense-cleared-by-rereject)
            AND (backout-feed-id = SPACES OR suspense-clear-feed-id = backout-feed-id)
            PERFORM reopen-suspense-entry
    END-EVALUATE
    PERFORM read-suspense-record.

remove-suspense-entry.
    IF suspense-raise-gl-date > ZERO
        MOVE 'S' TO gl-suspense-type
        COMPUTE gl-suspense-summe = ZERO - suspense-summe
        COMPUTE gl-suspense-currency-summe = ZERO - suspense-currency-summe
        PERFORM write-reversing-suspense-line
    END-IF
    IF suspense-cleared AND suspense-clear-gl-date > ZERO
        MOVE 'C' TO gl-suspense-type
        MOVE suspense-summe TO gl-suspense-summe
        MOVE suspense-currency-summe TO gl-suspense-currency-summe
        PERFORM write-reversing-suspense-line
    END-IF
    DELETE suspense-file RECORD
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E33 UNABLE TO REMOVE ENTRY ' suspense-record-number ' FROM JUTTSUS'
                DELIMITED BY SIZE INTO message-text
            MOVE suspense-record-number TO message-record-number
            PERFORM write-operations-message
            SET backout-error-found TO TRUE
        NOT INVALID KEY
            ADD 1 TO suspense-removed
            MOVE suspense-summe TO summe-edited
            MOVE SPACES TO report-line
            STRING 'SUS ' suspense-record-number ' ' suspense-feed-id ' '
                summe-edited ' ' suspense-reject-reason
                DELIMITED BY SIZE INTO report-line
            WRITE report-record FROM report-line
            END-WRITE
    END-DELETE.

reopen-suspense-entry.
    IF suspense-clear-gl-date > ZERO
        MOVE 'C' TO gl-suspense-type
        MOVE suspense-summe TO gl-suspense-summe
        MOVE suspense-currency-summe TO gl-suspense-currency-summe
        PERFORM write-reversing-suspense-line
    END-IF
    MOVE suspense-record-number TO reject-record-number
    READ reject-file
        INVALID KEY
            MOVE 'F' TO suspense-status
        NOT INVALID KEY
            MOVE 'O' TO suspense-status
    END-READ
    MOVE ZERO TO suspense-cleared-date
    MOVE ZERO TO suspense-clear-gl-date
    MOVE SPACE TO suspense-clear-reason
    MOVE SPACES TO suspense-clear-feed-id
    REWRITE suspense-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E34 UNABLE TO REOPEN ENTRY ' suspense-record-number ' ON JUTTSUS'
                DELIMITED BY SIZE INTO message-text
            MOVE suspense-record-number TO message-record-number
            PERFORM write-operations-message
            SET backout-error-found TO TRUE
        NOT INVALID KEY
            ADD 1 TO suspense-reopened
            MOVE SPACES TO report-line
            STRING 'SUS ' suspense-record-number
                ' SUSPENSE CLEARED BY A BACKED-OUT ITEM - REOPENED ('
                suspense-status ')'
                DELIMITED BY SIZE INTO report-line
            WRITE report-record FROM report-line
            END-WRITE
    END-REWRITE.

write-reversing-suspense-line.
    MOVE suspense-record-number TO gl-suspense-record-number
    MOVE suspense-account TO gl-suspense-account
    MOVE suspense-currency-code TO gl-suspense-currency-code
    MOVE suspense-reject-reason TO gl-suspense-reject-reason
    WRITE gl-suspense-record
    ADD 1 TO suspense-line-count
    ADD gl-suspense-summe TO suspense-net-total
        ON SIZE ERROR
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E35 REVERSING SUSPENSE TOTAL OVERFLOW AT ENTRY ' suspense-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE suspense-record-number TO message-record-number
            PERFORM write-operations-message
            SET backout-error-found TO TRUE
    END-ADD.

mark-run-totals.
    OPEN I-O totals-file
    IF totals-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E22 UNABLE TO OPEN JUTTTOT, STATUS = ' totals-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET backout-error-found TO TRUE
    ELSE
        PERFORM read-totals-record
        PERFORM mark-totals-record UNTIL totals-end-of-file
        CLOSE totals-file
    END-IF
    IF totals-marked = ZERO
        ADD 1 TO warning-count
        SET backout-warning-found TO TRUE
        MOVE 'TOT NO RUN TOTALS DATED THE BACKOUT DATE ON JUTTTOT' TO report-line
        WRITE report-record FROM report-line
        END-WRITE
    END-IF.

read-totals-record.
    READ totals-file
        AT END SET totals-end-of-file TO TRUE
    END-READ.

mark-totals-record.
    IF totals-run-date = backout-date
        IF totals-backout-flag NOT = 'B'
            MOVE backout-flag TO totals-backout-flag
        END-IF
        REWRITE run-totals-record
        IF totals-file-status = '00'
            ADD 1 TO totals-marked
            MOVE SPACES TO report-line
            STRING 'TOT ' totals-run-date ' RUN TOTALS MARKED BACKED OUT ('
                totals-backout-flag ')'
                DELIMITED BY SIZE INTO report-line
            WRITE report-record FROM report-line
            END-WRITE
        ELSE
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E23 UNABLE TO MARK JUTTTOT RECORD, STATUS = ' totals-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            SET backout-error-found TO TRUE
        END-IF
    END-IF
    PERFORM read-totals-record.

mark-close-status.
    OPEN I-O status-file
    IF status-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E24 UNABLE TO OPEN JUTTSTA, STATUS = ' status-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET backout-error-found TO TRUE
    ELSE
        MOVE backout-date TO status-business-date
        READ status-file
            INVALID KEY
                ADD 1 TO warning-count
                SET backout-warning-found TO TRUE
                MOVE 'STA NO CLOSE STATUS FOR THE BACKOUT DATE ON JUTTSTA' TO report-line
                WRITE report-record FROM report-line
                END-WRITE
            NOT INVALID KEY
                PERFORM rewrite-close-status
        END-READ
        CLOSE status-file
    END-IF.

rewrite-close-status.
    IF status-backout-flag NOT = 'B'
        MOVE backout-flag TO status-backout-flag
    END-IF
    REWRITE close-status-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-E25 UNABLE TO MARK JUTTSTA RECORD ' status-business-date
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            SET backout-error-found TO TRUE
        NOT INVALID KEY
            MOVE SPACES TO report-line
            STRING 'STA ' status-business-date ' CLOSE STATUS ' status-overall
                ' MARKED BACKED OUT (' status-backout-flag ')'
                DELIMITED BY SIZE INTO report-line
            WRITE report-record FROM report-line
            END-WRITE
    END-REWRITE.

roll-calendar-back.
    OPEN INPUT calendar-file
    IF calendar-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E26 UNABLE TO OPEN JUTTCAL, STATUS = ' calendar-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET backout-error-found TO TRUE
    ELSE
        MOVE ZERO TO holiday-table
        MOVE SPACES TO holiday-comment-table
        PERFORM read-calendar-record
        PERFORM load-calendar-entry UNTIL calendar-end-of-file
        CLOSE calendar-file
        EVALUATE TRUE
            WHEN NOT calendar-control-found
                MOVE SPACES TO message-text
                STRING 'JUTTABKO-E27 JUTTCAL HAS NO NEXT-BUSINESS-DATE CONTROL RECORD'
                    DELIMITED BY SIZE INTO message-text
                PERFORM write-operations-message
                SET backout-error-found TO TRUE
            WHEN expected-business-date NOT > backout-date
                ADD 1 TO warning-count
                SET backout-warning-found TO TRUE
                MOVE SPACES TO report-line
                STRING 'CAL NEXT BUSINESS DATE ALREADY ' expected-business-date
                    ' - NOT ROLLED'
                    DELIMITED BY SIZE INTO report-line
                WRITE report-record FROM report-line
                END-WRITE
            WHEN OTHER
                PERFORM rewrite-calendar-file
        END-EVALUATE
    END-IF.

read-calendar-record.
    READ calendar-file
        AT END SET calendar-end-of-file TO TRUE
    END-READ.

load-calendar-entry.
    EVALUATE TRUE
        WHEN calendar-control-type
            SET calendar-control-found TO TRUE
            MOVE calendar-date TO expected-business-date
        WHEN calendar-holiday-type
            IF holiday-count = holiday-table-size
                MOVE SPACES TO message-text
                STRING 'JUTTABKO-E28 MORE THAN ' holiday-table-size ' HOLIDAYS ON JUTTCAL - RAISE THE HOLIDAY TABLE LIMIT'
                    DELIMITED BY SIZE INTO message-text
                PERFORM write-operations-message
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO holiday-count
            MOVE calendar-date TO holiday-date-entry(holiday-count)
            MOVE calendar-comment TO holiday-comment-entry(holiday-count)
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM read-calendar-record.

rewrite-calendar-file.
    OPEN OUTPUT calendar-file
    IF calendar-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E29 UNABLE TO REWRITE JUTTCAL, STATUS = ' calendar-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET backout-error-found TO TRUE
    ELSE
        MOVE SPACES TO calendar-record
        MOVE 'C' TO calendar-record-type
        MOVE backout-date TO calendar-date
        MOVE 'NEXT EXPECTED BUSINESS DATE' TO calendar-comment
        WRITE calendar-record
        PERFORM write-holiday-record
            VARYING holiday-index FROM 1 BY 1 UNTIL holiday-index > holiday-count
        CLOSE calendar-file
        MOVE SPACES TO report-line
        STRING 'CAL NEXT BUSINESS DATE ROLLED BACK FROM ' expected-business-date
            ' TO ' backout-date
            DELIMITED BY SIZE INTO report-line
        WRITE report-record FROM report-line
        END-WRITE
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-I03 NEXT BUSINESS DATE ROLLED BACK FROM ' expected-business-date ' TO ' backout-date
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

write-holiday-record.
    MOVE SPACES TO calendar-record
    MOVE 'H' TO calendar-record-type
    MOVE holiday-date-entry(holiday-index) TO calendar-date
    MOVE holiday-comment-entry(holiday-index) TO calendar-comment
    WRITE calendar-record.

finalize-program.
    CLOSE audit-file
    CLOSE posted-file
    CLOSE history-file
    CLOSE reject-file
    CLOSE pending-file
    CLOSE account-file
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    MOVE audit-records-read TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'AUDIT RECORDS READ . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE audit-records-other-date TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'OTHER DATES (NOT TOUCHED). . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE audit-records-other-feed TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'OTHER FEEDS (NOT TOUCHED). . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE postings-removed TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTPST POSTINGS REMOVED . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE postings-not-found TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'POSTINGS NOT ON JUTTPST. . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE originals-reinstated TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'REVERSED ORIGINALS REINSTATED: ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE history-removed TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTHST ENTRIES REMOVED. . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE rejects-cleared TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTREJ ROWS CLEARED . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE pending-removed TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTPND HELD ITEMS REMOVED . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE accounts-adjusted TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTACT BALANCES REVERSED. . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE totals-marked TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTTOT RECORDS MARKED . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE suspense-removed TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTSUS ENTRIES REMOVED. . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE suspense-reopened TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTSUS ENTRIES REOPENED . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE suspense-net-total TO control-total-edited
    MOVE SPACES TO report-line
    STRING 'REVERSING SUSPENSE TOTAL . . : ' control-total-edited
        ' ' house-currency-code
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    COMPUTE control-total-edited = ZERO - reversed-control-total
    MOVE SPACES TO report-line
    STRING 'REVERSING GL TOTAL . . . . . : ' control-total-edited
        ' ' house-currency-code
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE warning-count TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'ITEMS TO REVIEW. . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    IF backout-error-found
        MOVE '*** BACKOUT INCOMPLETE - DO NOT RERUN UNTIL THE ERRORS ARE RESOLVED' TO report-line
    ELSE
        MOVE 'BACKOUT COMPLETE - THE CORRECTED FEED MAY BE RERUN' TO report-line
    END-IF
    WRITE report-record FROM report-line
    CLOSE report-file
    MOVE SPACES TO message-text
    STRING 'JUTTABKO-I04 POSTINGS REMOVED = ' postings-removed ' REJECTS CLEARED = ' rejects-cleared ' HELD ITEMS REMOVED = ' pending-removed
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTABKO-I04 REVERSING GL TOTAL = ' control-total-edited ' ' house-currency-code
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTABKO-I06 SUSPENSE ENTRIES REMOVED = ' suspense-removed ' REOPENED = ' suspense-reopened
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF backout-error-found
        MOVE SPACES TO message-text
        STRING 'JUTTABKO-E30 BACKOUT INCOMPLETE - SEE THE MESSAGES ABOVE AND THE BACKOUT REPORT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
    ELSE
        IF backout-warning-found
            MOVE SPACES TO message-text
            STRING 'JUTTABKO-W01 ' warning-count ' ITEMS ON THE BACKOUT REPORT NEED REVIEW BEFORE THE RERUN'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

write-operations-message.
    DISPLAY message-text
    IF NOT message-log-open AND NOT message-log-unavailable
        PERFORM open-message-log
    END-IF
    IF message-log-open
        PERFORM build-message-log-record
        WRITE message-log-record
            INVALID KEY
                DISPLAY 'JUTTABKO-W03 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
        END-WRITE
    END-IF
    MOVE SPACES TO message-feed-id
    MOVE ZERO TO message-record-number.

build-message-log-record.
    ADD 1 TO message-sequence
    MOVE SPACES TO message-log-record
    ACCEPT message-log-date FROM DATE YYYYMMDD
    ACCEPT message-log-time FROM TIME
    MOVE message-job-name TO message-log-job-name
    MOVE message-step-name TO message-log-step-name
    MOVE message-sequence TO message-log-sequence
    MOVE 'JUTTABKO' TO message-log-program-id
    MOVE backout-date TO message-log-business-date
    IF message-log-business-date NOT NUMERIC OR message-log-business-date = ZERO
        MOVE message-log-date TO message-log-business-date
    END-IF
    MOVE SPACES TO message-id-parts
    UNSTRING message-text DELIMITED BY ALL SPACE INTO message-log-message-id
    UNSTRING message-log-message-id DELIMITED BY '-' INTO message-id-program message-id-number
    MOVE message-id-severity TO message-log-severity
    MOVE message-feed-id TO message-log-feed-id
    MOVE message-record-number TO message-log-record-number
    MOVE message-text TO message-log-text
    MOVE 'N' TO message-log-ack-status
    MOVE ZERO TO message-log-ack-date
    MOVE ZERO TO message-log-ack-time.

open-message-log.
    OPEN INPUT step-card-file
    IF step-card-file-status = '00' OR step-card-file-status = '05'
        READ step-card-file
            NOT AT END
                MOVE step-card-job-name TO message-job-name
                MOVE step-card-step-name TO message-step-name
        END-READ
        CLOSE step-card-file
    END-IF
    OPEN I-O message-log-file
    IF message-log-file-status = '35'
        OPEN OUTPUT message-log-file
        CLOSE message-log-file
        OPEN I-O message-log-file
    END-IF
    IF message-log-file-status = '00'
        SET message-log-open TO TRUE
    ELSE
        SET message-log-unavailable TO TRUE
        DISPLAY 'JUTTABKO-W02 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
