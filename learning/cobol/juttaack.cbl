        ACCESS MODE IS DYNAMIC
        RECORD KEY IS reject-record-number
        FILE STATUS IS reject-file-status.
    SELECT OPTIONAL pending-file ASSIGN TO JUTTPND
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pending-record-number
        FILE STATUS IS pending-file-status.
    SELECT ack-file ASSIGN TO JUTTACK
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ack-file-status.
    SELECT totals-file ASSIGN TO JUTTTOT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS totals-file-status.
    SELECT OPTIONAL quarantine-file ASSIGN TO JUTTQUA
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS quarantine-file-status.
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
FD transaction-file.
COPY JUTTPST.
FD reject-file.
COPY JUTTREJ.
FD pending-file.
COPY JUTTPND.
FD ack-file.
COPY JUTTACK.
FD totals-file.
COPY JUTTTOT.
FD quarantine-file.
COPY JUTTQUA.
FD message-log-file.
COPY JUTTMSG.
FD step-card-file.
01 step-card-record.
    05 step-card-job-name PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 step-card-step-name PICTURE X(08).
    05 FILLER PICTURE X(63).
WORKING-STORAGE SECTION.
01 transaction-file-status PICTURE X(02) VALUE '00'.
01 posted-file-status PICTURE X(02) VALUE '00'.
01 reject-file-status PICTURE X(02) VALUE '00'.
01 pending-file-status PICTURE X(02) VALUE '00'.
01 ack-file-status PICTURE X(02) VALUE '00'.
01 totals-file-status PICTURE X(02) VALUE '00'.
01 quarantine-file-status PICTURE X(02) VALUE '00'.

01 end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 end-of-file VALUE 'Y'.
    88 posted-master-present VALUE 'Y'.
01 reject-master-present-switch PICTURE X(01) VALUE 'N'.
    88 reject-master-present VALUE 'Y'.
01 pending-master-present-switch PICTURE X(01) VALUE 'N'.
    88 pending-master-present VALUE 'Y'.
01 disposition-found-switch PICTURE X(01) VALUE 'N'.
    88 disposition-found VALUE 'Y'.
01 feed-set-open-switch PICTURE X(01) VALUE 'N'.
01 details-acknowledged PICTURE 9(09) VALUE ZERO.
01 postings-acknowledged PICTURE 9(09) VALUE ZERO.
01 rejects-acknowledged PICTURE 9(09) VALUE ZERO.
01 pending-acknowledged PICTURE 9(09) VALUE ZERO.
01 unaccounted-details PICTURE 9(09) VALUE ZERO.
01 feed-details-acknowledged PICTURE 9(09) VALUE ZERO.
01 feed-postings-acknowledged PICTURE 9(09) VALUE ZERO.
01 feed-rejects-acknowledged PICTURE 9(09) VALUE ZERO.
01 feed-pending-acknowledged PICTURE 9(09) VALUE ZERO.
01 fixups-skipped PICTURE 9(09) VALUE ZERO.
01 quarantine-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 quarantine-end-of-file VALUE 'Y'.
01 current-feed-held-switch PICTURE X(01) VALUE 'N'.
    88 current-feed-held VALUE 'Y'.
01 headers-on-input PICTURE 9(02) VALUE ZERO.
01 held-ordinal-limit PICTURE 9(02) VALUE 10.
01 details-quarantined PICTURE 9(09) VALUE ZERO.
01 feed-details-quarantined PICTURE 9(09) VALUE ZERO.
01 held-ordinal-table.
    05 held-ordinal-entry OCCURS 10 TIMES.
        10 held-ordinal-switch PICTURE X(01).
            88 held-ordinal VALUE 'Y'.
        10 held-ordinal-reason PICTURE X(40).

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
    PERFORM acknowledge-feed-record UNTIL end-of-file.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    PERFORM get-close-run-date
    PERFORM load-quarantined-feeds
    OPEN INPUT transaction-file.
    IF transaction-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-E01 UNABLE TO OPEN JUTTIN, STATUS = ' transaction-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ack-file
    IF ack-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-E02 UNABLE TO OPEN JUTTACK, STATUS = ' ack-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT posted-file
    IF posted-file-status = '35'
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-I02 NO POSTED MASTER PRESENT - NOTHING CAN ACKNOWLEDGE AS POSTED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        IF posted-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAACK-E03 UNABLE TO OPEN JUTTPST, STATUS = ' posted-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT reject-file
    IF reject-file-status = '35'
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-I03 NO REJECT MASTER PRESENT - NOTHING CAN ACKNOWLEDGE AS REJECTED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        IF reject-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAACK-E04 UNABLE TO OPEN JUTTREJ, STATUS = ' reject-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET reject-master-present TO TRUE
    END-IF
    OPEN INPUT pending-file
    IF pending-file-status = '35' OR pending-file-status = '05'
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-I06 NO PENDING MASTER PRESENT - NOTHING CAN ACKNOWLEDGE AS PENDING'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        IF pending-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAACK-E09 UNABLE TO OPEN JUTTPND, STATUS = ' pending-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET pending-master-present TO TRUE
    END-IF
    PERFORM read-transaction-record.

get-close-run-date.
    OPEN INPUT totals-file
    IF totals-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-E06 UNABLE TO OPEN JUTTTOT, STATUS = ' totals-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-E06 NO RUN TOTALS FROM THE CLOSE - NOTHING TO ACKNOWLEDGE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ totals-file
        AT END
            MOVE SPACES TO message-text
            STRING 'JUTTAACK-E07 JUTTTOT IS EMPTY - NOTHING TO ACKNOWLEDGE'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    MOVE latest-totals-record TO run-totals-record
    MOVE totals-run-date TO close-run-date
    CLOSE totals-file
    MOVE SPACES TO message-text
    STRING 'JUTTAACK-I05 ACKNOWLEDGING THE CLOSE DATED ' close-run-date
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

load-quarantined-feeds.
    MOVE SPACES TO held-ordinal-table
    OPEN INPUT quarantine-file
    IF quarantine-file-status NOT = '00' AND quarantine-file-status NOT = '05'
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-E08 UNABLE TO OPEN JUTTQUA, STATUS = ' quarantine-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM read-quarantine-record
    PERFORM note-quarantined-feed UNTIL quarantine-end-of-file
    CLOSE quarantine-file.

read-quarantine-record.
    READ quarantine-file
        AT END SET quarantine-end-of-file TO TRUE
    END-READ.

note-quarantined-feed.
    IF quarantine-run-date = close-run-date
        AND quarantine-feed-ordinal > ZERO
        AND quarantine-feed-ordinal NOT > held-ordinal-limit
        SET held-ordinal(quarantine-feed-ordinal) TO TRUE
        MOVE quarantine-reason-text TO held-ordinal-reason(quarantine-feed-ordinal)
    END-IF
    PERFORM read-quarantine-record.

scan-run-totals-history.
    MOVE run-totals-record TO latest-totals-record
        WHEN feed-trailer-present
            PERFORM write-ack-trailer
            MOVE 'N' TO feed-set-open-switch
            MOVE 'N' TO current-feed-held-switch
        WHEN feed-set-open AND current-feed-held
            PERFORM write-ack-quarantined-detail
        WHEN feed-set-open
            PERFORM write-ack-detail
        WHEN OTHER
    MOVE ZERO TO feed-details-acknowledged
    MOVE ZERO TO feed-postings-acknowledged
    MOVE ZERO TO feed-rejects-acknowledged
    MOVE ZERO TO feed-pending-acknowledged
    MOVE ZERO TO feed-details-quarantined
    MOVE SPACES TO ack-header-record
    MOVE 'HEADER' TO ack-header-label
    MOVE header-business-date TO ack-header-business-date
    MOVE header-feed-id TO ack-header-feed-id
    MOVE close-run-date TO ack-header-run-date
    MOVE 'N' TO current-feed-held-switch
    IF headers-on-input < held-ordinal-limit
        ADD 1 TO headers-on-input
        IF held-ordinal(headers-on-input)
            SET current-feed-held TO TRUE
        END-IF
    END-IF
    IF current-feed-held
        MOVE 'Q' TO ack-header-status
        MOVE held-ordinal-reason(headers-on-input) TO ack-header-reason
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-W02 FEED ' header-feed-id ' WAS QUARANTINED - ACKNOWLEDGED AS HELD'
            DELIMITED BY SIZE INTO message-text
        MOVE header-feed-id TO message-feed-id
        PERFORM write-operations-message
    ELSE
        MOVE 'A' TO ack-header-status
    END-IF
    WRITE ack-header-record.

write-ack-quarantined-detail.
    ADD 1 TO details-acknowledged
    ADD 1 TO details-quarantined
    ADD 1 TO feed-details-acknowledged
    ADD 1 TO feed-details-quarantined
    MOVE SPACES TO ack-detail-record
    MOVE 'DETAIL' TO ack-detail-label
    MOVE transaction-record-number TO ack-record-number
    MOVE 'Q' TO ack-status-code
    MOVE ZERO TO ack-summe
    MOVE 'FEED QUARANTINED - NOT POSTED' TO ack-reject-reason
    WRITE ack-detail-record.

write-ack-detail.
    ADD 1 TO details-acknowledged
    ADD 1 TO feed-details-acknowledged
        ADD 1 TO unaccounted-details
        MOVE 'U' TO ack-status-code
        MOVE 'NOT ON TONIGHTS MASTERS' TO ack-reject-reason
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-W01 RECORD ' transaction-record-number ' IS NOT ON TONIGHTS POSTINGS, REJECTS OR PENDING ITEMS'
            DELIMITED BY SIZE INTO message-text
        MOVE transaction-record-number TO message-record-number
        PERFORM write-operations-message
    END-IF
    WRITE ack-detail-record.

    IF reject-master-present
        PERFORM check-rejected-tonight
    END-IF
    IF NOT disposition-found AND pending-master-present
        PERFORM check-pending-tonight
    END-IF
    IF NOT disposition-found AND posted-master-present
        PERFORM check-posted-tonight
    END-IF.
            END-IF
    END-READ.

check-pending-tonight.
    MOVE transaction-record-number TO pending-record-number
    READ pending-file
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF pending-run-date = close-run-date
                SET disposition-found TO TRUE
                ADD 1 TO pending-acknowledged
                ADD 1 TO feed-pending-acknowledged
                MOVE 'W' TO ack-status-code
                MOVE pending-summe TO ack-summe
                MOVE 'HELD FOR SUPERVISOR RELEASE' TO ack-reject-reason
            END-IF
    END-READ.

check-posted-tonight.
    MOVE transaction-record-number TO posted-record-number
    READ posted-file
    MOVE feed-details-acknowledged TO ack-trailer-count
    MOVE feed-postings-acknowledged TO ack-posted-count
    MOVE feed-rejects-acknowledged TO ack-rejected-count
    MOVE feed-details-quarantined TO ack-quarantined-count
    MOVE feed-pending-acknowledged TO ack-pending-count
    WRITE ack-trailer-record.

finalize-program.
    IF reject-master-present
        CLOSE reject-file
    END-IF
    IF pending-master-present
        CLOSE pending-file
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTAACK-I01 DETAILS ACKNOWLEDGED = ' details-acknowledged
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAACK-I01 POSTED . . . . . . . = ' postings-acknowledged
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAACK-I01 REJECTED . . . . . . = ' rejects-acknowledged
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAACK-I01 QUARANTINED. . . . . = ' details-quarantined
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAACK-I01 PENDING RELEASE. . . = ' pending-acknowledged
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF fixups-skipped > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-I04 FIXUP DETAILS OUTSIDE A FEED SET (NOT ACKNOWLEDGED) = ' fixups-skipped
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF
    IF unaccounted-details > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTAACK-E05 ' unaccounted-details ' DETAILS COULD NOT BE ACCOUNTED FOR - DO NOT TRANSMIT THIS ACKNOWLEDGMENT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
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
                DISPLAY 'JUTTAACK-W04 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTAACK' TO message-log-program-id
    MOVE close-run-date TO message-log-business-date
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
        DISPLAY 'JUTTAACK-W03 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
