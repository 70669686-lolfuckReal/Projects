    SELECT OPTIONAL parameter-file ASSIGN TO JUTTPRM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS parameter-file-status.
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
    05 FILLER PICTURE X(01).
    05 parameter-boundary-2 PICTURE 9(06).
    05 FILLER PICTURE X(67).
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
01 stream-1-file-status PICTURE X(02) VALUE '00'.
01 feed-hash-total PICTURE S9(12)V99 VALUE ZERO.
01 feed-trailer-count PICTURE 9(09) VALUE ZERO.
01 feed-trailer-hash PICTURE S9(12)V99 VALUE ZERO.
01 trailer-hash-edited PICTURE -(12)9.99.
01 computed-hash-edited PICTURE -(12)9.99.

01 input-trailer-seen-switch PICTURE X(01) VALUE 'N'.
    88 input-trailer-seen VALUE 'Y'.
    05 stream-trailer-count PICTURE 9(09).
    05 stream-trailer-hash PICTURE S9(12)V99.
    05 FILLER PICTURE X(51) VALUE SPACES.

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
    PERFORM verify-input-feed.
    PERFORM split-the-feed.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
        END-IF
        CLOSE parameter-file
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTASPL-I01 STREAM BOUNDARIES ' stream-boundary-1 ' / ' stream-boundary-2
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

verify-input-feed.
    OPEN INPUT transaction-file
    IF transaction-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTASPL-E01 UNABLE TO OPEN JUTTIN, STATUS = ' transaction-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE transaction-file
    MOVE 'N' TO end-of-file-switch
    IF NOT feed-header-found
        MOVE SPACES TO message-text
        STRING 'JUTTASPL-E02 JUTTIN HEADER RECORD MISSING - FEED CANNOT BE RECONCILED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT feed-trailer-found
        MOVE SPACES TO message-text
        STRING 'JUTTASPL-E03 JUTTIN TRAILER RECORD MISSING - POSSIBLE SHORT TRANSMISSION'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF feed-detail-count NOT = feed-trailer-count
        MOVE SPACES TO message-text
        STRING 'JUTTASPL-E04 JUTTIN RECORD COUNT OUT OF BALANCE - TRAILER SAYS ' feed-trailer-count ' BUT ' feed-detail-count ' READ'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF feed-hash-total NOT = feed-trailer-hash
        MOVE feed-trailer-hash TO trailer-hash-edited
        MOVE feed-hash-total TO computed-hash-edited
        MOVE SPACES TO message-text
        STRING 'JUTTASPL-E05 JUTTIN HASH TOTAL OUT OF BALANCE - TRAILER SAYS ' trailer-hash-edited ' BUT ' computed-hash-edited ' COMPUTED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTASPL-I02 FEED ' feed-id ' FOR BUSINESS DATE ' feed-business-date ' RECONCILED - ' feed-detail-count ' RECORDS'
        DELIMITED BY SIZE INTO message-text
    MOVE feed-id TO message-feed-id
    PERFORM write-operations-message.

check-feed-record.
    EVALUATE TRUE
        WHEN feed-header-present
            IF feed-header-found
                MOVE SPACES TO message-text
                STRING 'JUTTASPL-E06 SECOND HEADER ON JUTTIN - POSSIBLE DOUBLE TRANSMISSION'
                    DELIMITED BY SIZE INTO message-text
                PERFORM write-operations-message
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE header-feed-id TO feed-id
        WHEN feed-trailer-present
            IF feed-trailer-found
                MOVE SPACES TO message-text
                STRING 'JUTTASPL-E06 SECOND TRAILER ON JUTTIN - POSSIBLE DOUBLE TRANSMISSION'
                    DELIMITED BY SIZE INTO message-text
                PERFORM write-operations-message
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
split-the-feed.
    OPEN INPUT transaction-file
    IF transaction-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTASPL-E01 UNABLE TO OPEN JUTTIN, STATUS = ' transaction-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF stream-1-file-status NOT = '00'
        OR stream-2-file-status NOT = '00'
        OR stream-3-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTASPL-E07 UNABLE TO OPEN STREAM FILES, STATUS = ' stream-1-file-status ' ' stream-2-file-status ' ' stream-3-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
route-the-fixups.
    OPEN INPUT transaction-file
    IF transaction-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTASPL-E01 UNABLE TO OPEN JUTTIN, STATUS = ' transaction-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM route-fixup-record UNTIL end-of-file
    CLOSE transaction-file
    IF fixups-routed > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTASPL-I04 FIXUP RECORDS ROUTED AFTER THE STREAM TRAILERS = ' fixups-routed
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

route-fixup-record.
        VARYING stream-index FROM 1 BY 1 UNTIL stream-index > 3.

display-stream-counts.
    MOVE SPACES TO message-text
    STRING 'JUTTASPL-I03 STREAM ' stream-index ' RECORDS = ' stream-record-count(stream-index)
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

write-operations-message.
    DISPLAY message-text
    IF NOT message-log-open AND NOT message-log-unavailable
        PERFORM open-message-log
    END-IF
    IF message-log-open
        PERFORM build-message-log-record
        WRITE message-log-record
            INVALID KEY
                DISPLAY 'JUTTASPL-W02 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTASPL' TO message-log-program-id
    MOVE feed-business-date TO message-log-business-date
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
        DISPLAY 'JUTTASPL-W01 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
