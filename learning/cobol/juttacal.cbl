    SELECT calendar-file ASSIGN TO JUTTCAL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS calendar-file-status.
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
FD calendar-file.
COPY JUTTCAL.
FD message-log-file.
COPY JUTTMSG.
FD step-card-file.
01 step-card-record.
    05 step-card-job-name PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 step-card-step-name PICTURE X(08).
    05 FILLER PICTURE X(63).
WORKING-STORAGE SECTION.
01 calendar-file-status PICTURE X(02) VALUE '00'.

01 check-date PICTURE 9(08) VALUE ZERO.
01 date-work-number PICTURE S9(07) VALUE ZERO.
01 weekday-number PICTURE S9(01) VALUE ZERO.

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
    PERFORM load-processing-calendar.
    PERFORM roll-calendar-forward.
    PERFORM rewrite-calendar-file.
    PERFORM close-message-log.
    STOP RUN.

load-processing-calendar.
    OPEN INPUT calendar-file
    IF calendar-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACAL-E01 UNABLE TO OPEN JUTTCAL, STATUS = ' calendar-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM load-calendar-entry UNTIL calendar-end-of-file
    CLOSE calendar-file
    IF NOT calendar-control-found
        MOVE SPACES TO message-text
        STRING 'JUTTACAL-E02 JUTTCAL HAS NO NEXT-BUSINESS-DATE CONTROL RECORD'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
            MOVE calendar-date TO expected-business-date
        WHEN calendar-holiday-type
            IF holiday-count = holiday-table-size
                MOVE SPACES TO message-text
                STRING 'JUTTACAL-E03 MORE THAN ' holiday-table-size ' HOLIDAYS ON JUTTCAL - RAISE THE HOLIDAY TABLE LIMIT'
                    DELIMITED BY SIZE INTO message-text
                PERFORM write-operations-message
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        ON SIZE ERROR MOVE ZERO TO date-work-number
    END-COMPUTE
    IF date-work-number = ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTACAL-E04 CANNOT ROLL FORWARD FROM INVALID DATE ' expected-business-date
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM advance-calendar-day UNTIL business-day-found
    MOVE SPACES TO message-text
    STRING 'JUTTACAL-I01 NEXT BUSINESS DATE ROLLED FROM ' expected-business-date ' TO ' next-business-date
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

advance-calendar-day.
    ADD 1 TO date-work-number
rewrite-calendar-file.
    OPEN OUTPUT calendar-file
    IF calendar-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACAL-E05 UNABLE TO REWRITE JUTTCAL, STATUS = ' calendar-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE holiday-date-entry(holiday-index) TO calendar-date
    MOVE holiday-comment-entry(holiday-index) TO calendar-comment
    WRITE calendar-record.

write-operations-message.
    DISPLAY message-text
    IF NOT message-log-open AND NOT message-log-unavailable
        PERFORM open-message-log
    END-IF
    IF message-log-open
        PERFORM build-message-log-record
        WRITE message-log-record
            INVALID KEY
                DISPLAY 'JUTTACAL-W02 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTACAL' TO message-log-program-id
    MOVE expected-business-date TO message-log-business-date
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
        DISPLAY 'JUTTACAL-W01 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
