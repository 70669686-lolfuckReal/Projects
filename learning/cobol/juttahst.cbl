        ACCESS MODE IS DYNAMIC
        RECORD KEY IS history-key
        FILE STATUS IS history-file-status.
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
COPY JUTTREJ.
FD history-file.
COPY JUTTHST.
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
01 reject-file-status PICTURE X(02) VALUE '00'.
    05 posting-date-year PICTURE 9(04).
    05 posting-date-month PICTURE 9(02).
    05 posting-date-day PICTURE 9(02).

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
    PERFORM fold-audit-record UNTIL audit-end-of-file.
    PERFORM fold-reject-records.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    OPEN INPUT audit-file.
    IF audit-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAHST-E01 UNABLE TO OPEN JUTTAUD, STATUS = ' audit-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
        OPEN I-O history-file
    END-IF
    IF history-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAHST-E02 UNABLE TO OPEN JUTTHST, STATUS = ' history-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE timestamp-year TO posting-date-year
    MOVE timestamp-month TO posting-date-month
    MOVE timestamp-day TO posting-date-day
    MOVE SPACES TO history-record
    MOVE audit-record-number TO history-record-number
    MOVE posting-date-work TO history-posting-date
    IF audit-reversal
        MOVE 'V' TO history-record-type
        MOVE audit-original-number TO history-original-number
    ELSE
        MOVE 'P' TO history-record-type
        MOVE ZERO TO history-original-number
    END-IF
    MOVE audit-erste-raw TO history-erste
    MOVE audit-zweite-raw TO history-zweite
    MOVE audit-operation-code TO history-operation-code
    MOVE audit-summe TO history-summe
    MOVE audit-timestamp TO history-timestamp
    MOVE SPACES TO history-reject-reason
    MOVE audit-account-number TO history-account-number
    MOVE audit-currency-code TO history-currency-code
    MOVE audit-currency-summe TO history-currency-summe
    MOVE audit-exchange-rate TO history-exchange-rate
    PERFORM write-history-record
    IF history-file-status = '00'
        ADD 1 TO postings-folded
fold-reject-records.
    OPEN INPUT reject-file
    IF reject-file-status = '35'
        MOVE SPACES TO message-text
        STRING 'JUTTAHST-I02 NO REJECT MASTER PRESENT - REJECT FOLD SKIPPED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        IF reject-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAHST-E03 UNABLE TO OPEN JUTTREJ, STATUS = ' reject-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-READ.

fold-reject-record.
    MOVE SPACES TO history-record
    MOVE reject-record-number TO history-record-number
    MOVE reject-run-date TO history-posting-date
    MOVE 'R' TO history-record-type
    MOVE ZERO TO history-summe
    MOVE SPACES TO history-timestamp
    MOVE reject-reason-text TO history-reject-reason
    MOVE ZERO TO history-original-number
    MOVE reject-account-number TO history-account-number
    MOVE reject-currency-code TO history-currency-code
    MOVE ZERO TO history-currency-summe
    MOVE ZERO TO history-exchange-rate
    PERFORM write-history-record
    IF history-file-status = '00'
        ADD 1 TO rejects-folded
    END-WRITE.

rewrite-history-record.
    IF history-rejected
        ADD 1 TO rejects-replaced
    ELSE
        ADD 1 TO postings-replaced
    END-IF
    REWRITE history-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTAHST-E04 UNABLE TO REWRITE JUTTHST RECORD ' history-record-number ' STATUS = ' history-file-status
                DELIMITED BY SIZE INTO message-text
            MOVE history-record-number TO message-record-number
            PERFORM write-operations-message
    END-REWRITE.

finalize-program.
    CLOSE audit-file
    CLOSE history-file
    MOVE SPACES TO message-text
    STRING 'JUTTAHST-I01 POSTINGS FOLDED = ' postings-folded ' (REPLACED ' postings-replaced ')'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAHST-I01 REJECTS FOLDED  = ' rejects-folded ' (REPLACED ' rejects-replaced ')'
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
                DISPLAY 'JUTTAHST-W02 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTAHST' TO message-log-program-id
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
        DISPLAY 'JUTTAHST-W01 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
