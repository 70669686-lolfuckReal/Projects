    SELECT report-file ASSIGN TO JUTTERP
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
FD history-file.
    05 parameter-summe-high PICTURE S9(10)V99 SIGN LEADING SEPARATE.
    05 FILLER PICTURE X(31).
FD extract-file.
01 extract-record PICTURE X(150).
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
01 history-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.
01 total-edited PICTURE -(13)9.99.
01 low-edited PICTURE -(10)9.99.
01 high-edited PICTURE -(10)9.99.

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
    PERFORM select-history-record UNTIL history-end-of-file.
    PERFORM print-extract-totals.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    PERFORM get-selection-criteria.
    OPEN INPUT history-file.
    IF history-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAEXT-E01 UNABLE TO OPEN JUTTHST, STATUS = ' history-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT extract-file
    IF extract-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAEXT-E02 UNABLE TO OPEN JUTTEXT, STATUS = ' extract-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
        END-IF
        CLOSE parameter-file
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTAEXT-I01 SELECTING DATES ' select-from-date ' TO ' select-to-date
        ' OP ' select-operation-code ' TYPE ' select-record-type
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF amount-filter-active
        MOVE select-summe-low TO low-edited
        MOVE select-summe-high TO high-edited
        MOVE SPACES TO message-text
        STRING 'JUTTAEXT-I01 SUMME RANGE ' low-edited ' TO ' high-edited
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

apply-selection-criteria.
        MOVE parameter-operation-code TO select-operation-code
    END-IF
    IF parameter-record-type = 'P' OR parameter-record-type = 'R'
        OR parameter-record-type = 'V'
        MOVE parameter-record-type TO select-record-type
    END-IF
    IF parameter-summe-low NUMERIC
    STRING 'SUMME OF SELECTED. . . . : ' total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO message-text
    STRING 'JUTTAEXT-I02 RECORDS EXAMINED = ' records-examined
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAEXT-I02 RECORDS SELECTED = ' records-selected
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

finalize-program.
    CLOSE history-file
    CLOSE extract-file
    CLOSE report-file.

write-operations-message.
    DISPLAY message-text
    IF NOT message-log-open AND NOT message-log-unavailable
        PERFORM open-message-log
    END-IF
    IF message-log-open
        PERFORM build-message-log-record
        WRITE message-log-record
            INVALID KEY
                DISPLAY 'JUTTAEXT-W02 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTAEXT' TO message-log-program-id
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
        DISPLAY 'JUTTAEXT-W01 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
