IDENTIFICATION DIVISION.
PROGRAM-ID. JuttaQrl.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT quarantine-file ASSIGN TO JUTTQUA
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS quarantine-file-status.
    SELECT release-file ASSIGN TO JUTTRLS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS release-file-status.
    SELECT parameter-file ASSIGN TO JUTTPRM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS parameter-file-status.
    SELECT report-file ASSIGN TO JUTTQRP
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
FD quarantine-file.
COPY JUTTQUA.
FD release-file.
01 release-record PICTURE X(80).
FD parameter-file.
01 parameter-record.
    05 parameter-feed-id PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 parameter-run-date PICTURE 9(08).
    05 FILLER PICTURE X(01).
    05 parameter-action PICTURE X(01).
        88 parameter-release VALUE 'R'.
        88 parameter-discard VALUE 'D'.
    05 FILLER PICTURE X(01).
    05 parameter-operator-id PICTURE X(08).
    05 FILLER PICTURE X(52).
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
COPY JUTTREC.
01 quarantine-file-status PICTURE X(02) VALUE '00'.
01 release-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.
01 report-file-status PICTURE X(02) VALUE '00'.

01 parameter-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 parameter-end-of-file VALUE 'Y'.
01 quarantine-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 quarantine-end-of-file VALUE 'Y'.

01 run-date-today PICTURE 9(08) VALUE ZERO.
01 requests-read PICTURE 9(06) VALUE ZERO.
01 requests-invalid PICTURE 9(06) VALUE ZERO.
01 requests-unmatched PICTURE 9(06) VALUE ZERO.
01 feeds-released PICTURE 9(06) VALUE ZERO.
01 feeds-discarded PICTURE 9(06) VALUE ZERO.
01 records-released PICTURE 9(06) VALUE ZERO.
01 request-records-matched PICTURE 9(06) VALUE ZERO.
01 request-exception-text PICTURE X(40) VALUE SPACES.

01 set-detail-count PICTURE 9(09) VALUE ZERO.
01 set-hash-total PICTURE S9(12)V99 VALUE ZERO.

01 report-line PICTURE X(80) VALUE SPACES.
01 report-count-edited PICTURE ZZZ,ZZ9.
01 original-count-edited PICTURE ZZZ,ZZ9.
01 trailer-hash-edited PICTURE -(12)9.99.
01 rebuilt-hash-edited PICTURE -(12)9.99.

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
    PERFORM apply-release-request UNTIL parameter-end-of-file.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    ACCEPT run-date-today FROM DATE YYYYMMDD
    OPEN INPUT parameter-file
    IF parameter-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAQRL-E01 UNABLE TO OPEN JUTTPRM, STATUS = ' parameter-file-status
            ' - NO RELEASE REQUESTS, NOTHING TO DO'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND release-file
    IF release-file-status NOT = '00'
        OPEN OUTPUT release-file
    END-IF
    IF release-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAQRL-E02 UNABLE TO OPEN JUTTRLS, STATUS = ' release-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT report-file
    MOVE SPACES TO report-line
    STRING 'JUTTA QUARANTINE RELEASE - RUN DATE ' run-date-today
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    PERFORM read-parameter-record.

read-parameter-record.
    READ parameter-file
        AT END SET parameter-end-of-file TO TRUE
    END-READ.

apply-release-request.
    ADD 1 TO requests-read
    EVALUATE TRUE
        WHEN parameter-feed-id = SPACES
            OR parameter-run-date NOT NUMERIC
            ADD 1 TO requests-invalid
            MOVE 'FEED ID OR RUN DATE MISSING' TO request-exception-text
            PERFORM write-request-exception
        WHEN NOT parameter-release AND NOT parameter-discard
            ADD 1 TO requests-invalid
            MOVE 'ACTION MUST BE R OR D' TO request-exception-text
            PERFORM write-request-exception
        WHEN parameter-operator-id = SPACES
            ADD 1 TO requests-invalid
            MOVE 'OPERATOR ID MISSING' TO request-exception-text
            PERFORM write-request-exception
        WHEN OTHER
            PERFORM scan-quarantine-file
    END-EVALUATE
    PERFORM read-parameter-record.

scan-quarantine-file.
    OPEN I-O quarantine-file
    IF quarantine-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAQRL-E03 UNABLE TO OPEN JUTTQUA, STATUS = ' quarantine-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ZERO TO request-records-matched
    MOVE 'N' TO quarantine-end-of-file-switch
    PERFORM read-quarantine-record
    PERFORM act-on-quarantine-record UNTIL quarantine-end-of-file
    CLOSE quarantine-file
    IF request-records-matched = ZERO
        ADD 1 TO requests-unmatched
        MOVE 'NO HELD FEED ON JUTTQUA MATCHES' TO request-exception-text
        PERFORM write-request-exception
    END-IF.

read-quarantine-record.
    READ quarantine-file
        AT END SET quarantine-end-of-file TO TRUE
    END-READ.

act-on-quarantine-record.
    IF quarantine-feed-id = parameter-feed-id
        AND quarantine-run-date = parameter-run-date
        AND quarantine-held
        ADD 1 TO request-records-matched
        MOVE quarantine-image TO transaction-record
        IF parameter-release
            PERFORM release-quarantine-image
            MOVE 'R' TO quarantine-status
        ELSE
            PERFORM discard-quarantine-image
            MOVE 'D' TO quarantine-status
        END-IF
        MOVE run-date-today TO quarantine-action-date
        MOVE parameter-operator-id TO quarantine-action-operator
        REWRITE quarantine-record
        IF quarantine-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAQRL-E04 UNABLE TO REWRITE JUTTQUA FOR FEED ' quarantine-feed-id ', STATUS = ' quarantine-file-status
                DELIMITED BY SIZE INTO message-text
            MOVE quarantine-feed-id TO message-feed-id
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM read-quarantine-record.

release-quarantine-image.
    EVALUATE TRUE
        WHEN feed-header-present
            MOVE ZERO TO set-detail-count
            MOVE ZERO TO set-hash-total
            MOVE 'R' TO header-release-flag
            PERFORM write-release-record
        WHEN feed-trailer-present
            PERFORM rebuild-release-trailer
            PERFORM write-release-record
            ADD 1 TO feeds-released
        WHEN OTHER
            ADD 1 TO set-detail-count
            ADD 1 TO records-released
            IF transaction-erste NUMERIC
                ADD transaction-erste TO set-hash-total
            END-IF
            IF transaction-zweite NUMERIC
                ADD transaction-zweite TO set-hash-total
            END-IF
            PERFORM write-release-record
    END-EVALUATE.

rebuild-release-trailer.
    MOVE set-detail-count TO report-count-edited
    MOVE trailer-record-count TO original-count-edited
    MOVE trailer-hash-total TO trailer-hash-edited
    MOVE set-hash-total TO rebuilt-hash-edited
    MOVE SPACES TO report-line
    STRING 'RELEASED ' quarantine-feed-id
        ' DATED ' quarantine-business-date
        ' HELD ' quarantine-reason-code
        ' BY ' parameter-operator-id
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    STRING '  TRAILER COUNT ' original-count-edited
        ' HASH ' trailer-hash-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    STRING '  REBUILT COUNT ' report-count-edited
        ' HASH ' rebuilt-hash-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE set-detail-count TO trailer-record-count
    MOVE set-hash-total TO trailer-hash-total.

discard-quarantine-image.
    IF feed-header-present
        ADD 1 TO feeds-discarded
        MOVE SPACES TO report-line
        STRING 'DISCARDED ' quarantine-feed-id
            ' DATED ' quarantine-business-date
            ' HELD ' quarantine-reason-code
            ' BY ' parameter-operator-id
            DELIMITED BY SIZE INTO report-line
        WRITE report-record FROM report-line
    END-IF.

write-release-record.
    WRITE release-record FROM transaction-record
    IF release-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAQRL-E05 UNABLE TO WRITE JUTTRLS FOR FEED ' quarantine-feed-id ', STATUS = ' release-file-status
            DELIMITED BY SIZE INTO message-text
        MOVE quarantine-feed-id TO message-feed-id
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

write-request-exception.
    MOVE SPACES TO report-line
    STRING 'REQUEST ' parameter-feed-id ' ' parameter-run-date
        ' ' parameter-action ' NOT APPLIED - ' request-exception-text
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO message-text
    STRING 'JUTTAQRL-W01 ' report-line
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF.

finalize-program.
    CLOSE parameter-file
    CLOSE release-file
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    MOVE requests-read TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'REQUESTS READ. . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE feeds-released TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'FEED SETS RELEASED . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE records-released TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'RECORDS RELEASED . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE feeds-discarded TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'FEED SETS DISCARDED. . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    CLOSE report-file
    MOVE SPACES TO message-text
    STRING 'JUTTAQRL-I01 FEED SETS RELEASED  = ' feeds-released
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAQRL-I01 RECORDS RELEASED    = ' records-released
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAQRL-I01 FEED SETS DISCARDED = ' feeds-discarded
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF requests-invalid > ZERO OR requests-unmatched > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTAQRL-W02 ' requests-invalid ' INVALID AND ' requests-unmatched ' UNMATCHED REQUESTS - SEE JUTTQRP'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
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
                DISPLAY 'JUTTAQRL-W04 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTAQRL' TO message-log-program-id
    MOVE run-date-today TO message-log-business-date
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
        DISPLAY 'JUTTAQRL-W03 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
