IDENTIFICATION DIVISION.
PROGRAM-ID. JuttaMak.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT message-log-file ASSIGN TO JUTTMSG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS message-log-key
        FILE STATUS IS message-log-file-status.
    SELECT parameter-file ASSIGN TO JUTTPRM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS parameter-file-status.
    SELECT report-file ASSIGN TO JUTTMKP
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS report-file-status.
    SELECT OPTIONAL step-card-file ASSIGN TO JUTTSTP
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS step-card-file-status.
DATA DIVISION.
FILE SECTION.
FD message-log-file.
COPY JUTTMSG.
FD parameter-file.
01 parameter-record.
    05 parameter-business-date PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 parameter-message-id PICTURE X(12).
    05 FILLER PICTURE X(01).
    05 parameter-feed-id PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 parameter-record-number PICTURE X(06).
    05 FILLER PICTURE X(01).
    05 parameter-operator-id PICTURE X(08).
    05 FILLER PICTURE X(34).
FD report-file.
01 report-record PICTURE X(80).
FD step-card-file.
01 step-card-record.
    05 step-card-job-name PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 step-card-step-name PICTURE X(08).
    05 FILLER PICTURE X(63).
WORKING-STORAGE SECTION.
01 message-log-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.
01 report-file-status PICTURE X(02) VALUE '00'.

01 parameter-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 parameter-end-of-file VALUE 'Y'.
01 message-log-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 message-log-end-of-file VALUE 'Y'.
01 message-match-switch PICTURE X(01) VALUE 'N'.
    88 message-matches VALUE 'Y'.

01 run-date-today PICTURE 9(08) VALUE ZERO.
01 run-time-now PICTURE 9(08) VALUE ZERO.
01 card-business-date PICTURE 9(08) VALUE ZERO.
01 card-record-number PICTURE 9(06) VALUE ZERO.
01 card-exception-text PICTURE X(40) VALUE SPACES.
01 card-messages-acknowledged PICTURE 9(06) VALUE ZERO.
01 card-messages-already PICTURE 9(06) VALUE ZERO.

01 cards-read PICTURE 9(06) VALUE ZERO.
01 cards-invalid PICTURE 9(06) VALUE ZERO.
01 cards-unmatched PICTURE 9(06) VALUE ZERO.
01 messages-acknowledged PICTURE 9(06) VALUE ZERO.
01 messages-already-acknowledged PICTURE 9(06) VALUE ZERO.

01 report-line PICTURE X(80) VALUE SPACES.
01 report-count-edited PICTURE ZZZ,ZZ9.
01 already-count-edited PICTURE ZZZ,ZZ9.

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
    PERFORM apply-acknowledgment-card UNTIL parameter-end-of-file.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    ACCEPT run-date-today FROM DATE YYYYMMDD
    ACCEPT run-time-now FROM TIME
    PERFORM open-message-log
    IF NOT message-log-open
        MOVE SPACES TO message-text
        STRING 'JUTTAMAK-E02 UNABLE TO OPEN JUTTMSG, STATUS = ' message-log-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT parameter-file
    IF parameter-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAMAK-E01 UNABLE TO OPEN JUTTPRM, STATUS = ' parameter-file-status
            ' - NO ACKNOWLEDGMENT CARDS, NOTHING TO DO'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        PERFORM close-message-log
        STOP RUN
    END-IF
    OPEN OUTPUT report-file
    IF report-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAMAK-E04 UNABLE TO OPEN JUTTMKP, STATUS = ' report-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        PERFORM close-message-log
        STOP RUN
    END-IF
    MOVE SPACES TO report-line
    STRING 'JUTTA OPERATIONS MESSAGE ACKNOWLEDGMENT - RUN DATE ' run-date-today
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    PERFORM read-parameter-record.

read-parameter-record.
    READ parameter-file
        AT END SET parameter-end-of-file TO TRUE
    END-READ.

apply-acknowledgment-card.
    ADD 1 TO cards-read
    EVALUATE TRUE
        WHEN parameter-business-date NOT NUMERIC
            OR parameter-message-id = SPACES
            ADD 1 TO cards-invalid
            MOVE 'BUSINESS DATE OR MESSAGE ID MISSING' TO card-exception-text
            PERFORM write-card-exception
        WHEN parameter-record-number NOT = SPACES
            AND parameter-record-number NOT NUMERIC
            ADD 1 TO cards-invalid
            MOVE 'RECORD NUMBER MUST BE NUMERIC' TO card-exception-text
            PERFORM write-card-exception
        WHEN parameter-operator-id = SPACES
            ADD 1 TO cards-invalid
            MOVE 'OPERATOR ID MISSING' TO card-exception-text
            PERFORM write-card-exception
        WHEN OTHER
            PERFORM scan-message-log
    END-EVALUATE
    PERFORM read-parameter-record.

scan-message-log.
    MOVE parameter-business-date TO card-business-date
    IF parameter-record-number = SPACES
        MOVE ZERO TO card-record-number
    ELSE
        MOVE parameter-record-number TO card-record-number
    END-IF
    MOVE ZERO TO card-messages-acknowledged
    MOVE ZERO TO card-messages-already
    MOVE 'N' TO message-log-end-of-file-switch
    MOVE LOW-VALUES TO message-log-key
    MOVE card-business-date TO message-log-date
    START message-log-file KEY IS NOT LESS THAN message-log-key
        INVALID KEY SET message-log-end-of-file TO TRUE
    END-START
    IF NOT message-log-end-of-file
        PERFORM read-message-log-record
    END-IF
    PERFORM acknowledge-log-message UNTIL message-log-end-of-file
    IF card-messages-acknowledged = ZERO AND card-messages-already = ZERO
        ADD 1 TO cards-unmatched
        MOVE 'NO WARNING OR ERROR ON JUTTMSG MATCHES' TO card-exception-text
        PERFORM write-card-exception
    ELSE
        MOVE card-messages-acknowledged TO report-count-edited
        MOVE card-messages-already TO already-count-edited
        MOVE SPACES TO report-line
        STRING parameter-business-date ' ' parameter-message-id ' '
            parameter-feed-id ' ' parameter-record-number
            ' ACKNOWLEDGED ' report-count-edited
            ' ALREADY ' already-count-edited
            DELIMITED BY SIZE INTO report-line
        WRITE report-record FROM report-line
    END-IF.

read-message-log-record.
    READ message-log-file NEXT RECORD
        AT END SET message-log-end-of-file TO TRUE
    END-READ.

acknowledge-log-message.
    MOVE 'N' TO message-match-switch
    IF message-log-business-date = card-business-date
        AND message-log-message-id = parameter-message-id
        AND message-log-needs-action
        AND (parameter-feed-id = SPACES OR message-log-feed-id = parameter-feed-id)
        AND (card-record-number = ZERO OR message-log-record-number = card-record-number)
        SET message-matches TO TRUE
    END-IF
    IF message-matches
        IF message-log-acknowledged
            ADD 1 TO card-messages-already
            ADD 1 TO messages-already-acknowledged
        ELSE
            PERFORM mark-message-acknowledged
        END-IF
    END-IF
    PERFORM read-message-log-record.

mark-message-acknowledged.
    MOVE 'A' TO message-log-ack-status
    MOVE parameter-operator-id TO message-log-ack-operator
    MOVE run-date-today TO message-log-ack-date
    MOVE run-time-now TO message-log-ack-time
    REWRITE message-log-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTAMAK-E03 UNABLE TO ACKNOWLEDGE ' message-log-message-id ' LOGGED ' message-log-date ' ' message-log-time ', STATUS = ' message-log-file-status
                DELIMITED BY SIZE INTO message-text
            MOVE message-log-record-number TO message-record-number
            MOVE message-log-feed-id TO message-feed-id
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            ADD 1 TO card-messages-acknowledged
            ADD 1 TO messages-acknowledged
    END-REWRITE.

write-card-exception.
    MOVE SPACES TO report-line
    STRING parameter-business-date ' ' parameter-message-id ' '
        parameter-feed-id ' ' parameter-record-number
        ' ** ' card-exception-text
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line.

finalize-program.
    CLOSE parameter-file
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    MOVE cards-read TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'ACKNOWLEDGMENT CARDS READ . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE cards-invalid TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'CARDS INVALID . . . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE cards-unmatched TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'CARDS MATCHING NO MESSAGE . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE messages-acknowledged TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'MESSAGES ACKNOWLEDGED . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE messages-already-acknowledged TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'ALREADY ACKNOWLEDGED. . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    CLOSE report-file
    MOVE SPACES TO message-text
    STRING 'JUTTAMAK-I01 CARDS READ = ' cards-read ' MESSAGES ACKNOWLEDGED = ' messages-acknowledged
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF cards-invalid > ZERO OR cards-unmatched > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTAMAK-W01 ' cards-invalid ' INVALID AND ' cards-unmatched ' UNMATCHED ACKNOWLEDGMENT CARDS - SEE JUTTMKP'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        IF RETURN-CODE < 4
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
                DISPLAY 'JUTTAMAK-W02 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTAMAK' TO message-log-program-id
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
        DISPLAY 'JUTTAMAK-W03 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
