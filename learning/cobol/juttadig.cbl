IDENTIFICATION DIVISION.
PROGRAM-ID. JuttaDig.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT message-log-file ASSIGN TO JUTTMSG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS message-log-key
        FILE STATUS IS message-log-file-status.
    SELECT OPTIONAL parameter-file ASSIGN TO JUTTPRM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS parameter-file-status.
    SELECT report-file ASSIGN TO JUTTMDP
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS report-file-status.
    SELECT sort-file ASSIGN TO SORTWK01.
    SELECT OPTIONAL step-card-file ASSIGN TO JUTTSTP
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS step-card-file-status.
DATA DIVISION.
FILE SECTION.
FD message-log-file.
COPY JUTTMSG.
FD parameter-file.
01 parameter-record.
    05 parameter-lookback-days PICTURE 9(03).
    05 FILLER PICTURE X(77).
FD report-file.
01 report-record PICTURE X(80).
FD step-card-file.
01 step-card-record.
    05 step-card-job-name PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 step-card-step-name PICTURE X(08).
    05 FILLER PICTURE X(63).
SD sort-file.
01 sort-record.
    05 sort-severity-rank PICTURE 9(01).
    05 sort-business-date PICTURE 9(08).
    05 sort-log-date PICTURE 9(08).
    05 sort-log-time PICTURE 9(08).
    05 sort-job-name PICTURE X(08).
    05 sort-step-name PICTURE X(08).
    05 sort-log-sequence PICTURE 9(05).
    05 sort-program-id PICTURE X(08).
    05 sort-message-id PICTURE X(12).
    05 sort-feed-id PICTURE X(08).
    05 sort-record-number PICTURE 9(06).
    05 sort-message-text.
        10 sort-message-text-1 PICTURE X(60).
        10 sort-message-text-2 PICTURE X(60).
    05 sort-ack-status PICTURE X(01).
        88 sort-acknowledged VALUE 'A'.
    05 sort-ack-operator PICTURE X(08).
    05 sort-ack-date PICTURE 9(08).
WORKING-STORAGE SECTION.
01 message-log-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.
01 report-file-status PICTURE X(02) VALUE '00'.

01 message-log-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 message-log-end-of-file VALUE 'Y'.
01 parameter-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 parameter-end-of-file VALUE 'Y'.
01 sort-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 sort-end-of-file VALUE 'Y'.

01 lookback-days PICTURE 9(03) VALUE 1.
01 run-date-today PICTURE 9(08) VALUE ZERO.
01 digest-from-date PICTURE 9(08) VALUE ZERO.
01 date-work-number PICTURE S9(07) VALUE ZERO.
01 digest-start-date PICTURE 9(08) VALUE ZERO.
01 digest-start-time PICTURE 9(08) VALUE ZERO.

01 current-severity-rank PICTURE 9(01) VALUE ZERO.
01 current-business-date PICTURE 9(08) VALUE ZERO.
01 date-message-count PICTURE 9(07) VALUE ZERO.
01 date-open-count PICTURE 9(07) VALUE ZERO.

01 messages-read PICTURE 9(09) VALUE ZERO.
01 messages-selected PICTURE 9(09) VALUE ZERO.
01 severity-totals.
    05 severity-total OCCURS 3 TIMES.
        10 severity-message-count PICTURE 9(07).
        10 severity-open-count PICTURE 9(07).
01 severity-heading-table.
    05 FILLER PICTURE X(12) VALUE 'ERRORS'.
    05 FILLER PICTURE X(12) VALUE 'WARNINGS'.
    05 FILLER PICTURE X(12) VALUE 'INFORMATION'.
01 severity-headings REDEFINES severity-heading-table.
    05 severity-heading PICTURE X(12) OCCURS 3 TIMES.
01 unacknowledged-count PICTURE 9(07) VALUE ZERO.

01 report-line PICTURE X(80) VALUE SPACES.
01 report-count-edited PICTURE Z,ZZZ,ZZ9.
01 open-count-edited PICTURE Z,ZZZ,ZZ9.
01 record-number-edited PICTURE Z(05)9.

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
    SORT sort-file
        ON ASCENDING KEY sort-severity-rank
                         sort-business-date
                         sort-log-date
                         sort-log-time
                         sort-job-name
                         sort-step-name
                         sort-log-sequence
        INPUT PROCEDURE IS select-log-messages
        OUTPUT PROCEDURE IS print-message-digest.
    PERFORM print-digest-totals.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    ACCEPT run-date-today FROM DATE YYYYMMDD
    ACCEPT digest-start-date FROM DATE YYYYMMDD
    ACCEPT digest-start-time FROM TIME
    PERFORM get-lookback-parameter
    COMPUTE date-work-number = FUNCTION INTEGER-OF-DATE(run-date-today) - lookback-days
    COMPUTE digest-from-date = FUNCTION DATE-OF-INTEGER(date-work-number)
    PERFORM open-message-log
    IF NOT message-log-open
        MOVE SPACES TO message-text
        STRING 'JUTTADIG-E01 UNABLE TO OPEN JUTTMSG, STATUS = ' message-log-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTADIG-I01 DIGEST OF BUSINESS DATES FROM ' digest-from-date ' PLUS OLDER UNACKNOWLEDGED WARNINGS AND ERRORS'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    OPEN OUTPUT report-file
    IF report-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTADIG-E02 UNABLE TO OPEN JUTTMDP, STATUS = ' report-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO report-line
    STRING 'JUTTA OPERATIONS MESSAGE DIGEST AS OF ' run-date-today
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    STRING 'BUSINESS DATES FROM ' digest-from-date
        ' AND EVERY OLDER WARNING OR ERROR NOT ACKNOWLEDGED'
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE ZERO TO severity-totals.

get-lookback-parameter.
    OPEN INPUT parameter-file
    IF parameter-file-status = '00'
        READ parameter-file
            AT END SET parameter-end-of-file TO TRUE
        END-READ
        IF NOT parameter-end-of-file AND parameter-lookback-days NUMERIC
            IF parameter-lookback-days > ZERO
                MOVE parameter-lookback-days TO lookback-days
            END-IF
        END-IF
        CLOSE parameter-file
    END-IF.

select-log-messages.
    MOVE LOW-VALUES TO message-log-key
    START message-log-file KEY IS NOT LESS THAN message-log-key
        INVALID KEY SET message-log-end-of-file TO TRUE
    END-START
    IF NOT message-log-end-of-file
        PERFORM read-message-log-record
    END-IF
    PERFORM release-log-message UNTIL message-log-end-of-file.

read-message-log-record.
    READ message-log-file NEXT RECORD
        AT END SET message-log-end-of-file TO TRUE
    END-READ
    IF NOT message-log-end-of-file
        IF message-log-date > digest-start-date
            OR (message-log-date = digest-start-date
                AND message-log-time NOT < digest-start-time)
            SET message-log-end-of-file TO TRUE
        END-IF
    END-IF.

release-log-message.
    ADD 1 TO messages-read
    IF message-log-business-date NOT < digest-from-date
        OR (message-log-needs-action AND NOT message-log-acknowledged)
        EVALUATE TRUE
            WHEN message-log-error
                MOVE 1 TO sort-severity-rank
            WHEN message-log-warning
                MOVE 2 TO sort-severity-rank
            WHEN OTHER
                MOVE 3 TO sort-severity-rank
        END-EVALUATE
        MOVE message-log-business-date TO sort-business-date
        MOVE message-log-date TO sort-log-date
        MOVE message-log-time TO sort-log-time
        MOVE message-log-job-name TO sort-job-name
        MOVE message-log-step-name TO sort-step-name
        MOVE message-log-sequence TO sort-log-sequence
        MOVE message-log-program-id TO sort-program-id
        MOVE message-log-message-id TO sort-message-id
        MOVE message-log-feed-id TO sort-feed-id
        MOVE message-log-record-number TO sort-record-number
        MOVE message-log-text TO sort-message-text
        MOVE message-log-ack-status TO sort-ack-status
        MOVE message-log-ack-operator TO sort-ack-operator
        MOVE message-log-ack-date TO sort-ack-date
        RELEASE sort-record
        ADD 1 TO messages-selected
    END-IF
    PERFORM read-message-log-record.

print-message-digest.
    PERFORM return-sorted-message
    PERFORM print-severity-group UNTIL sort-end-of-file.

return-sorted-message.
    RETURN sort-file
        AT END SET sort-end-of-file TO TRUE
    END-RETURN.

print-severity-group.
    MOVE sort-severity-rank TO current-severity-rank
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    MOVE severity-heading(current-severity-rank) TO report-line
    WRITE report-record FROM report-line
    PERFORM print-business-date-group
        UNTIL sort-end-of-file OR sort-severity-rank NOT = current-severity-rank.

print-business-date-group.
    MOVE sort-business-date TO current-business-date
    MOVE ZERO TO date-message-count
    MOVE ZERO TO date-open-count
    MOVE SPACES TO report-line
    STRING '  BUSINESS DATE ' current-business-date
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    PERFORM print-log-message
        UNTIL sort-end-of-file
            OR sort-severity-rank NOT = current-severity-rank
            OR sort-business-date NOT = current-business-date
    MOVE date-message-count TO report-count-edited
    MOVE date-open-count TO open-count-edited
    MOVE SPACES TO report-line
    IF current-severity-rank = 3
        STRING '  ' current-business-date ' MESSAGES ' report-count-edited
            DELIMITED BY SIZE INTO report-line
    ELSE
        STRING '  ' current-business-date ' MESSAGES ' report-count-edited
            '  NOT ACKNOWLEDGED ' open-count-edited
            DELIMITED BY SIZE INTO report-line
    END-IF
    WRITE report-record FROM report-line.

print-log-message.
    ADD 1 TO date-message-count
    ADD 1 TO severity-message-count(current-severity-rank)
    IF current-severity-rank < 3
        MOVE sort-record-number TO record-number-edited
        MOVE SPACES TO report-line
        IF sort-acknowledged
            STRING '    ' sort-message-id ' ' sort-job-name ' ' sort-step-name
                ' ' sort-feed-id ' ' record-number-edited
                ' ACK ' sort-ack-operator ' ' sort-ack-date
                DELIMITED BY SIZE INTO report-line
        ELSE
            ADD 1 TO date-open-count
            ADD 1 TO severity-open-count(current-severity-rank)
            ADD 1 TO unacknowledged-count
            STRING '    ' sort-message-id ' ' sort-job-name ' ' sort-step-name
                ' ' sort-feed-id ' ' record-number-edited
                ' *** NOT ACKNOWLEDGED'
                DELIMITED BY SIZE INTO report-line
        END-IF
        WRITE report-record FROM report-line
        MOVE SPACES TO report-line
        STRING '      ' sort-message-text-1
            DELIMITED BY SIZE INTO report-line
        WRITE report-record FROM report-line
        IF sort-message-text-2 NOT = SPACES
            MOVE SPACES TO report-line
            STRING '      ' sort-message-text-2
                DELIMITED BY SIZE INTO report-line
            WRITE report-record FROM report-line
        END-IF
    END-IF
    PERFORM return-sorted-message.

print-digest-totals.
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    MOVE messages-read TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'MESSAGES ON JUTTMSG . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE messages-selected TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'MESSAGES IN THIS DIGEST . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE severity-message-count(1) TO report-count-edited
    MOVE severity-open-count(1) TO open-count-edited
    MOVE SPACES TO report-line
    STRING 'ERRORS. . . . . . . . . . . . : ' report-count-edited
        '  NOT ACKNOWLEDGED ' open-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE severity-message-count(2) TO report-count-edited
    MOVE severity-open-count(2) TO open-count-edited
    MOVE SPACES TO report-line
    STRING 'WARNINGS. . . . . . . . . . . : ' report-count-edited
        '  NOT ACKNOWLEDGED ' open-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE severity-message-count(3) TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'INFORMATION . . . . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    IF unacknowledged-count > ZERO
        MOVE '*** WARNINGS OR ERRORS ABOVE ARE NOT YET ACKNOWLEDGED - SEE JUTTAMAK' TO report-line
    ELSE
        MOVE 'EVERY WARNING AND ERROR HAS BEEN ACKNOWLEDGED' TO report-line
    END-IF
    WRITE report-record FROM report-line
    MOVE SPACES TO message-text
    STRING 'JUTTADIG-I03 MESSAGES IN DIGEST = ' messages-selected ' NOT ACKNOWLEDGED = ' unacknowledged-count
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF unacknowledged-count > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTADIG-I04 ' unacknowledged-count ' WARNINGS OR ERRORS ARE NOT YET ACKNOWLEDGED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 4 TO RETURN-CODE
    END-IF.

finalize-program.
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
                DISPLAY 'JUTTADIG-W02 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTADIG' TO message-log-program-id
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
        DISPLAY 'JUTTADIG-W03 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
