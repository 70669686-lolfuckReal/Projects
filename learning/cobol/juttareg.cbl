        ACCESS MODE IS DYNAMIC
        RECORD KEY IS operation-control-code
        FILE STATUS IS operation-control-file-status.
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
01 report-record PICTURE X(80).
FD operation-control-file.
COPY JUTTOPC.
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
01 report-file-status PICTURE X(02) VALUE '00'.

01 audit-records-read PICTURE 9(06) VALUE ZERO.
01 other-operation-count PICTURE 9(06) VALUE ZERO.
01 reversal-count PICTURE 9(06) VALUE ZERO.
01 reversal-total PICTURE S9(12)V99 VALUE ZERO.
01 original-summe PICTURE S9(10)V99 VALUE ZERO.
01 grand-total PICTURE S9(12)V99 VALUE ZERO.
01 business-date PICTURE 9(08) VALUE ZERO.

01 summe-edited PICTURE -,---,---,---,--9.99.
01 total-edited PICTURE ---,---,---,---,--9.99.
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
    PERFORM list-audit-record UNTIL audit-end-of-file.
    PERFORM print-register-totals.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    PERFORM load-operation-master.
    OPEN INPUT audit-file.
    IF audit-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAREG-E01 UNABLE TO OPEN JUTTAUD, STATUS = ' audit-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
load-operation-master.
    OPEN INPUT operation-control-file
    IF operation-control-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAREG-E02 UNABLE TO OPEN JUTTOPC, STATUS = ' operation-control-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM load-operation-entry UNTIL operation-master-end-of-file
    CLOSE operation-control-file
    IF operation-codes-loaded = ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTAREG-E03 JUTTOPC IS EMPTY - NO OPERATION CODES TO REPORT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

load-operation-entry.
    IF operation-codes-loaded = operation-table-size
        MOVE SPACES TO message-text
        STRING 'JUTTAREG-E04 MORE THAN ' operation-table-size ' CODES ON JUTTOPC - RAISE THE OPERATION TABLE LIMIT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD audit-summe TO feed-summe-total
        ON SIZE ERROR
            SET total-overflow-occurred TO TRUE
            MOVE SPACES TO message-text
            STRING 'JUTTAREG-W01 FEED SUBTOTAL OVERFLOW AT RECORD ' audit-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
    END-ADD
    PERFORM print-detail-line
    IF audit-reversal
        PERFORM print-reversal-line
    END-IF
    PERFORM read-audit-record.

start-feed-group.
        ADD audit-summe TO operation-summe-total(operation-index)
            ON SIZE ERROR
                SET total-overflow-occurred TO TRUE
                MOVE SPACES TO message-text
                STRING 'JUTTAREG-W01 OPERATION SUBTOTAL OVERFLOW AT RECORD ' audit-record-number
                    DELIMITED BY SIZE INTO message-text
                MOVE audit-record-number TO message-record-number
                PERFORM write-operations-message
        END-ADD
    ELSE
        ADD 1 TO other-operation-count
    ADD audit-summe TO grand-total
        ON SIZE ERROR
            SET total-overflow-occurred TO TRUE
            MOVE SPACES TO message-text
            STRING 'JUTTAREG-W01 GRAND TOTAL OVERFLOW AT RECORD ' audit-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
    END-ADD.

match-operation-code.
    END-IF
    PERFORM write-report-line.

print-reversal-line.
    ADD 1 TO reversal-count
    ADD audit-summe TO reversal-total
        ON SIZE ERROR
            SET total-overflow-occurred TO TRUE
            MOVE SPACES TO message-text
            STRING 'JUTTAREG-W01 REVERSAL SUBTOTAL OVERFLOW AT RECORD ' audit-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
    END-ADD
    COMPUTE original-summe = ZERO - audit-summe
    MOVE original-summe TO summe-edited
    MOVE SPACES TO report-line
    STRING '  REVERSES RECORD ' audit-original-number
        ' POSTED ' audit-original-date
        '  ORIGINAL ' summe-edited
        DELIMITED BY SIZE INTO report-line
    PERFORM write-report-line.

write-report-line.
    WRITE report-record FROM report-line
    ADD 1 TO lines-on-page.
            DELIMITED BY SIZE INTO report-line
        PERFORM write-report-line
    END-IF
    IF reversal-count > ZERO
        MOVE reversal-count TO report-count-edited
        MOVE reversal-total TO total-edited
        MOVE SPACES TO report-line
        STRING 'REVERSALS      COUNT ' report-count-edited
            '  SUMME ' total-edited
            DELIMITED BY SIZE INTO report-line
        PERFORM write-report-line
    END-IF
    MOVE audit-records-read TO report-count-edited
    MOVE grand-total TO total-edited
    MOVE SPACES TO report-line
    IF total-overflow-occurred
        MOVE 'WARNING - A TOTAL OVERFLOWED DURING THIS RUN - TOTALS ARE UNRELIABLE' TO report-line
        PERFORM write-report-line
        MOVE SPACES TO message-text
        STRING 'JUTTAREG-W01 A TOTAL OVERFLOWED DURING THIS RUN - TOTALS ARE UNRELIABLE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTAREG-I01 TRANSACTIONS LISTED = ' audit-records-read
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAREG-I01 GRAND TOTAL         = ' control-total-edited
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

print-operation-subtotal.
    MOVE operation-record-count(operation-index) TO report-count-edited
finalize-program.
    CLOSE audit-file
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
                DISPLAY 'JUTTAREG-W03 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTAREG' TO message-log-program-id
    MOVE business-date TO message-log-business-date
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
        DISPLAY 'JUTTAREG-W02 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
