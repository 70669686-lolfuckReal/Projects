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
FD totals-file.
01 parameter-record.
    05 parameter-tolerance-percent PICTURE 9(03).
    05 FILLER PICTURE X(77).
FD message-log-file.
COPY JUTTMSG.
FD step-card-file.
01 step-card-record.
    05 step-card-job-name PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 step-card-step-name PICTURE X(08).
    05 FILLER PICTURE X(63).
WORKING-STORAGE SECTION.
01 totals-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.

01 tolerance-percent PICTURE 9(03) VALUE 50.
01 totals-records-on-file PICTURE 9(06) VALUE ZERO.
01 totals-backed-out-skipped PICTURE 9(06) VALUE ZERO.
01 history-kept PICTURE 9(02) VALUE ZERO.
01 history-table-size PICTURE 9(02) VALUE 11.
01 history-index PICTURE 9(02) VALUE ZERO.
01 deviation-seen PICTURE S9(12)V99 VALUE ZERO.
01 tonight-total-edited PICTURE -(12)9.99.
01 average-total-edited PICTURE -(12)9.99.
01 average-count-edited PICTURE Z(08)9.99.

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
    PERFORM keep-run-totals-entry UNTIL totals-end-of-file.
    IF totals-backed-out-skipped > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTATRD-I05 ' totals-backed-out-skipped ' BACKED-OUT RUNS ON JUTTTOT LEFT OUT OF THE COMPARISON'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF
    PERFORM compare-with-history.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    PERFORM get-tolerance-parameter
    OPEN INPUT totals-file.
    IF totals-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTATRD-E01 UNABLE TO OPEN JUTTTOT, STATUS = ' totals-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTATRD-E01 NO RUN TOTALS HISTORY - NOTHING TO COMPARE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
        END-IF
        CLOSE parameter-file
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTATRD-I01 DEVIATION TOLERANCE = ' tolerance-percent ' PERCENT'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

read-run-totals-record.
    READ totals-file

keep-run-totals-entry.
    ADD 1 TO totals-records-on-file
    IF totals-backed-out
        ADD 1 TO totals-backed-out-skipped
        PERFORM read-run-totals-record
    ELSE
        PERFORM keep-run-totals-history
    END-IF.

keep-run-totals-history.
    IF history-kept = history-table-size
        PERFORM shift-history-table
    ELSE

compare-with-history.
    IF history-kept < 2
        MOVE SPACES TO message-text
        STRING 'JUTTATRD-I03 ONLY ' history-kept ' RUN ON JUTTTOT - NOT ENOUGH HISTORY TO COMPARE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        COMPUTE prior-runs = history-kept - 1
        PERFORM accumulate-history-sums
        COMPUTE average-records-read = sum-records-read / prior-runs
        COMPUTE average-records-rejected = sum-records-rejected / prior-runs
        COMPUTE average-control-total = sum-control-total / prior-runs
        MOVE SPACES TO message-text
        STRING 'JUTTATRD-I02 TONIGHT (' history-run-date(history-kept) ') READ=' history-records-read(history-kept)
            ' REJECTED=' history-records-rejected(history-kept)
            ' VS AVERAGE OF LAST ' prior-runs ' RUNS'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        PERFORM check-records-read
        PERFORM check-records-rejected
        PERFORM check-control-total
    IF history-records-read(history-kept) < low-bound
        OR history-records-read(history-kept) > high-bound
        SET anomaly-found TO TRUE
        MOVE average-records-read TO average-count-edited
        MOVE SPACES TO message-text
        STRING 'JUTTATRD-W01 RECORDS READ ' history-records-read(history-kept) ' IS OUTSIDE ' tolerance-percent ' PCT OF THE RECENT AVERAGE ' average-count-edited
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

check-records-rejected.
    IF history-records-rejected(history-kept) > high-bound
        AND history-records-rejected(history-kept) > average-records-rejected + 10
        SET anomaly-found TO TRUE
        MOVE average-records-rejected TO average-count-edited
        MOVE SPACES TO message-text
        STRING 'JUTTATRD-W02 RECORDS REJECTED ' history-records-rejected(history-kept) ' IS WELL ABOVE THE RECENT AVERAGE ' average-count-edited
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

check-control-total.
        SET anomaly-found TO TRUE
        MOVE history-control-total(history-kept) TO tonight-total-edited
        MOVE average-control-total TO average-total-edited
        MOVE SPACES TO message-text
        STRING 'JUTTATRD-W03 CONTROL TOTAL ' tonight-total-edited ' IS OUTSIDE ' tolerance-percent ' PCT OF THE RECENT AVERAGE ' average-total-edited
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

finalize-program.
    CLOSE totals-file
    IF anomaly-found
        MOVE SPACES TO message-text
        STRING 'JUTTATRD-W04 TONIGHTS VOLUMES LOOK ABNORMAL - HOLD THE RELEASE AND CHECK THE FEED BEFORE TRANSMITTING'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE SPACES TO message-text
        STRING 'JUTTATRD-I04 TONIGHTS VOLUMES ARE WITHIN TOLERANCE OF THE RECENT HISTORY'
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
                DISPLAY 'JUTTATRD-W06 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTATRD' TO message-log-program-id
    MOVE totals-run-date TO message-log-business-date
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
        DISPLAY 'JUTTATRD-W05 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
