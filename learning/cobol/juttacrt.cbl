        ACCESS MODE IS DYNAMIC
        RECORD KEY IS reject-record-number
        FILE STATUS IS reject-file-status.
    SELECT OPTIONAL pending-file ASSIGN TO JUTTPND
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pending-record-number
        FILE STATUS IS pending-file-status.
    SELECT OPTIONAL quarantine-file ASSIGN TO JUTTQUA
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS quarantine-file-status.
    SELECT OPTIONAL feed-exception-file ASSIGN TO JUTTFEX
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS feed-exception-file-status.
    SELECT status-file ASSIGN TO JUTTSTA
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    SELECT report-file ASSIGN TO JUTTCTR
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
FD totals-file.
COPY JUTTGLI.
FD reject-file.
COPY JUTTREJ.
FD pending-file.
COPY JUTTPND.
FD quarantine-file.
COPY JUTTQUA.
FD feed-exception-file.
COPY JUTTFEX.
FD status-file.
COPY JUTTSTA.
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
01 totals-file-status PICTURE X(02) VALUE '00'.
01 audit-file-status PICTURE X(02) VALUE '00'.
01 gl-file-status PICTURE X(02) VALUE '00'.
01 reject-file-status PICTURE X(02) VALUE '00'.
01 pending-file-status PICTURE X(02) VALUE '00'.
01 quarantine-file-status PICTURE X(02) VALUE '00'.
01 feed-exception-file-status PICTURE X(02) VALUE '00'.
01 status-file-status PICTURE X(02) VALUE '00'.
01 report-file-status PICTURE X(02) VALUE '00'.

    88 gl-end-of-file VALUE 'Y'.
01 reject-end-switch PICTURE X(01) VALUE 'N'.
    88 reject-end-of-file VALUE 'Y'.
01 pending-end-switch PICTURE X(01) VALUE 'N'.
    88 pending-end-of-file VALUE 'Y'.
01 totals-found-switch PICTURE X(01) VALUE 'N'.
    88 totals-found VALUE 'Y'.
01 gl-trailer-found-switch PICTURE X(01) VALUE 'N'.
    88 gl-trailer-found VALUE 'Y'.
01 certification-failed-switch PICTURE X(01) VALUE 'N'.
    88 certification-failed VALUE 'Y'.
01 certification-warning-switch PICTURE X(01) VALUE 'N'.
    88 certification-warning VALUE 'Y'.
01 quarantine-end-switch PICTURE X(01) VALUE 'N'.
    88 quarantine-end-of-file VALUE 'Y'.
01 last-held-ordinal PICTURE 9(02) VALUE ZERO.
01 feed-exception-end-switch PICTURE X(01) VALUE 'N'.
    88 feed-exception-end-of-file VALUE 'Y'.
01 feed-exception-text PICTURE X(10) VALUE SPACES.

01 latest-totals-record PICTURE X(80) VALUE SPACES.
01 certified-business-date PICTURE 9(08) VALUE ZERO.
01 audit-control-total PICTURE S9(12)V99 VALUE ZERO.
01 accounted-records PICTURE 9(06) VALUE ZERO.
01 reject-count-today PICTURE 9(06) VALUE ZERO.
01 pending-count-today PICTURE 9(06) VALUE ZERO.
01 gl-balancing-total PICTURE S9(12)V99 VALUE ZERO.

01 check-result PICTURE X(04) VALUE SPACES.
    05 current-second PICTURE 9(02).
    05 current-hundredths PICTURE 9(02).
01 formatted-timestamp PICTURE X(19) VALUE SPACES.

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
    PERFORM get-latest-run-totals.
    PERFORM total-audit-records.
    PERFORM count-tonights-rejects.
    PERFORM count-tonights-pending.
    PERFORM read-gl-interface.
    PERFORM certify-the-close.
    PERFORM write-status-record.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    OPEN OUTPUT report-file
    IF report-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACRT-E01 UNABLE TO OPEN JUTTCTR, STATUS = ' report-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
get-latest-run-totals.
    OPEN INPUT totals-file
    IF totals-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACRT-E02 UNABLE TO OPEN JUTTTOT, STATUS = ' totals-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        PERFORM read-totals-record
        PERFORM keep-latest-totals UNTIL totals-end-of-file
        MOVE ZERO TO totals-records-rejected
        MOVE ZERO TO totals-control-total
        MOVE 'N' TO totals-overflow-flag
        MOVE ZERO TO totals-feeds-held
        MOVE ZERO TO totals-records-held
        MOVE ZERO TO totals-feeds-missing
        MOVE ZERO TO totals-feeds-unexpected
        MOVE ZERO TO totals-records-pending
    END-IF
    IF totals-records-pending NOT NUMERIC
        MOVE ZERO TO totals-records-pending
    END-IF
    IF totals-feeds-missing NOT NUMERIC
        MOVE ZERO TO totals-feeds-missing
    END-IF
    IF totals-feeds-unexpected NOT NUMERIC
        MOVE ZERO TO totals-feeds-unexpected
    END-IF
    IF totals-feeds-held NOT NUMERIC
        MOVE ZERO TO totals-feeds-held
    END-IF
    IF totals-records-held NOT NUMERIC
        MOVE ZERO TO totals-records-held
    END-IF.

read-totals-record.
total-audit-records.
    OPEN INPUT audit-file
    IF audit-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACRT-E03 UNABLE TO OPEN JUTTAUD, STATUS = ' audit-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET audit-end-of-file TO TRUE
    ELSE
        PERFORM read-audit-record
    ADD 1 TO audit-record-count
    ADD audit-summe TO audit-control-total
        ON SIZE ERROR
            MOVE SPACES TO message-text
            STRING 'JUTTACRT-E04 AUDIT CONTROL TOTAL OVERFLOWED AT RECORD ' audit-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
            SET certification-failed TO TRUE
    END-ADD
    PERFORM read-audit-record.
count-tonights-rejects.
    OPEN INPUT reject-file
    IF reject-file-status NOT = '00' AND reject-file-status NOT = '05'
        MOVE SPACES TO message-text
        STRING 'JUTTACRT-E05 UNABLE TO OPEN JUTTREJ, STATUS = ' reject-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET reject-end-of-file TO TRUE
    ELSE
        MOVE ZERO TO reject-record-number
    END-IF
    PERFORM read-reject-record.

count-tonights-pending.
    OPEN INPUT pending-file
    IF pending-file-status NOT = '00' AND pending-file-status NOT = '05'
        MOVE SPACES TO message-text
        STRING 'JUTTACRT-E12 UNABLE TO OPEN JUTTPND, STATUS = ' pending-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET pending-end-of-file TO TRUE
    ELSE
        MOVE ZERO TO pending-record-number
        START pending-file KEY IS NOT LESS THAN pending-record-number
            INVALID KEY SET pending-end-of-file TO TRUE
        END-START
        IF NOT pending-end-of-file
            PERFORM read-pending-record
        END-IF
        PERFORM count-pending-record UNTIL pending-end-of-file
        CLOSE pending-file
    END-IF.

read-pending-record.
    READ pending-file NEXT RECORD
        AT END SET pending-end-of-file TO TRUE
    END-READ.

count-pending-record.
    IF pending-run-date = totals-run-date
        ADD 1 TO pending-count-today
    END-IF
    PERFORM read-pending-record.

read-gl-interface.
    OPEN INPUT gl-file
    IF gl-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACRT-E06 UNABLE TO OPEN JUTTGLI, STATUS = ' gl-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET gl-end-of-file TO TRUE
    ELSE
        PERFORM read-gl-record
        DELIMITED BY SIZE INTO check-detail
    PERFORM write-check-line

    MOVE 'READ = PROCESSED+REJECTED+PENDING' TO check-name
    COMPUTE accounted-records = totals-records-processed
        + totals-records-rejected + totals-records-pending
    MOVE totals-records-read TO left-count-edited
    MOVE accounted-records TO right-count-edited
    IF totals-found AND totals-records-read = accounted-records
        DELIMITED BY SIZE INTO check-detail
    PERFORM write-check-line

    MOVE 'PENDING COUNT = PENDING MASTER' TO check-name
    MOVE totals-records-pending TO left-count-edited
    MOVE pending-count-today TO right-count-edited
    IF totals-found AND totals-records-pending = pending-count-today
        MOVE 'PASS' TO check-result
    ELSE
        MOVE 'FAIL' TO check-result
    END-IF
    MOVE SPACES TO check-detail
    STRING left-count-edited ' VS ' right-count-edited
        DELIMITED BY SIZE INTO check-detail
    PERFORM write-check-line

    MOVE 'GL TRAILER = CONTROL TOTAL' TO check-name
    MOVE gl-balancing-total TO left-total-edited
    MOVE totals-control-total TO right-total-edited
    END-IF
    PERFORM write-check-line

    MOVE 'NO FEEDS QUARANTINED' TO check-name
    MOVE totals-feeds-held TO left-count-edited
    MOVE totals-records-held TO right-count-edited
    IF totals-feeds-held = ZERO
        MOVE 'PASS' TO check-result
        MOVE SPACES TO check-detail
    ELSE
        MOVE 'WARN' TO check-result
        MOVE SPACES TO check-detail
        STRING left-count-edited ' FEEDS HOLDING ' right-count-edited ' RECS'
            DELIMITED BY SIZE INTO check-detail
    END-IF
    PERFORM write-check-line
    IF totals-feeds-held > ZERO
        PERFORM list-quarantined-feeds
    END-IF

    MOVE 'ALL SCHEDULED FEEDS ARRIVED' TO check-name
    MOVE totals-feeds-missing TO left-count-edited
    MOVE totals-feeds-unexpected TO right-count-edited
    IF totals-feeds-missing = ZERO AND totals-feeds-unexpected = ZERO
        MOVE 'PASS' TO check-result
        MOVE SPACES TO check-detail
    ELSE
        MOVE 'WARN' TO check-result
        MOVE SPACES TO check-detail
        STRING left-count-edited ' MISSING ' right-count-edited ' UNEXPECTED'
            DELIMITED BY SIZE INTO check-detail
    END-IF
    PERFORM write-check-line
    IF totals-feeds-missing > ZERO OR totals-feeds-unexpected > ZERO
        PERFORM list-feed-exceptions
    END-IF

    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    EVALUATE TRUE
        WHEN certification-failed
            MOVE 'CLOSE NOT CERTIFIED - HOLD ALL DOWNSTREAM TRANSMISSIONS' TO report-line
            MOVE SPACES TO message-text
            STRING 'JUTTACRT-E07 CLOSE NOT CERTIFIED FOR ' certified-business-date ' - HOLD ALL DOWNSTREAM TRANSMISSIONS'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
        WHEN certification-warning
            MOVE 'CLOSE CERTIFIED WITH WARNINGS - REVIEW BEFORE RELEASE' TO report-line
            MOVE SPACES TO message-text
            STRING 'JUTTACRT-W01 CLOSE CERTIFIED WITH WARNINGS FOR ' certified-business-date ' - SEE JUTTCTR'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 'CLOSE CERTIFIED - RELEASE MAY PROCEED' TO report-line
            MOVE SPACES TO message-text
            STRING 'JUTTACRT-I01 CLOSE CERTIFIED FOR ' certified-business-date
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
    END-EVALUATE
    WRITE report-record FROM report-line.

list-quarantined-feeds.
    OPEN INPUT quarantine-file
    IF quarantine-file-status NOT = '00' AND quarantine-file-status NOT = '05'
        MOVE SPACES TO message-text
        STRING 'JUTTACRT-E10 UNABLE TO OPEN JUTTQUA, STATUS = ' quarantine-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        MOVE ZERO TO last-held-ordinal
        PERFORM read-quarantine-record
        PERFORM list-quarantined-feed UNTIL quarantine-end-of-file
        CLOSE quarantine-file
    END-IF.

read-quarantine-record.
    READ quarantine-file
        AT END SET quarantine-end-of-file TO TRUE
    END-READ.

list-quarantined-feed.
    IF quarantine-run-date = totals-run-date
        AND quarantine-feed-ordinal NOT = last-held-ordinal
        MOVE quarantine-feed-ordinal TO last-held-ordinal
        MOVE SPACES TO report-line
        STRING '  HELD FEED ' quarantine-feed-id
            ' DATED ' quarantine-business-date
            ' ' quarantine-reason-code ' ' quarantine-reason-text
            DELIMITED BY SIZE INTO report-line
        WRITE report-record FROM report-line
    END-IF
    PERFORM read-quarantine-record.

list-feed-exceptions.
    OPEN INPUT feed-exception-file
    IF feed-exception-file-status NOT = '00' AND feed-exception-file-status NOT = '05'
        MOVE SPACES TO message-text
        STRING 'JUTTACRT-E11 UNABLE TO OPEN JUTTFEX, STATUS = ' feed-exception-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        PERFORM read-feed-exception-record
        PERFORM list-feed-exception UNTIL feed-exception-end-of-file
        CLOSE feed-exception-file
    END-IF.

read-feed-exception-record.
    READ feed-exception-file
        AT END SET feed-exception-end-of-file TO TRUE
    END-READ.

list-feed-exception.
    IF feed-exception-run-date = totals-run-date
        IF feed-exception-missing
            MOVE 'MISSING' TO feed-exception-text
        ELSE
            MOVE 'UNEXPECTED' TO feed-exception-text
        END-IF
        MOVE SPACES TO report-line
        STRING '  ' feed-exception-text ' FEED ' feed-exception-feed-id
            ' DATED ' feed-exception-business-date
            ' ' feed-exception-reason
            DELIMITED BY SIZE INTO report-line
        WRITE report-record FROM report-line
    END-IF
    PERFORM read-feed-exception-record.

write-check-line.
    EVALUATE check-result
        WHEN 'PASS'
            CONTINUE
        WHEN 'WARN'
            SET certification-warning TO TRUE
        WHEN OTHER
            SET certification-failed TO TRUE
    END-EVALUATE
    MOVE SPACES TO report-line
    STRING check-name ' ' check-result ' ' check-detail
        DELIMITED BY SIZE INTO report-line
        OPEN I-O status-file
    END-IF
    IF status-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACRT-E08 UNABLE TO OPEN JUTTSTA, STATUS = ' status-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE SPACES TO close-status-record
        MOVE audit-control-total TO status-control-total
        MOVE gl-balancing-total TO status-gl-total
        MOVE formatted-timestamp TO status-timestamp
        MOVE totals-feeds-held TO status-feeds-held
        MOVE totals-records-held TO status-records-held
        MOVE totals-feeds-missing TO status-feeds-missing
        MOVE totals-feeds-unexpected TO status-feeds-unexpected
        MOVE totals-records-pending TO status-records-pending
        WRITE close-status-record
            INVALID KEY
                PERFORM rewrite-status-record
    END-IF.

rewrite-status-record.
    MOVE SPACES TO message-text
    STRING 'JUTTACRT-I02 STATUS FOR ' status-business-date ' ALREADY RECORDED - REPLACING WITH THIS CERTIFICATION'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    REWRITE close-status-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTACRT-E09 UNABLE TO REWRITE JUTTSTA RECORD ' status-business-date
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
    END-REWRITE.


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
                DISPLAY 'JUTTACRT-W03 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTACRT' TO message-log-program-id
    MOVE certified-business-date TO message-log-business-date
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
        DISPLAY 'JUTTACRT-W02 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
