    SELECT stream-totals-file ASSIGN TO JUTTTOS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS stream-totals-status.
    SELECT schedule-totals-file ASSIGN TO JUTTTSC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS schedule-totals-status.
    SELECT merged-audit-file ASSIGN TO JUTTAUD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS merged-audit-status.
    SELECT report-file ASSIGN TO JUTTRPT
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
FD stream-1-audit-file.
01 stream-1-audit-record PICTURE X(120).
FD stream-2-audit-file.
01 stream-2-audit-record PICTURE X(120).
FD stream-3-audit-file.
01 stream-3-audit-record PICTURE X(120).
FD stream-totals-file.
01 stream-totals-record PICTURE X(80).
FD schedule-totals-file.
01 schedule-totals-record PICTURE X(80).
FD merged-audit-file.
COPY JUTTAUD.
FD totals-file.
01 merged-totals-record PICTURE X(80).
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
01 stream-1-audit-status PICTURE X(02) VALUE '00'.
01 stream-2-audit-status PICTURE X(02) VALUE '00'.
01 stream-3-audit-status PICTURE X(02) VALUE '00'.
01 stream-totals-status PICTURE X(02) VALUE '00'.
01 schedule-totals-status PICTURE X(02) VALUE '00'.
01 merged-audit-status PICTURE X(02) VALUE '00'.
01 totals-file-status PICTURE X(02) VALUE '00'.
01 report-file-status PICTURE X(02) VALUE '00'.
01 merged-records-processed PICTURE 9(06) VALUE ZERO.
01 merged-records-skipped PICTURE 9(06) VALUE ZERO.
01 merged-records-rejected PICTURE 9(06) VALUE ZERO.
01 merged-records-pending PICTURE 9(06) VALUE ZERO.
01 merged-audit-records PICTURE 9(06) VALUE ZERO.
01 merged-control-total PICTURE S9(12)V99 VALUE ZERO.
01 merged-run-date PICTURE 9(08) VALUE ZERO.
01 merged-overflow-flag PICTURE X(01) VALUE 'N'.
01 merged-feeds-missing PICTURE 9(02) VALUE ZERO.
01 merged-feeds-unexpected PICTURE 9(02) VALUE ZERO.

01 report-line PICTURE X(80) VALUE SPACES.
01 report-count-edited PICTURE ZZZ,ZZ9.
01 control-total-edited PICTURE -(12)9.99.
01 stream-total-edited PICTURE -(12)9.99.

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
    PERFORM combine-stream-totals.
    PERFORM get-feed-schedule-totals.
    PERFORM merge-audit-streams.
    PERFORM write-merged-totals.
    PERFORM print-close-summary.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    OPEN OUTPUT merged-audit-file.
    IF merged-audit-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E01 UNABLE TO OPEN JUTTAUD, STATUS = ' merged-audit-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
combine-stream-totals.
    OPEN INPUT stream-totals-file
    IF stream-totals-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E02 UNABLE TO OPEN JUTTTOS, STATUS = ' stream-totals-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM combine-one-stream-total UNTIL totals-end-of-file
    CLOSE stream-totals-file
    IF streams-reported NOT = 3
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E03 EXPECTED TOTALS FROM 3 STREAMS BUT FOUND ' streams-reported ' - DID EVERY STREAM JOB FINISH'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE stream-totals-record TO run-totals-record
    ADD 1 TO streams-reported
    IF merged-run-date > ZERO AND totals-run-date NOT = merged-run-date
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E10 STREAM ' streams-reported ' TOTALS ARE DATED ' totals-run-date ' BUT EARLIER STREAMS SAY ' merged-run-date ' - STALE STREAM TOTALS'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD totals-records-processed TO merged-records-processed
    ADD totals-records-skipped TO merged-records-skipped
    ADD totals-records-rejected TO merged-records-rejected
    IF totals-records-pending NUMERIC
        ADD totals-records-pending TO merged-records-pending
    END-IF
    ADD totals-control-total TO merged-control-total
        ON SIZE ERROR
            MOVE SPACES TO message-text
            STRING 'JUTTAMRG-E04 COMBINED CONTROL TOTAL OVERFLOWED'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 'Y' TO merged-overflow-flag
    END-ADD
    IF totals-overflow-flag = 'Y'
        MOVE 'Y' TO merged-overflow-flag
    END-IF
    MOVE totals-control-total TO stream-total-edited
    MOVE SPACES TO message-text
    STRING 'JUTTAMRG-I01 STREAM ' streams-reported ' PROCESSED=' totals-records-processed ' REJECTED=' totals-records-rejected ' TOTAL=' stream-total-edited
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    PERFORM read-stream-totals-record.

get-feed-schedule-totals.
    OPEN INPUT schedule-totals-file
    IF schedule-totals-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E11 UNABLE TO OPEN JUTTTSC, STATUS = ' schedule-totals-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO totals-end-of-file-switch
    READ schedule-totals-file
        AT END SET totals-end-of-file TO TRUE
    END-READ
    CLOSE schedule-totals-file
    IF totals-end-of-file
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E11 NO FEED SCHEDULE TOTALS ON JUTTTSC - DID THE JUTTASPL SCHEDULE STEP RUN'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE schedule-totals-record TO run-totals-record
    MOVE totals-feeds-missing TO merged-feeds-missing
    MOVE totals-feeds-unexpected TO merged-feeds-unexpected
    MOVE SPACES TO message-text
    STRING 'JUTTAMRG-I04 SCHEDULED FEEDS MISSING = ' merged-feeds-missing ' UNEXPECTED = ' merged-feeds-unexpected
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

merge-audit-streams.
    MOVE ZERO TO stream-ranges
    PERFORM copy-stream-audit
        VARYING stream-index FROM 1 BY 1 UNTIL stream-index > 3
    PERFORM check-stream-ranges
    IF merged-audit-records NOT = merged-records-processed
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E05 MERGED AUDIT HAS ' merged-audit-records ' RECORDS BUT STREAMS PROCESSED ' merged-records-processed
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET merge-error-found TO TRUE
    END-IF.

    IF stream-merged-count(1) > ZERO
        AND stream-merged-count(2) > ZERO
        AND stream-highest-number(1) NOT < stream-lowest-number(2)
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E07 STREAM 1 RANGE OVERLAPS STREAM 2 - CHECK THE STREAM BOUNDARIES AND DD WIRING'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET merge-error-found TO TRUE
    END-IF
    IF stream-merged-count(2) > ZERO
        AND stream-merged-count(3) > ZERO
        AND stream-highest-number(2) NOT < stream-lowest-number(3)
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E07 STREAM 2 RANGE OVERLAPS STREAM 3 - CHECK THE STREAM BOUNDARIES AND DD WIRING'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET merge-error-found TO TRUE
    END-IF
    IF stream-merged-count(1) > ZERO
        AND stream-merged-count(3) > ZERO
        AND stream-highest-number(1) NOT < stream-lowest-number(3)
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E07 STREAM 1 RANGE OVERLAPS STREAM 3 - CHECK THE STREAM BOUNDARIES AND DD WIRING'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET merge-error-found TO TRUE
    END-IF.

    PERFORM read-stream-audit-record
    PERFORM copy-stream-audit-record UNTIL stream-end-of-file
    PERFORM close-stream-audit
    MOVE SPACES TO message-text
    STRING 'JUTTAMRG-I02 STREAM ' stream-index ' AUDIT RECORDS MERGED = ' stream-audit-count
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

open-stream-audit.
    EVALUATE stream-index
        WHEN 1
            OPEN INPUT stream-1-audit-file
            IF stream-1-audit-status NOT = '00'
                MOVE SPACES TO message-text
                STRING 'JUTTAMRG-E06 UNABLE TO OPEN JUTTAU1, STATUS = ' stream-1-audit-status
                    DELIMITED BY SIZE INTO message-text
                PERFORM write-operations-message
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN 2
            OPEN INPUT stream-2-audit-file
            IF stream-2-audit-status NOT = '00'
                MOVE SPACES TO message-text
                STRING 'JUTTAMRG-E06 UNABLE TO OPEN JUTTAU2, STATUS = ' stream-2-audit-status
                    DELIMITED BY SIZE INTO message-text
                PERFORM write-operations-message
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN 3
            OPEN INPUT stream-3-audit-file
            IF stream-3-audit-status NOT = '00'
                MOVE SPACES TO message-text
                STRING 'JUTTAMRG-E06 UNABLE TO OPEN JUTTAU3, STATUS = ' stream-3-audit-status
                    DELIMITED BY SIZE INTO message-text
                PERFORM write-operations-message
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        OPEN EXTEND totals-file
    END-IF
    IF totals-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E08 UNABLE TO OPEN JUTTTOT, STATUS = ' totals-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE merged-records-rejected TO totals-records-rejected
    MOVE merged-control-total TO totals-control-total
    MOVE merged-overflow-flag TO totals-overflow-flag
    MOVE ZERO TO totals-feeds-held
    MOVE ZERO TO totals-records-held
    MOVE merged-feeds-missing TO totals-feeds-missing
    MOVE merged-feeds-unexpected TO totals-feeds-unexpected
    MOVE merged-records-pending TO totals-records-pending
    WRITE merged-totals-record FROM run-totals-record
    CLOSE totals-file.

        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE merged-records-pending TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'RECORDS PENDING RELEASE: ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE SPACES TO report-line
    STRING 'CONTROL TOTAL (SUMME) . : ' control-total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE merged-feeds-missing TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'SCHEDULED FEEDS MISSING: ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE merged-feeds-unexpected TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'UNEXPECTED FEEDS . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE SPACES TO message-text
    STRING 'JUTTAMRG-I03 RECORDS PROCESSED = ' merged-records-processed
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAMRG-I03 CONTROL TOTAL     = ' control-total-edited
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF merged-overflow-flag = 'Y'
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-W01 A STREAM REPORTED A CONTROL TOTAL OVERFLOW - TOTAL IS UNRELIABLE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

finalize-program.
    CLOSE merged-audit-file
    CLOSE report-file
    IF merge-error-found
        MOVE SPACES TO message-text
        STRING 'JUTTAMRG-E09 MERGE COMPLETED WITH ERRORS - DO NOT RELEASE THE CLOSE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
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
                DISPLAY 'JUTTAMRG-W03 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTAMRG' TO message-log-program-id
    MOVE merged-run-date TO message-log-business-date
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
        DISPLAY 'JUTTAMRG-W02 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
