    SELECT calendar-file ASSIGN TO JUTTCAL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS calendar-file-status.
    SELECT quarantine-file ASSIGN TO JUTTQUA
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS quarantine-file-status.
    SELECT OPTIONAL schedule-file ASSIGN TO JUTTFSC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS schedule-file-status.
    SELECT feed-exception-file ASSIGN TO JUTTFEX
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS feed-exception-file-status.
    SELECT exception-report-file ASSIGN TO JUTTFXR
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS exception-report-file-status.
    SELECT OPTIONAL parameter-file ASSIGN TO JUTTPRM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS parameter-file-status.
    SELECT ack-file ASSIGN TO JUTTACK
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ack-file-status.
    SELECT pending-file ASSIGN TO JUTTPND
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pending-record-number
        FILE STATUS IS pending-file-status.
    SELECT account-file ASSIGN TO JUTTACT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS account-number
        FILE STATUS IS account-file-status.
    SELECT rate-file ASSIGN TO JUTTRAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS rate-file-status.
    SELECT suspense-file ASSIGN TO JUTTSUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS suspense-key
        FILE STATUS IS suspense-file-status.
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
FD transaction-file.
COPY JUTTOPC.
FD calendar-file.
COPY JUTTCAL.
FD quarantine-file.
COPY JUTTQUA.
FD schedule-file.
COPY JUTTFSC.
FD feed-exception-file.
COPY JUTTFEX.
FD exception-report-file.
01 exception-report-record PICTURE X(80).
FD parameter-file.
01 parameter-record.
    05 parameter-run-mode PICTURE X(08).
        88 parameter-validate-only VALUE 'VALIDATE'.
        88 parameter-stream-run VALUE 'STREAM'.
        88 parameter-schedule-check VALUE 'SCHEDULE'.
    05 FILLER PICTURE X(72).
FD ack-file.
COPY JUTTACK.
FD pending-file.
COPY JUTTPND.
FD account-file.
COPY JUTTACT.
FD rate-file.
COPY JUTTRAT.
FD suspense-file.
COPY JUTTSUS.
FD message-log-file.
COPY JUTTMSG.
FD step-card-file.
01 step-card-record.
    05 step-card-job-name PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 step-card-step-name PICTURE X(08).
    05 FILLER PICTURE X(63).
WORKING-STORAGE SECTION.
01 erste PICTURE S9(05)V99.
01 zweite PICTURE S9(05)V99.
01 summe PICTURE S9(10)V99.
01 currency-summe PICTURE S9(10)V99.
01 exchange-rate PICTURE 9(05)V9(06).
01 operation-code PICTURE X(01).
    88 operation-is-add VALUE 'A'.
    88 operation-is-subtract VALUE 'S'.
01 totals-file-status PICTURE X(02) VALUE '00'.
01 operation-control-file-status PICTURE X(02) VALUE '00'.
01 calendar-file-status PICTURE X(02) VALUE '00'.
01 quarantine-file-status PICTURE X(02) VALUE '00'.
01 schedule-file-status PICTURE X(02) VALUE '00'.
01 feed-exception-file-status PICTURE X(02) VALUE '00'.
01 exception-report-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.
01 ack-file-status PICTURE X(02) VALUE '00'.
01 pending-file-status PICTURE X(02) VALUE '00'.
01 account-file-status PICTURE X(02) VALUE '00'.
01 rate-file-status PICTURE X(02) VALUE '00'.
01 suspense-file-status PICTURE X(02) VALUE '00'.

01 end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 end-of-file VALUE 'Y'.

01 feed-set-open-switch PICTURE X(01) VALUE 'N'.
    88 feed-set-open VALUE 'Y'.
01 current-feed-held-switch PICTURE X(01) VALUE 'N'.
    88 current-feed-held VALUE 'Y'.
01 parameter-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 parameter-end-of-file VALUE 'Y'.
01 validate-only-switch PICTURE X(01) VALUE 'N'.
    88 validate-only VALUE 'Y'.
01 stream-run-switch PICTURE X(01) VALUE 'N'.
    88 stream-run VALUE 'Y'.
01 schedule-check-switch PICTURE X(01) VALUE 'N'.
    88 schedule-check-only VALUE 'Y'.
01 quarantine-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 quarantine-end-of-file VALUE 'Y'.
01 release-confirmed-switch PICTURE X(01) VALUE 'N'.
    88 release-confirmed VALUE 'Y'.
01 posted-master-present-switch PICTURE X(01) VALUE 'N'.
    88 posted-master-present VALUE 'Y'.
01 pending-master-present-switch PICTURE X(01) VALUE 'N'.
    88 pending-master-present VALUE 'Y'.
01 review-required-switch PICTURE X(01) VALUE 'N'.
    88 review-required VALUE 'Y'.

01 reject-reason PICTURE X(30) VALUE SPACES.

01 records-processed PICTURE 9(06) VALUE ZERO.
01 records-skipped PICTURE 9(06) VALUE ZERO.
01 records-rejected PICTURE 9(06) VALUE ZERO.
01 records-reversed PICTURE 9(06) VALUE ZERO.
01 records-pending PICTURE 9(06) VALUE ZERO.
01 reversal-original-summe PICTURE S9(10)V99 VALUE ZERO.
01 reversal-original-currency PICTURE X(03) VALUE SPACES.
01 reversal-original-currency-summe PICTURE S9(10)V99 VALUE ZERO.
01 reversal-original-rate PICTURE 9(05)V9(06) VALUE ZERO.

01 control-total PICTURE S9(12)V99 VALUE ZERO.
01 control-total-edited PICTURE -(12)9.99.
01 report-count-edited PICTURE ZZZ,ZZ9.
01 report-reject-edited PICTURE ZZZ,ZZ9.
01 feed-total-edited PICTURE -(12)9.99.
01 trailer-hash-edited PICTURE -(12)9.99.
01 computed-hash-edited PICTURE -(12)9.99.

01 run-date-today PICTURE 9(08) VALUE ZERO.

        10 feed-table-hash-total PICTURE S9(12)V99.
        10 feed-table-processed PICTURE 9(06).
        10 feed-table-rejected PICTURE 9(06).
        10 feed-table-pending PICTURE 9(06).
        10 feed-table-control-total PICTURE S9(12)V99.
        10 feed-table-release-flag PICTURE X(01).
            88 feed-table-released VALUE 'R'.
        10 feed-table-held-switch PICTURE X(01).
            88 feed-table-held VALUE 'Y'.
        10 feed-table-hold-code PICTURE X(03).
        10 feed-table-hold-reason PICTURE X(40).
01 feeds-held PICTURE 9(02) VALUE ZERO.
01 records-held PICTURE 9(06) VALUE ZERO.
01 hold-reason-code PICTURE X(03) VALUE SPACES.
01 hold-reason-text PICTURE X(40) VALUE SPACES.
01 quarantine-ordinal PICTURE 9(02) VALUE ZERO.
01 quarantine-records-written PICTURE 9(06) VALUE ZERO.
01 fixup-processed PICTURE 9(06) VALUE ZERO.
01 fixup-rejected PICTURE 9(06) VALUE ZERO.
01 fixup-pending PICTURE 9(06) VALUE ZERO.
01 fixup-control-total PICTURE S9(12)V99 VALUE ZERO.

01 schedule-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 schedule-end-of-file VALUE 'Y'.
01 schedule-entry-valid-switch PICTURE X(01) VALUE 'Y'.
    88 schedule-entry-valid VALUE 'Y'.
01 feed-due-switch PICTURE X(01) VALUE 'N'.
    88 feed-due VALUE 'Y'.
01 feed-on-schedule-switch PICTURE X(01) VALUE 'N'.
    88 feed-on-schedule VALUE 'Y'.
01 feed-due-on-schedule-switch PICTURE X(01) VALUE 'N'.
    88 feed-due-on-schedule VALUE 'Y'.
01 feed-arrived-switch PICTURE X(01) VALUE 'N'.
    88 feed-arrived VALUE 'Y'.
01 feed-arrived-held-switch PICTURE X(01) VALUE 'N'.
    88 feed-arrived-held VALUE 'Y'.
01 business-day-found-switch PICTURE X(01) VALUE 'N'.
    88 business-day-found VALUE 'Y'.
01 month-end-switch PICTURE X(01) VALUE 'N'.
    88 business-date-is-month-end VALUE 'Y'.
01 schedule-entries-loaded PICTURE 9(03) VALUE ZERO.
01 schedule-table-size PICTURE 9(03) VALUE 50.
01 schedule-index PICTURE 9(03) VALUE ZERO.
01 schedule-table.
    05 schedule-table-entry OCCURS 50 TIMES.
        10 schedule-table-feed-id PICTURE X(08).
        10 schedule-table-frequency PICTURE X(01).
        10 schedule-table-weekday PICTURE 9(01).
        10 schedule-table-from PICTURE 9(08).
        10 schedule-table-to PICTURE 9(08).
        10 schedule-table-description PICTURE X(30).
01 weekday-due-table.
    05 weekday-due-switch PICTURE X(01) OCCURS 7 TIMES.
        88 weekday-due VALUE 'Y'.
01 covered-day-number PICTURE S9(07) VALUE ZERO.
01 next-business-date PICTURE 9(08) VALUE ZERO.
01 business-month PICTURE 9(06) VALUE ZERO.
01 next-business-month PICTURE 9(06) VALUE ZERO.
01 feeds-due PICTURE 9(02) VALUE ZERO.
01 feeds-arrived PICTURE 9(02) VALUE ZERO.
01 feeds-missing PICTURE 9(02) VALUE ZERO.
01 feeds-unexpected PICTURE 9(02) VALUE ZERO.
01 feed-exceptions-written PICTURE 9(03) VALUE ZERO.
01 arrival-status-text PICTURE X(10) VALUE SPACES.
01 frequency-text PICTURE X(10) VALUE SPACES.
01 schedule-weekday-index PICTURE 9(01) VALUE ZERO.
01 exception-type-code PICTURE X(01) VALUE SPACES.
01 exception-feed-id PICTURE X(08) VALUE SPACES.
01 exception-frequency-code PICTURE X(01) VALUE SPACES.
01 exception-reason-text PICTURE X(30) VALUE SPACES.
01 exception-flag-text PICTURE X(04) VALUE SPACES.

01 operation-master-end-switch PICTURE X(01) VALUE 'N'.
    88 operation-master-end-of-file VALUE 'Y'.
01 operation-found-switch PICTURE X(01) VALUE 'N'.
        10 operation-table-from PICTURE 9(08).
        10 operation-table-to PICTURE 9(08).
        10 operation-table-max PICTURE 9(10)V99.
        10 operation-table-review PICTURE 9(10)V99.

01 calendar-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 calendar-end-of-file VALUE 'Y'.
01 holiday-table.
    05 holiday-date-entry PICTURE 9(08) OCCURS 100 TIMES.
01 check-date PICTURE 9(08) VALUE ZERO.

01 rate-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 rate-end-of-file VALUE 'Y'.
01 rate-found-switch PICTURE X(01) VALUE 'N'.
    88 rate-found VALUE 'Y'.
01 house-currency-code PICTURE X(03) VALUE SPACES.
01 rate-lookup-date PICTURE 9(08) VALUE ZERO.
01 rates-loaded PICTURE 9(03) VALUE ZERO.
01 rates-ignored PICTURE 9(03) VALUE ZERO.
01 rate-table-size PICTURE 9(03) VALUE 200.
01 rate-index PICTURE 9(03) VALUE ZERO.
01 rate-table.
    05 rate-table-entry OCCURS 200 TIMES.
        10 rate-table-currency PICTURE X(03).
        10 rate-table-date PICTURE 9(08).
        10 rate-table-value PICTURE 9(05)V9(06).
01 date-work-number PICTURE S9(07) VALUE ZERO.

01 suspense-amount-switch PICTURE X(01) VALUE 'N'.
    88 suspense-amount-known VALUE 'Y'.
01 suspense-entry-switch PICTURE X(01) VALUE 'N'.
    88 suspense-entry-found VALUE 'Y'.
01 suspense-scan-switch PICTURE X(01) VALUE 'N'.
    88 suspense-scan-ended VALUE 'Y'.
01 suspense-lookup-number PICTURE 9(06) VALUE ZERO.
01 suspense-next-sequence PICTURE 9(02) VALUE ZERO.
01 suspense-new-currency PICTURE X(03) VALUE SPACES.
01 suspense-new-currency-summe PICTURE S9(10)V99 VALUE ZERO.
01 suspense-new-summe PICTURE S9(10)V99 VALUE ZERO.
01 suspense-new-rate-flag PICTURE X(01) VALUE SPACE.
01 suspense-entries-raised PICTURE 9(06) VALUE ZERO.
01 suspense-entries-cleared PICTURE 9(06) VALUE ZERO.
01 weekday-number PICTURE S9(01) VALUE ZERO.

01 restart-record-count PICTURE 9(06) VALUE ZERO.
    05 current-second PICTURE 9(02).
    05 current-hundredths PICTURE 9(02).
01 formatted-timestamp PICTURE X(19) VALUE SPACES.

01 pre-edit-feed-details PICTURE 9(09) VALUE ZERO.
01 pre-edit-feed-accepted PICTURE 9(09) VALUE ZERO.
01 pre-edit-feed-rejected PICTURE 9(09) VALUE ZERO.
01 pre-edit-feed-pending PICTURE 9(09) VALUE ZERO.
01 pre-edit-ack-status PICTURE X(01) VALUE SPACES.
01 pre-edit-seen-table.
    05 pre-edit-seen-switch PICTURE X(01) OCCURS 999999 TIMES.
        88 pre-edit-seen VALUE 'Y'.

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
    PERFORM get-run-mode-parameter.
    IF schedule-check-only
        PERFORM check-feed-schedule-only
    ELSE
        PERFORM initialize-program
        PERFORM process-transactions UNTIL end-of-file
        PERFORM finalize-program
    END-IF.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    ACCEPT run-date-today FROM DATE YYYYMMDD
    IF validate-only
        MOVE SPACES TO message-text
        STRING 'JUTTA-I17 VALIDATE-ONLY PRE-EDIT RUN - NOTHING WILL BE POSTED, REJECTED OR CHECKPOINTED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        PERFORM get-checkpoint
    END-IF
    PERFORM load-operation-master.
    PERFORM open-account-file.
    PERFORM load-processing-calendar.
    PERFORM load-exchange-rates.
    PERFORM verify-input-feed.
    IF NOT validate-only
        IF feeds-held > ZERO
            PERFORM quarantine-held-feeds
        END-IF
        IF stream-run
            MOVE SPACES TO message-text
            STRING 'JUTTA-I25 PARALLEL CLOSE STREAM - FEED ARRIVALS ARE CHECKED ONCE BY THE JUTTASPL SCHEDULE STEP'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
        ELSE
            PERFORM check-feed-schedule
        END-IF
    END-IF
    OPEN INPUT transaction-file.
    IF transaction-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E01 UNABLE TO OPEN JUTTIN, STATUS = ' transaction-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        STOP RUN
    END-IF
    IF validate-only
        PERFORM open-pre-edit-files
    ELSE
        PERFORM open-audit-file
        PERFORM open-reject-file
        PERFORM open-posted-file
        PERFORM open-pending-file
        PERFORM open-suspense-file
        OPEN OUTPUT report-file
    END-IF
    PERFORM read-transaction-record.

get-run-mode-parameter.
    OPEN INPUT parameter-file
    IF parameter-file-status = '00'
        READ parameter-file
            AT END SET parameter-end-of-file TO TRUE
        END-READ
        IF NOT parameter-end-of-file
            EVALUATE TRUE
                WHEN parameter-validate-only
                    SET validate-only TO TRUE
                WHEN parameter-stream-run
                    SET stream-run TO TRUE
                WHEN parameter-schedule-check
                    SET schedule-check-only TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        CLOSE parameter-file
    END-IF.

check-feed-schedule-only.
    ACCEPT run-date-today FROM DATE YYYYMMDD
    MOVE SPACES TO message-text
    STRING 'JUTTA-I24 FEED SCHEDULE CHECK ONLY - NOTHING WILL BE POSTED, REJECTED OR CHECKPOINTED'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    PERFORM load-processing-calendar
    PERFORM verify-input-feed
    PERFORM check-feed-schedule
    PERFORM write-run-totals.

open-pre-edit-files.
    OPEN INPUT posted-file
    IF posted-file-status = '35'
        MOVE SPACES TO message-text
        STRING 'JUTTA-I18 NO POSTED MASTER PRESENT - DUPLICATE AND REVERSAL CHECKS SEE NO EARLIER POSTINGS'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        IF posted-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTA-E40 UNABLE TO OPEN JUTTPST, STATUS = ' posted-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET posted-master-present TO TRUE
    END-IF
    OPEN INPUT pending-file
    IF pending-file-status = '35'
        MOVE SPACES TO message-text
        STRING 'JUTTA-I20 NO PENDING MASTER PRESENT - NO RELEASED ITEMS CAN BE CHECKED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        IF pending-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTA-E44 UNABLE TO OPEN JUTTPND, STATUS = ' pending-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET pending-master-present TO TRUE
    END-IF
    OPEN OUTPUT ack-file
    IF ack-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E41 UNABLE TO OPEN JUTTACK, STATUS = ' ack-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ALL 'N' TO pre-edit-seen-table
    OPEN OUTPUT report-file
    MOVE SPACES TO report-line
    STRING 'JUTTA PRE-EDIT (VALIDATE-ONLY) REPORT - BUSINESS DATE '
        expected-business-date '  RUN ' run-date-today
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE 'NOTHING HAS BEEN POSTED, REJECTED OR CHECKPOINTED BY THIS RUN' TO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    MOVE 'RECORDS THAT WOULD REJECT' TO report-line
    WRITE report-record FROM report-line.

verify-input-feed.
    OPEN INPUT transaction-file
    IF transaction-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E01 UNABLE TO OPEN JUTTIN, STATUS = ' transaction-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE transaction-file
    MOVE 'N' TO end-of-file-switch
    IF feed-set-open
        MOVE SPACES TO message-text
        STRING 'JUTTA-E11 JUTTIN TRAILER RECORD MISSING FOR FEED ' feed-table-id(feeds-on-input) ' - POSSIBLE SHORT TRANSMISSION'
            DELIMITED BY SIZE INTO message-text
        MOVE feed-table-id(feeds-on-input) TO message-feed-id
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF feeds-on-input = ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTA-E10 JUTTIN HEADER RECORD MISSING - FEED CANNOT BE RECONCILED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTA-I06 ' feeds-on-input ' FEEDS RECONCILED ON JUTTIN'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF feeds-held > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTA-W02 ' feeds-held ' FEEDS QUARANTINED (' records-held ' RECORDS) - THE REMAINING FEEDS WILL POST'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

check-feed-record.
    EVALUATE TRUE

start-feed-set.
    IF feed-set-open
        MOVE SPACES TO message-text
        STRING 'JUTTA-E14 HEADER FOR FEED ' header-feed-id ' BEFORE TRAILER OF FEED ' feed-table-id(feeds-on-input) ' - POSSIBLE INTERLEAVED TRANSMISSION'
            DELIMITED BY SIZE INTO message-text
        MOVE header-feed-id TO message-feed-id
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF feeds-on-input = feed-table-size
        MOVE SPACES TO message-text
        STRING 'JUTTA-E18 MORE THAN ' feed-table-size ' FEEDS ON JUTTIN - RAISE THE FEED TABLE LIMIT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO feeds-on-input
    SET feed-set-open TO TRUE
    MOVE header-feed-id TO feed-table-id(feeds-on-input)
    MOVE header-business-date TO feed-table-business-date(feeds-on-input)
    MOVE header-release-flag TO feed-table-release-flag(feeds-on-input)
    IF feed-table-released(feeds-on-input)
        PERFORM confirm-feed-release
    END-IF
    MOVE 'N' TO feed-table-held-switch(feeds-on-input)
    MOVE SPACES TO feed-table-hold-code(feeds-on-input)
    MOVE SPACES TO feed-table-hold-reason(feeds-on-input)
    MOVE ZERO TO feed-detail-count
    MOVE ZERO TO feed-hash-total
    PERFORM check-duplicate-feed-id
        VARYING feed-scan-index FROM 1 BY 1 UNTIL feed-scan-index NOT < feeds-on-input
    IF feed-table-released(feeds-on-input)
        MOVE SPACES TO message-text
        STRING 'JUTTA-I10 FEED ' header-feed-id ' FOR BUSINESS DATE ' header-business-date ' RELEASED FROM QUARANTINE - DATE CHECK BYPASSED'
            DELIMITED BY SIZE INTO message-text
        MOVE header-feed-id TO message-feed-id
        PERFORM write-operations-message
    ELSE
        PERFORM check-feed-business-date
    END-IF.

confirm-feed-release.
    MOVE 'N' TO release-confirmed-switch
    IF NOT validate-only
        OPEN INPUT quarantine-file
        IF quarantine-file-status = '00'
            MOVE 'N' TO quarantine-end-of-file-switch
            PERFORM read-quarantine-record
            PERFORM find-quarantine-release
                UNTIL quarantine-end-of-file OR release-confirmed
            CLOSE quarantine-file
        END-IF
    END-IF
    IF NOT release-confirmed
        MOVE SPACE TO feed-table-release-flag(feeds-on-input)
        MOVE SPACES TO message-text
        STRING 'JUTTA-W15 FEED ' header-feed-id ' DATED ' header-business-date ' MARKED RELEASED BUT NOT RELEASED ON JUTTQUA - DATE CHECK APPLIED'
            DELIMITED BY SIZE INTO message-text
        MOVE header-feed-id TO message-feed-id
        PERFORM write-operations-message
    END-IF.

read-quarantine-record.
    READ quarantine-file
        AT END SET quarantine-end-of-file TO TRUE
    END-READ.

find-quarantine-release.
    IF quarantine-feed-id = header-feed-id
        AND quarantine-business-date = header-business-date
        AND quarantine-released
        SET release-confirmed TO TRUE
    ELSE
        PERFORM read-quarantine-record
    END-IF.

check-duplicate-feed-id.
    IF feed-table-id(feed-scan-index) = header-feed-id
        AND feed-table-business-date(feed-scan-index) = header-business-date
        AND NOT feed-table-held(feed-scan-index)
        MOVE SPACES TO message-text
        STRING 'JUTTA-E19 FEED ' header-feed-id ' APPEARS TWICE ON JUTTIN - POSSIBLE DOUBLE TRANSMISSION'
            DELIMITED BY SIZE INTO message-text
        MOVE header-feed-id TO message-feed-id
        PERFORM write-operations-message
        MOVE 'E19' TO hold-reason-code
        MOVE 'FEED APPEARS TWICE - DOUBLE TRANSMISSION' TO hold-reason-text
        PERFORM hold-feed-set
    END-IF.

hold-feed-set.
    IF NOT feed-table-held(feeds-on-input)
        SET feed-table-held(feeds-on-input) TO TRUE
        MOVE hold-reason-code TO feed-table-hold-code(feeds-on-input)
        MOVE hold-reason-text TO feed-table-hold-reason(feeds-on-input)
        ADD 1 TO feeds-held
        MOVE SPACES TO message-text
        STRING 'JUTTA-W03 FEED ' feed-table-id(feeds-on-input) ' QUARANTINED (' hold-reason-code ') - ITS RECORDS WILL NOT POST TONIGHT'
            DELIMITED BY SIZE INTO message-text
        MOVE feed-table-id(feeds-on-input) TO message-feed-id
        PERFORM write-operations-message
    END-IF.

reconcile-feed-set.
    IF NOT feed-set-open
        MOVE SPACES TO message-text
        STRING 'JUTTA-E14 TRAILER WITHOUT A PRECEDING HEADER ON JUTTIN - POSSIBLE DOUBLE TRANSMISSION'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE trailer-record-count TO feed-trailer-count
    MOVE trailer-hash-total TO feed-trailer-hash
    IF feed-detail-count NOT = feed-trailer-count
        MOVE SPACES TO message-text
        STRING 'JUTTA-E12 FEED ' feed-table-id(feeds-on-input) ' RECORD COUNT OUT OF BALANCE - TRAILER SAYS ' feed-trailer-count ' BUT ' feed-detail-count ' READ'
            DELIMITED BY SIZE INTO message-text
        MOVE feed-table-id(feeds-on-input) TO message-feed-id
        PERFORM write-operations-message
        MOVE 'E12' TO hold-reason-code
        MOVE 'RECORD COUNT NOT = TRAILER COUNT' TO hold-reason-text
        PERFORM hold-feed-set
    END-IF
    IF feed-hash-total NOT = feed-trailer-hash
        MOVE feed-trailer-hash TO trailer-hash-edited
        MOVE feed-hash-total TO computed-hash-edited
        MOVE SPACES TO message-text
        STRING 'JUTTA-E13 FEED ' feed-table-id(feeds-on-input) ' HASH TOTAL OUT OF BALANCE - TRAILER SAYS ' trailer-hash-edited ' BUT ' computed-hash-edited ' COMPUTED'
            DELIMITED BY SIZE INTO message-text
        MOVE feed-table-id(feeds-on-input) TO message-feed-id
        PERFORM write-operations-message
        MOVE 'E13' TO hold-reason-code
        MOVE 'HASH TOTAL NOT = TRAILER HASH' TO hold-reason-text
        PERFORM hold-feed-set
    END-IF
    MOVE feed-detail-count TO feed-table-detail-count(feeds-on-input)
    MOVE feed-hash-total TO feed-table-hash-total(feeds-on-input)
    MOVE 'N' TO feed-set-open-switch
    IF feed-table-held(feeds-on-input)
        ADD feed-detail-count TO records-held
    ELSE
        MOVE SPACES TO message-text
        STRING 'JUTTA-I05 FEED ' feed-table-id(feeds-on-input) ' FOR BUSINESS DATE ' feed-table-business-date(feeds-on-input) ' RECONCILED - ' feed-detail-count ' RECORDS'
            DELIMITED BY SIZE INTO message-text
        MOVE feed-table-id(feeds-on-input) TO message-feed-id
        PERFORM write-operations-message
    END-IF.

quarantine-held-feeds.
    IF restart-record-count > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTA-I11 RESTART - HELD FEEDS WERE COPIED TO JUTTQUA BY THE ORIGINAL RUN'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        PERFORM open-quarantine-file
        OPEN INPUT transaction-file
        MOVE ZERO TO quarantine-ordinal
        MOVE 'N' TO current-feed-held-switch
        PERFORM read-transaction-record
        PERFORM copy-quarantine-record UNTIL end-of-file
        CLOSE transaction-file
        CLOSE quarantine-file
        MOVE 'N' TO end-of-file-switch
        MOVE 'N' TO current-feed-held-switch
        MOVE SPACES TO message-text
        STRING 'JUTTA-I12 ' quarantine-records-written ' RECORDS OF HELD FEEDS COPIED TO JUTTQUA'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

open-quarantine-file.
    OPEN EXTEND quarantine-file
    IF quarantine-file-status = '35'
        OPEN OUTPUT quarantine-file
        CLOSE quarantine-file
        OPEN EXTEND quarantine-file
    END-IF
    IF quarantine-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E33 UNABLE TO OPEN JUTTQUA, STATUS = ' quarantine-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTA-E33 HELD FEEDS CANNOT BE QUARANTINED - NOTHING HAS BEEN POSTED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

copy-quarantine-record.
    IF feed-header-present
        ADD 1 TO quarantine-ordinal
        MOVE feed-table-held-switch(quarantine-ordinal) TO current-feed-held-switch
    END-IF
    IF current-feed-held
        PERFORM write-quarantine-record
    END-IF
    IF feed-trailer-present
        MOVE 'N' TO current-feed-held-switch
    END-IF
    PERFORM read-transaction-record.

write-quarantine-record.
    MOVE SPACES TO quarantine-record
    MOVE run-date-today TO quarantine-run-date
    MOVE quarantine-ordinal TO quarantine-feed-ordinal
    MOVE feed-table-id(quarantine-ordinal) TO quarantine-feed-id
    MOVE feed-table-business-date(quarantine-ordinal) TO quarantine-business-date
    MOVE feed-table-hold-code(quarantine-ordinal) TO quarantine-reason-code
    MOVE feed-table-hold-reason(quarantine-ordinal) TO quarantine-reason-text
    MOVE 'H' TO quarantine-status
    MOVE ZERO TO quarantine-action-date
    MOVE transaction-record TO quarantine-image
    WRITE quarantine-record
    IF quarantine-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E34 UNABLE TO WRITE JUTTQUA FOR FEED ' quarantine-feed-id ', STATUS = ' quarantine-file-status
            DELIMITED BY SIZE INTO message-text
        MOVE quarantine-feed-id TO message-feed-id
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO quarantine-records-written.

check-feed-schedule.
    PERFORM load-feed-schedule
    OPEN OUTPUT exception-report-file
    IF exception-report-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E56 UNABLE TO OPEN JUTTFXR, STATUS = ' exception-report-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTA-E56 THE MORNING FEED EXCEPTION REPORT CANNOT BE PRINTED - NOTHING HAS BEEN POSTED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM print-exception-report-heading
    IF schedule-entries-loaded = ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTA-I13 NO ENTRIES ON JUTTFSC - FEED ARRIVALS NOT CHECKED AGAINST A SCHEDULE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 'NO FEED SCHEDULE ON JUTTFSC - ARRIVALS WERE NOT CHECKED' TO report-line
        WRITE exception-report-record FROM report-line
    ELSE
        PERFORM find-days-covered-tonight
        IF restart-record-count > ZERO
            MOVE SPACES TO message-text
            STRING 'JUTTA-I15 RESTART - FEED EXCEPTIONS WERE WRITTEN TO JUTTFEX BY THE ORIGINAL RUN'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
        ELSE
            PERFORM open-feed-exception-file
        END-IF
        PERFORM check-scheduled-feed
            VARYING schedule-index FROM 1 BY 1 UNTIL schedule-index > schedule-entries-loaded
        PERFORM check-unscheduled-feed
            VARYING feed-index FROM 1 BY 1 UNTIL feed-index > feeds-on-input
        IF restart-record-count = ZERO
            CLOSE feed-exception-file
        END-IF
        PERFORM print-exception-report-totals
        MOVE SPACES TO message-text
        STRING 'JUTTA-I14 FEEDS DUE = ' feeds-due ' ARRIVED = ' feeds-arrived ' MISSING = ' feeds-missing ' UNEXPECTED = ' feeds-unexpected
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF
    CLOSE exception-report-file.

load-feed-schedule.
    OPEN INPUT schedule-file
    IF schedule-file-status NOT = '00' AND schedule-file-status NOT = '05'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E35 UNABLE TO OPEN JUTTFSC, STATUS = ' schedule-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ZERO TO schedule-entries-loaded
    PERFORM read-schedule-record
    PERFORM load-schedule-entry UNTIL schedule-end-of-file
    CLOSE schedule-file.

read-schedule-record.
    READ schedule-file
        AT END SET schedule-end-of-file TO TRUE
    END-READ.

load-schedule-entry.
    MOVE 'Y' TO schedule-entry-valid-switch
    IF schedule-effective-from = SPACES
        MOVE ZERO TO schedule-effective-from
    END-IF
    IF schedule-effective-to = SPACES
        MOVE ZERO TO schedule-effective-to
    END-IF
    IF schedule-feed-id = SPACES
        OR NOT (schedule-daily OR schedule-weekly OR schedule-month-end)
        OR schedule-effective-from NOT NUMERIC
        OR schedule-effective-to NOT NUMERIC
        MOVE 'N' TO schedule-entry-valid-switch
    END-IF
    IF schedule-weekly
        AND (schedule-weekday < '1' OR schedule-weekday > '5')
        MOVE 'N' TO schedule-entry-valid-switch
    END-IF
    IF schedule-entry-valid
        PERFORM add-schedule-entry
    ELSE
        MOVE SPACES TO message-text
        STRING 'JUTTA-W05 JUTTFSC ENTRY FOR FEED ' schedule-feed-id ' IS INVALID AND HAS BEEN IGNORED'
            DELIMITED BY SIZE INTO message-text
        MOVE schedule-feed-id TO message-feed-id
        PERFORM write-operations-message
    END-IF
    PERFORM read-schedule-record.

add-schedule-entry.
    IF schedule-entries-loaded = schedule-table-size
        MOVE SPACES TO message-text
        STRING 'JUTTA-E36 MORE THAN ' schedule-table-size ' ENTRIES ON JUTTFSC - RAISE THE SCHEDULE TABLE LIMIT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO schedule-entries-loaded
    MOVE schedule-feed-id TO schedule-table-feed-id(schedule-entries-loaded)
    MOVE schedule-frequency TO schedule-table-frequency(schedule-entries-loaded)
    IF schedule-weekly
        MOVE schedule-weekday TO schedule-table-weekday(schedule-entries-loaded)
    ELSE
        MOVE ZERO TO schedule-table-weekday(schedule-entries-loaded)
    END-IF
    MOVE schedule-effective-from TO schedule-table-from(schedule-entries-loaded)
    MOVE schedule-effective-to TO schedule-table-to(schedule-entries-loaded)
    MOVE schedule-description TO schedule-table-description(schedule-entries-loaded).

find-days-covered-tonight.
    MOVE ALL 'N' TO weekday-due-table
    MOVE 'N' TO month-end-switch
    MOVE expected-business-date TO check-date
    PERFORM compute-weekday-number
    IF date-work-number = ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTA-E37 EXPECTED BUSINESS DATE ' expected-business-date ' ON JUTTCAL IS NOT A VALID DATE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE date-work-number TO covered-day-number
    PERFORM mark-weekday-due
    MOVE 'N' TO business-day-found-switch
    PERFORM step-back-calendar-day UNTIL business-day-found
    MOVE date-work-number TO covered-day-number
    MOVE 'N' TO business-day-found-switch
    PERFORM step-forward-calendar-day UNTIL business-day-found
    MOVE check-date TO next-business-date
    COMPUTE business-month = expected-business-date / 100
    COMPUTE next-business-month = next-business-date / 100
    IF business-month NOT = next-business-month
        SET business-date-is-month-end TO TRUE
        MOVE SPACES TO message-text
        STRING 'JUTTA-I16 BUSINESS DATE ' expected-business-date ' IS THE LAST BUSINESS DAY OF THE MONTH - MONTH-END FEEDS ARE DUE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

step-back-calendar-day.
    SUBTRACT 1 FROM covered-day-number
    PERFORM classify-covered-day
    IF NOT business-day-found
        PERFORM mark-weekday-due
    END-IF.

step-forward-calendar-day.
    ADD 1 TO covered-day-number
    PERFORM classify-covered-day.

classify-covered-day.
    COMPUTE check-date = FUNCTION DATE-OF-INTEGER(covered-day-number)
    COMPUTE weekday-number = FUNCTION REM(covered-day-number, 7)
    PERFORM find-holiday-entry
    IF weekday-number NOT = 6 AND weekday-number NOT = ZERO
        AND NOT holiday-found
        SET business-day-found TO TRUE
    END-IF.

mark-weekday-due.
    IF weekday-number = ZERO
        MOVE 'Y' TO weekday-due-switch(7)
    ELSE
        MOVE 'Y' TO weekday-due-switch(weekday-number)
    END-IF.

check-feed-due-today.
    MOVE 'N' TO feed-due-switch
    IF schedule-table-from(schedule-index) NOT > expected-business-date
        AND (schedule-table-to(schedule-index) = ZERO
            OR schedule-table-to(schedule-index) NOT < expected-business-date)
        EVALUATE schedule-table-frequency(schedule-index)
            WHEN 'D'
                SET feed-due TO TRUE
            WHEN 'W'
                MOVE schedule-table-weekday(schedule-index) TO schedule-weekday-index
                IF weekday-due(schedule-weekday-index)
                    SET feed-due TO TRUE
                END-IF
            WHEN 'M'
                IF business-date-is-month-end
                    SET feed-due TO TRUE
                END-IF
        END-EVALUATE
    END-IF.

check-scheduled-feed.
    PERFORM check-feed-due-today
    IF feed-due
        ADD 1 TO feeds-due
        MOVE 'N' TO feed-arrived-switch
        MOVE 'N' TO feed-arrived-held-switch
        PERFORM find-arrived-feed
            VARYING feed-scan-index FROM 1 BY 1 UNTIL feed-scan-index > feeds-on-input
        PERFORM set-frequency-text
        MOVE SPACES TO exception-flag-text
        EVALUATE TRUE
            WHEN feed-arrived
                ADD 1 TO feeds-arrived
                MOVE 'ARRIVED' TO arrival-status-text
            WHEN feed-arrived-held
                ADD 1 TO feeds-arrived
                MOVE 'HELD' TO arrival-status-text
            WHEN OTHER
                ADD 1 TO feeds-missing
                MOVE 'MISSING' TO arrival-status-text
                MOVE '*** ' TO exception-flag-text
                MOVE SPACES TO message-text
                STRING 'JUTTA-W06 MISSING FEED ' schedule-table-feed-id(schedule-index) ' (' frequency-text ') WAS DUE FOR BUSINESS DATE ' expected-business-date ' BUT DID NOT ARRIVE'
                    DELIMITED BY SIZE INTO message-text
                MOVE schedule-table-feed-id(schedule-index) TO message-feed-id
                PERFORM write-operations-message
                MOVE 'M' TO exception-type-code
                MOVE schedule-table-feed-id(schedule-index) TO exception-feed-id
                MOVE schedule-table-frequency(schedule-index) TO exception-frequency-code
                MOVE schedule-table-description(schedule-index) TO exception-reason-text
                PERFORM write-feed-exception
        END-EVALUATE
        MOVE SPACES TO report-line
        STRING exception-flag-text schedule-table-feed-id(schedule-index) '  '
            frequency-text '  ' arrival-status-text '  '
            schedule-table-description(schedule-index)
            DELIMITED BY SIZE INTO report-line
        WRITE exception-report-record FROM report-line
    END-IF.

find-arrived-feed.
    IF feed-table-id(feed-scan-index) = schedule-table-feed-id(schedule-index)
        AND feed-table-business-date(feed-scan-index) = expected-business-date
        AND NOT feed-table-released(feed-scan-index)
        IF feed-table-held(feed-scan-index)
            SET feed-arrived-held TO TRUE
        ELSE
            SET feed-arrived TO TRUE
        END-IF
    END-IF.

set-frequency-text.
    EVALUATE schedule-table-frequency(schedule-index)
        WHEN 'D'
            MOVE 'DAILY' TO frequency-text
        WHEN 'W'
            MOVE 'WEEKLY' TO frequency-text
        WHEN OTHER
            MOVE 'MONTH-END' TO frequency-text
    END-EVALUATE.

check-unscheduled-feed.
    IF feed-table-business-date(feed-index) = expected-business-date
        AND NOT feed-table-released(feed-index)
        AND feed-table-hold-code(feed-index) NOT = 'E19'
        MOVE 'N' TO feed-on-schedule-switch
        MOVE 'N' TO feed-due-on-schedule-switch
        PERFORM find-schedule-entry
            VARYING schedule-index FROM 1 BY 1 UNTIL schedule-index > schedule-entries-loaded
        IF NOT feed-due-on-schedule
            PERFORM report-unexpected-feed
        END-IF
    END-IF.

find-schedule-entry.
    IF schedule-table-feed-id(schedule-index) = feed-table-id(feed-index)
        SET feed-on-schedule TO TRUE
        PERFORM check-feed-due-today
        IF feed-due
            SET feed-due-on-schedule TO TRUE
        END-IF
    END-IF.

report-unexpected-feed.
    ADD 1 TO feeds-unexpected
    IF feed-on-schedule
        MOVE 'NOT DUE ON THIS BUSINESS DATE' TO exception-reason-text
    ELSE
        MOVE 'NOT ON THE FEED SCHEDULE' TO exception-reason-text
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTA-W07 UNEXPECTED FEED ' feed-table-id(feed-index) ' FOR BUSINESS DATE ' expected-business-date ' - ' exception-reason-text
        DELIMITED BY SIZE INTO message-text
    MOVE feed-table-id(feed-index) TO message-feed-id
    PERFORM write-operations-message
    MOVE 'U' TO exception-type-code
    MOVE feed-table-id(feed-index) TO exception-feed-id
    MOVE SPACES TO exception-frequency-code
    PERFORM write-feed-exception
    MOVE 'NONE' TO frequency-text
    MOVE 'UNEXPECTED' TO arrival-status-text
    MOVE SPACES TO report-line
    STRING '*** ' feed-table-id(feed-index) '  '
        frequency-text '  ' arrival-status-text '  '
        exception-reason-text
        DELIMITED BY SIZE INTO report-line
    WRITE exception-report-record FROM report-line.

open-feed-exception-file.
    OPEN EXTEND feed-exception-file
    IF feed-exception-file-status = '35'
        OPEN OUTPUT feed-exception-file
        CLOSE feed-exception-file
        OPEN EXTEND feed-exception-file
    END-IF
    IF feed-exception-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E38 UNABLE TO OPEN JUTTFEX, STATUS = ' feed-exception-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

write-feed-exception.
    IF restart-record-count = ZERO
        MOVE SPACES TO feed-exception-record
        MOVE run-date-today TO feed-exception-run-date
        MOVE expected-business-date TO feed-exception-business-date
        MOVE exception-feed-id TO feed-exception-feed-id
        MOVE exception-type-code TO feed-exception-type
        MOVE exception-frequency-code TO feed-exception-frequency
        MOVE exception-reason-text TO feed-exception-reason
        WRITE feed-exception-record
        IF feed-exception-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTA-E39 UNABLE TO WRITE JUTTFEX FOR FEED ' exception-feed-id ', STATUS = ' feed-exception-file-status
                DELIMITED BY SIZE INTO message-text
            MOVE exception-feed-id TO message-feed-id
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO feed-exceptions-written
    END-IF.

print-exception-report-heading.
    MOVE SPACES TO report-line
    STRING 'JUTTA FEED ARRIVAL EXCEPTIONS - BUSINESS DATE ' expected-business-date
        '  RUN ' run-date-today
        DELIMITED BY SIZE INTO report-line
    WRITE exception-report-record FROM report-line
    MOVE SPACES TO report-line
    WRITE exception-report-record FROM report-line
    MOVE '    FEED      FREQUENCY   STATUS      DESCRIPTION' TO report-line
    WRITE exception-report-record FROM report-line.

print-exception-report-totals.
    MOVE SPACES TO report-line
    WRITE exception-report-record FROM report-line
    MOVE feeds-due TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'FEEDS DUE. . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE exception-report-record FROM report-line
    MOVE feeds-arrived TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'FEEDS ARRIVED. . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE exception-report-record FROM report-line
    MOVE feeds-missing TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'FEEDS MISSING. . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE exception-report-record FROM report-line
    MOVE feeds-unexpected TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'FEEDS UNEXPECTED . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE exception-report-record FROM report-line
    MOVE SPACES TO report-line
    WRITE exception-report-record FROM report-line
    IF feeds-missing = ZERO AND feeds-unexpected = ZERO
        MOVE 'NO FEED EXCEPTIONS - ALL SCHEDULED FEEDS ARRIVED' TO report-line
    ELSE
        MOVE '*** FEED EXCEPTIONS - FOLLOW UP BEFORE THE CLOSE IS RELEASED' TO report-line
    END-IF
    WRITE exception-report-record FROM report-line.

load-processing-calendar.
    OPEN INPUT calendar-file
    IF calendar-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E24 UNABLE TO OPEN JUTTCAL, STATUS = ' calendar-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTA-E24 NO PROCESSING CALENDAR - THE FEED CANNOT BE DATE-CHECKED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM load-calendar-entry UNTIL calendar-end-of-file
    CLOSE calendar-file
    IF NOT calendar-control-found
        MOVE SPACES TO message-text
        STRING 'JUTTA-E24 JUTTCAL HAS NO NEXT-BUSINESS-DATE CONTROL RECORD'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTA-I09 EXPECTED BUSINESS DATE ' expected-business-date ' - ' holiday-count ' HOLIDAYS ON CALENDAR'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

read-calendar-record.
    READ calendar-file
            MOVE calendar-date TO expected-business-date
        WHEN calendar-holiday-type
            IF holiday-count = holiday-table-size
                MOVE SPACES TO message-text
                STRING 'JUTTA-E30 MORE THAN ' holiday-table-size ' HOLIDAYS ON JUTTCAL - RAISE THE HOLIDAY TABLE LIMIT'
                    DELIMITED BY SIZE INTO message-text
                PERFORM write-operations-message
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN check-date = expected-business-date
            CONTINUE
        WHEN date-work-number = ZERO
            MOVE SPACES TO message-text
            STRING 'JUTTA-E29 FEED ' header-feed-id ' BUSINESS DATE ' check-date ' IS NOT A VALID DATE'
                DELIMITED BY SIZE INTO message-text
            MOVE header-feed-id TO message-feed-id
            PERFORM write-operations-message
            MOVE 'E29' TO hold-reason-code
            MOVE 'BUSINESS DATE IS NOT A VALID DATE' TO hold-reason-text
            PERFORM hold-feed-set
        WHEN check-date < expected-business-date
            MOVE SPACES TO message-text
            STRING 'JUTTA-E25 FEED ' header-feed-id ' BUSINESS DATE ' check-date ' IS STALE - EXPECTED ' expected-business-date ' (POSSIBLE RETRANSMISSION)'
                DELIMITED BY SIZE INTO message-text
            MOVE header-feed-id TO message-feed-id
            PERFORM write-operations-message
            MOVE 'E25' TO hold-reason-code
            MOVE 'STALE BUSINESS DATE - RETRANSMISSION' TO hold-reason-text
            PERFORM hold-feed-set
        WHEN weekday-number = 6 OR weekday-number = ZERO
            MOVE SPACES TO message-text
            STRING 'JUTTA-E27 FEED ' header-feed-id ' BUSINESS DATE ' check-date ' FALLS ON A WEEKEND'
                DELIMITED BY SIZE INTO message-text
            MOVE header-feed-id TO message-feed-id
            PERFORM write-operations-message
            MOVE 'E27' TO hold-reason-code
            MOVE 'BUSINESS DATE FALLS ON A WEEKEND' TO hold-reason-text
            PERFORM hold-feed-set
        WHEN holiday-found
            MOVE SPACES TO message-text
            STRING 'JUTTA-E28 FEED ' header-feed-id ' BUSINESS DATE ' check-date ' IS A HOLIDAY ON JUTTCAL'
                DELIMITED BY SIZE INTO message-text
            MOVE header-feed-id TO message-feed-id
            PERFORM write-operations-message
            MOVE 'E28' TO hold-reason-code
            MOVE 'BUSINESS DATE IS A HOLIDAY' TO hold-reason-text
            PERFORM hold-feed-set
        WHEN OTHER
            MOVE SPACES TO message-text
            STRING 'JUTTA-E26 FEED ' header-feed-id ' BUSINESS DATE ' check-date ' IS IN THE FUTURE - EXPECTED ' expected-business-date
                DELIMITED BY SIZE INTO message-text
            MOVE header-feed-id TO message-feed-id
            PERFORM write-operations-message
            MOVE 'E26' TO hold-reason-code
            MOVE 'FUTURE BUSINESS DATE' TO hold-reason-text
            PERFORM hold-feed-set
    END-EVALUATE.

load-exchange-rates.
    OPEN INPUT rate-file
    IF rate-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E51 UNABLE TO OPEN JUTTRAT, STATUS = ' rate-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTA-E51 NO EXCHANGE-RATE MASTER - NO AMOUNT CAN BE CONVERTED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ZERO TO rate-table
    PERFORM read-rate-record
    PERFORM load-rate-entry UNTIL rate-end-of-file
    CLOSE rate-file
    IF house-currency-code = SPACES
        MOVE SPACES TO message-text
        STRING 'JUTTA-E52 JUTTRAT HAS NO HOUSE-CURRENCY CONTROL RECORD'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTA-I22 HOUSE CURRENCY ' house-currency-code ' - ' rates-loaded ' EXCHANGE RATES LOADED FROM JUTTRAT'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF rates-ignored > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTA-W12 ' rates-ignored ' JUTTRAT RATE RECORDS IGNORED - DATE OR RATE NOT VALID'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

read-rate-record.
    READ rate-file
        AT END SET rate-end-of-file TO TRUE
    END-READ.

load-rate-entry.
    EVALUATE TRUE
        WHEN rate-control-type
            MOVE rate-currency-code TO house-currency-code
        WHEN rate-entry-type
            IF rate-date NOT NUMERIC OR rate-value NOT NUMERIC
                OR rate-value = ZERO OR rate-currency-code = SPACES
                ADD 1 TO rates-ignored
            ELSE
                PERFORM add-rate-entry
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM read-rate-record.

add-rate-entry.
    IF rates-loaded = rate-table-size
        MOVE SPACES TO message-text
        STRING 'JUTTA-E53 MORE THAN ' rate-table-size ' RATES ON JUTTRAT - RAISE THE RATE TABLE LIMIT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO rates-loaded
    MOVE rate-currency-code TO rate-table-currency(rates-loaded)
    MOVE rate-date TO rate-table-date(rates-loaded)
    MOVE rate-value TO rate-table-value(rates-loaded).

find-exchange-rate.
    MOVE 'N' TO rate-found-switch
    PERFORM scan-rate-entry
        VARYING rate-index FROM 1 BY 1
        UNTIL rate-found OR rate-index > rates-loaded.

scan-rate-entry.
    IF rate-table-currency(rate-index) = transaction-currency-code
        AND rate-table-date(rate-index) = rate-lookup-date
        SET rate-found TO TRUE
        MOVE rate-table-value(rate-index) TO exchange-rate
    END-IF.

load-operation-master.
    OPEN INPUT operation-control-file
    IF operation-control-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E21 UNABLE TO OPEN JUTTOPC, STATUS = ' operation-control-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTA-E21 NO OPERATION CONTROL MASTER - NOTHING CAN BE VALIDATED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM load-operation-entry UNTIL operation-master-end-of-file
    CLOSE operation-control-file
    IF operation-codes-loaded = ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTA-E22 JUTTOPC IS EMPTY - NO OPERATION CODES ARE VALID'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTA-I08 ' operation-codes-loaded ' OPERATION CODES LOADED FROM JUTTOPC'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

read-operation-control-record.
    READ operation-control-file NEXT RECORD

load-operation-entry.
    IF operation-codes-loaded = operation-table-size
        MOVE SPACES TO message-text
        STRING 'JUTTA-E23 MORE THAN ' operation-table-size ' CODES ON JUTTOPC - RAISE THE OPERATION TABLE LIMIT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE operation-control-from TO operation-table-from(operation-codes-loaded)
    MOVE operation-control-to TO operation-table-to(operation-codes-loaded)
    MOVE operation-control-max-amount TO operation-table-max(operation-codes-loaded)
    IF operation-control-review-amount NUMERIC
        MOVE operation-control-review-amount TO operation-table-review(operation-codes-loaded)
    ELSE
        MOVE ZERO TO operation-table-review(operation-codes-loaded)
    END-IF
    PERFORM read-operation-control-record.

find-operation-entry.
        OPEN EXTEND audit-file
    END-IF
    IF audit-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E08 UNABLE TO OPEN JUTTAUD, STATUS = ' audit-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        STOP RUN
    END-IF.

        OPEN I-O reject-file
    END-IF
    IF reject-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E03 UNABLE TO OPEN JUTTREJ, STATUS = ' reject-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        STOP RUN
    END-IF.

        OPEN I-O posted-file
    END-IF
    IF posted-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E15 UNABLE TO OPEN JUTTPST, STATUS = ' posted-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    SET posted-master-present TO TRUE.

open-pending-file.
    OPEN I-O pending-file
    IF pending-file-status = '35'
        OPEN OUTPUT pending-file
        CLOSE pending-file
        OPEN I-O pending-file
    END-IF
    IF pending-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E42 UNABLE TO OPEN JUTTPND, STATUS = ' pending-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    SET pending-master-present TO TRUE.

open-suspense-file.
    OPEN I-O suspense-file
    IF suspense-file-status = '35'
        OPEN OUTPUT suspense-file
        CLOSE suspense-file
        OPEN I-O suspense-file
    END-IF
    IF suspense-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E54 UNABLE TO OPEN JUTTSUS, STATUS = ' suspense-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

open-account-file.
    IF validate-only
        OPEN INPUT account-file
    ELSE
        OPEN I-O account-file
    END-IF
    IF account-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E47 UNABLE TO OPEN JUTTACT, STATUS = ' account-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
        MOVE checkpoint-control-total TO control-total
        MOVE checkpoint-processed-count TO records-processed
        MOVE checkpoint-rejected-count TO records-rejected
        MOVE checkpoint-reversed-count TO records-reversed
        IF checkpoint-pending-count NUMERIC
            MOVE checkpoint-pending-count TO records-pending
        END-IF
        MOVE checkpoint-control-total-overflow TO control-total-switch
        CLOSE checkpoint-file
    ELSE
        IF checkpoint-file-status = '35'
            MOVE ZERO TO restart-record-count
        ELSE
            MOVE SPACES TO message-text
            STRING 'JUTTA-E09 UNABLE TO OPEN JUTTCKP, STATUS = ' checkpoint-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            STOP RUN
        END-IF
    END-IF
    IF restart-record-count > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTA-I02 RESTARTING AFTER ' restart-record-count ' RECORDS ALREADY PROCESSED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTA-I03 CARRYING FORWARD CONTROL TOTAL AND COUNTS FROM PRIOR CHECKPOINT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTA-I04 PER-FEED FIGURES WILL COVER ONLY RECORDS PROCESSED AFTER THE RESTART POINT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

zero-checkpoint-record.
    MOVE ZERO TO checkpoint-control-total
    MOVE ZERO TO checkpoint-processed-count
    MOVE ZERO TO checkpoint-rejected-count
    MOVE ZERO TO checkpoint-reversed-count
    MOVE ZERO TO checkpoint-pending-count
    MOVE 'N' TO checkpoint-control-total-overflow.

read-transaction-record.
        WHEN feed-header-present
            ADD 1 TO current-feed-index
            MOVE header-feed-id TO current-feed-id
            MOVE feed-table-held-switch(current-feed-index) TO current-feed-held-switch
            IF validate-only
                PERFORM write-pre-edit-ack-header
            END-IF
        WHEN feed-trailer-present
            IF validate-only
                PERFORM write-pre-edit-ack-trailer
            END-IF
            MOVE ZERO TO current-feed-index
            MOVE 'FIXUP' TO current-feed-id
            MOVE 'N' TO current-feed-held-switch
        WHEN current-feed-held AND NOT validate-only
            CONTINUE
        WHEN OTHER
            PERFORM process-detail-record
    END-EVALUATE
        IF record-is-valid
            PERFORM compute-summe
            IF size-error-occurred
                SET record-is-invalid TO TRUE
                MOVE 'SUMME COMPUTE SIZE ERROR - OVERFLOW' TO reject-reason
            END-IF
        END-IF
        IF record-is-valid
            PERFORM convert-summe-to-house
        END-IF
        IF record-is-valid AND transaction-is-reversal
            PERFORM negate-reversal-summe
        END-IF
        EVALUATE TRUE
            WHEN validate-only AND record-is-valid AND review-required
                PERFORM note-pre-edit-pending
            WHEN validate-only AND record-is-valid
                PERFORM accept-pre-edit-record
            WHEN validate-only
                PERFORM note-pre-edit-reject
                ADD 1 TO records-rejected
                PERFORM count-feed-reject
            WHEN record-is-valid AND review-required
                PERFORM hold-for-review
            WHEN record-is-valid
                PERFORM post-transaction
            WHEN OTHER
                PERFORM write-reject-record
                ADD 1 TO records-rejected
                PERFORM count-feed-reject
        END-EVALUATE
        IF NOT validate-only
            PERFORM update-checkpoint
        END-IF
    END-IF.

accept-pre-edit-record.
    ADD summe TO control-total
        ON SIZE ERROR
            SET control-total-overflow-occurred TO TRUE
            MOVE SPACES TO message-text
            STRING 'JUTTA-E04 CONTROL TOTAL OVERFLOW AT RECORD ' transaction-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
    END-ADD
    ADD 1 TO records-processed
    IF transaction-is-reversal
        ADD 1 TO records-reversed
    END-IF
    PERFORM count-feed-posting
    IF transaction-record-number NUMERIC AND transaction-record-number > ZERO
        SET pre-edit-seen(transaction-record-number) TO TRUE
    END-IF
    IF current-feed-index > ZERO
        ADD 1 TO pre-edit-feed-accepted
        MOVE 'P' TO pre-edit-ack-status
        PERFORM write-pre-edit-ack-detail
    END-IF.

note-pre-edit-reject.
    MOVE SPACES TO message-text
    STRING 'JUTTA-W08 RECORD ' transaction-record-number ' WOULD BE REJECTED - ' reject-reason
        DELIMITED BY SIZE INTO message-text
    MOVE transaction-record-number TO message-record-number
    PERFORM write-operations-message
    MOVE SPACES TO report-line
    STRING 'REC ' transaction-record-number ' ERSTE=' transaction-erste-raw
        ' ZWEITE=' transaction-zweite-raw ' OP=' transaction-operation-code
        ' REASON=' reject-reason DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    IF current-feed-index > ZERO
        ADD 1 TO pre-edit-feed-rejected
        MOVE 'R' TO pre-edit-ack-status
        PERFORM write-pre-edit-ack-detail
    END-IF.

note-pre-edit-pending.
    MOVE SPACES TO message-text
    STRING 'JUTTA-W11 RECORD ' transaction-record-number ' WOULD BE HELD FOR SUPERVISOR RELEASE - OVER THE REVIEW THRESHOLD'
        DELIMITED BY SIZE INTO message-text
    MOVE transaction-record-number TO message-record-number
    PERFORM write-operations-message
    ADD 1 TO records-pending
    PERFORM count-feed-pending
    IF transaction-record-number NUMERIC AND transaction-record-number > ZERO
        SET pre-edit-seen(transaction-record-number) TO TRUE
    END-IF
    IF current-feed-index > ZERO
        ADD 1 TO pre-edit-feed-pending
        MOVE 'W' TO pre-edit-ack-status
        MOVE 'OVER OP REVIEW THRESHOLD' TO reject-reason
        PERFORM write-pre-edit-ack-detail
    END-IF.

write-pre-edit-ack-header.
    MOVE ZERO TO pre-edit-feed-details
    MOVE ZERO TO pre-edit-feed-pending
    MOVE ZERO TO pre-edit-feed-accepted
    MOVE ZERO TO pre-edit-feed-rejected
    MOVE SPACES TO ack-header-record
    MOVE 'HEADER' TO ack-header-label
    MOVE header-business-date TO ack-header-business-date
    MOVE header-feed-id TO ack-header-feed-id
    MOVE run-date-today TO ack-header-run-date
    IF current-feed-held
        MOVE 'Q' TO ack-header-status
        MOVE feed-table-hold-reason(current-feed-index) TO ack-header-reason
    ELSE
        MOVE 'A' TO ack-header-status
    END-IF
    WRITE ack-header-record.

write-pre-edit-ack-detail.
    ADD 1 TO pre-edit-feed-details
    MOVE SPACES TO ack-detail-record
    MOVE 'DETAIL' TO ack-detail-label
    MOVE transaction-record-number TO ack-record-number
    MOVE pre-edit-ack-status TO ack-status-code
    EVALUATE pre-edit-ack-status
        WHEN 'P'
            MOVE summe TO ack-summe
            MOVE SPACES TO ack-reject-reason
        WHEN 'W'
            MOVE summe TO ack-summe
            MOVE reject-reason TO ack-reject-reason
        WHEN OTHER
            MOVE ZERO TO ack-summe
            MOVE reject-reason TO ack-reject-reason
    END-EVALUATE
    WRITE ack-detail-record.

write-pre-edit-ack-trailer.
    MOVE SPACES TO ack-trailer-record
    MOVE 'TRAILR' TO ack-trailer-label
    MOVE pre-edit-feed-details TO ack-trailer-count
    MOVE pre-edit-feed-accepted TO ack-posted-count
    MOVE pre-edit-feed-rejected TO ack-rejected-count
    MOVE ZERO TO ack-quarantined-count
    MOVE pre-edit-feed-pending TO ack-pending-count
    WRITE ack-trailer-record.

post-transaction.
    DISPLAY summe
    PERFORM write-audit-record
    ADD summe TO control-total
        ON SIZE ERROR
            SET control-total-overflow-occurred TO TRUE
            MOVE SPACES TO message-text
            STRING 'JUTTA-E04 CONTROL TOTAL OVERFLOW AT RECORD ' transaction-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
    END-ADD
    ADD 1 TO records-processed
    IF transaction-is-reversal
        ADD 1 TO records-reversed
    END-IF
    PERFORM count-feed-posting
    PERFORM record-posted-transaction
    PERFORM apply-account-movement
    PERFORM clear-suspense-entry
    IF transaction-is-release
        PERFORM mark-pending-posted
    END-IF.

hold-for-review.
    MOVE SPACES TO pending-record
    MOVE transaction-record-number TO pending-record-number
    MOVE erste TO pending-erste
    MOVE zweite TO pending-zweite
    MOVE operation-code TO pending-operation-code
    MOVE summe TO pending-summe
    MOVE current-feed-id TO pending-feed-id
    MOVE run-date-today TO pending-run-date
    MOVE transaction-account-number TO pending-account-number
    MOVE transaction-currency-code TO pending-currency-code
    SET pending-awaiting-release TO TRUE
    MOVE ZERO TO pending-action-date
    MOVE ZERO TO pending-posted-date
    WRITE pending-record
        INVALID KEY
            REWRITE pending-record
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-WRITE
    IF pending-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E43 UNABLE TO HOLD RECORD ' transaction-record-number ' ON JUTTPND, STATUS = ' pending-file-status
            DELIMITED BY SIZE INTO message-text
        MOVE transaction-record-number TO message-record-number
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE SPACES TO message-text
        STRING 'JUTTA-W10 RECORD ' transaction-record-number ' OVER THE REVIEW THRESHOLD - HELD ON JUTTPND FOR SUPERVISOR RELEASE'
            DELIMITED BY SIZE INTO message-text
        MOVE transaction-record-number TO message-record-number
        PERFORM write-operations-message
        ADD 1 TO records-pending
        PERFORM count-feed-pending
    END-IF.

mark-pending-posted.
    MOVE transaction-record-number TO pending-record-number
    READ pending-file
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTA-E45 RELEASED RECORD ' transaction-record-number ' IS NO LONGER ON JUTTPND'
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            SET pending-posted TO TRUE
            MOVE run-date-today TO pending-posted-date
            REWRITE pending-record
                INVALID KEY
                    MOVE SPACES TO message-text
                    STRING 'JUTTA-E46 UNABLE TO MARK ' transaction-record-number ' AS POSTED ON JUTTPND, STATUS = ' pending-file-status
                        DELIMITED BY SIZE INTO message-text
                    MOVE transaction-record-number TO message-record-number
                    PERFORM write-operations-message
                    MOVE 8 TO RETURN-CODE
            END-REWRITE
    END-READ.

apply-account-movement.
    MOVE transaction-account-number TO account-number
    READ account-file
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTA-E48 ACCOUNT ' transaction-account-number ' OF RECORD ' transaction-record-number ' IS NO LONGER ON JUTTACT'
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            PERFORM update-account-balance
    END-READ.

update-account-balance.
    IF account-last-posting-date NOT = run-date-today
        MOVE ZERO TO account-day-movement
        MOVE ZERO TO account-day-postings
        MOVE run-date-today TO account-last-posting-date
    END-IF
    ADD summe TO account-balance
        ON SIZE ERROR
            MOVE SPACES TO message-text
            STRING 'JUTTA-E49 BALANCE OVERFLOW ON ACCOUNT ' account-number ' AT RECORD ' transaction-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
    END-ADD
    ADD summe TO account-day-movement
        ON SIZE ERROR
            MOVE SPACES TO message-text
            STRING 'JUTTA-E49 DAY MOVEMENT OVERFLOW ON ACCOUNT ' account-number ' AT RECORD ' transaction-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
    END-ADD
    ADD 1 TO account-day-postings
    REWRITE account-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTA-E50 UNABLE TO UPDATE ACCOUNT ' account-number ' ON JUTTACT, STATUS = ' account-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
    END-REWRITE.

count-feed-pending.
    IF current-feed-index > ZERO
        ADD 1 TO feed-table-pending(current-feed-index)
    ELSE
        ADD 1 TO fixup-pending
    END-IF.

negate-reversal-summe.
    IF currency-summe NOT = reversal-original-currency-summe
        SET record-is-invalid TO TRUE
        MOVE 'REVERSAL AMOUNT NOT = ORIGINAL' TO reject-reason
    ELSE
        COMPUTE currency-summe = ZERO - currency-summe
        COMPUTE summe = ZERO - reversal-original-summe
        MOVE reversal-original-rate TO exchange-rate
    END-IF.

count-feed-posting.
        ADD summe TO feed-table-control-total(current-feed-index)
            ON SIZE ERROR
                SET control-total-overflow-occurred TO TRUE
                MOVE SPACES TO message-text
                STRING 'JUTTA-E20 FEED TOTAL OVERFLOW FOR FEED ' current-feed-id ' AT RECORD ' transaction-record-number
                    DELIMITED BY SIZE INTO message-text
                MOVE transaction-record-number TO message-record-number
                MOVE current-feed-id TO message-feed-id
                PERFORM write-operations-message
        END-ADD
    ELSE
        ADD 1 TO fixup-processed
        ADD summe TO fixup-control-total
            ON SIZE ERROR
                SET control-total-overflow-occurred TO TRUE
                MOVE SPACES TO message-text
                STRING 'JUTTA-E20 FIXUP TOTAL OVERFLOW AT RECORD ' transaction-record-number
                    DELIMITED BY SIZE INTO message-text
                MOVE transaction-record-number TO message-record-number
                PERFORM write-operations-message
        END-ADD
    END-IF.

    END-IF.

check-duplicate-posting.
    IF posted-master-present
        MOVE transaction-record-number TO posted-record-number
        READ posted-file
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET record-is-invalid TO TRUE
                MOVE 'DUPLICATE OF POSTED RECORD' TO reject-reason
        END-READ
    END-IF
    IF validate-only AND record-is-valid
        AND transaction-record-number NUMERIC
        AND transaction-record-number > ZERO
        IF pre-edit-seen(transaction-record-number)
            SET record-is-invalid TO TRUE
            MOVE 'DUPLICATE OF POSTED RECORD' TO reject-reason
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN record-is-invalid
            CONTINUE
        WHEN pending-master-present
            PERFORM check-pending-item
        WHEN transaction-is-release
            SET record-is-invalid TO TRUE
            MOVE 'RELEASE NOT ON PENDING FILE' TO reject-reason
    END-EVALUATE.

check-pending-item.
    MOVE transaction-record-number TO pending-record-number
    READ pending-file
        INVALID KEY
            IF transaction-is-release
                SET record-is-invalid TO TRUE
                MOVE 'RELEASE NOT ON PENDING FILE' TO reject-reason
            END-IF
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN transaction-is-release AND NOT pending-released
                    SET record-is-invalid TO TRUE
                    MOVE 'RELEASE NOT APPROVED' TO reject-reason
                WHEN transaction-is-release AND current-feed-index > ZERO
                    SET record-is-invalid TO TRUE
                    MOVE 'RELEASE ARRIVED ON A FEED' TO reject-reason
                WHEN transaction-is-release
                    AND (transaction-erste NOT = pending-erste
                    OR transaction-zweite NOT = pending-zweite
                    OR transaction-operation-code NOT = pending-operation-code
                    OR transaction-account-number NOT = pending-account-number
                    OR transaction-currency-code NOT = pending-currency-code)
                    SET record-is-invalid TO TRUE
                    MOVE 'RELEASE DOES NOT MATCH PENDING' TO reject-reason
                WHEN transaction-is-release
                    CONTINUE
                WHEN pending-awaiting-release OR pending-released
                    SET record-is-invalid TO TRUE
                    MOVE 'DUPLICATE OF PENDING RECORD' TO reject-reason
            END-EVALUATE
    END-READ.

record-posted-transaction.
    MOVE SPACES TO posted-record
    MOVE transaction-record-number TO posted-record-number
    MOVE run-date-today TO posted-date
    MOVE summe TO posted-summe
    MOVE transaction-account-number TO posted-account-number
    MOVE transaction-currency-code TO posted-currency-code
    MOVE currency-summe TO posted-currency-summe
    MOVE exchange-rate TO posted-exchange-rate
    MOVE 'N' TO posted-reversed-switch
    IF transaction-is-reversal
        MOVE 'R' TO posted-entry-type
        MOVE transaction-original-number TO posted-linked-record-number
    ELSE
        MOVE 'P' TO posted-entry-type
        MOVE ZERO TO posted-linked-record-number
    END-IF
    WRITE posted-record
        INVALID KEY
            CONTINUE
    END-WRITE
    IF posted-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E16 UNABLE TO RECORD POSTING OF ' transaction-record-number ' ON JUTTPST, STATUS = ' posted-file-status
            DELIMITED BY SIZE INTO message-text
        MOVE transaction-record-number TO message-record-number
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
    ELSE
        IF transaction-is-reversal
            PERFORM flag-original-reversed
        END-IF
    END-IF.

flag-original-reversed.
    MOVE transaction-original-number TO posted-record-number
    READ posted-file
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTA-E31 ORIGINAL ' transaction-original-number ' OF REVERSAL ' transaction-record-number ' IS NO LONGER ON JUTTPST'
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            SET posted-reversed TO TRUE
            MOVE transaction-record-number TO posted-linked-record-number
            REWRITE posted-record
                INVALID KEY
                    MOVE SPACES TO message-text
                    STRING 'JUTTA-E32 UNABLE TO FLAG ' transaction-original-number ' AS REVERSED ON JUTTPST, STATUS = ' posted-file-status
                        DELIMITED BY SIZE INTO message-text
                    PERFORM write-operations-message
                    MOVE 8 TO RETURN-CODE
            END-REWRITE
    END-READ.

update-checkpoint.
    ADD 1 TO checkpoint-counter
    IF checkpoint-counter >= checkpoint-interval
        MOVE control-total TO checkpoint-control-total
        MOVE records-processed TO checkpoint-processed-count
        MOVE records-rejected TO checkpoint-rejected-count
        MOVE records-reversed TO checkpoint-reversed-count
        MOVE records-pending TO checkpoint-pending-count
        MOVE control-total-switch TO checkpoint-control-total-overflow
        PERFORM save-checkpoint
        MOVE ZERO TO checkpoint-counter

validate-transaction.
    SET record-is-valid TO TRUE
    MOVE 'N' TO review-required-switch
    MOVE SPACES TO reject-reason
    IF transaction-erste NOT NUMERIC
        SET record-is-invalid TO TRUE
        END-IF
    END-IF
    IF record-is-valid
        PERFORM validate-currency
    END-IF
    IF record-is-valid
        EVALUATE TRUE
            WHEN transaction-is-reversal
                PERFORM validate-reversal
            WHEN transaction-is-posting
                PERFORM validate-operation-code
            WHEN OTHER
                SET record-is-invalid TO TRUE
                MOVE 'UNKNOWN TRANSACTION TYPE' TO reject-reason
        END-EVALUATE
    END-IF
    IF record-is-valid
        PERFORM validate-account
    END-IF.

validate-reversal.
    MOVE transaction-operation-code TO lookup-operation-code
    PERFORM find-operation-entry
    EVALUATE TRUE
        WHEN NOT operation-found
            SET record-is-invalid TO TRUE
            MOVE 'OP CODE NOT ON CONTROL MASTER' TO reject-reason
        WHEN transaction-original-number NOT NUMERIC
            OR transaction-original-date NOT NUMERIC
            SET record-is-invalid TO TRUE
            MOVE 'REVERSAL ORIGINAL NOT GIVEN' TO reject-reason
        WHEN OTHER
            PERFORM check-reversal-original
    END-EVALUATE.

check-reversal-original.
    IF NOT posted-master-present
        SET record-is-invalid TO TRUE
        MOVE 'REVERSAL ORIGINAL NOT POSTED' TO reject-reason
    ELSE
        PERFORM read-reversal-original
    END-IF.

read-reversal-original.
    MOVE transaction-original-number TO posted-record-number
    READ posted-file
        INVALID KEY
            SET record-is-invalid TO TRUE
            MOVE 'REVERSAL ORIGINAL NOT POSTED' TO reject-reason
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN posted-date NOT = transaction-original-date
                    SET record-is-invalid TO TRUE
                    MOVE 'REVERSAL POSTING DATE MISMATCH' TO reject-reason
                WHEN posted-entry-reversal
                    SET record-is-invalid TO TRUE
                    MOVE 'CANNOT REVERSE A REVERSAL' TO reject-reason
                WHEN posted-reversed
                    SET record-is-invalid TO TRUE
                    MOVE 'ORIGINAL ALREADY REVERSED' TO reject-reason
                WHEN posted-account-number NOT = SPACES
                    AND posted-account-number NOT = transaction-account-number
                    SET record-is-invalid TO TRUE
                    MOVE 'REVERSAL ACCOUNT NOT = ORIGINAL' TO reject-reason
                WHEN OTHER
                    PERFORM note-reversal-original
            END-EVALUATE
    END-READ.

note-reversal-original.
    MOVE posted-summe TO reversal-original-summe
    IF posted-currency-code = SPACES OR posted-exchange-rate NOT NUMERIC
        MOVE house-currency-code TO reversal-original-currency
        MOVE posted-summe TO reversal-original-currency-summe
        MOVE 1 TO reversal-original-rate
    ELSE
        MOVE posted-currency-code TO reversal-original-currency
        MOVE posted-currency-summe TO reversal-original-currency-summe
        MOVE posted-exchange-rate TO reversal-original-rate
    END-IF
    IF reversal-original-currency NOT = transaction-currency-code
        SET record-is-invalid TO TRUE
        MOVE 'REVERSAL CURRENCY NOT = ORIGINAL' TO reject-reason
    END-IF.

validate-currency.
    EVALUATE TRUE
        WHEN transaction-currency-code = SPACES
            SET record-is-invalid TO TRUE
            MOVE 'CURRENCY CODE MISSING' TO reject-reason
        WHEN transaction-currency-code = house-currency-code
            MOVE 1 TO exchange-rate
        WHEN OTHER
            IF current-feed-index > ZERO
                MOVE feed-table-business-date(current-feed-index) TO rate-lookup-date
            ELSE
                MOVE expected-business-date TO rate-lookup-date
            END-IF
            PERFORM find-exchange-rate
            IF NOT rate-found
                SET record-is-invalid TO TRUE
                MOVE 'NO EXCHANGE RATE FOR THE DAY' TO reject-reason
            END-IF
    END-EVALUATE.

validate-account.
    IF transaction-account-number = SPACES
        SET record-is-invalid TO TRUE
        MOVE 'ACCOUNT NUMBER MISSING' TO reject-reason
    ELSE
        MOVE transaction-account-number TO account-number
        READ account-file
            INVALID KEY
                SET record-is-invalid TO TRUE
                MOVE 'ACCOUNT NOT ON MASTER' TO reject-reason
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN account-closed
                        SET record-is-invalid TO TRUE
                        MOVE 'ACCOUNT CLOSED' TO reject-reason
                    WHEN account-blocked
                        SET record-is-invalid TO TRUE
                        MOVE 'ACCOUNT BLOCKED' TO reject-reason
                    WHEN NOT account-open
                        SET record-is-invalid TO TRUE
                        MOVE 'ACCOUNT STATUS NOT VALID' TO reject-reason
                END-EVALUATE
        END-READ
    END-IF.

validate-operation-code.
check-operation-amount-limit.
    IF operation-table-max(matched-operation-index) > ZERO
        MOVE transaction-erste TO limit-test-amount
        PERFORM convert-limit-test-amount
        IF limit-test-amount < ZERO
            COMPUTE limit-test-amount = ZERO - limit-test-amount
        END-IF
            MOVE 'AMOUNT OVER OP CONTROL LIMIT' TO reject-reason
        END-IF
        MOVE transaction-zweite TO limit-test-amount
        PERFORM convert-limit-test-amount
        IF limit-test-amount < ZERO
            COMPUTE limit-test-amount = ZERO - limit-test-amount
        END-IF
            SET record-is-invalid TO TRUE
            MOVE 'AMOUNT OVER OP CONTROL LIMIT' TO reject-reason
        END-IF
    END-IF
    IF record-is-valid AND NOT transaction-is-release
        AND operation-table-review(matched-operation-index) > ZERO
        PERFORM check-operation-review-threshold
    END-IF.

check-operation-review-threshold.
    MOVE transaction-erste TO limit-test-amount
    PERFORM convert-limit-test-amount
    IF limit-test-amount < ZERO
        COMPUTE limit-test-amount = ZERO - limit-test-amount
    END-IF
    IF limit-test-amount > operation-table-review(matched-operation-index)
        SET review-required TO TRUE
    END-IF
    MOVE transaction-zweite TO limit-test-amount
    PERFORM convert-limit-test-amount
    IF limit-test-amount < ZERO
        COMPUTE limit-test-amount = ZERO - limit-test-amount
    END-IF
    IF limit-test-amount > operation-table-review(matched-operation-index)
        SET review-required TO TRUE
    END-IF.

convert-limit-test-amount.
    COMPUTE limit-test-amount ROUNDED = limit-test-amount * exchange-rate
        ON SIZE ERROR
            MOVE 9999999999.99 TO limit-test-amount
    END-COMPUTE.

convert-summe-to-house.
    MOVE summe TO currency-summe
    COMPUTE summe ROUNDED = currency-summe * exchange-rate
        ON SIZE ERROR
            SET record-is-invalid TO TRUE
            MOVE 'HOUSE AMOUNT SIZE ERROR' TO reject-reason
    END-COMPUTE.

compute-summe.
    SET size-error-did-not-occur TO TRUE
    MOVE transaction-erste TO erste
    END-EVALUATE.

write-reject-record.
    MOVE SPACES TO reject-record
    MOVE transaction-record-number TO reject-record-number
    MOVE transaction-erste-raw TO reject-erste-raw
    MOVE transaction-zweite-raw TO reject-zweite-raw
    MOVE reject-reason TO reject-reason-text
    MOVE run-date-today TO reject-run-date
    MOVE current-feed-id TO reject-feed-id
    MOVE transaction-type TO reject-transaction-type
    MOVE transaction-account-number TO reject-account-number
    MOVE transaction-currency-code TO reject-currency-code
    WRITE reject-record
        INVALID KEY
            PERFORM rewrite-reject-record
    END-WRITE
    IF reject-file-status = '00' OR reject-file-status = '22'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E02 RECORD ' transaction-record-number ' REJECTED - ' reject-reason
            DELIMITED BY SIZE INTO message-text
        MOVE transaction-record-number TO message-record-number
        PERFORM write-operations-message
        PERFORM raise-suspense-entry
        IF transaction-is-release AND current-feed-index = ZERO
            PERFORM return-pending-release
        END-IF
    ELSE
        MOVE SPACES TO message-text
        STRING 'JUTTA-E06 UNABLE TO WRITE JUTTREJ RECORD ' transaction-record-number ' STATUS = ' reject-file-status
            DELIMITED BY SIZE INTO message-text
        MOVE transaction-record-number TO message-record-number
        PERFORM write-operations-message
    END-IF.

return-pending-release.
    MOVE transaction-record-number TO pending-record-number
    READ pending-file
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF pending-released
                SET pending-awaiting-release TO TRUE
                MOVE ZERO TO pending-action-date
                MOVE SPACES TO pending-supervisor-id
                REWRITE pending-record
                    INVALID KEY
                        MOVE SPACES TO message-text
                        STRING 'JUTTA-E57 UNABLE TO RETURN RELEASED RECORD ' transaction-record-number ' TO JUTTPND, STATUS = ' pending-file-status
                            DELIMITED BY SIZE INTO message-text
                        MOVE transaction-record-number TO message-record-number
                        PERFORM write-operations-message
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        MOVE SPACES TO message-text
                        STRING 'JUTTA-W16 RELEASED RECORD ' transaction-record-number ' RETURNED TO AWAITING RELEASE ON JUTTPND - RELEASE AGAIN WITH JUTTARLS'
                            DELIMITED BY SIZE INTO message-text
                        MOVE transaction-record-number TO message-record-number
                        PERFORM write-operations-message
                END-REWRITE
            END-IF
    END-READ.

rewrite-reject-record.
    MOVE SPACES TO message-text
    STRING 'JUTTA-E05 RECORD ' transaction-record-number ' ALREADY ON JUTTREJ - REPLACING WITH LATEST REJECTION'
        DELIMITED BY SIZE INTO message-text
    MOVE transaction-record-number TO message-record-number
    PERFORM write-operations-message
    REWRITE reject-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTA-E07 UNABLE TO REWRITE JUTTREJ RECORD ' transaction-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
    END-REWRITE.

raise-suspense-entry.
    PERFORM compute-suspense-amount
    IF suspense-amount-known
        PERFORM find-outstanding-suspense
        EVALUATE TRUE
            WHEN NOT suspense-entry-found
                PERFORM write-suspense-entry
            WHEN suspense-raise-gl-date = ZERO
                OR (suspense-currency-code = suspense-new-currency
                AND suspense-currency-summe = suspense-new-currency-summe)
                PERFORM refresh-suspense-entry
            WHEN OTHER
                MOVE 'C' TO suspense-status
                MOVE run-date-today TO suspense-cleared-date
                MOVE 'R' TO suspense-clear-reason
                MOVE current-feed-id TO suspense-clear-feed-id
                REWRITE suspense-record
                    INVALID KEY
                        MOVE SPACES TO message-text
                        STRING 'JUTTA-E55 UNABLE TO UPDATE JUTTSUS ENTRY ' transaction-record-number ' STATUS = ' suspense-file-status
                            DELIMITED BY SIZE INTO message-text
                        MOVE transaction-record-number TO message-record-number
                        PERFORM write-operations-message
                END-REWRITE
                ADD 1 TO suspense-entries-cleared
                PERFORM write-suspense-entry
        END-EVALUATE
    END-IF.

compute-suspense-amount.
    MOVE 'N' TO suspense-amount-switch
    IF transaction-erste NUMERIC AND transaction-zweite NUMERIC
        PERFORM compute-summe
        IF size-error-did-not-occur
            AND (operation-is-add OR operation-is-subtract OR operation-is-multiply)
            SET suspense-amount-known TO TRUE
        END-IF
    END-IF
    IF suspense-amount-known
        MOVE summe TO suspense-new-currency-summe
        IF transaction-is-reversal
            COMPUTE suspense-new-currency-summe = ZERO - summe
        END-IF
        MOVE SPACE TO suspense-new-rate-flag
        IF transaction-currency-code = SPACES
            OR transaction-currency-code = house-currency-code
            MOVE house-currency-code TO suspense-new-currency
            MOVE suspense-new-currency-summe TO suspense-new-summe
        ELSE
            MOVE transaction-currency-code TO suspense-new-currency
            PERFORM convert-suspense-to-house
        END-IF
    END-IF.

convert-suspense-to-house.
    IF current-feed-index > ZERO
        MOVE feed-table-business-date(current-feed-index) TO rate-lookup-date
    ELSE
        MOVE expected-business-date TO rate-lookup-date
    END-IF
    PERFORM find-exchange-rate
    IF rate-found
        COMPUTE suspense-new-summe ROUNDED = suspense-new-currency-summe * exchange-rate
            ON SIZE ERROR
                MOVE ZERO TO suspense-new-summe
                MOVE 'N' TO suspense-new-rate-flag
        END-COMPUTE
    ELSE
        MOVE ZERO TO suspense-new-summe
        MOVE 'N' TO suspense-new-rate-flag
    END-IF.

find-outstanding-suspense.
    MOVE 'N' TO suspense-entry-switch
    MOVE 'N' TO suspense-scan-switch
    MOVE transaction-record-number TO suspense-lookup-number
    MOVE transaction-record-number TO suspense-record-number
    MOVE ZERO TO suspense-raised-date
    MOVE ZERO TO suspense-raise-sequence
    START suspense-file KEY IS NOT LESS THAN suspense-key
        INVALID KEY SET suspense-scan-ended TO TRUE
    END-START
    PERFORM scan-suspense-entry
        UNTIL suspense-scan-ended OR suspense-entry-found.

scan-suspense-entry.
    READ suspense-file NEXT RECORD
        AT END SET suspense-scan-ended TO TRUE
    END-READ
    IF NOT suspense-scan-ended
        IF suspense-record-number NOT = suspense-lookup-number
            SET suspense-scan-ended TO TRUE
        ELSE
            IF suspense-outstanding
                SET suspense-entry-found TO TRUE
            END-IF
        END-IF
    END-IF.

get-next-raise-sequence.
    MOVE ZERO TO suspense-next-sequence
    MOVE 'N' TO suspense-scan-switch
    MOVE transaction-record-number TO suspense-lookup-number
    MOVE transaction-record-number TO suspense-record-number
    MOVE run-date-today TO suspense-raised-date
    MOVE ZERO TO suspense-raise-sequence
    START suspense-file KEY IS NOT LESS THAN suspense-key
        INVALID KEY SET suspense-scan-ended TO TRUE
    END-START
    PERFORM scan-raise-sequence UNTIL suspense-scan-ended.

scan-raise-sequence.
    READ suspense-file NEXT RECORD
        AT END SET suspense-scan-ended TO TRUE
    END-READ
    IF NOT suspense-scan-ended
        IF suspense-record-number NOT = suspense-lookup-number
            OR suspense-raised-date NOT = run-date-today
            SET suspense-scan-ended TO TRUE
        ELSE
            COMPUTE suspense-next-sequence = suspense-raise-sequence + 1
        END-IF
    END-IF.

write-suspense-entry.
    PERFORM get-next-raise-sequence
    MOVE SPACES TO suspense-record
    MOVE transaction-record-number TO suspense-record-number
    MOVE run-date-today TO suspense-raised-date
    MOVE suspense-next-sequence TO suspense-raise-sequence
    MOVE ZERO TO suspense-raise-gl-date
    MOVE ZERO TO suspense-clear-gl-date
    PERFORM fill-suspense-entry
    WRITE suspense-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTA-E55 UNABLE TO UPDATE JUTTSUS ENTRY ' transaction-record-number ' STATUS = ' suspense-file-status
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
        NOT INVALID KEY
            ADD 1 TO suspense-entries-raised
    END-WRITE.

refresh-suspense-entry.
    PERFORM fill-suspense-entry
    REWRITE suspense-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTA-E55 UNABLE TO UPDATE JUTTSUS ENTRY ' transaction-record-number ' STATUS = ' suspense-file-status
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
    END-REWRITE.

fill-suspense-entry.
    MOVE 'O' TO suspense-status
    MOVE current-feed-id TO suspense-feed-id
    MOVE transaction-operation-code TO suspense-operation-code
    MOVE reject-reason TO suspense-reject-reason
    MOVE suspense-new-currency TO suspense-currency-code
    MOVE suspense-new-currency-summe TO suspense-currency-summe
    MOVE suspense-new-summe TO suspense-summe
    MOVE suspense-new-rate-flag TO suspense-rate-flag
    MOVE ZERO TO suspense-cleared-date
    MOVE SPACE TO suspense-clear-reason
    MOVE SPACES TO suspense-clear-feed-id.

clear-suspense-entry.
    PERFORM find-outstanding-suspense
    IF suspense-entry-found
        MOVE 'C' TO suspense-status
        MOVE run-date-today TO suspense-cleared-date
        MOVE 'P' TO suspense-clear-reason
        MOVE current-feed-id TO suspense-clear-feed-id
        REWRITE suspense-record
            INVALID KEY
                MOVE SPACES TO message-text
                STRING 'JUTTA-E55 UNABLE TO UPDATE JUTTSUS ENTRY ' transaction-record-number ' STATUS = ' suspense-file-status
                    DELIMITED BY SIZE INTO message-text
                MOVE transaction-record-number TO message-record-number
                PERFORM write-operations-message
            NOT INVALID KEY
                ADD 1 TO suspense-entries-cleared
        END-REWRITE
    END-IF.

write-audit-record.
    PERFORM get-timestamp
    MOVE SPACES TO audit-record
    MOVE transaction-record-number TO audit-record-number
    MOVE erste TO audit-erste
    MOVE zweite TO audit-zweite
    MOVE summe TO audit-summe
    MOVE formatted-timestamp TO audit-timestamp
    MOVE current-feed-id TO audit-feed-id
    MOVE transaction-account-number TO audit-account-number
    MOVE transaction-currency-code TO audit-currency-code
    MOVE currency-summe TO audit-currency-summe
    MOVE exchange-rate TO audit-exchange-rate
    IF transaction-is-reversal
        MOVE 'R' TO audit-entry-type
        MOVE transaction-original-number TO audit-original-number
        MOVE transaction-original-date TO audit-original-date
    ELSE
        MOVE 'P' TO audit-entry-type
        MOVE ZERO TO audit-original-number
        MOVE ZERO TO audit-original-date
    END-IF
    WRITE audit-record.

get-timestamp.
           DELIMITED BY SIZE INTO formatted-timestamp.

finalize-program.
    IF validate-only
        PERFORM finalize-pre-edit-run
    ELSE
        PERFORM zero-checkpoint-record
        PERFORM save-checkpoint
        CLOSE transaction-file
        CLOSE audit-file
        CLOSE reject-file
        CLOSE posted-file
        CLOSE pending-file
        CLOSE account-file
        CLOSE suspense-file
        MOVE SPACES TO message-text
        STRING 'JUTTA-I23 SUSPENSE ENTRIES RAISED = ' suspense-entries-raised ' CLEARED = ' suspense-entries-cleared
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        PERFORM write-run-totals
        PERFORM print-summary-report
        PERFORM print-rejected-records
        CLOSE report-file
    END-IF.

finalize-pre-edit-run.
    CLOSE transaction-file
    CLOSE ack-file
    IF posted-master-present
        CLOSE posted-file
    END-IF
    IF pending-master-present
        CLOSE pending-file
    END-IF
    CLOSE account-file
    IF records-rejected = ZERO
        MOVE '  (NONE)' TO report-line
        WRITE report-record FROM report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    PERFORM print-summary-report
    CLOSE report-file
    IF records-rejected > ZERO OR feeds-held > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTA-W09 PRE-EDIT FOUND ' records-rejected ' RECORDS THAT WOULD REJECT AND ' feeds-held ' FEEDS THAT WOULD BE QUARANTINED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE SPACES TO message-text
        STRING 'JUTTA-I19 PRE-EDIT CLEAN - EVERY RECORD WOULD POST OR BE HELD FOR RELEASE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF
    IF records-pending > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTA-I21 PRE-EDIT FOUND ' records-pending ' RECORDS THAT WOULD BE HELD ON JUTTPND FOR SUPERVISOR RELEASE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

write-run-totals.
    OPEN EXTEND totals-file
        OPEN EXTEND totals-file
    END-IF
    IF totals-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTA-E17 UNABLE TO OPEN JUTTTOT, STATUS = ' totals-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        MOVE SPACES TO run-totals-record
        MOVE run-date-today TO totals-run-date
        MOVE records-rejected TO totals-records-rejected
        MOVE control-total TO totals-control-total
        MOVE control-total-switch TO totals-overflow-flag
        MOVE feeds-held TO totals-feeds-held
        MOVE records-held TO totals-records-held
        MOVE feeds-missing TO totals-feeds-missing
        MOVE feeds-unexpected TO totals-feeds-unexpected
        MOVE records-pending TO totals-records-pending
        WRITE run-totals-record
        CLOSE totals-file
    END-IF.
print-summary-report.
    MOVE control-total TO control-total-edited
    MOVE SPACES TO report-line
    IF validate-only
        STRING 'JUTTA PRE-EDIT SUMMARY - PROCESSED MEANS WOULD POST' DELIMITED BY SIZE
            INTO report-line
    ELSE
        STRING 'JUTTA DAILY CLOSE SUMMARY REPORT' DELIMITED BY SIZE
            INTO report-line
    END-IF
    WRITE report-record FROM report-line

    MOVE records-read TO report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE records-reversed TO report-count-edited
    MOVE SPACES TO report-line
    STRING '  OF WHICH REVERSALS . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE records-pending TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'RECORDS PENDING RELEASE: ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE SPACES TO report-line
    STRING 'CONTROL TOTAL (SUMME) . : ' control-total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE feeds-held TO report-count-edited
    MOVE records-held TO report-reject-edited
    MOVE SPACES TO report-line
    STRING 'FEEDS QUARANTINED. . . : ' report-count-edited
        '  HOLDING ' report-reject-edited ' RECORDS'
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE feeds-missing TO report-count-edited
    MOVE feeds-unexpected TO report-reject-edited
    MOVE SPACES TO report-line
    STRING 'SCHEDULED FEEDS MISSING: ' report-count-edited
        '  UNEXPECTED ' report-reject-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line

    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    MOVE 'BREAKDOWN BY SOURCE FEED' TO report-line
    WRITE report-record FROM report-line
    PERFORM print-feed-summary
        VARYING feed-index FROM 1 BY 1 UNTIL feed-index > feeds-on-input
    IF fixup-processed > ZERO OR fixup-rejected > ZERO OR fixup-pending > ZERO
        PERFORM print-fixup-summary
    END-IF

    MOVE SPACES TO message-text
    STRING 'JUTTA-I01 RECORDS READ      = ' records-read
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTA-I01 RECORDS PROCESSED = ' records-processed
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTA-I01 RECORDS REJECTED  = ' records-rejected
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTA-I01 RECORDS REVERSED  = ' records-reversed
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTA-I01 RECORDS PENDING   = ' records-pending
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTA-I01 FEEDS QUARANTINED = ' feeds-held
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTA-I01 FEEDS MISSING     = ' feeds-missing
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTA-I01 FEEDS UNEXPECTED  = ' feeds-unexpected
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTA-I01 CONTROL TOTAL     = ' control-total-edited
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF control-total-overflow-occurred
        MOVE SPACES TO message-text
        STRING 'JUTTA-W01 CONTROL TOTAL OVERFLOWED DURING THIS RUN - TOTAL IS UNRELIABLE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

print-feed-summary.
    IF feed-table-held(feed-index)
        PERFORM print-held-feed-summary
    ELSE
        PERFORM print-posted-feed-summary
    END-IF.

print-held-feed-summary.
    MOVE feed-table-detail-count(feed-index) TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'FEED ' feed-table-id(feed-index)
        ' QUARANTINED ' report-count-edited
        ' RECS ' feed-table-hold-code(feed-index)
        ' ' feed-table-hold-reason(feed-index)
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    IF validate-only
        MOVE SPACES TO message-text
        STRING 'JUTTA-W04 FEED ' feed-table-id(feed-index)
            ' FOR BUSINESS DATE ' feed-table-business-date(feed-index)
            ' WOULD BE HELD - ' feed-table-hold-code(feed-index)
            ' ' feed-table-hold-reason(feed-index)
            DELIMITED BY SIZE INTO message-text
        MOVE feed-table-id(feed-index) TO message-feed-id
        PERFORM write-operations-message
    ELSE
        MOVE SPACES TO message-text
        STRING 'JUTTA-W04 FEED ' feed-table-id(feed-index)
            ' FOR BUSINESS DATE ' feed-table-business-date(feed-index)
            ' HELD ON JUTTQUA - ' feed-table-hold-code(feed-index)
            ' ' feed-table-hold-reason(feed-index)
            DELIMITED BY SIZE INTO message-text
        MOVE feed-table-id(feed-index) TO message-feed-id
        PERFORM write-operations-message
    END-IF.

print-posted-feed-summary.
    MOVE feed-table-processed(feed-index) TO report-count-edited
    MOVE feed-table-rejected(feed-index) TO report-reject-edited
    MOVE feed-table-control-total(feed-index) TO feed-total-edited
        ' TOTAL ' feed-total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO message-text
    STRING 'JUTTA-I07 FEED ' feed-table-id(feed-index)
        ' PROCESSED=' feed-table-processed(feed-index)
        ' REJECTED=' feed-table-rejected(feed-index)
        ' PENDING=' feed-table-pending(feed-index)
        ' TOTAL=' feed-total-edited
        DELIMITED BY SIZE INTO message-text
    MOVE feed-table-id(feed-index) TO message-feed-id
    PERFORM write-operations-message
    IF feed-table-pending(feed-index) > ZERO
        MOVE feed-table-pending(feed-index) TO report-count-edited
        MOVE SPACES TO report-line
        STRING '              PENDING RELEASE ' report-count-edited
            DELIMITED BY SIZE INTO report-line
        WRITE report-record FROM report-line
    END-IF.

print-fixup-summary.
    MOVE fixup-processed TO report-count-edited
        ' TOTAL ' feed-total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO message-text
    STRING 'JUTTA-I07 FIXUPS PROCESSED=' fixup-processed
        ' REJECTED=' fixup-rejected
        ' PENDING=' fixup-pending
        ' TOTAL=' feed-total-edited
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF fixup-pending > ZERO
        MOVE fixup-pending TO report-count-edited
        MOVE SPACES TO report-line
        STRING '              PENDING RELEASE ' report-count-edited
            DELIMITED BY SIZE INTO report-line
        WRITE report-record FROM report-line
    END-IF.

print-rejected-records.
    IF records-rejected > ZERO
        ' REASON=' reject-reason-text DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    PERFORM find-next-reject-record.

write-operations-message.
    DISPLAY message-text
    IF NOT message-log-open AND NOT message-log-unavailable AND NOT validate-only
        PERFORM open-message-log
    END-IF
    IF message-log-open
        PERFORM build-message-log-record
        WRITE message-log-record
            INVALID KEY
                DISPLAY 'JUTTA-W14 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTA' TO message-log-program-id
    MOVE expected-business-date TO message-log-business-date
    IF message-log-business-date NOT NUMERIC OR message-log-business-date = ZERO
        MOVE message-log-date TO message-log-business-date
    END-IF
    MOVE SPACES TO message-id-parts
    UNSTRING message-text DELIMITED BY ALL SPACE INTO message-log-message-id
    UNSTRING message-log-message-id DELIMITED BY '-' INTO message-id-program message-id-number
    MOVE message-id-severity TO message-log-severity
    IF message-feed-id = SPACES AND message-record-number > ZERO
        MOVE current-feed-id TO message-feed-id
    END-IF
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
        DISPLAY 'JUTTA-W13 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
