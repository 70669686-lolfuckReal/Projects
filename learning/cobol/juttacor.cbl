        ACCESS MODE IS DYNAMIC
        RECORD KEY IS operation-control-code
        FILE STATUS IS operation-control-file-status.
    SELECT account-file ASSIGN TO JUTTACT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS account-number
        FILE STATUS IS account-file-status.
    SELECT rate-file ASSIGN TO JUTTRAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS rate-file-status.
    SELECT OPTIONAL suspense-file ASSIGN TO JUTTSUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS suspense-key
        FILE STATUS IS suspense-file-status.
    SELECT fix-file ASSIGN TO JUTTFIX
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS fix-file-status.
    SELECT report-file ASSIGN TO JUTTCRP
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
FD correction-file.
COPY JUTTREJ.
FD operation-control-file.
COPY JUTTOPC.
FD account-file.
COPY JUTTACT.
FD rate-file.
COPY JUTTRAT.
FD suspense-file.
COPY JUTTSUS.
FD fix-file.
01 fix-record PICTURE X(80).
FD activity-log-file.
    05 FILLER PICTURE X(72).
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
01 correction-file-status PICTURE X(02) VALUE '00'.
01 reject-file-status PICTURE X(02) VALUE '00'.
01 operation-control-file-status PICTURE X(02) VALUE '00'.
01 account-file-status PICTURE X(02) VALUE '00'.
01 rate-file-status PICTURE X(02) VALUE '00'.
01 fix-file-status PICTURE X(02) VALUE '00'.
01 suspense-file-status PICTURE X(02) VALUE '00'.
01 activity-log-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.
01 report-file-status PICTURE X(02) VALUE '00'.
    88 operation-master-end-of-file VALUE 'Y'.
01 operation-found-switch PICTURE X(01) VALUE 'N'.
    88 operation-found VALUE 'Y'.
01 rate-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 rate-end-of-file VALUE 'Y'.

01 reject-reason PICTURE X(30) VALUE SPACES.
01 operator-id PICTURE X(08) VALUE 'BATCHCOR'.
01 suspense-entry-switch PICTURE X(01) VALUE 'N'.
    88 suspense-entry-found VALUE 'Y'.
01 suspense-scan-switch PICTURE X(01) VALUE 'N'.
    88 suspense-scan-ended VALUE 'Y'.
01 suspense-lookup-number PICTURE 9(06) VALUE ZERO.
01 supervisor-id PICTURE X(08) VALUE SPACES.
01 run-date-today PICTURE 9(08) VALUE ZERO.
01 house-currency-code PICTURE X(03) VALUE SPACES.

01 corrections-read PICTURE 9(06) VALUE ZERO.
01 corrections-applied PICTURE 9(06) VALUE ZERO.
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
    PERFORM apply-correction-record UNTIL end-of-file.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    ACCEPT run-date-today FROM DATE YYYYMMDD
    PERFORM get-batch-operator-id
    PERFORM load-operation-master
    PERFORM load-house-currency
    OPEN INPUT account-file
    IF account-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E11 UNABLE TO OPEN JUTTACT, STATUS = ' account-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT correction-file.
    IF correction-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E01 UNABLE TO OPEN JUTTCOR, STATUS = ' correction-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O reject-file
    IF reject-file-status NOT = '00' AND reject-file-status NOT = '05'
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E02 UNABLE TO OPEN JUTTREJ, STATUS = ' reject-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O suspense-file
    IF suspense-file-status NOT = '00' AND suspense-file-status NOT = '05'
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E14 UNABLE TO OPEN JUTTSUS, STATUS = ' suspense-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
        OPEN OUTPUT fix-file
    END-IF
    IF fix-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E03 UNABLE TO OPEN JUTTFIX, STATUS = ' fix-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
        OPEN OUTPUT activity-log-file
    END-IF
    IF activity-log-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E04 UNABLE TO OPEN JUTTLOG, STATUS = ' activity-log-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
        END-IF
        CLOSE parameter-file
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTACOR-I02 BATCH OPERATOR ID = ' operator-id
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

load-operation-master.
    OPEN INPUT operation-control-file
    IF operation-control-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E05 UNABLE TO OPEN JUTTOPC, STATUS = ' operation-control-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E05 NO OPERATION CONTROL MASTER - CORRECTIONS CANNOT BE EDITED'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM load-operation-entry UNTIL operation-master-end-of-file
    CLOSE operation-control-file
    IF operation-codes-loaded = ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E06 JUTTOPC IS EMPTY - NO OPERATION CODES ARE VALID'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

load-house-currency.
    OPEN INPUT rate-file
    IF rate-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E12 UNABLE TO OPEN JUTTRAT, STATUS = ' rate-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM read-rate-record
    PERFORM find-house-currency UNTIL rate-end-of-file
    CLOSE rate-file
    IF house-currency-code = SPACES
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E13 JUTTRAT HAS NO HOUSE-CURRENCY CONTROL RECORD'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

read-rate-record.
    READ rate-file
        AT END SET rate-end-of-file TO TRUE
    END-READ.

find-house-currency.
    IF rate-control-type
        MOVE rate-currency-code TO house-currency-code
        SET rate-end-of-file TO TRUE
    ELSE
        PERFORM read-rate-record
    END-IF.

read-operation-control-record.
    READ operation-control-file NEXT RECORD
        AT END SET operation-master-end-of-file TO TRUE

load-operation-entry.
    IF operation-codes-loaded = operation-table-size
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E07 MORE THAN ' operation-table-size ' CODES ON JUTTOPC - RAISE THE OPERATION TABLE LIMIT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
        END-IF
    END-IF
    IF record-is-valid
        PERFORM validate-currency
    END-IF
    IF record-is-valid
        EVALUATE TRUE
            WHEN transaction-is-reversal
                PERFORM validate-reversal-code
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

validate-account.
    IF transaction-account-number = SPACES
        MOVE reject-account-number TO transaction-account-number
    END-IF
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

validate-currency.
    IF transaction-currency-code = SPACES
        MOVE reject-currency-code TO transaction-currency-code
    END-IF
    IF transaction-currency-code = SPACES
        SET record-is-invalid TO TRUE
        MOVE 'CURRENCY CODE MISSING' TO reject-reason
    END-IF.

validate-reversal-code.
    MOVE transaction-operation-code TO lookup-operation-code
    PERFORM find-operation-entry
    IF NOT operation-found
        SET record-is-invalid TO TRUE
        MOVE 'OP CODE NOT ON CONTROL MASTER' TO reject-reason
    END-IF.

validate-operation-code.

check-operation-amount-limit.
    IF operation-table-max(matched-operation-index) > ZERO
        AND transaction-currency-code = house-currency-code
        MOVE transaction-erste TO limit-test-amount
        IF limit-test-amount < ZERO
            COMPUTE limit-test-amount = ZERO - limit-test-amount
        PERFORM delete-reject-record
        ADD 1 TO corrections-applied
    ELSE
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E08 UNABLE TO WRITE JUTTFIX RECORD ' transaction-record-number ' STATUS = ' fix-file-status
            DELIMITED BY SIZE INTO message-text
        MOVE transaction-record-number TO message-record-number
        PERFORM write-operations-message
        MOVE 'JUTTFIX WRITE FAILED' TO reject-reason
        PERFORM write-exception-line
        MOVE 8 TO RETURN-CODE
delete-reject-record.
    DELETE reject-file RECORD
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTACOR-E09 UNABLE TO REMOVE RECORD ' transaction-record-number ' FROM JUTTREJ'
                DELIMITED BY SIZE INTO message-text
            MOVE transaction-record-number TO message-record-number
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            PERFORM log-delete-activity
            PERFORM mark-suspense-corrected
    END-DELETE.

mark-suspense-corrected.
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
        UNTIL suspense-scan-ended OR suspense-entry-found
    IF suspense-entry-found
        MOVE 'F' TO suspense-status
        REWRITE suspense-record
            INVALID KEY
                MOVE SPACES TO message-text
                STRING 'JUTTACOR-E15 UNABLE TO MARK JUTTSUS ENTRY ' suspense-lookup-number ' AS CORRECTED'
                    DELIMITED BY SIZE INTO message-text
                MOVE suspense-lookup-number TO message-record-number
                PERFORM write-operations-message
        END-REWRITE
    END-IF.

scan-suspense-entry.
    READ suspense-file NEXT RECORD
        AT END SET suspense-scan-ended TO TRUE
    END-READ
    IF NOT suspense-scan-ended
        IF suspense-record-number NOT = suspense-lookup-number
            SET suspense-scan-ended TO TRUE
        ELSE
            IF suspense-open
                SET suspense-entry-found TO TRUE
            END-IF
        END-IF
    END-IF.

get-timestamp.
    ACCEPT current-date-8 FROM DATE YYYYMMDD
    ACCEPT current-time-8 FROM TIME
    MOVE supervisor-id TO log-supervisor-id
    WRITE activity-log-record
    IF activity-log-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-E10 UNABLE TO WRITE JUTTLOG RECORD, STATUS = ' activity-log-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF.

write-exception-line.
finalize-program.
    CLOSE correction-file
    CLOSE reject-file
    CLOSE suspense-file
    CLOSE account-file
    CLOSE fix-file
    CLOSE activity-log-file
    IF exception-count = ZERO
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    CLOSE report-file
    MOVE SPACES TO message-text
    STRING 'JUTTACOR-I01 CORRECTIONS READ    = ' corrections-read
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTACOR-I01 CORRECTIONS APPLIED = ' corrections-applied
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTACOR-I01 UNMATCHED           = ' corrections-unmatched
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTACOR-I01 STILL INVALID       = ' corrections-invalid
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF exception-count > ZERO AND RETURN-CODE = ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTACOR-W01 ' exception-count ' CORRECTIONS NOT APPLIED - SEE THE EXCEPTION REPORT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 4 TO RETURN-CODE
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
                DISPLAY 'JUTTACOR-W03 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTACOR' TO message-log-program-id
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
        DISPLAY 'JUTTACOR-W02 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
