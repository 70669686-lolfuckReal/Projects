        ACCESS MODE IS DYNAMIC
        RECORD KEY IS operation-control-code
        FILE STATUS IS operation-control-file-status.
    SELECT rate-file ASSIGN TO JUTTRAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS rate-file-status.
    SELECT suspense-file ASSIGN TO JUTTSUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS suspense-key
        FILE STATUS IS suspense-file-status.
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
FD audit-file.
COPY JUTTGLI.
FD operation-control-file.
COPY JUTTOPC.
FD rate-file.
COPY JUTTRAT.
FD suspense-file.
COPY JUTTSUS.
FD parameter-file.
01 parameter-record.
    05 parameter-suspense-account PICTURE X(10).
    05 FILLER PICTURE X(70).
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
01 gl-file-status PICTURE X(02) VALUE '00'.
01 operation-control-file-status PICTURE X(02) VALUE '00'.
01 rate-file-status PICTURE X(02) VALUE '00'.
01 suspense-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.

01 audit-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 audit-end-of-file VALUE 'Y'.
    88 total-overflow-occurred VALUE 'Y'.
01 unknown-operation-switch PICTURE X(01) VALUE 'N'.
    88 unknown-operation-found VALUE 'Y'.
01 rate-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 rate-end-of-file VALUE 'Y'.
01 operation-line-written-switch PICTURE X(01) VALUE 'N'.
    88 operation-line-written VALUE 'Y'.
01 suspense-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 suspense-end-of-file VALUE 'Y'.
01 suspense-master-present-switch PICTURE X(01) VALUE 'N'.
    88 suspense-master-present VALUE 'Y'.
01 parameter-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 parameter-end-of-file VALUE 'Y'.
01 suspense-sent-switch PICTURE X(01) VALUE 'N'.
    88 suspense-entry-sent VALUE 'Y'.
01 suspense-account PICTURE X(10) VALUE SPACES.
01 suspense-line-count PICTURE 9(09) VALUE ZERO.
01 suspense-net-total PICTURE S9(12)V99 VALUE ZERO.

01 operation-index PICTURE 9(02) VALUE ZERO.
01 operation-scan-index PICTURE 9(02) VALUE ZERO.
    88 operation-master-end-of-file VALUE 'Y'.
01 operation-code-table.
    05 operation-code-entry PICTURE X(01) OCCURS 10 TIMES.
01 house-currency-code PICTURE X(03) VALUE SPACES.
01 audit-currency PICTURE X(03) VALUE SPACES.
01 audit-currency-amount PICTURE S9(10)V99 VALUE ZERO.
01 currency-lines-used PICTURE 9(03) VALUE ZERO.
01 currency-line-table-size PICTURE 9(03) VALUE 100.
01 currency-line-index PICTURE 9(03) VALUE ZERO.
01 currency-line-scan-index PICTURE 9(03) VALUE ZERO.
01 currency-line-totals.
    05 currency-line-entry OCCURS 100 TIMES.
        10 line-operation-index PICTURE 9(02).
        10 line-currency-code PICTURE X(03).
        10 line-record-count PICTURE 9(09).
        10 line-summe-total PICTURE S9(12)V99.
        10 line-currency-total PICTURE S9(12)V99.
        10 line-reversal-count PICTURE 9(09).
        10 line-reversal-total PICTURE S9(12)V99.
        10 line-reversal-currency-total PICTURE S9(12)V99.

01 audit-records-read PICTURE 9(09) VALUE ZERO.
01 balancing-total PICTURE S9(12)V99 VALUE ZERO.
    05 business-date-day PICTURE 9(02).

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
    PERFORM accumulate-audit-record UNTIL audit-end-of-file.
    PERFORM write-gl-interface.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    PERFORM load-operation-master.
    PERFORM load-house-currency.
    PERFORM get-suspense-account.
    PERFORM open-suspense-file.
    OPEN INPUT audit-file.
    IF audit-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-E01 UNABLE TO OPEN JUTTAUD, STATUS = ' audit-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT gl-file
    IF gl-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-E02 UNABLE TO OPEN JUTTGLI, STATUS = ' gl-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ZERO TO currency-line-totals
    PERFORM read-audit-record.

load-operation-master.
    OPEN INPUT operation-control-file
    IF operation-control-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-E07 UNABLE TO OPEN JUTTOPC, STATUS = ' operation-control-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM load-operation-entry UNTIL operation-master-end-of-file
    CLOSE operation-control-file
    IF operation-codes-loaded = ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-E08 JUTTOPC IS EMPTY - NO OPERATION CODES TO EXTRACT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

load-house-currency.
    OPEN INPUT rate-file
    IF rate-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-E10 UNABLE TO OPEN JUTTRAT, STATUS = ' rate-file-status
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
        STRING 'JUTTAGL-E11 JUTTRAT HAS NO HOUSE-CURRENCY CONTROL RECORD'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

get-suspense-account.
    OPEN INPUT parameter-file
    IF parameter-file-status = '00'
        READ parameter-file
            AT END SET parameter-end-of-file TO TRUE
        END-READ
        IF NOT parameter-end-of-file
            MOVE parameter-suspense-account TO suspense-account
        END-IF
        CLOSE parameter-file
    END-IF
    IF suspense-account = SPACES
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-E13 JUTTPRM COLS 1-10 MUST GIVE THE SUSPENSE GL ACCOUNT FOR REJECTED AMOUNTS'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

open-suspense-file.
    OPEN I-O suspense-file
    IF suspense-file-status = '35'
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-I03 NO SUSPENSE MASTER PRESENT - NO SUSPENSE LINES'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    ELSE
        IF suspense-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAGL-E14 UNABLE TO OPEN JUTTSUS, STATUS = ' suspense-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET suspense-master-present TO TRUE
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
        STRING 'JUTTAGL-E09 MORE THAN ' operation-table-size ' CODES ON JUTTOPC - RAISE THE OPERATION TABLE LIMIT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
        UNTIL operation-index > ZERO
        OR operation-scan-index > operation-codes-loaded
    IF operation-index > ZERO
        PERFORM find-currency-line
        IF audit-reversal
            PERFORM accumulate-reversal
        ELSE
            PERFORM accumulate-posting
        END-IF
        ADD audit-summe TO balancing-total
            ON SIZE ERROR
                SET total-overflow-occurred TO TRUE
                MOVE SPACES TO message-text
                STRING 'JUTTAGL-E04 BALANCING TOTAL OVERFLOW AT RECORD ' audit-record-number
                    DELIMITED BY SIZE INTO message-text
                MOVE audit-record-number TO message-record-number
                PERFORM write-operations-message
        END-ADD
    ELSE
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-W01 AUDIT RECORD ' audit-record-number ' HAS UNKNOWN OPERATION CODE ' audit-operation-code ' - EXCLUDED'
            DELIMITED BY SIZE INTO message-text
        MOVE audit-record-number TO message-record-number
        PERFORM write-operations-message
        SET unknown-operation-found TO TRUE
    END-IF
    PERFORM read-audit-record.

find-currency-line.
    IF audit-currency-code = SPACES OR audit-currency-summe NOT NUMERIC
        MOVE house-currency-code TO audit-currency
        MOVE audit-summe TO audit-currency-amount
    ELSE
        MOVE audit-currency-code TO audit-currency
        MOVE audit-currency-summe TO audit-currency-amount
    END-IF
    MOVE ZERO TO currency-line-index
    PERFORM match-currency-line
        VARYING currency-line-scan-index FROM 1 BY 1
        UNTIL currency-line-index > ZERO
        OR currency-line-scan-index > currency-lines-used
    IF currency-line-index = ZERO
        IF currency-lines-used = currency-line-table-size
            MOVE SPACES TO message-text
            STRING 'JUTTAGL-E12 MORE THAN ' currency-line-table-size ' OPERATION/CURRENCY LINES - RAISE THE LINE TABLE LIMIT'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO currency-lines-used
        MOVE currency-lines-used TO currency-line-index
        MOVE operation-index TO line-operation-index(currency-line-index)
        MOVE audit-currency TO line-currency-code(currency-line-index)
    END-IF.

match-currency-line.
    IF line-operation-index(currency-line-scan-index) = operation-index
        AND line-currency-code(currency-line-scan-index) = audit-currency
        MOVE currency-line-scan-index TO currency-line-index
    END-IF.

accumulate-posting.
    ADD 1 TO line-record-count(currency-line-index)
    ADD audit-summe TO line-summe-total(currency-line-index)
        ON SIZE ERROR
            SET total-overflow-occurred TO TRUE
            MOVE SPACES TO message-text
            STRING 'JUTTAGL-E03 OPERATION TOTAL OVERFLOW AT RECORD ' audit-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
    END-ADD
    ADD audit-currency-amount TO line-currency-total(currency-line-index)
        ON SIZE ERROR
            SET total-overflow-occurred TO TRUE
            MOVE SPACES TO message-text
            STRING 'JUTTAGL-E03 OPERATION TOTAL OVERFLOW AT RECORD ' audit-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
    END-ADD.

accumulate-reversal.
    ADD 1 TO line-reversal-count(currency-line-index)
    ADD audit-summe TO line-reversal-total(currency-line-index)
        ON SIZE ERROR
            SET total-overflow-occurred TO TRUE
            MOVE SPACES TO message-text
            STRING 'JUTTAGL-E03 OPERATION TOTAL OVERFLOW AT RECORD ' audit-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
    END-ADD
    ADD audit-currency-amount TO line-reversal-currency-total(currency-line-index)
        ON SIZE ERROR
            SET total-overflow-occurred TO TRUE
            MOVE SPACES TO message-text
            STRING 'JUTTAGL-E03 OPERATION TOTAL OVERFLOW AT RECORD ' audit-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
    END-ADD.

match-operation-code.
    IF operation-code-entry(operation-scan-index) = audit-operation-code
        MOVE operation-scan-index TO operation-index
write-gl-interface.
    IF NOT business-date-set
        ACCEPT business-date FROM DATE YYYYMMDD
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-W02 NO AUDIT RECORDS - EMPTY INTERFACE FILE FOR TODAY'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF
    MOVE SPACES TO gl-header-record
    MOVE 'H' TO gl-header-type
    MOVE business-date TO gl-header-business-date
    MOVE 'JUTTA' TO gl-header-system-id
    WRITE gl-header-record
    PERFORM write-operation-lines
        VARYING operation-index FROM 1 BY 1
        UNTIL operation-index > operation-codes-loaded
    IF suspense-master-present
        PERFORM write-suspense-lines
    END-IF
    MOVE SPACES TO gl-trailer-record
    MOVE 'T' TO gl-trailer-type
    MOVE audit-records-read TO gl-trailer-record-count
    MOVE balancing-total TO gl-trailer-total
    MOVE house-currency-code TO gl-trailer-currency-code
    MOVE suspense-line-count TO gl-trailer-suspense-count
    MOVE suspense-net-total TO gl-trailer-suspense-total
    WRITE gl-trailer-record
    MOVE balancing-total TO control-total-edited
    MOVE SPACES TO message-text
    STRING 'JUTTAGL-I01 AUDIT RECORDS READ = ' audit-records-read
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAGL-I01 BALANCING TOTAL    = ' control-total-edited ' ' house-currency-code
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAGL-I02 OPERATION/CURRENCY LINES = ' currency-lines-used
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE suspense-net-total TO control-total-edited
    MOVE SPACES TO message-text
    STRING 'JUTTAGL-I04 SUSPENSE LINES = ' suspense-line-count ' NET SUSPENSE MOVEMENT = ' control-total-edited ' ' house-currency-code
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

write-suspense-lines.
    MOVE ZERO TO suspense-record-number
    MOVE ZERO TO suspense-raised-date
    MOVE ZERO TO suspense-raise-sequence
    START suspense-file KEY IS NOT LESS THAN suspense-key
        INVALID KEY SET suspense-end-of-file TO TRUE
    END-START
    IF NOT suspense-end-of-file
        PERFORM read-suspense-record
    END-IF
    PERFORM send-suspense-entry UNTIL suspense-end-of-file.

read-suspense-record.
    READ suspense-file NEXT RECORD
        AT END SET suspense-end-of-file TO TRUE
    END-READ.

send-suspense-entry.
    MOVE 'N' TO suspense-sent-switch
    IF suspense-raise-gl-date = ZERO OR suspense-raise-gl-date = business-date
        MOVE 'S' TO gl-suspense-type
        MOVE suspense-summe TO gl-suspense-summe
        MOVE suspense-currency-summe TO gl-suspense-currency-summe
        PERFORM write-suspense-line
        MOVE business-date TO suspense-raise-gl-date
    END-IF
    IF suspense-cleared
        AND (suspense-clear-gl-date = ZERO OR suspense-clear-gl-date = business-date)
        MOVE 'C' TO gl-suspense-type
        COMPUTE gl-suspense-summe = ZERO - suspense-summe
        COMPUTE gl-suspense-currency-summe = ZERO - suspense-currency-summe
        PERFORM write-suspense-line
        MOVE business-date TO suspense-clear-gl-date
    END-IF
    IF suspense-entry-sent
        REWRITE suspense-record
            INVALID KEY
                MOVE SPACES TO message-text
                STRING 'JUTTAGL-E15 UNABLE TO MARK JUTTSUS ENTRY ' suspense-record-number ' AS SENT'
                    DELIMITED BY SIZE INTO message-text
                MOVE suspense-record-number TO message-record-number
                PERFORM write-operations-message
                MOVE 8 TO RETURN-CODE
        END-REWRITE
    END-IF
    PERFORM read-suspense-record.

write-suspense-line.
    MOVE suspense-record-number TO gl-suspense-record-number
    MOVE suspense-account TO gl-suspense-account
    MOVE suspense-currency-code TO gl-suspense-currency-code
    MOVE suspense-reject-reason TO gl-suspense-reject-reason
    WRITE gl-suspense-record
    SET suspense-entry-sent TO TRUE
    ADD 1 TO suspense-line-count
    ADD gl-suspense-summe TO suspense-net-total
        ON SIZE ERROR
            SET total-overflow-occurred TO TRUE
            MOVE SPACES TO message-text
            STRING 'JUTTAGL-E16 SUSPENSE TOTAL OVERFLOW AT RECORD ' suspense-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE suspense-record-number TO message-record-number
            PERFORM write-operations-message
    END-ADD.

write-operation-lines.
    MOVE 'N' TO operation-line-written-switch
    PERFORM write-gl-detail
        VARYING currency-line-index FROM 1 BY 1
        UNTIL currency-line-index > currency-lines-used
    IF NOT operation-line-written
        MOVE SPACES TO gl-detail-record
        MOVE 'D' TO gl-detail-type
        MOVE operation-code-entry(operation-index) TO gl-detail-operation-code
        MOVE ZERO TO gl-detail-record-count
        MOVE ZERO TO gl-detail-summe
        MOVE house-currency-code TO gl-detail-currency-code
        MOVE ZERO TO gl-detail-currency-summe
        WRITE gl-detail-record
    END-IF.

write-gl-detail.
    IF line-operation-index(currency-line-index) = operation-index
        SET operation-line-written TO TRUE
        MOVE SPACES TO gl-detail-record
        MOVE 'D' TO gl-detail-type
        MOVE operation-code-entry(operation-index) TO gl-detail-operation-code
        MOVE line-record-count(currency-line-index) TO gl-detail-record-count
        MOVE line-summe-total(currency-line-index) TO gl-detail-summe
        MOVE line-currency-code(currency-line-index) TO gl-detail-currency-code
        MOVE line-currency-total(currency-line-index) TO gl-detail-currency-summe
        WRITE gl-detail-record
        IF line-reversal-count(currency-line-index) > ZERO
            MOVE SPACES TO gl-detail-record
            MOVE 'V' TO gl-detail-type
            MOVE operation-code-entry(operation-index) TO gl-detail-operation-code
            MOVE line-reversal-count(currency-line-index) TO gl-detail-record-count
            MOVE line-reversal-total(currency-line-index) TO gl-detail-summe
            MOVE line-currency-code(currency-line-index) TO gl-detail-currency-code
            MOVE line-reversal-currency-total(currency-line-index) TO gl-detail-currency-summe
            WRITE gl-detail-record
        END-IF
    END-IF.

finalize-program.
    CLOSE audit-file
    CLOSE gl-file
    IF suspense-master-present
        CLOSE suspense-file
    END-IF
    IF total-overflow-occurred
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-E05 TOTALS OVERFLOWED - DO NOT TRANSMIT THIS INTERFACE FILE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
    END-IF
    IF unknown-operation-found
        MOVE SPACES TO message-text
        STRING 'JUTTAGL-E06 AUDIT RECORDS WITH UNKNOWN OPERATION CODES WERE EXCLUDED - TRAILER DOES NOT TIE TO THE CONTROL TOTAL, DO NOT TRANSMIT'
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
                DISPLAY 'JUTTAGL-W04 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTAGL' TO message-log-program-id
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
        DISPLAY 'JUTTAGL-W03 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
