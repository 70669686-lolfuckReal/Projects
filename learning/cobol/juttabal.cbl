    SELECT totals-file ASSIGN TO JUTTTOT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS totals-file-status.
    SELECT OPTIONAL quarantine-file ASSIGN TO JUTTQUA
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS quarantine-file-status.
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
COPY JUTTREJ.
FD totals-file.
COPY JUTTTOT.
FD quarantine-file.
COPY JUTTQUA.
FD pending-file.
COPY JUTTPND.
FD account-file.
COPY JUTTACT.
FD message-log-file.
COPY JUTTMSG.
FD step-card-file.
01 step-card-record.
    05 step-card-job-name PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 step-card-step-name PICTURE X(08).
    05 FILLER PICTURE X(63).
WORKING-STORAGE SECTION.
01 transaction-file-status PICTURE X(02) VALUE '00'.
01 audit-file-status PICTURE X(02) VALUE '00'.
01 reject-file-status PICTURE X(02) VALUE '00'.
01 totals-file-status PICTURE X(02) VALUE '00'.
01 quarantine-file-status PICTURE X(02) VALUE '00'.
01 pending-file-status PICTURE X(02) VALUE '00'.
01 account-file-status PICTURE X(02) VALUE '00'.

01 transaction-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 transaction-end-of-file VALUE 'Y'.
    88 audit-end-of-file VALUE 'Y'.
01 reject-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 reject-end-of-file VALUE 'Y'.
01 pending-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 pending-end-of-file VALUE 'Y'.
01 account-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 account-end-of-file VALUE 'Y'.
01 out-of-balance-switch PICTURE X(01) VALUE 'N'.
    88 run-out-of-balance VALUE 'Y'.
01 totals-history-end-switch PICTURE X(01) VALUE 'N'.
    88 totals-history-end VALUE 'Y'.
01 totals-history-count PICTURE 9(06) VALUE ZERO.
01 quarantine-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 quarantine-end-of-file VALUE 'Y'.
01 current-feed-held-switch PICTURE X(01) VALUE 'N'.
    88 current-feed-held VALUE 'Y'.
01 headers-on-input PICTURE 9(02) VALUE ZERO.
01 held-feeds-found PICTURE 9(02) VALUE ZERO.
01 proven-records-held PICTURE 9(06) VALUE ZERO.
01 held-ordinal-table.
    05 held-ordinal-switch PICTURE X(01) OCCURS 10 TIMES.
        88 held-ordinal VALUE 'Y'.
01 latest-totals-record PICTURE X(80) VALUE SPACES.

01 proven-records-read PICTURE 9(06) VALUE ZERO.
01 proven-records-processed PICTURE 9(06) VALUE ZERO.
01 proven-records-rejected PICTURE 9(06) VALUE ZERO.
01 proven-records-pending PICTURE 9(06) VALUE ZERO.
01 proven-control-total PICTURE S9(12)V99 VALUE ZERO.
01 accounted-records PICTURE 9(06) VALUE ZERO.
01 proven-account-movement PICTURE S9(12)V99 VALUE ZERO.
01 proven-account-postings PICTURE 9(06) VALUE ZERO.
01 accounts-moved PICTURE 9(06) VALUE ZERO.

01 feeds-on-input PICTURE 9(02) VALUE ZERO.
01 feed-table-size PICTURE 9(02) VALUE 10.
        10 feed-proof-read PICTURE 9(06).
        10 feed-proof-processed PICTURE 9(06).
        10 feed-proof-rejected PICTURE 9(06).
        10 feed-proof-pending PICTURE 9(06).
        10 feed-proof-total PICTURE S9(12)V99.
01 fixup-records-read PICTURE 9(06) VALUE ZERO.
01 fixup-records-processed PICTURE 9(06) VALUE ZERO.
01 fixup-records-rejected PICTURE 9(06) VALUE ZERO.
01 fixup-records-pending PICTURE 9(06) VALUE ZERO.
01 fixup-control-total PICTURE S9(12)V99 VALUE ZERO.
01 unknown-feed-count PICTURE 9(06) VALUE ZERO.
01 lookup-feed-id PICTURE X(08) VALUE SPACES.
01 control-total-edited PICTURE -(12)9.99.
01 proven-total-edited PICTURE -(12)9.99.
01 feed-total-edited PICTURE -(12)9.99.
01 movement-total-edited PICTURE -(12)9.99.

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
    PERFORM count-transaction-records UNTIL transaction-end-of-file.
    PERFORM count-audit-records UNTIL audit-end-of-file.
    PERFORM count-reject-records.
    PERFORM count-pending-records.
    PERFORM sum-account-movements.
    PERFORM prove-run-balance.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    MOVE ZERO TO feed-proof-table
    PERFORM get-run-totals.
    PERFORM load-quarantined-feeds.
    OPEN INPUT transaction-file.
    IF transaction-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E02 UNABLE TO OPEN JUTTIN, STATUS = ' transaction-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT audit-file
    IF audit-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E03 UNABLE TO OPEN JUTTAUD, STATUS = ' audit-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
get-run-totals.
    OPEN INPUT totals-file
    IF totals-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E01 UNABLE TO OPEN JUTTTOT, STATUS = ' totals-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E01 NO RUN TOTALS FROM JUTTA - CANNOT PROVE THE RUN'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ totals-file
        AT END
            MOVE SPACES TO message-text
            STRING 'JUTTABAL-E01 JUTTTOT IS EMPTY - CANNOT PROVE THE RUN'
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    PERFORM scan-run-totals-history UNTIL totals-history-end
    MOVE latest-totals-record TO run-totals-record
    IF totals-feeds-held NOT NUMERIC
        MOVE ZERO TO totals-feeds-held
    END-IF
    IF totals-records-held NOT NUMERIC
        MOVE ZERO TO totals-records-held
    END-IF
    IF totals-records-pending NOT NUMERIC
        MOVE ZERO TO totals-records-pending
    END-IF
    CLOSE totals-file
    MOVE SPACES TO message-text
    STRING 'JUTTABAL-I06 PROVING THE RUN DATED ' totals-run-date ' (LATEST OF ' totals-history-count ' TOTALS ON JUTTTOT)'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

load-quarantined-feeds.
    MOVE ALL 'N' TO held-ordinal-table
    OPEN INPUT quarantine-file
    IF quarantine-file-status NOT = '00' AND quarantine-file-status NOT = '05'
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E16 UNABLE TO OPEN JUTTQUA, STATUS = ' quarantine-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM read-quarantine-record
    PERFORM note-quarantined-feed UNTIL quarantine-end-of-file
    CLOSE quarantine-file.

read-quarantine-record.
    READ quarantine-file
        AT END SET quarantine-end-of-file TO TRUE
    END-READ.

note-quarantined-feed.
    IF quarantine-run-date = totals-run-date
        AND quarantine-feed-ordinal > ZERO
        AND quarantine-feed-ordinal NOT > feed-table-size
        SET held-ordinal(quarantine-feed-ordinal) TO TRUE
    END-IF
    PERFORM read-quarantine-record.

scan-run-totals-history.
    ADD 1 TO totals-history-count
            PERFORM note-feed-header
        WHEN feed-trailer-present
            MOVE ZERO TO current-feed-index
            MOVE 'N' TO current-feed-held-switch
        WHEN current-feed-held
            ADD 1 TO proven-records-held
        WHEN OTHER
            ADD 1 TO proven-records-read
            IF current-feed-index > ZERO
    PERFORM read-transaction-record.

note-feed-header.
    IF headers-on-input = feed-table-size
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E13 MORE THAN ' feed-table-size ' FEEDS ON JUTTIN - RAISE THE FEED TABLE LIMIT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO headers-on-input
    IF held-ordinal(headers-on-input)
        SET current-feed-held TO TRUE
        ADD 1 TO held-feeds-found
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-I07 FEED ' header-feed-id ' (SET ' headers-on-input ' ON JUTTIN) IS QUARANTINED - EXCLUDED FROM THE PROOF'
            DELIMITED BY SIZE INTO message-text
        MOVE header-feed-id TO message-feed-id
        PERFORM write-operations-message
    ELSE
        MOVE header-feed-id TO lookup-feed-id
        PERFORM find-feed-entry
        IF feed-found
            MOVE matched-feed-index TO current-feed-index
        ELSE
            ADD 1 TO feeds-on-input
            MOVE feeds-on-input TO current-feed-index
            MOVE header-feed-id TO feed-proof-id(feeds-on-input)
        END-IF
    END-IF.

find-feed-entry.
    MOVE 'N' TO feed-found-switch
    ADD 1 TO proven-records-processed
    ADD audit-summe TO proven-control-total
        ON SIZE ERROR
            MOVE SPACES TO message-text
            STRING 'JUTTABAL-E04 RECOMPUTED CONTROL TOTAL OVERFLOWED AT RECORD ' audit-record-number
                DELIMITED BY SIZE INTO message-text
            MOVE audit-record-number TO message-record-number
            PERFORM write-operations-message
            SET run-out-of-balance TO TRUE
    END-ADD
    PERFORM count-audit-for-feed
        SET reject-end-of-file TO TRUE
    ELSE
        IF reject-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTABAL-E05 UNABLE TO OPEN JUTTREJ, STATUS = ' reject-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        END-IF
    END-IF.

count-pending-records.
    OPEN INPUT pending-file
    IF pending-file-status = '35'
        SET pending-end-of-file TO TRUE
    ELSE
        IF pending-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTABAL-E18 UNABLE TO OPEN JUTTPND, STATUS = ' pending-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
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
        ADD 1 TO proven-records-pending
        PERFORM count-pending-for-feed
    END-IF
    PERFORM read-pending-record.

count-pending-for-feed.
    IF pending-feed-id = 'FIXUP'
        ADD 1 TO fixup-records-pending
    ELSE
        MOVE pending-feed-id TO lookup-feed-id
        PERFORM find-feed-entry
        IF feed-found
            ADD 1 TO feed-proof-pending(matched-feed-index)
        ELSE
            ADD 1 TO unknown-feed-count
        END-IF
    END-IF.

sum-account-movements.
    OPEN INPUT account-file
    IF account-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E20 UNABLE TO OPEN JUTTACT, STATUS = ' account-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE LOW-VALUES TO account-number
    START account-file KEY IS NOT LESS THAN account-number
        INVALID KEY SET account-end-of-file TO TRUE
    END-START
    IF NOT account-end-of-file
        PERFORM read-account-record
    END-IF
    PERFORM sum-account-movement UNTIL account-end-of-file
    CLOSE account-file.

read-account-record.
    READ account-file NEXT RECORD
        AT END SET account-end-of-file TO TRUE
    END-READ.

sum-account-movement.
    IF account-last-posting-date = totals-run-date
        ADD 1 TO accounts-moved
        ADD account-day-postings TO proven-account-postings
        ADD account-day-movement TO proven-account-movement
            ON SIZE ERROR
                MOVE SPACES TO message-text
                STRING 'JUTTABAL-E23 ACCOUNT MOVEMENT TOTAL OVERFLOWED AT ACCOUNT ' account-number
                    DELIMITED BY SIZE INTO message-text
                PERFORM write-operations-message
                SET run-out-of-balance TO TRUE
        END-ADD
    END-IF
    PERFORM read-account-record.

prove-run-balance.
    MOVE SPACES TO message-text
    STRING 'JUTTABAL-I01 JUTTA SAYS  READ=' totals-records-read
        ' PROCESSED=' totals-records-processed
        ' REJECTED=' totals-records-rejected
        ' SKIPPED=' totals-records-skipped
        ' PENDING=' totals-records-pending
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTABAL-I02 PROVEN     READ=' proven-records-read
        ' PROCESSED=' proven-records-processed
        ' REJECTED=' proven-records-rejected
        ' HELD=' proven-records-held
        ' PENDING=' proven-records-pending
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF proven-records-read NOT = totals-records-read
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E06 JUTTIN RECORD COUNT DOES NOT MATCH - JUTTA SAYS ' totals-records-read ' BUT ' proven-records-read ' ON FILE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF
    COMPUTE accounted-records = totals-records-processed
        + totals-records-rejected + totals-records-pending
    IF proven-records-read NOT = accounted-records
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E07 RECORDS READ ' proven-records-read ' NOT = PROCESSED+REJECTED+PENDING ' accounted-records ' (SKIPPED ' totals-records-skipped ' ALREADY IN THE CARRIED-FORWARD COUNTS)'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF
    IF proven-records-processed NOT = totals-records-processed
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E08 AUDIT RECORD COUNT ' proven-records-processed ' DOES NOT MATCH PROCESSED COUNT ' totals-records-processed
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF
    IF proven-records-rejected NOT = totals-records-rejected
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E09 REJECTS DATED ' totals-run-date ' ON MASTER = ' proven-records-rejected ' BUT JUTTA REJECTED ' totals-records-rejected
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E09 (A RE-REJECTED RECORD REPLACES ITS EARLIER ENTRY, SO INVESTIGATE BEFORE RERUNNING)'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF
    IF proven-records-pending NOT = totals-records-pending
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E19 ITEMS HELD ON JUTTPND DATED ' totals-run-date ' = ' proven-records-pending ' BUT JUTTA HELD ' totals-records-pending ' FOR RELEASE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF
    MOVE totals-control-total TO control-total-edited
    MOVE proven-control-total TO proven-total-edited
    IF proven-control-total NOT = totals-control-total
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E10 CONTROL TOTAL OUT OF BALANCE - JUTTA SAYS ' control-total-edited ' BUT AUDIT RECORDS SUM TO ' proven-total-edited
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF
    MOVE proven-account-movement TO movement-total-edited
    MOVE SPACES TO message-text
    STRING 'JUTTABAL-I08 ACCOUNTS MOVED=' accounts-moved
        ' POSTINGS=' proven-account-postings
        ' MOVEMENT=' movement-total-edited
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF proven-account-movement NOT = totals-control-total
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E21 ACCOUNT MOVEMENTS DATED ' totals-run-date ' ON JUTTACT SUM TO ' movement-total-edited ' BUT THE CONTROL TOTAL IS ' control-total-edited
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF
    IF proven-account-postings NOT = totals-records-processed
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E22 POSTINGS APPLIED TO JUTTACT = ' proven-account-postings ' BUT JUTTA PROCESSED ' totals-records-processed
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF
    IF totals-overflow-flag = 'Y'
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E11 JUTTA REPORTED A CONTROL TOTAL OVERFLOW - TOTALS CANNOT BE PROVEN'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF
    PERFORM prove-feed-balance
    IF fixup-records-read > ZERO
        OR fixup-records-processed > ZERO
        OR fixup-records-rejected > ZERO
        OR fixup-records-pending > ZERO
        PERFORM prove-fixup-balance
    END-IF
    IF unknown-feed-count > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E14 ' unknown-feed-count ' AUDIT OR REJECT RECORDS CARRY A FEED ID NOT SEEN ON JUTTIN'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF
    IF held-feeds-found NOT = totals-feeds-held
        OR proven-records-held NOT = totals-records-held
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E17 QUARANTINE DOES NOT MATCH - JUTTA HELD ' totals-feeds-held ' FEEDS/' totals-records-held ' RECORDS BUT JUTTQUA SHOWS ' held-feeds-found ' FEEDS/' proven-records-held ' RECORDS'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF.

prove-feed-balance.
    MOVE feed-proof-total(feed-index) TO feed-total-edited
    MOVE SPACES TO message-text
    STRING 'JUTTABAL-I04 FEED ' feed-proof-id(feed-index)
        ' READ=' feed-proof-read(feed-index)
        ' PROCESSED=' feed-proof-processed(feed-index)
        ' REJECTED=' feed-proof-rejected(feed-index)
        ' PENDING=' feed-proof-pending(feed-index)
        ' TOTAL=' feed-total-edited
        DELIMITED BY SIZE INTO message-text
    MOVE feed-proof-id(feed-index) TO message-feed-id
    PERFORM write-operations-message
    COMPUTE accounted-records = feed-proof-processed(feed-index)
        + feed-proof-rejected(feed-index)
        + feed-proof-pending(feed-index)
    IF feed-proof-read(feed-index) NOT = accounted-records
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E15 FEED ' feed-proof-id(feed-index) ' OUT OF BALANCE - READ ' feed-proof-read(feed-index) ' NOT = PROCESSED+REJECTED+PENDING ' accounted-records
            DELIMITED BY SIZE INTO message-text
        MOVE feed-proof-id(feed-index) TO message-feed-id
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF.

prove-fixup-balance.
    MOVE fixup-control-total TO feed-total-edited
    MOVE SPACES TO message-text
    STRING 'JUTTABAL-I05 FIXUPS READ=' fixup-records-read
        ' PROCESSED=' fixup-records-processed
        ' REJECTED=' fixup-records-rejected
        ' PENDING=' fixup-records-pending
        ' TOTAL=' feed-total-edited
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    COMPUTE accounted-records = fixup-records-processed
        + fixup-records-rejected + fixup-records-pending
    IF fixup-records-read NOT = accounted-records
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E15 FIXUPS OUT OF BALANCE - READ ' fixup-records-read ' NOT = PROCESSED+REJECTED+PENDING ' accounted-records
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET run-out-of-balance TO TRUE
    END-IF.

    CLOSE transaction-file
    CLOSE audit-file
    IF run-out-of-balance
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-E12 RUN IS OUT OF BALANCE - FIXUP PURGE WILL BE SKIPPED, PAGE THE DUTY OPERATOR'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE SPACES TO message-text
        STRING 'JUTTABAL-I03 RUN PROVEN IN BALANCE - CONTROL TOTAL ' proven-total-edited
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
                DISPLAY 'JUTTABAL-W02 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTABAL' TO message-log-program-id
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
        DISPLAY 'JUTTABAL-W01 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
