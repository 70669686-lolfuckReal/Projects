IDENTIFICATION DIVISION.
PROGRAM-ID. JuttaStm.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT account-file ASSIGN TO JUTTACT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS account-number
        FILE STATUS IS account-file-status.
    SELECT history-file ASSIGN TO JUTTHST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS history-key
        FILE STATUS IS history-file-status.
    SELECT OPTIONAL parameter-file ASSIGN TO JUTTPRM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS parameter-file-status.
    SELECT statement-file ASSIGN TO JUTTSTM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS statement-file-status.
    SELECT sort-file ASSIGN TO SORTWK01.
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
FD account-file.
COPY JUTTACT.
FD history-file.
COPY JUTTHST.
FD parameter-file.
01 parameter-record.
    05 parameter-statement-date PICTURE 9(08).
    05 FILLER PICTURE X(72).
FD statement-file.
01 statement-record PICTURE X(80).
SD sort-file.
01 sort-record.
    05 sort-account-number PICTURE X(10).
    05 sort-posting-date PICTURE 9(08).
    05 sort-record-number PICTURE 9(06).
    05 sort-record-type PICTURE X(01).
    05 sort-operation-code PICTURE X(01).
    05 sort-summe PICTURE S9(10)V99.
FD message-log-file.
COPY JUTTMSG.
FD step-card-file.
01 step-card-record.
    05 step-card-job-name PICTURE X(08).
    05 FILLER PICTURE X(01).
    05 step-card-step-name PICTURE X(08).
    05 FILLER PICTURE X(63).
WORKING-STORAGE SECTION.
01 account-file-status PICTURE X(02) VALUE '00'.
01 history-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.
01 statement-file-status PICTURE X(02) VALUE '00'.

01 account-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 account-end-of-file VALUE 'Y'.
01 history-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 history-end-of-file VALUE 'Y'.
01 sort-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 sort-end-of-file VALUE 'Y'.
01 parameter-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 parameter-end-of-file VALUE 'Y'.

01 run-date-today PICTURE 9(08) VALUE ZERO.
01 statement-to-date PICTURE 9(08) VALUE ZERO.
01 statement-from-date PICTURE 9(08) VALUE ZERO.
01 opening-balance PICTURE S9(12)V99 VALUE ZERO.
01 running-balance PICTURE S9(12)V99 VALUE ZERO.
01 account-postings-listed PICTURE 9(06) VALUE ZERO.

01 history-records-sorted PICTURE 9(09) VALUE ZERO.
01 accounts-stated PICTURE 9(06) VALUE ZERO.
01 accounts-already-stated PICTURE 9(06) VALUE ZERO.
01 accounts-not-agreed PICTURE 9(06) VALUE ZERO.
01 postings-listed PICTURE 9(09) VALUE ZERO.
01 postings-without-account PICTURE 9(09) VALUE ZERO.
01 total-opening-balance PICTURE S9(15)V99 VALUE ZERO.
01 total-closing-balance PICTURE S9(15)V99 VALUE ZERO.

01 report-line PICTURE X(80) VALUE SPACES.
01 report-count-edited PICTURE ZZZ,ZZZ,ZZ9.
01 balance-edited PICTURE -(12)9.99.
01 summe-edited PICTURE -(10)9.99.
01 total-edited PICTURE -(15)9.99.
01 entry-type-text PICTURE X(08) VALUE SPACES.

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
    SORT sort-file
        ON ASCENDING KEY sort-account-number
                         sort-posting-date
                         sort-record-number
        INPUT PROCEDURE IS select-history-postings
        OUTPUT PROCEDURE IS print-account-statements.
    PERFORM print-statement-totals.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    ACCEPT run-date-today FROM DATE YYYYMMDD
    COMPUTE statement-to-date = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(run-date-today) - 1)
    PERFORM get-statement-date
    OPEN I-O account-file
    IF account-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTASTM-E01 UNABLE TO OPEN JUTTACT, STATUS = ' account-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT history-file
    IF history-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTASTM-E02 UNABLE TO OPEN JUTTHST, STATUS = ' history-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT statement-file
    IF statement-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTASTM-E03 UNABLE TO OPEN JUTTSTM, STATUS = ' statement-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO report-line
    STRING 'JUTTA ACCOUNT STATEMENTS - POSTINGS THROUGH ' statement-to-date
        '  RUN ' run-date-today
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line.

get-statement-date.
    OPEN INPUT parameter-file
    IF parameter-file-status = '00'
        READ parameter-file
            AT END SET parameter-end-of-file TO TRUE
        END-READ
        IF NOT parameter-end-of-file
            AND parameter-statement-date NUMERIC
            AND parameter-statement-date > ZERO
            MOVE parameter-statement-date TO statement-to-date
        END-IF
        CLOSE parameter-file
    END-IF
    IF statement-to-date NOT < run-date-today
        MOVE SPACES TO message-text
        STRING 'JUTTASTM-E04 STATEMENT DATE ' statement-to-date ' IS NOT BEFORE TODAY - POSTINGS ARE NOT COMPLETE'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTASTM-I01 STATING EVERY ACCOUNT THROUGH ' statement-to-date
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

select-history-postings.
    MOVE LOW-VALUES TO history-key
    START history-file KEY IS NOT LESS THAN history-key
        INVALID KEY SET history-end-of-file TO TRUE
    END-START
    IF NOT history-end-of-file
        PERFORM read-history-record
    END-IF
    PERFORM release-history-posting UNTIL history-end-of-file.

read-history-record.
    READ history-file NEXT RECORD
        AT END SET history-end-of-file TO TRUE
    END-READ.

release-history-posting.
    IF (history-posted OR history-reversal)
        AND history-posting-date NOT > statement-to-date
        IF history-account-number = SPACES
            ADD 1 TO postings-without-account
        ELSE
            MOVE history-account-number TO sort-account-number
            MOVE history-posting-date TO sort-posting-date
            MOVE history-record-number TO sort-record-number
            MOVE history-record-type TO sort-record-type
            MOVE history-operation-code TO sort-operation-code
            MOVE history-summe TO sort-summe
            RELEASE sort-record
            ADD 1 TO history-records-sorted
        END-IF
    END-IF
    PERFORM read-history-record.

print-account-statements.
    PERFORM return-sorted-posting
    MOVE LOW-VALUES TO account-number
    START account-file KEY IS NOT LESS THAN account-number
        INVALID KEY SET account-end-of-file TO TRUE
    END-START
    IF NOT account-end-of-file
        PERFORM read-account-record
    END-IF
    PERFORM state-account UNTIL account-end-of-file
    PERFORM report-unmatched-posting UNTIL sort-end-of-file.

return-sorted-posting.
    RETURN sort-file
        AT END SET sort-end-of-file TO TRUE
    END-RETURN.

read-account-record.
    READ account-file NEXT RECORD
        AT END SET account-end-of-file TO TRUE
    END-READ.

state-account.
    PERFORM report-unmatched-posting
        UNTIL sort-end-of-file OR sort-account-number NOT < account-number
    IF account-statement-date NOT NUMERIC
        MOVE ZERO TO account-statement-date
    END-IF
    IF account-statement-balance NOT NUMERIC
        MOVE ZERO TO account-statement-balance
    END-IF
    IF account-statement-date NOT < statement-to-date
        ADD 1 TO accounts-already-stated
        PERFORM skip-stated-posting
            UNTIL sort-end-of-file OR sort-account-number NOT = account-number
    ELSE
        PERFORM print-account-statement
    END-IF
    PERFORM read-account-record.

skip-stated-posting.
    PERFORM return-sorted-posting.

report-unmatched-posting.
    MOVE sort-summe TO summe-edited
    MOVE SPACES TO message-text
    STRING 'JUTTASTM-E05 HISTORY RECORD ' sort-record-number ' DATED ' sort-posting-date ' CARRIES ACCOUNT ' sort-account-number ' WHICH IS NOT ON JUTTACT - AMOUNT ' summe-edited
        DELIMITED BY SIZE INTO message-text
    MOVE sort-record-number TO message-record-number
    PERFORM write-operations-message
    MOVE 8 TO RETURN-CODE
    PERFORM return-sorted-posting.

print-account-statement.
    COMPUTE statement-from-date = account-statement-date + 1
    MOVE account-statement-balance TO opening-balance
    MOVE opening-balance TO running-balance
    MOVE ZERO TO account-postings-listed
    MOVE SPACES TO report-line
    WRITE statement-record FROM report-line
    MOVE SPACES TO report-line
    STRING 'ACCOUNT ' account-number '  ' account-name
        '  DEPT ' account-department '  STATUS ' account-status
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line
    MOVE SPACES TO report-line
    IF account-statement-date = ZERO
        STRING '  PERIOD FROM ACCOUNT OPENING TO ' statement-to-date
            DELIMITED BY SIZE INTO report-line
    ELSE
        STRING '  PERIOD ' statement-from-date ' TO ' statement-to-date
            DELIMITED BY SIZE INTO report-line
    END-IF
    WRITE statement-record FROM report-line
    MOVE opening-balance TO balance-edited
    MOVE SPACES TO report-line
    STRING '  OPENING BALANCE . . . . . . . . . . . . . . . ' balance-edited
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line
    PERFORM list-account-posting
        UNTIL sort-end-of-file OR sort-account-number NOT = account-number
    IF account-postings-listed = ZERO
        MOVE '    NO POSTINGS IN THE PERIOD' TO report-line
        WRITE statement-record FROM report-line
    END-IF
    MOVE running-balance TO balance-edited
    MOVE SPACES TO report-line
    STRING '  CLOSING BALANCE . . . . . . . . . . . . . . . ' balance-edited
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line
    IF account-last-posting-date NOT > statement-to-date
        AND running-balance NOT = account-balance
        PERFORM report-balance-disagreement
    END-IF
    ADD opening-balance TO total-opening-balance
    ADD running-balance TO total-closing-balance
    ADD 1 TO accounts-stated
    MOVE statement-to-date TO account-statement-date
    MOVE running-balance TO account-statement-balance
    REWRITE account-record
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTASTM-E06 UNABLE TO CARRY THE CLOSING BALANCE FORWARD ON ACCOUNT ' account-number ', STATUS = ' account-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
    END-REWRITE.

list-account-posting.
    IF sort-posting-date > account-statement-date
        ADD sort-summe TO running-balance
        ADD 1 TO account-postings-listed
        ADD 1 TO postings-listed
        IF sort-record-type = 'V'
            MOVE 'REVERSAL' TO entry-type-text
        ELSE
            MOVE 'POSTING ' TO entry-type-text
        END-IF
        MOVE sort-summe TO summe-edited
        MOVE running-balance TO balance-edited
        MOVE SPACES TO report-line
        STRING '    ' sort-posting-date ' REC ' sort-record-number
            ' ' entry-type-text ' OP ' sort-operation-code
            ' ' summe-edited ' ' balance-edited
            DELIMITED BY SIZE INTO report-line
        WRITE statement-record FROM report-line
    END-IF
    PERFORM return-sorted-posting.

report-balance-disagreement.
    ADD 1 TO accounts-not-agreed
    MOVE account-balance TO balance-edited
    MOVE SPACES TO report-line
    STRING '  ** CLOSING BALANCE DOES NOT AGREE WITH ACCOUNT BALANCE ' balance-edited
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line
    MOVE SPACES TO message-text
    STRING 'JUTTASTM-W01 ACCOUNT ' account-number ' STATEMENT CLOSING BALANCE DOES NOT AGREE WITH THE ACCOUNT MASTER BALANCE'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

print-statement-totals.
    MOVE SPACES TO report-line
    WRITE statement-record FROM report-line
    MOVE accounts-stated TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'ACCOUNTS STATED. . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line
    MOVE accounts-already-stated TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'ALREADY STATED THROUGH DATE. : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line
    MOVE postings-listed TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'POSTINGS LISTED. . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line
    MOVE total-opening-balance TO total-edited
    MOVE SPACES TO report-line
    STRING 'TOTAL OPENING BALANCES . . . : ' total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line
    MOVE total-closing-balance TO total-edited
    MOVE SPACES TO report-line
    STRING 'TOTAL CLOSING BALANCES . . . : ' total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line
    MOVE accounts-not-agreed TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'BALANCES NOT AGREED. . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE statement-record FROM report-line
    MOVE SPACES TO message-text
    STRING 'JUTTASTM-I02 ACCOUNTS STATED = ' accounts-stated ' POSTINGS LISTED = ' postings-listed
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF postings-without-account > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTASTM-I03 ' postings-without-account ' HISTORY POSTINGS PRE-DATE ACCOUNT NUMBERS AND ARE NOT ON ANY STATEMENT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
    END-IF
    IF accounts-not-agreed > ZERO AND RETURN-CODE = ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.

finalize-program.
    CLOSE account-file
    CLOSE history-file
    CLOSE statement-file.

write-operations-message.
    DISPLAY message-text
    IF NOT message-log-open AND NOT message-log-unavailable
        PERFORM open-message-log
    END-IF
    IF message-log-open
        PERFORM build-message-log-record
        WRITE message-log-record
            INVALID KEY
                DISPLAY 'JUTTASTM-W03 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTASTM' TO message-log-program-id
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
        DISPLAY 'JUTTASTM-W02 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
