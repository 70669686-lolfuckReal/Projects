        ACCESS MODE IS DYNAMIC
        RECORD KEY IS reject-record-number
        FILE STATUS IS reject-file-status.
    SELECT OPTIONAL suspense-file ASSIGN TO JUTTSUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS suspense-key
        FILE STATUS IS suspense-file-status.
    SELECT fix-file ASSIGN TO JUTTFIX
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS fix-file-status.
FILE SECTION.
FD reject-file.
COPY JUTTREJ.
FD suspense-file.
COPY JUTTSUS.
FD fix-file.
COPY JUTTREC.
FD activity-log-file.
WORKING-STORAGE SECTION.
01 reject-file-status PICTURE X(02) VALUE '00'.
01 fix-file-status PICTURE X(02) VALUE '00'.
01 suspense-file-status PICTURE X(02) VALUE '00'.
01 activity-log-file-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.

    88 command-is-exit VALUE 'X' 'x'.
01 corrected-erste PICTURE S9(05)V99 VALUE ZERO.
01 corrected-zweite PICTURE S9(05)V99 VALUE ZERO.
01 corrected-account PICTURE X(10) VALUE SPACES.
01 corrected-currency PICTURE X(03) VALUE SPACES.
01 correction-valid-switch PICTURE X(01) VALUE 'Y'.
    88 correction-is-valid VALUE 'Y'.

01 operator-id PICTURE X(08) VALUE SPACES.
01 suspense-entry-switch PICTURE X(01) VALUE 'N'.
    88 suspense-entry-found VALUE 'Y'.
01 suspense-scan-switch PICTURE X(01) VALUE 'N'.
    88 suspense-scan-ended VALUE 'Y'.
01 suspense-lookup-number PICTURE 9(06) VALUE ZERO.
01 supervisor-id PICTURE X(08) VALUE SPACES.
01 parameter-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 parameter-end-of-file VALUE 'Y'.
    05 LINE 7 COLUMN 22 PICTURE X(07) FROM reject-zweite-raw.
    05 LINE 8 COLUMN 1 VALUE 'REJECT REASON. . . :'.
    05 LINE 8 COLUMN 22 PICTURE X(30) FROM reject-reason-text.
    05 LINE 9 COLUMN 1 VALUE 'ORIGINAL ACCOUNT . :'.
    05 LINE 9 COLUMN 22 PICTURE X(10) FROM reject-account-number.
    05 LINE 10 COLUMN 1 VALUE 'CORRECTED ERSTE. . :'.
    05 LINE 10 COLUMN 22 PICTURE S9(05)V99 TO corrected-erste.
    05 LINE 11 COLUMN 1 VALUE 'CORRECTED ZWEITE . :'.
    05 LINE 11 COLUMN 22 PICTURE S9(05)V99 TO corrected-zweite.
    05 LINE 12 COLUMN 1 VALUE 'ACCOUNT. . . . . . :'.
    05 LINE 12 COLUMN 22 PICTURE X(10) USING corrected-account.
    05 LINE 13 COLUMN 1 VALUE 'CURRENCY . . . . . :'.
    05 LINE 13 COLUMN 22 PICTURE X(03) USING corrected-currency.

PROCEDURE DIVISION.
main-process.
        DISPLAY 'JUTTAMNT-E01 UNABLE TO OPEN JUTTREJ, STATUS = ' reject-file-status
        STOP RUN
    END-IF
    OPEN I-O suspense-file
    IF suspense-file-status NOT = '00' AND suspense-file-status NOT = '05'
        DISPLAY 'JUTTAMNT-E14 UNABLE TO OPEN JUTTSUS, STATUS = ' suspense-file-status
        STOP RUN
    END-IF
    OPEN EXTEND fix-file
    IF fix-file-status NOT = '00'
        OPEN OUTPUT fix-file
        SET maintenance-done TO TRUE
    ELSE
        PERFORM lookup-reject
        EVALUATE TRUE
            WHEN record-not-found
                DISPLAY 'JUTTAMNT-E02 RECORD NUMBER NOT FOUND ON REJECT FILE'
            WHEN reject-was-reversal
                PERFORM log-lookup-activity
                DISPLAY 'JUTTAMNT-E13 RECORD ' input-record-number ' IS A REJECTED REVERSAL - HAVE THE SOURCE SYSTEM RESEND IT OR CORRECT IT THROUGH JUTTACOR'
            WHEN OTHER
                PERFORM log-lookup-activity
                PERFORM correct-and-resubmit
        END-EVALUATE
    END-IF.

lookup-reject.
correct-and-resubmit.
    MOVE ZERO TO corrected-erste
    MOVE ZERO TO corrected-zweite
    MOVE reject-account-number TO corrected-account
    MOVE reject-currency-code TO corrected-currency
    DISPLAY reject-detail-screen
    ACCEPT reject-detail-screen
    PERFORM validate-correction
            DISPLAY 'JUTTAMNT-E09 CORRECTION OF RECORD ' input-record-number ' NOT APPROVED - NOTHING WRITTEN'
        END-IF
    ELSE
        DISPLAY 'JUTTAMNT-E03 CORRECTED ERSTE/ZWEITE MUST BE NUMERIC AND AN ACCOUNT AND CURRENCY MUST BE GIVEN'
    END-IF.

check-supervisor-approval.
    SET correction-is-valid TO TRUE
    IF corrected-erste NOT NUMERIC OR corrected-zweite NOT NUMERIC
        MOVE 'N' TO correction-valid-switch
    END-IF
    IF corrected-account = SPACES OR corrected-currency = SPACES
        MOVE 'N' TO correction-valid-switch
    END-IF.

write-fixup-record.
    MOVE SPACES TO transaction-record
    MOVE input-record-number TO transaction-record-number
    MOVE corrected-erste TO transaction-erste
    MOVE corrected-zweite TO transaction-zweite
    MOVE reject-operation-code TO transaction-operation-code
    MOVE corrected-account TO transaction-account-number
    MOVE corrected-currency TO transaction-currency-code
    WRITE transaction-record
    IF fix-file-status = '00'
        DISPLAY 'JUTTAMNT-I01 RECORD ' input-record-number ' RESUBMITTED TO JUTTFIX'
            DISPLAY 'JUTTAMNT-E04 UNABLE TO REMOVE RECORD ' input-record-number ' FROM JUTTREJ'
        NOT INVALID KEY
            PERFORM log-delete-activity
            PERFORM mark-suspense-corrected
    END-DELETE.

mark-suspense-corrected.
    MOVE 'N' TO suspense-entry-switch
    MOVE 'N' TO suspense-scan-switch
    MOVE input-record-number TO suspense-lookup-number
    MOVE input-record-number TO suspense-record-number
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
                DISPLAY 'JUTTAMNT-E15 UNABLE TO MARK JUTTSUS ENTRY ' suspense-lookup-number ' AS CORRECTED'
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

finalize-program.
    CLOSE reject-file
    CLOSE suspense-file
    CLOSE fix-file
    CLOSE activity-log-file.
