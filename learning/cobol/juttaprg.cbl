        ACCESS MODE IS DYNAMIC
        RECORD KEY IS history-key
        FILE STATUS IS history-file-status.
    SELECT suspense-file ASSIGN TO JUTTSUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS suspense-key
        FILE STATUS IS suspense-file-status.
    SELECT posted-archive-file ASSIGN TO JUTTPSA
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS posted-archive-status.
    SELECT history-archive-file ASSIGN TO JUTTHSA
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS history-archive-status.
    SELECT suspense-archive-file ASSIGN TO JUTTSUA
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS suspense-archive-status.
    SELECT OPTIONAL parameter-file ASSIGN TO JUTTPRM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS parameter-file-status.
    SELECT report-file ASSIGN TO JUTTPRP
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
FD posted-file.
COPY JUTTREJ.
FD history-file.
COPY JUTTHST.
FD suspense-file.
COPY JUTTSUS.
FD posted-archive-file.
01 posted-archive-record PICTURE X(80).
FD reject-archive-file.
01 reject-archive-record PICTURE X(100).
FD history-archive-file.
01 history-archive-record PICTURE X(150).
FD suspense-archive-file.
01 suspense-archive-record PICTURE X(120).
FD parameter-file.
01 parameter-record.
    05 parameter-posted-days PICTURE 9(04).
    05 FILLER PICTURE X(66).
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
01 posted-file-status PICTURE X(02) VALUE '00'.
01 reject-file-status PICTURE X(02) VALUE '00'.
01 posted-archive-status PICTURE X(02) VALUE '00'.
01 reject-archive-status PICTURE X(02) VALUE '00'.
01 history-archive-status PICTURE X(02) VALUE '00'.
01 suspense-file-status PICTURE X(02) VALUE '00'.
01 suspense-archive-status PICTURE X(02) VALUE '00'.
01 parameter-file-status PICTURE X(02) VALUE '00'.
01 report-file-status PICTURE X(02) VALUE '00'.

    88 reject-end-of-file VALUE 'Y'.
01 history-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 history-end-of-file VALUE 'Y'.
01 suspense-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 suspense-end-of-file VALUE 'Y'.
01 suspense-master-present-switch PICTURE X(01) VALUE 'N'.
    88 suspense-master-present VALUE 'Y'.
01 suspense-entry-switch PICTURE X(01) VALUE 'N'.
    88 suspense-entry-found VALUE 'Y'.
01 suspense-scan-switch PICTURE X(01) VALUE 'N'.
    88 suspense-scan-ended VALUE 'Y'.
01 suspense-lookup-number PICTURE 9(06) VALUE ZERO.
01 posted-match-switch PICTURE X(01) VALUE 'N'.
    88 posted-match-found VALUE 'Y'.
01 purge-error-switch PICTURE X(01) VALUE 'N'.
01 history-before-count PICTURE 9(09) VALUE ZERO.
01 history-purged-count PICTURE 9(09) VALUE ZERO.
01 history-after-count PICTURE 9(09) VALUE ZERO.
01 suspense-before-count PICTURE 9(09) VALUE ZERO.
01 suspense-purged-count PICTURE 9(09) VALUE ZERO.
01 suspense-after-count PICTURE 9(09) VALUE ZERO.
01 suspense-cleared-count PICTURE 9(09) VALUE ZERO.

01 report-line PICTURE X(80) VALUE SPACES.
01 before-count-edited PICTURE ZZZ,ZZZ,ZZ9.
01 purged-count-edited PICTURE ZZZ,ZZZ,ZZ9.
01 after-count-edited PICTURE ZZZ,ZZZ,ZZ9.

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
    PERFORM purge-reject-master.
    PERFORM purge-suspense-master.
    PERFORM purge-posted-master.
    PERFORM purge-history-master.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
        COMPUTE cutoff-day-number = today-day-number - history-retention-days
        COMPUTE history-cutoff-date = FUNCTION DATE-OF-INTEGER(cutoff-day-number)
    END-IF
    MOVE SPACES TO message-text
    STRING 'JUTTAPRG-I01 RETENTION DAYS POSTED=' posted-retention-days
        ' REJECT=' reject-retention-days
        ' HISTORY=' history-retention-days ' (ZERO = FILE SKIPPED)'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message.

purge-reject-master.
    IF reject-retention-days = ZERO
        MOVE '00' TO reject-file-status
    ELSE
        IF reject-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAPRG-E01 UNABLE TO OPEN JUTTREJ, STATUS = ' reject-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        CONTINUE
    ELSE
        IF posted-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAPRG-E02 UNABLE TO OPEN JUTTPST, STATUS = ' posted-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT reject-archive-file
    IF reject-archive-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAPRG-E03 UNABLE TO OPEN JUTTREA, STATUS = ' reject-archive-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O suspense-file
    IF suspense-file-status = '35'
        MOVE '00' TO suspense-file-status
    ELSE
        IF suspense-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAPRG-E12 UNABLE TO OPEN JUTTSUS, STATUS = ' suspense-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET suspense-master-present TO TRUE
    END-IF.

read-reject-record.
delete-reject-record.
    DELETE reject-file RECORD
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTAPRG-E04 UNABLE TO REMOVE RECORD ' reject-record-number ' FROM JUTTREJ'
                DELIMITED BY SIZE INTO message-text
            MOVE reject-record-number TO message-record-number
            PERFORM write-operations-message
            SET purge-error-found TO TRUE
        NOT INVALID KEY
            ADD 1 TO reject-purged-count
            IF suspense-master-present
                PERFORM clear-purged-suspense
            END-IF
    END-DELETE.

clear-purged-suspense.
    MOVE 'N' TO suspense-entry-switch
    MOVE 'N' TO suspense-scan-switch
    MOVE reject-record-number TO suspense-lookup-number
    MOVE reject-record-number TO suspense-record-number
    MOVE ZERO TO suspense-raised-date
    MOVE ZERO TO suspense-raise-sequence
    START suspense-file KEY IS NOT LESS THAN suspense-key
        INVALID KEY SET suspense-scan-ended TO TRUE
    END-START
    PERFORM scan-suspense-entry
        UNTIL suspense-scan-ended OR suspense-entry-found
    IF suspense-entry-found
        MOVE 'C' TO suspense-status
        MOVE run-date-today TO suspense-cleared-date
        MOVE 'U' TO suspense-clear-reason
        MOVE SPACES TO suspense-clear-feed-id
        MOVE ZERO TO suspense-clear-gl-date
        REWRITE suspense-record
            INVALID KEY
                MOVE SPACES TO message-text
                STRING 'JUTTAPRG-E13 UNABLE TO CLEAR JUTTSUS ENTRY ' suspense-lookup-number
                    DELIMITED BY SIZE INTO message-text
                MOVE suspense-lookup-number TO message-record-number
                PERFORM write-operations-message
                SET purge-error-found TO TRUE
            NOT INVALID KEY
                ADD 1 TO suspense-cleared-count
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
            IF suspense-outstanding
                SET suspense-entry-found TO TRUE
            END-IF
        END-IF
    END-IF.

print-reject-purge-totals.
    MOVE reject-before-count TO before-count-edited
    MOVE reject-purged-count TO purged-count-edited
    STRING 'JUTTREJ  EXPIRED BUT STILL OPEN ON THE AGING REPORT - RETAINED '
        purged-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE suspense-cleared-count TO purged-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTSUS  SUSPENSE CLEARED FOR PURGED REJECTS          '
        purged-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line.

purge-suspense-master.
    IF suspense-master-present
        OPEN OUTPUT suspense-archive-file
        IF suspense-archive-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAPRG-E14 UNABLE TO OPEN JUTTSUA, STATUS = ' suspense-archive-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE ZERO TO suspense-record-number
        MOVE ZERO TO suspense-raised-date
        MOVE ZERO TO suspense-raise-sequence
        START suspense-file KEY IS NOT LESS THAN suspense-key
            INVALID KEY SET suspense-end-of-file TO TRUE
        END-START
        IF NOT suspense-end-of-file
            PERFORM read-suspense-record
        END-IF
        PERFORM purge-suspense-record UNTIL suspense-end-of-file
        CLOSE suspense-file
        CLOSE suspense-archive-file
        COMPUTE suspense-after-count = suspense-before-count
            - suspense-purged-count
        PERFORM print-suspense-purge-totals
    ELSE
        MOVE 'JUTTSUS  SKIPPED - NO REJECT RETENTION OR NO SUSPENSE MASTER' TO report-line
        WRITE report-record FROM report-line
    END-IF.

read-suspense-record.
    READ suspense-file NEXT RECORD
        AT END SET suspense-end-of-file TO TRUE
    END-READ.

purge-suspense-record.
    ADD 1 TO suspense-before-count
    IF suspense-cleared AND suspense-clear-gl-date > ZERO
        AND suspense-cleared-date < reject-cutoff-date
        WRITE suspense-archive-record FROM suspense-record
        PERFORM delete-suspense-record
    END-IF
    PERFORM read-suspense-record.

delete-suspense-record.
    DELETE suspense-file RECORD
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTAPRG-E15 UNABLE TO REMOVE ENTRY ' suspense-record-number ' FROM JUTTSUS'
                DELIMITED BY SIZE INTO message-text
            MOVE suspense-record-number TO message-record-number
            PERFORM write-operations-message
            SET purge-error-found TO TRUE
        NOT INVALID KEY
            ADD 1 TO suspense-purged-count
    END-DELETE.

print-suspense-purge-totals.
    MOVE suspense-before-count TO before-count-edited
    MOVE suspense-purged-count TO purged-count-edited
    MOVE suspense-after-count TO after-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTSUS  CUTOFF ' reject-cutoff-date
        '  BEFORE ' before-count-edited
        '  PURGED ' purged-count-edited
        '  AFTER ' after-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line.

purge-posted-master.
        MOVE '00' TO posted-file-status
    ELSE
        IF posted-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAPRG-E05 UNABLE TO OPEN JUTTPST, STATUS = ' posted-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT posted-archive-file
    IF posted-archive-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAPRG-E06 UNABLE TO OPEN JUTTPSA, STATUS = ' posted-archive-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
delete-posted-record.
    DELETE posted-file RECORD
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTAPRG-E07 UNABLE TO REMOVE RECORD ' posted-record-number ' FROM JUTTPST'
                DELIMITED BY SIZE INTO message-text
            MOVE posted-record-number TO message-record-number
            PERFORM write-operations-message
            SET purge-error-found TO TRUE
        NOT INVALID KEY
            ADD 1 TO posted-purged-count
        MOVE '00' TO history-file-status
    ELSE
        IF history-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTAPRG-E08 UNABLE TO OPEN JUTTHST, STATUS = ' history-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT history-archive-file
    IF history-archive-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTAPRG-E09 UNABLE TO OPEN JUTTHSA, STATUS = ' history-archive-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
delete-history-record.
    DELETE history-file RECORD
        INVALID KEY
            MOVE SPACES TO message-text
            STRING 'JUTTAPRG-E10 UNABLE TO REMOVE RECORD ' history-record-number ' FROM JUTTHST'
                DELIMITED BY SIZE INTO message-text
            MOVE history-record-number TO message-record-number
            PERFORM write-operations-message
            SET purge-error-found TO TRUE
        NOT INVALID KEY
            ADD 1 TO history-purged-count

finalize-program.
    CLOSE report-file
    MOVE SPACES TO message-text
    STRING 'JUTTAPRG-I02 JUTTPST PURGED = ' posted-purged-count ' OF ' posted-before-count
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAPRG-I02 JUTTREJ PURGED = ' reject-purged-count ' OF ' reject-before-count ' (' reject-open-count ' STILL OPEN - RETAINED)'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAPRG-I02 JUTTHST PURGED = ' history-purged-count ' OF ' history-before-count
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    MOVE SPACES TO message-text
    STRING 'JUTTAPRG-I02 JUTTSUS PURGED = ' suspense-purged-count ' OF ' suspense-before-count ' (' suspense-cleared-count ' CLEARED FOR PURGED REJECTS)'
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF purge-error-found
        MOVE SPACES TO message-text
        STRING 'JUTTAPRG-E11 ONE OR MORE DELETES FAILED - RECONCILE THE ARCHIVES BEFORE RERUNNING'
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
                DISPLAY 'JUTTAPRG-W02 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTAPRG' TO message-log-program-id
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
        DISPLAY 'JUTTAPRG-W01 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
