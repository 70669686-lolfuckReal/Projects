IDENTIFICATION DIVISION.
PROGRAM-ID. JuttaSrc.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT suspense-file ASSIGN TO JUTTSUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS suspense-key
        FILE STATUS IS suspense-file-status.
    SELECT reject-file ASSIGN TO JUTTREJ
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS reject-record-number
        FILE STATUS IS reject-file-status.
    SELECT posted-file ASSIGN TO JUTTPST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS posted-record-number
        FILE STATUS IS posted-file-status.
    SELECT report-file ASSIGN TO JUTTSRP
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
FD suspense-file.
COPY JUTTSUS.
FD reject-file.
COPY JUTTREJ.
FD posted-file.
COPY JUTTPST.
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
01 suspense-file-status PICTURE X(02) VALUE '00'.
01 reject-file-status PICTURE X(02) VALUE '00'.
01 posted-file-status PICTURE X(02) VALUE '00'.
01 report-file-status PICTURE X(02) VALUE '00'.

01 suspense-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 suspense-end-of-file VALUE 'Y'.
01 suspense-master-present-switch PICTURE X(01) VALUE 'N'.
    88 suspense-master-present VALUE 'Y'.
01 reject-end-of-file-switch PICTURE X(01) VALUE 'N'.
    88 reject-end-of-file VALUE 'Y'.
01 reject-master-present-switch PICTURE X(01) VALUE 'N'.
    88 reject-master-present VALUE 'Y'.
01 posted-master-present-switch PICTURE X(01) VALUE 'N'.
    88 posted-master-present VALUE 'Y'.
01 reject-found-switch PICTURE X(01) VALUE 'N'.
    88 reject-found VALUE 'Y'.
01 posting-found-switch PICTURE X(01) VALUE 'N'.
    88 posting-found VALUE 'Y'.
01 suspense-entry-switch PICTURE X(01) VALUE 'N'.
    88 suspense-entry-found VALUE 'Y'.
01 suspense-scan-switch PICTURE X(01) VALUE 'N'.
    88 suspense-scan-ended VALUE 'Y'.

01 run-date-today PICTURE 9(08) VALUE ZERO.
01 suspense-lookup-number PICTURE 9(06) VALUE ZERO.

01 suspense-entries-read PICTURE 9(07) VALUE ZERO.
01 suspense-outstanding-count PICTURE 9(07) VALUE ZERO.
01 suspense-matched-count PICTURE 9(07) VALUE ZERO.
01 suspense-in-transit-count PICTURE 9(07) VALUE ZERO.
01 suspense-unexplained-count PICTURE 9(07) VALUE ZERO.
01 rejects-read PICTURE 9(07) VALUE ZERO.
01 rejects-posted-count PICTURE 9(07) VALUE ZERO.
01 rejects-without-amount-count PICTURE 9(07) VALUE ZERO.
01 rejects-unmatched-count PICTURE 9(07) VALUE ZERO.
01 break-count PICTURE 9(07) VALUE ZERO.

01 suspense-balance PICTURE S9(12)V99 VALUE ZERO.
01 suspense-matched-total PICTURE S9(12)V99 VALUE ZERO.
01 suspense-in-transit-total PICTURE S9(12)V99 VALUE ZERO.
01 suspense-unexplained-total PICTURE S9(12)V99 VALUE ZERO.
01 ledger-balance PICTURE S9(12)V99 VALUE ZERO.
01 raise-awaiting-gl-total PICTURE S9(12)V99 VALUE ZERO.
01 clear-awaiting-gl-total PICTURE S9(12)V99 VALUE ZERO.

01 report-line PICTURE X(80) VALUE SPACES.
01 report-count-edited PICTURE Z,ZZZ,ZZ9.
01 summe-edited PICTURE -(10)9.99.
01 total-edited PICTURE -(12)9.99.

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
    PERFORM check-reject-record UNTIL reject-end-of-file.
    PERFORM start-suspense-scan.
    PERFORM check-suspense-entry UNTIL suspense-end-of-file.
    PERFORM print-reconciliation-totals.
    PERFORM finalize-program.
    PERFORM close-message-log.
    STOP RUN.

initialize-program.
    ACCEPT run-date-today FROM DATE YYYYMMDD
    OPEN INPUT suspense-file
    IF suspense-file-status = '35'
        MOVE SPACES TO message-text
        STRING 'JUTTASRC-I01 NO SUSPENSE MASTER PRESENT - SUSPENSE BALANCE IS ZERO'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET suspense-end-of-file TO TRUE
    ELSE
        IF suspense-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTASRC-E01 UNABLE TO OPEN JUTTSUS, STATUS = ' suspense-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET suspense-master-present TO TRUE
    END-IF
    OPEN INPUT reject-file
    IF reject-file-status = '35'
        MOVE SPACES TO message-text
        STRING 'JUTTASRC-I02 NO REJECT MASTER PRESENT - NO OPEN REJECTS'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        SET reject-end-of-file TO TRUE
    ELSE
        IF reject-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTASRC-E02 UNABLE TO OPEN JUTTREJ, STATUS = ' reject-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET reject-master-present TO TRUE
    END-IF
    OPEN INPUT posted-file
    IF posted-file-status = '35'
        CONTINUE
    ELSE
        IF posted-file-status NOT = '00'
            MOVE SPACES TO message-text
            STRING 'JUTTASRC-E03 UNABLE TO OPEN JUTTPST, STATUS = ' posted-file-status
                DELIMITED BY SIZE INTO message-text
            PERFORM write-operations-message
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET posted-master-present TO TRUE
    END-IF
    OPEN OUTPUT report-file
    IF report-file-status NOT = '00'
        MOVE SPACES TO message-text
        STRING 'JUTTASRC-E04 UNABLE TO OPEN JUTTSRP, STATUS = ' report-file-status
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO report-line
    STRING 'JUTTA SUSPENSE RECONCILIATION AS OF ' run-date-today
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    IF NOT reject-end-of-file
        MOVE ZERO TO reject-record-number
        START reject-file KEY IS NOT LESS THAN reject-record-number
            INVALID KEY SET reject-end-of-file TO TRUE
        END-START
    END-IF
    IF NOT reject-end-of-file
        PERFORM read-reject-record
    END-IF.

read-reject-record.
    READ reject-file NEXT RECORD
        AT END SET reject-end-of-file TO TRUE
    END-READ.

check-reject-record.
    ADD 1 TO rejects-read
    MOVE 'N' TO posting-found-switch
    IF posted-master-present
        MOVE reject-record-number TO posted-record-number
        READ posted-file
            INVALID KEY CONTINUE
            NOT INVALID KEY SET posting-found TO TRUE
        END-READ
    END-IF
    EVALUATE TRUE
        WHEN posting-found
            ADD 1 TO rejects-posted-count
        WHEN reject-erste-raw NOT NUMERIC OR reject-zweite-raw NOT NUMERIC
            ADD 1 TO rejects-without-amount-count
        WHEN reject-operation-code NOT = 'A' AND NOT = 'S' AND NOT = 'M'
            ADD 1 TO rejects-without-amount-count
        WHEN OTHER
            MOVE reject-record-number TO suspense-lookup-number
            PERFORM find-outstanding-suspense
            IF NOT suspense-entry-found
                ADD 1 TO rejects-unmatched-count
                ADD 1 TO break-count
                PERFORM print-break-heading
                MOVE SPACES TO report-line
                STRING 'REJ ' reject-record-number ' ' reject-feed-id
                    ' DATED ' reject-run-date
                    ' OPEN REJECT WITH NO SUSPENSE ENTRY'
                    DELIMITED BY SIZE INTO report-line
                WRITE report-record FROM report-line
            END-IF
    END-EVALUATE
    PERFORM read-reject-record.

find-outstanding-suspense.
    MOVE 'N' TO suspense-entry-switch
    MOVE 'N' TO suspense-scan-switch
    IF suspense-master-present
        MOVE suspense-lookup-number TO suspense-record-number
        MOVE ZERO TO suspense-raised-date
        MOVE ZERO TO suspense-raise-sequence
        START suspense-file KEY IS NOT LESS THAN suspense-key
            INVALID KEY SET suspense-scan-ended TO TRUE
        END-START
        PERFORM scan-suspense-entry
            UNTIL suspense-scan-ended OR suspense-entry-found
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

start-suspense-scan.
    IF NOT suspense-master-present
        SET suspense-end-of-file TO TRUE
    ELSE
        MOVE 'N' TO suspense-end-of-file-switch
        MOVE ZERO TO suspense-record-number
        MOVE ZERO TO suspense-raised-date
        MOVE ZERO TO suspense-raise-sequence
        START suspense-file KEY IS NOT LESS THAN suspense-key
            INVALID KEY SET suspense-end-of-file TO TRUE
        END-START
    END-IF
    IF NOT suspense-end-of-file
        PERFORM read-suspense-record
    END-IF.

read-suspense-record.
    READ suspense-file NEXT RECORD
        AT END SET suspense-end-of-file TO TRUE
    END-READ.

check-suspense-entry.
    ADD 1 TO suspense-entries-read
    IF suspense-raise-gl-date > ZERO AND suspense-clear-gl-date = ZERO
        ADD suspense-summe TO ledger-balance
    END-IF
    IF suspense-outstanding
        PERFORM reconcile-outstanding-entry
    ELSE
        IF suspense-raise-gl-date > ZERO AND suspense-clear-gl-date = ZERO
            ADD suspense-summe TO clear-awaiting-gl-total
        END-IF
    END-IF
    PERFORM read-suspense-record.

reconcile-outstanding-entry.
    ADD 1 TO suspense-outstanding-count
    ADD suspense-summe TO suspense-balance
    IF suspense-raise-gl-date = ZERO
        ADD suspense-summe TO raise-awaiting-gl-total
    END-IF
    MOVE 'N' TO reject-found-switch
    IF reject-master-present
        MOVE suspense-record-number TO reject-record-number
        READ reject-file
            INVALID KEY CONTINUE
            NOT INVALID KEY SET reject-found TO TRUE
        END-READ
    END-IF
    EVALUATE TRUE
        WHEN reject-found
            ADD 1 TO suspense-matched-count
            ADD suspense-summe TO suspense-matched-total
        WHEN suspense-awaiting-posting
            ADD 1 TO suspense-in-transit-count
            ADD suspense-summe TO suspense-in-transit-total
        WHEN OTHER
            ADD 1 TO suspense-unexplained-count
            ADD suspense-summe TO suspense-unexplained-total
            ADD 1 TO break-count
            PERFORM print-break-heading
            MOVE suspense-summe TO summe-edited
            MOVE SPACES TO report-line
            STRING 'SUS ' suspense-record-number ' ' suspense-feed-id
                ' RAISED ' suspense-raised-date ' ' summe-edited
                ' NO JUTTREJ ROW'
                DELIMITED BY SIZE INTO report-line
            WRITE report-record FROM report-line
    END-EVALUATE.

print-break-heading.
    IF break-count = 1
        MOVE 'RECONCILING BREAKS - FOR OPERATIONS SUPERVISOR' TO report-line
        WRITE report-record FROM report-line
    END-IF.

print-reconciliation-totals.
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    MOVE suspense-balance TO total-edited
    MOVE SPACES TO report-line
    STRING 'SUSPENSE BALANCE ON JUTTSUS. . . . . . : ' total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE suspense-matched-total TO total-edited
    MOVE SPACES TO report-line
    STRING '  MATCHED TO OPEN JUTTREJ ITEMS. . . . : ' total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE suspense-in-transit-total TO total-edited
    MOVE SPACES TO report-line
    STRING '  CORRECTED, AWAITING POSTING. . . . . : ' total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE suspense-unexplained-total TO total-edited
    MOVE SPACES TO report-line
    STRING '  UNEXPLAINED. . . . . . . . . . . . . : ' total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE ledger-balance TO total-edited
    MOVE SPACES TO report-line
    STRING 'SUSPENSE BALANCE SENT TO THE LEDGER. . : ' total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE raise-awaiting-gl-total TO total-edited
    MOVE SPACES TO report-line
    STRING '  PLUS RAISES NOT YET SENT . . . . . . : ' total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE clear-awaiting-gl-total TO total-edited
    MOVE SPACES TO report-line
    STRING '  LESS CLEARS NOT YET SENT . . . . . . : ' total-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    WRITE report-record FROM report-line
    MOVE suspense-outstanding-count TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'OUTSTANDING SUSPENSE ENTRIES . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE suspense-matched-count TO report-count-edited
    MOVE SPACES TO report-line
    STRING '  MATCHED. . . . . . . . . . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE suspense-in-transit-count TO report-count-edited
    MOVE SPACES TO report-line
    STRING '  AWAITING POSTING . . . . . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE suspense-unexplained-count TO report-count-edited
    MOVE SPACES TO report-line
    STRING '  UNEXPLAINED. . . . . . . . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE rejects-read TO report-count-edited
    MOVE SPACES TO report-line
    STRING 'JUTTREJ ROWS READ. . . . . . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE rejects-posted-count TO report-count-edited
    MOVE SPACES TO report-line
    STRING '  ALREADY POSTED (DUPLICATES). . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE rejects-without-amount-count TO report-count-edited
    MOVE SPACES TO report-line
    STRING '  NO USABLE AMOUNT . . . . . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE rejects-unmatched-count TO report-count-edited
    MOVE SPACES TO report-line
    STRING '  NO SUSPENSE ENTRY. . . . . . . . . . : ' report-count-edited
        DELIMITED BY SIZE INTO report-line
    WRITE report-record FROM report-line
    MOVE SPACES TO report-line
    IF break-count > ZERO
        MOVE '*** SUSPENSE DOES NOT RECONCILE - SEE THE BREAKS ABOVE' TO report-line
    ELSE
        MOVE 'SUSPENSE RECONCILES TO THE OPEN JUTTREJ ITEMS' TO report-line
    END-IF
    WRITE report-record FROM report-line
    MOVE suspense-balance TO total-edited
    MOVE SPACES TO message-text
    STRING 'JUTTASRC-I03 SUSPENSE BALANCE = ' total-edited ' OUTSTANDING ENTRIES = ' suspense-outstanding-count
        DELIMITED BY SIZE INTO message-text
    PERFORM write-operations-message
    IF break-count > ZERO
        MOVE SPACES TO message-text
        STRING 'JUTTASRC-W01 ' break-count ' RECONCILING BREAKS ON THE SUSPENSE REPORT'
            DELIMITED BY SIZE INTO message-text
        PERFORM write-operations-message
        MOVE 4 TO RETURN-CODE
    END-IF.

finalize-program.
    IF suspense-master-present
        CLOSE suspense-file
    END-IF
    IF reject-master-present
        CLOSE reject-file
    END-IF
    IF posted-master-present
        CLOSE posted-file
    END-IF
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
                DISPLAY 'JUTTASRC-W03 MESSAGE NOT WRITTEN TO JUTTMSG, STATUS = ' message-log-file-status
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
    MOVE 'JUTTASRC' TO message-log-program-id
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
        DISPLAY 'JUTTASRC-W02 OPERATIONS LOG JUTTMSG NOT AVAILABLE, STATUS = ' message-log-file-status
    END-IF.

close-message-log.
    IF message-log-open
        CLOSE message-log-file
        MOVE 'N' TO message-log-open-switch
    END-IF.
