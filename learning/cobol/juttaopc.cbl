01 log-action-work PICTURE X(01) VALUE SPACES.
01 before-status PICTURE X(01) VALUE SPACES.
01 before-max-amount PICTURE 9(10)V99 VALUE ZERO.
01 before-review-amount PICTURE 9(10)V99 VALUE ZERO.

01 entered-name PICTURE X(08) VALUE SPACES.
01 entered-status PICTURE X(01) VALUE SPACES.
01 entered-from PICTURE 9(08) VALUE ZERO.
01 entered-to PICTURE 9(08) VALUE ZERO.
01 entered-max-amount PICTURE 9(10)V99 VALUE ZERO.
01 entered-review-amount PICTURE 9(10)V99 VALUE ZERO.

01 operator-id PICTURE X(08) VALUE SPACES.
01 supervisor-id PICTURE X(08) VALUE SPACES.
    05 LINE 6 COLUMN 22 PICTURE X(01) FROM operation-control-status.
    05 LINE 7 COLUMN 1 VALUE 'CURRENT MAX AMOUNT :'.
    05 LINE 7 COLUMN 22 PICTURE 9(10)V99 FROM operation-control-max-amount.
    05 LINE 8 COLUMN 1 VALUE 'CURRENT REVIEW AMT :'.
    05 LINE 8 COLUMN 22 PICTURE 9(10)V99 FROM before-review-amount.
    05 LINE 9 COLUMN 1 VALUE 'NAME . . . . . . . :'.
    05 LINE 9 COLUMN 22 PICTURE X(08) TO entered-name.
    05 LINE 10 COLUMN 1 VALUE 'STATUS (A/S) . . . :'.
    05 LINE 12 COLUMN 22 PICTURE 9(08) TO entered-to.
    05 LINE 13 COLUMN 1 VALUE 'MAX ABS AMOUNT (0 = NO LIMIT):'.
    05 LINE 13 COLUMN 32 PICTURE 9(10)V99 TO entered-max-amount.
    05 LINE 14 COLUMN 1 VALUE 'REVIEW ABS AMOUNT (0 = NONE) :'.
    05 LINE 14 COLUMN 32 PICTURE 9(10)V99 TO entered-review-amount.

PROCEDURE DIVISION.
main-process.
    IF record-found
        MOVE operation-control-status TO before-status
        MOVE operation-control-max-amount TO before-max-amount
        IF operation-control-review-amount NUMERIC
            MOVE operation-control-review-amount TO before-review-amount
        ELSE
            MOVE ZERO TO before-review-amount
        END-IF
    ELSE
        MOVE SPACES TO operation-control-record
        MOVE input-operation-code TO operation-control-code
        MOVE ZERO TO operation-control-max-amount
        MOVE SPACES TO before-status
        MOVE ZERO TO before-max-amount
        MOVE ZERO TO before-review-amount
        DISPLAY 'JUTTAOPC-I03 CODE ' input-operation-code ' NOT ON JUTTOPC - ENTER THE NEW RULE TO ADD IT'
    END-IF.

    MOVE operation-control-from TO entered-from
    MOVE operation-control-to TO entered-to
    MOVE operation-control-max-amount TO entered-max-amount
    MOVE before-review-amount TO entered-review-amount
    DISPLAY rule-detail-screen
    ACCEPT rule-detail-screen
    PERFORM validate-rule-change
    IF entered-max-amount NOT NUMERIC
        MOVE 'N' TO change-valid-switch
        DISPLAY 'JUTTAOPC-E07 MAX AMOUNT MUST BE NUMERIC'
    END-IF
    IF entered-review-amount NOT NUMERIC
        MOVE 'N' TO change-valid-switch
        DISPLAY 'JUTTAOPC-E14 REVIEW AMOUNT MUST BE NUMERIC'
    ELSE
        IF change-is-valid AND entered-max-amount > ZERO
            AND entered-review-amount NOT < entered-max-amount
            MOVE 'N' TO change-valid-switch
            DISPLAY 'JUTTAOPC-E15 REVIEW AMOUNT MUST BE BELOW THE MAX AMOUNT'
        END-IF
    END-IF.

obtain-supervisor-approval.
        MOVE entered-to TO operation-control-to
    END-IF
    MOVE entered-max-amount TO operation-control-max-amount
    MOVE entered-review-amount TO operation-control-review-amount
    IF record-found
        REWRITE operation-control-record
            INVALID KEY
    IF operation-control-file-status = '00'
        DISPLAY 'JUTTAOPC-I01 RULE FOR CODE ' input-operation-code ' RECORDED ON JUTTOPC'
        PERFORM write-operation-log-record
        IF entered-review-amount NOT = before-review-amount
            PERFORM write-threshold-log-record
        END-IF
    END-IF.

get-timestamp.
        DISPLAY 'JUTTAOPC-E13 UNABLE TO WRITE JUTTOLG RECORD, STATUS = ' operation-log-file-status
    END-IF.

write-threshold-log-record.
    MOVE 'T' TO oplog-action-code
    MOVE before-review-amount TO oplog-before-max-amount
    MOVE entered-review-amount TO oplog-after-max-amount
    WRITE operation-log-record
    IF operation-log-file-status NOT = '00'
        DISPLAY 'JUTTAOPC-E13 UNABLE TO WRITE JUTTOLG RECORD, STATUS = ' operation-log-file-status
    END-IF.

finalize-program.
    CLOSE operation-control-file
    CLOSE operation-log-file.
