01 display-summe-edited PICTURE -(10)9.99 VALUE ZERO.
01 display-timestamp PICTURE X(19) VALUE SPACES.
01 display-reason PICTURE X(30) VALUE SPACES.
01 display-account-number PICTURE X(10) VALUE SPACES.

SCREEN SECTION.
01 inquiry-menu-screen.
    05 LINE 13 COLUMN 22 PICTURE X(19) FROM display-timestamp.
    05 LINE 14 COLUMN 1 VALUE 'REJECT REASON. . . :'.
    05 LINE 14 COLUMN 22 PICTURE X(30) FROM display-reason.
    05 LINE 15 COLUMN 1 VALUE 'ACCOUNT. . . . . . :'.
    05 LINE 15 COLUMN 22 PICTURE X(10) FROM display-account-number.
    05 LINE 15 COLUMN 34 PICTURE X(03) FROM history-currency-code.
    05 LINE 16 COLUMN 1 VALUE
        'N = NEXT ENTRY FOR THIS RECORD, ANY OTHER KEY = NEW INQUIRY:'.
    05 LINE 16 COLUMN 63 PICTURE X(01) TO page-command.

show-history-entry.
    MOVE history-posting-date TO display-posting-date
    MOVE history-reject-reason TO display-reason
    EVALUATE TRUE
        WHEN history-posted
            MOVE 'POSTED' TO display-status-text
        WHEN history-reversal
            MOVE 'REVERSAL' TO display-status-text
            MOVE SPACES TO display-reason
            STRING 'REVERSES RECORD ' history-original-number
                DELIMITED BY SIZE INTO display-reason
        WHEN OTHER
            MOVE 'REJECTED' TO display-status-text
    END-EVALUATE
    MOVE history-erste TO display-erste
    MOVE history-zweite TO display-zweite
    MOVE history-operation-code TO display-operation-code
    MOVE history-summe TO display-summe-edited
    MOVE history-timestamp TO display-timestamp
    MOVE history-account-number TO display-account-number
    MOVE SPACES TO page-command
    DISPLAY history-detail-screen
    ACCEPT history-detail-screen.
