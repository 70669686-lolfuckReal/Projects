    01 message-log-record.
        05 message-log-key.
            10 message-log-date PICTURE 9(08).
            10 message-log-time PICTURE 9(08).
            10 message-log-job-name PICTURE X(08).
            10 message-log-step-name PICTURE X(08).
            10 message-log-sequence PICTURE 9(05).
        05 message-log-program-id PICTURE X(08).
        05 message-log-business-date PICTURE 9(08).
        05 message-log-message-id PICTURE X(12).
        05 message-log-severity PICTURE X(01).
            88 message-log-error VALUE 'E'.
            88 message-log-warning VALUE 'W'.
            88 message-log-information VALUE 'I'.
            88 message-log-needs-action VALUE 'E' 'W'.
        05 message-log-feed-id PICTURE X(08).
        05 message-log-record-number PICTURE 9(06).
        05 message-log-text PICTURE X(120).
        05 message-log-ack-status PICTURE X(01).
            88 message-log-acknowledged VALUE 'A'.
            88 message-log-not-acknowledged VALUE 'N'.
        05 message-log-ack-operator PICTURE X(08).
        05 message-log-ack-date PICTURE 9(08).
        05 message-log-ack-time PICTURE 9(08).
        05 FILLER PICTURE X(25).
