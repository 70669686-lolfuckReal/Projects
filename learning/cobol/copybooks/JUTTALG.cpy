    01 account-log-record.
        05 acctlog-operator-id PICTURE X(08).
        05 acctlog-timestamp PICTURE X(19).
        05 acctlog-action-code PICTURE X(01).
            88 acctlog-action-add VALUE 'A'.
            88 acctlog-action-update VALUE 'U'.
        05 acctlog-account-number PICTURE X(10).
        05 acctlog-before-status PICTURE X(01).
        05 acctlog-after-status PICTURE X(01).
        05 acctlog-before-department PICTURE X(08).
        05 acctlog-after-department PICTURE X(08).
        05 acctlog-supervisor-id PICTURE X(08).
        05 FILLER PICTURE X(16).
