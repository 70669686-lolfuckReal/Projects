    01 pending-record.
        05 pending-record-number PICTURE 9(06).
        05 pending-erste PICTURE S9(05)V99.
        05 pending-zweite PICTURE S9(05)V99.
        05 pending-operation-code PICTURE X(01).
        05 pending-summe PICTURE S9(10)V99.
        05 pending-feed-id PICTURE X(08).
        05 pending-run-date PICTURE 9(08).
        05 pending-status PICTURE X(01).
            88 pending-awaiting-release VALUE 'W'.
            88 pending-released VALUE 'R'.
            88 pending-declined VALUE 'D'.
            88 pending-posted VALUE 'P'.
        05 pending-action-date PICTURE 9(08).
        05 pending-supervisor-id PICTURE X(08).
        05 pending-posted-date PICTURE 9(08).
        05 pending-account-number PICTURE X(10).
        05 pending-currency-code PICTURE X(03).
        05 FILLER PICTURE X(13).
