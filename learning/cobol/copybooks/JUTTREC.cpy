        05 transaction-erste PICTURE S9(05)V99.
        05 transaction-zweite PICTURE S9(05)V99.
        05 transaction-operation-code PICTURE X(01).
        05 transaction-type PICTURE X(01).
            88 transaction-is-posting VALUE SPACE 'P' 'A'.
            88 transaction-is-release VALUE 'A'.
            88 transaction-is-reversal VALUE 'R'.
        05 transaction-original-number PICTURE 9(06).
        05 transaction-original-date PICTURE 9(08).
        05 transaction-account-number PICTURE X(10).
        05 transaction-currency-code PICTURE X(03).
        05 FILLER PICTURE X(31).
    01 transaction-raw-view.
        05 FILLER PICTURE X(06).
        05 transaction-erste-raw PICTURE X(07).
            88 feed-header-present VALUE 'HEADER'.
        05 header-business-date PICTURE 9(08).
        05 header-feed-id PICTURE X(08).
        05 header-release-flag PICTURE X(01).
            88 feed-released-from-quarantine VALUE 'R'.
        05 FILLER PICTURE X(57).
    01 feed-trailer-record.
        05 trailer-record-label PICTURE X(06).
            88 feed-trailer-present VALUE 'TRAILR'.
