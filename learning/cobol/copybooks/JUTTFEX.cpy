    01 feed-exception-record.
        05 feed-exception-run-date PICTURE 9(08).
        05 feed-exception-business-date PICTURE 9(08).
        05 feed-exception-feed-id PICTURE X(08).
        05 feed-exception-type PICTURE X(01).
            88 feed-exception-missing VALUE 'M'.
            88 feed-exception-unexpected VALUE 'U'.
        05 feed-exception-frequency PICTURE X(01).
        05 feed-exception-reason PICTURE X(30).
        05 FILLER PICTURE X(24).
