    01 suspense-record.
        05 suspense-key.
            10 suspense-record-number PICTURE 9(06).
            10 suspense-raised-date PICTURE 9(08).
            10 suspense-raise-sequence PICTURE 9(02).
        05 suspense-status PICTURE X(01).
            88 suspense-open VALUE 'O'.
            88 suspense-awaiting-posting VALUE 'F'.
            88 suspense-outstanding VALUE 'O' 'F'.
            88 suspense-cleared VALUE 'C'.
        05 suspense-feed-id PICTURE X(08).
        05 suspense-operation-code PICTURE X(01).
        05 suspense-reject-reason PICTURE X(30).
        05 suspense-currency-code PICTURE X(03).
        05 suspense-currency-summe PICTURE S9(10)V99.
        05 suspense-summe PICTURE S9(10)V99.
        05 suspense-rate-flag PICTURE X(01).
            88 suspense-no-rate VALUE 'N'.
        05 suspense-cleared-date PICTURE 9(08).
        05 suspense-clear-reason PICTURE X(01).
            88 suspense-cleared-by-posting VALUE 'P'.
            88 suspense-cleared-by-rereject VALUE 'R'.
            88 suspense-cleared-by-purge VALUE 'U'.
        05 suspense-raise-gl-date PICTURE 9(08).
        05 suspense-clear-gl-date PICTURE 9(08).
        05 suspense-clear-feed-id PICTURE X(08).
        05 FILLER PICTURE X(03).
