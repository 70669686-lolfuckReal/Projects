    01 exchange-rate-record.
        05 rate-record-type PICTURE X(01).
            88 rate-control-type VALUE 'C'.
            88 rate-entry-type VALUE 'R'.
        05 rate-currency-code PICTURE X(03).
        05 rate-date PICTURE 9(08).
        05 rate-value PICTURE 9(05)V9(06).
        05 rate-comment PICTURE X(30).
        05 FILLER PICTURE X(27).
