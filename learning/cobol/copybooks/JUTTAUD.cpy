        05 audit-summe PICTURE S9(10)V99.
        05 audit-timestamp PICTURE X(19).
        05 audit-feed-id PICTURE X(08).
        05 audit-entry-type PICTURE X(01).
            88 audit-reversal VALUE 'R'.
        05 audit-original-number PICTURE 9(06).
        05 audit-original-date PICTURE 9(08).
        05 audit-account-number PICTURE X(10).
        05 audit-currency-code PICTURE X(03).
        05 audit-currency-summe PICTURE S9(10)V99.
        05 audit-exchange-rate PICTURE 9(05)V9(06).
        05 FILLER PICTURE X(09).
    01 audit-raw-view.
        05 FILLER PICTURE X(06).
        05 audit-erste-raw PICTURE X(07).
        05 audit-zweite-raw PICTURE X(07).
        05 FILLER PICTURE X(100).
