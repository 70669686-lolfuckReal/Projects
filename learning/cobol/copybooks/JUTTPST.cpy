        05 posted-record-number PICTURE 9(06).
        05 posted-date PICTURE 9(08).
        05 posted-summe PICTURE S9(10)V99.
        05 posted-entry-type PICTURE X(01).
            88 posted-entry-reversal VALUE 'R'.
        05 posted-reversed-switch PICTURE X(01).
            88 posted-reversed VALUE 'Y'.
        05 posted-linked-record-number PICTURE 9(06).
        05 posted-account-number PICTURE X(10).
        05 posted-currency-code PICTURE X(03).
        05 posted-currency-summe PICTURE S9(10)V99.
        05 posted-exchange-rate PICTURE 9(05)V9(06).
        05 FILLER PICTURE X(10).
