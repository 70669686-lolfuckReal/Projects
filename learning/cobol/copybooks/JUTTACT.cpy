    01 account-record.
        05 account-number PICTURE X(10).
        05 account-status PICTURE X(01).
            88 account-open VALUE 'O'.
            88 account-blocked VALUE 'B'.
            88 account-closed VALUE 'C'.
        05 account-department PICTURE X(08).
        05 account-name PICTURE X(30).
        05 account-balance PICTURE S9(12)V99.
        05 account-last-posting-date PICTURE 9(08).
        05 account-day-movement PICTURE S9(12)V99.
        05 account-day-postings PICTURE 9(06).
        05 account-opened-date PICTURE 9(08).
        05 account-statement-date PICTURE 9(08).
        05 account-statement-balance PICTURE S9(12)V99.
        05 FILLER PICTURE X(29).
