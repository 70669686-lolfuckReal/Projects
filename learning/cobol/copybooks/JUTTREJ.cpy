        05 reject-reason-text PICTURE X(30).
        05 reject-run-date PICTURE 9(08).
        05 reject-feed-id PICTURE X(08).
        05 reject-transaction-type PICTURE X(01).
            88 reject-was-reversal VALUE 'R'.
        05 reject-account-number PICTURE X(10).
        05 reject-currency-code PICTURE X(03).
        05 FILLER PICTURE X(19).
