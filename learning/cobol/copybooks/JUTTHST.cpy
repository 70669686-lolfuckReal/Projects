            10 history-record-type PICTURE X(01).
                88 history-posted VALUE 'P'.
                88 history-rejected VALUE 'R'.
                88 history-reversal VALUE 'V'.
        05 history-erste PICTURE X(07).
        05 history-zweite PICTURE X(07).
        05 history-operation-code PICTURE X(01).
        05 history-summe PICTURE S9(10)V99.
        05 history-timestamp PICTURE X(19).
        05 history-reject-reason PICTURE X(30).
        05 history-original-number PICTURE 9(06).
        05 history-account-number PICTURE X(10).
        05 history-currency-code PICTURE X(03).
        05 history-currency-summe PICTURE S9(10)V99.
        05 history-exchange-rate PICTURE 9(05)V9(06).
        05 FILLER PICTURE X(17).
