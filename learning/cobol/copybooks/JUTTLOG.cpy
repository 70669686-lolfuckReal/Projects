            88 log-action-lookup VALUE 'L'.
            88 log-action-correction VALUE 'C'.
            88 log-action-delete VALUE 'D'.
            88 log-action-release VALUE 'R'.
            88 log-action-decline VALUE 'N'.
        05 log-record-number PICTURE 9(06).
        05 log-before-erste PICTURE X(07).
        05 log-before-zweite PICTURE X(07).
