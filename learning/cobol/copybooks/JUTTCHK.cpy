        05 checkpoint-control-total-overflow PICTURE X(01).
        05 checkpoint-run-date PICTURE 9(08).
        05 checkpoint-run-time PICTURE 9(08).
        05 checkpoint-reversed-count PICTURE 9(06).
        05 checkpoint-pending-count PICTURE 9(06).
        05 FILLER PICTURE X(19).
