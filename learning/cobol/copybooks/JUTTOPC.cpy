        05 operation-control-from PICTURE 9(08).
        05 operation-control-to PICTURE 9(08).
        05 operation-control-max-amount PICTURE 9(10)V99.
        05 operation-control-review-amount PICTURE 9(10)V99.
        05 FILLER PICTURE X(30).
