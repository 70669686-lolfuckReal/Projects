        05 totals-records-rejected PICTURE 9(06).
        05 totals-control-total PICTURE S9(12)V99.
        05 totals-overflow-flag PICTURE X(01).
        05 totals-feeds-held PICTURE 9(02).
        05 totals-records-held PICTURE 9(06).
        05 totals-feeds-missing PICTURE 9(02).
        05 totals-feeds-unexpected PICTURE 9(02).
        05 totals-records-pending PICTURE 9(06).
        05 totals-backout-flag PICTURE X(01).
            88 totals-backed-out VALUE 'B' 'P'.
            88 totals-feed-backed-out VALUE 'P'.
        05 FILLER PICTURE X(14).
